      *       CATALOGO DE MENSAGENS (MSGSERV, CODIGO FIL0001 /          000034A4
      *       FIL0035 COM O NOME DO ARQUIVO); SEM CATALOGO OU           000034A6
      *       SEM CODIGO, VALE O LITERAL LOCAL DE SEMPRE.               000034A8
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 0000349A
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     0000349B
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 0000349C
      *       A FAIXA MAXIMA DE WRK-VALOR ACOMPANHOU O CAMPO.           0000349D
      *     - 16/10/2023: PLANOCTA AMPLIADO DE 38 PARA 50 POSICOES COM  0000349E
      *       GRUPO E SUBGRUPO DE DEMONSTRACAO (FR03CB51).              0000349F
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES COM O  0000349G
      *       LOTE E A REFERENCIA DE ESTORNO (O ACEITO CONTINUA COM 60).0000349H
      *       AS LINHAS SEGUIDAS DE MESMO LOTE SAO VALIDADAS JUNTAS E O 0000349I
      *       LOTE SO E ACEITO INTEIRO, COM DEBITO IGUAL A CREDITO E UMA0000349J
      *       SO DATA; SENAO TODAS AS LINHAS VAO PARA O REJEITO (L08 SEM0000349K
      *       LOTE, L09 DATA DIFERENTE, L10 DEBITO DIFERENTE DE CREDITO,0000349L
      *       L11 LINHA BOA DE LOTE COM LINHA REJEITADA). O LOTE ACEITO 0000349M
      *       TAMBEM SAI NO LOTEACE, QUE O ESTORNO (FR03CB52) LE.       0000349N
      *       ERA O LANCAMENTO QUE ENTRAVA PELA METADE (DEBITO ACEITO,  0000349O
      *       CREDITO REJEITADO) E SO APARECIA NO BALANCETE.            0000349P
      *===========================================================*     00003500
                                                                        00003600
                                                                        00003700
                FILE STATUS  IS WRK-FS-PERCTRL.                         00005940
           SELECT SETORES  ASSIGN TO SETORES                            00005950
                FILE STATUS  IS WRK-FS-SETORES.                         00005960
           SELECT LOTEACE  ASSIGN TO LOTEACE                            00005973
                FILE STATUS  IS WRK-FS-LOTEACE.                         00005986
                                                                        00006000
      *===========================================================*     00006100
       DATA                                       DIVISION.             00006200
       01 FD-LANCTO.                                                    00007200
          05 FD-DATA             PIC 9(08).                             00007300
          05 FD-LANCAMENTO       PIC X(30).                             00007400
          05 FD-VALOR            PIC 9(09)V99.                          00007500
          05 FD-TIPO             PIC X(01).                             00007600
          05 FD-CONTA            PIC X(06).                             00007610
          05 FD-CCUSTO           PIC X(04).                             00007620
          05 FD-LOTE             PIC X(12).                             00007646
          05 FD-REFERENCIA       PIC X(12).                             00007672
                                                                        00007700
       FD ACEITO                                                        00007800
           RECORDING MODE IS F                                          00007900
       01 FD-ACEITO.                                                    00008100
          05 FD-ACE-DATA         PIC 9(08).                             00008200
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00008300
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00008400
          05 FD-ACE-TIPO         PIC X(01).                             00008500
          05 FD-ACE-CONTA        PIC X(06).                             00008510
          05 FD-ACE-CCUSTO       PIC X(04).                             00008520
          05 FD-PCT-DESCRICAO    PIC X(30).                             00009360
          05 FD-PCT-ATIVA        PIC X(01).                             00009370
          05 FD-PCT-NATUREZA     PIC X(01).                             00009380
          05 FD-PCT-GRUPO        PIC X(01).                             0000938A
          05 FD-PCT-SUBGRUPO     PIC X(02).                             0000938B
          05 FILLER              PIC X(09).                             0000938C
                                                                        00009382
       FD PERCTRL                                                       00009384
           RECORDING MODE IS F                                          00009386
       01 FD-SETORES.                                                   000093B0
          05 FD-SET-CODIGO       PIC X(04).                             000093B2
          05 FD-SET-NOME         PIC X(30).                             000093B4
                                                                        0000939A
       FD LOTEACE                                                       0000939B
           RECORDING MODE IS F                                          0000939C
           BLOCK CONTAINS 0 RECORDS.                                    0000939D
       01 FD-LOTEACE                 PIC X(84).                         0000939E
                                                                        00009300
      *-----------------------------------------------------------*     00009400
       WORKING-STORAGE                            SECTION.              00009500
       01 WRK-VALIDAR.                                                  00010600
           05 WRK-DATA                 PIC 9(08) VALUE ZEROS.           00010700
           05 WRK-LANCAMENTO           PIC X(30) VALUE SPACES.          00010800
           05 WRK-VALOR                PIC 9(09)V99 VALUE ZEROS.        00010900
           05 WRK-TIPO                 PIC X(01) VALUE SPACES.          00011000
              88 WRK-TIPO1                       VALUE 'C' 'D'.         00011100
           05 WRK-CONTA                PIC X(06) VALUE SPACES.          00011110
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00012924
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00012926
       77 WRK-VALOR-MINIMO             PIC 9(05)V99 VALUE 000,01.       00012600
       77 WRK-VALOR-MAXIMO             PIC 9(09)V99 VALUE 999999999,99. 00012636

       01 WRK-TAB-PLANO.                                                00012710
          05 WRK-TAB-PCT-ITEM OCCURS 50 TIMES.                          00012720
       77 WRK-SET-ACHADO               PIC X(01) VALUE 'N'.             000127C8
          88 WRK-SET-FOI-ACHADO             VALUE 'S'.                  000127D0
          88 WRK-SET-NAO-ACHADO             VALUE 'N'.                  000127D2
                                                                        0001279A
       77 WRK-FS-LOTEACE               PIC X(02) VALUE ZEROS.           0001279B
       01 WRK-TAB-LOTE.                                                 0001279C
          05 WRK-TAB-LOT-ITEM OCCURS 99 TIMES.                          0001279D
             10 WRK-TAB-LOT-LINHA  PIC X(84).                           0001279E
             10 WRK-TAB-LOT-COD    PIC X(04).                           0001279F
             10 WRK-TAB-LOT-MOTIVO PIC X(30).                           0001279G
       77 WRK-QTDE-LINHAS              PIC 9(02) VALUE ZEROS.           0001279H
       77 WRK-IDX-LOT                  PIC 9(02) VALUE ZEROS.           0001279I
       77 WRK-LOTE-ATUAL               PIC X(12) VALUE SPACES.          0001279J
       77 WRK-DATA-LOTE                PIC 9(08) VALUE ZEROS.           0001279K
       01 WRK-LOTE-DEBITOS             PIC 9(11)V99 VALUE ZEROS.        0001279L
       01 WRK-LOTE-CREDITOS            PIC 9(11)V99 VALUE ZEROS.        0001279M
       77 WRK-LOTE-STATUS              PIC X(01) VALUE 'S'.             0001279N
          88 WRK-LOTE-OK                      VALUE 'S'.                0001279O
          88 WRK-LOTE-INVALIDO                VALUE 'N'.                0001279P
       77 WRK-LOTE-COD                 PIC X(04) VALUE SPACES.          0001279Q
       77 WRK-LOTE-MOTIVO              PIC X(030) VALUE SPACES.         0001279R
       77 WRK-REG-LOTES-ACEITOS        PIC 9(07) VALUE ZEROS.           0001279S
       77 WRK-REG-LOTES-REJEITADOS     PIC 9(07) VALUE ZEROS.           0001279T
      *-----------------------------------------------------------*     00012800
                                                                        00012900
                                                                        00013000
               PERFORM 1100-TESTAR-FILE-STATUS.                         00016200
             OPEN OUTPUT REJEITO.                                       00016300
               PERFORM 1100-TESTAR-FILE-STATUS.                         00016400
             OPEN OUTPUT LOTEACE.                                       00016433
               PERFORM 1100-TESTAR-FILE-STATUS.                         00016466
                                                                        00016500
             OPEN INPUT PLANOCTA.                                       00016410
             IF WRK-FS-PLANOCTA NOT EQUAL '00'                          00016420
                  MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG-ERRO            00019900
                  MOVE 'FIL0001' TO WRK-MSG-CODIGO                      00019933
                  MOVE 'REJEITO' TO WRK-MSG-VALOR-1                     00019966
                    PERFORM 9000-TRATAR-ERRO                            00019969
             END-EVALUATE.                                              00019972
                                                                        00019975
             EVALUATE WRK-FS-LOTEACE                                    00019978
               WHEN ZEROS                                               00019981
                  CONTINUE                                              00019984
               WHEN OTHER                                               00019987
                  MOVE ' ERRO OPEN LOTEACE ' TO WRK-MSG-ERRO            00019990
                  MOVE 'FIL0001' TO WRK-MSG-CODIGO                      00019993
                  MOVE 'LOTEACE' TO WRK-MSG-VALOR-1                     00019996
                    PERFORM 9000-TRATAR-ERRO                            00020000
             END-EVALUATE.                                              00020100
                                                                        00020200
      *-----------------------------------------------------------*     00021400
                                                                        00021500
               IF WRK-FS-LANCTO EQUAL ZEROS                             00021600
                  PERFORM 2010-INICIAR-LOTE                             00021750
                  PERFORM 2020-GUARDAR-LINHA                            00021900
                     UNTIL WRK-FS-LANCTO NOT EQUAL ZEROS                00022050
                        OR FD-LOTE NOT EQUAL WRK-LOTE-ATUAL             00022200
                  PERFORM 2300-FECHAR-LOTE                              00022350
               ELSE                                                     00022500
                  MOVE ' FINAL DE ARQUIVO ' TO WRK-MSG-ERRO             00022600
                  READ LANCTO                                           00022650
               END-IF.                                                  00022700
                                                                        00023000
                                                                        00023100
      *-----------------------------------------------------------*     00023200
       2000-99-FIM.                                  EXIT.              00023300
      *-----------------------------------------------------------*     00023301
                                                                        00023302
      *-----------------------------------------------------------*     00023303
      *    2010-INICIAR-LOTE                                            00023304
      *    O LOTE E O GRUPO DE LINHAS SEGUIDAS COM O MESMO NUMERO       00023305
      *    DE LOTE NO LANCTO; A DATA DA PRIMEIRA LINHA VALE PARA        00023306
      *    TODAS.                                                       00023307
      *-----------------------------------------------------------*     00023308
       2010-INICIAR-LOTE                             SECTION.           00023309
                                                                        00023310
             MOVE FD-LOTE  TO WRK-LOTE-ATUAL.                           00023311
             MOVE FD-DATA  TO WRK-DATA-LOTE.                            00023312
             MOVE ZEROS    TO WRK-QTDE-LINHAS.                          00023313
             MOVE ZEROS    TO WRK-LOTE-DEBITOS.                         00023314
             MOVE ZEROS    TO WRK-LOTE-CREDITOS.                        00023315
             SET WRK-LOTE-OK TO TRUE.                                   00023316
                                                                        00023317
      *-----------------------------------------------------------*     00023318
       2010-99-FIM.                                  EXIT.              00023319
      *-----------------------------------------------------------*     00023320
                                                                        00023321
      *-----------------------------------------------------------*     00023322
       2020-GUARDAR-LINHA                            SECTION.           00023323
      *-----------------------------------------------------------*     00023324
                                                                        00023325
             ADD 1 TO WRK-REG-LIDOS.                                    00023326
             IF WRK-QTDE-LINHAS EQUAL 99                                00023327
                MOVE ' LOTE COM MAIS DE 99 LINHAS ' TO WRK-MSG-ERRO     00023328
                PERFORM 9000-TRATAR-ERRO                                00023329
             END-IF.                                                    00023330
             ADD 1 TO WRK-QTDE-LINHAS.                                  00023331
             MOVE FD-LANCTO TO WRK-TAB-LOT-LINHA(WRK-QTDE-LINHAS).      00023332
             MOVE FD-LANCTO TO WRK-VALIDAR.                             00023333
             PERFORM 2100-VALIDAR-LANCAMENTO.                           00023334
                                                                        00023335
             IF WRK-REG-OK AND WRK-DATA NOT EQUAL WRK-DATA-LOTE         00023336
                SET WRK-REG-INVALIDO TO TRUE                            00023337
                MOVE ' DATA DIFERENTE NO LOTE ' TO WRK-REJ-MOTIVO       00023338
                MOVE 'L09 ' TO WRK-REJ-COD                              00023339
             END-IF.                                                    00023340
             IF WRK-REG-INVALIDO                                        00023341
                SET WRK-LOTE-INVALIDO TO TRUE                           00023342
             END-IF.                                                    00023343
             MOVE WRK-REJ-COD    TO WRK-TAB-LOT-COD(WRK-QTDE-LINHAS).   00023344
             MOVE WRK-REJ-MOTIVO TO                                     00023345
                  WRK-TAB-LOT-MOTIVO(WRK-QTDE-LINHAS).                  00023346
                                                                        00023347
             IF WRK-TIPO EQUAL 'D'                                      00023348
                ADD WRK-VALOR TO WRK-LOTE-DEBITOS                       00023349
             END-IF.                                                    00023350
             IF WRK-TIPO EQUAL 'C'                                      00023351
                ADD WRK-VALOR TO WRK-LOTE-CREDITOS                      00023352
             END-IF.                                                    00023353
                                                                        00023354
             READ LANCTO.                                               00023355
                                                                        00023356
      *-----------------------------------------------------------*     00023357
       2020-99-FIM.                                  EXIT.              00023358
      *-----------------------------------------------------------*     00023400
                                                                        00023500
      *-----------------------------------------------------------*     00023600
       2200-GRAVAR-ACEITO                            SECTION.           00026300
      *-----------------------------------------------------------*     00026400
                                                                        00026500
             MOVE WRK-TAB-LOT-LINHA(WRK-IDX-LOT) TO WRK-VALIDAR.        00026550
             MOVE WRK-VALIDAR TO FD-ACEITO.                             00026600
             WRITE FD-ACEITO.                                           00026700
             ADD 1 TO WRK-REG-ACEITOS.                                  00026800
             MOVE WRK-TAB-LOT-LINHA(WRK-IDX-LOT) TO FD-LOTEACE.         00026833
             WRITE FD-LOTEACE.                                          00026866
                                                                        00026900
      *-----------------------------------------------------------*     00027000
       2200-99-FIM.                                   EXIT.             00027100
      *-----------------------------------------------------------*     00027101
                                                                        00027102
      *-----------------------------------------------------------*     00027103
      *    2300-FECHAR-LOTE                                             00027104
      *    LOTE SEM LINHA REJEITADA, COM NUMERO E COM DEBITO IGUAL      00027105
      *    A CREDITO VAI INTEIRO PARA O ACEITO; SENAO VAI INTEIRO       00027106
      *    PARA O REJEITO, CADA LINHA COM O PROPRIO ERRO OU, SE         00027107
      *    ELA ESTAVA BOA, COM O MOTIVO DO LOTE.                        00027108
      *-----------------------------------------------------------*     00027109
       2300-FECHAR-LOTE                              SECTION.           00027110
                                                                        00027111
             EVALUATE TRUE                                              00027112
               WHEN WRK-LOTE-ATUAL EQUAL SPACES                         00027113
                  SET WRK-LOTE-INVALIDO TO TRUE                         00027114
                  MOVE ' LANCAMENTO SEM LOTE ' TO WRK-LOTE-MOTIVO       00027115
                  MOVE 'L08 ' TO WRK-LOTE-COD                           00027116
               WHEN WRK-LOTE-DEBITOS NOT EQUAL WRK-LOTE-CREDITOS        00027117
                  SET WRK-LOTE-INVALIDO TO TRUE                         00027118
                  MOVE ' LOTE COM DEBITO <> CREDITO ' TO                00027119
                       WRK-LOTE-MOTIVO                                  00027120
                  MOVE 'L10 ' TO WRK-LOTE-COD                           00027121
               WHEN OTHER                                               00027122
                  MOVE ' LOTE COM LINHA REJEITADA ' TO                  00027123
                       WRK-LOTE-MOTIVO                                  00027124
                  MOVE 'L11 ' TO WRK-LOTE-COD                           00027125
             END-EVALUATE.                                              00027126
                                                                        00027127
             MOVE 1 TO WRK-IDX-LOT.                                     00027128
             PERFORM 2310-DESTINAR-LINHA                                00027129
                UNTIL WRK-IDX-LOT GREATER THAN WRK-QTDE-LINHAS.         00027130
                                                                        00027131
             IF WRK-LOTE-OK                                             00027132
                ADD 1 TO WRK-REG-LOTES-ACEITOS                          00027133
             ELSE                                                       00027134
                ADD 1 TO WRK-REG-LOTES-REJEITADOS                       00027135
                DISPLAY ' LOTE REJEITADO: ' WRK-LOTE-ATUAL              00027136
             END-IF.                                                    00027137
                                                                        00027138
      *-----------------------------------------------------------*     00027139
       2300-99-FIM.                                  EXIT.              00027140
      *-----------------------------------------------------------*     00027141
                                                                        00027142
      *-----------------------------------------------------------*     00027143
       2310-DESTINAR-LINHA                           SECTION.           00027144
      *-----------------------------------------------------------*     00027145
                                                                        00027146
             IF WRK-LOTE-OK                                             00027147
                PERFORM 2200-GRAVAR-ACEITO                              00027148
             ELSE                                                       00027149
                IF WRK-TAB-LOT-COD(WRK-IDX-LOT) EQUAL SPACES            00027150
                   MOVE WRK-LOTE-COD    TO WRK-REJ-COD                  00027151
                   MOVE WRK-LOTE-MOTIVO TO WRK-REJ-MOTIVO               00027152
                ELSE                                                    00027153
                   MOVE WRK-TAB-LOT-COD(WRK-IDX-LOT)    TO WRK-REJ-COD  00027154
                   MOVE WRK-TAB-LOT-MOTIVO(WRK-IDX-LOT) TO              00027155
                        WRK-REJ-MOTIVO                                  00027156
                END-IF                                                  00027157
                PERFORM 2900-GRAVAR-REJEITO                             00027158
             END-IF.                                                    00027159
             ADD 1 TO WRK-IDX-LOT.                                      00027160
                                                                        00027161
      *-----------------------------------------------------------*     00027162
       2310-99-FIM.                                  EXIT.              00027163
      *-----------------------------------------------------------*     00027200
                                                                        00027300
      *-----------------------------------------------------------*     00027400
             MOVE WRK-REJ-COD     TO FD-REJ-COD.                        00009093
             MOVE ZEROS        TO FD-REJ-SQLCODE.                       00009094
             MOVE WRK-REJ-MOTIVO  TO FD-REJ-MOTIVO.                     00009095
             MOVE WRK-TAB-LOT-LINHA(WRK-IDX-LOT) TO FD-REJ-DADOS.       00018547
             WRITE FD-REJEITO.                                          00028000
             ADD 1 TO WRK-REG-REJEITADOS.                               00028100
                                                                        00028200
              CLOSE LANCTO.                                             00030500
              CLOSE ACEITO.                                             00030600
              CLOSE REJEITO.                                            00030700
              CLOSE LOTEACE.                                            00030750
                                                                        00030800
              DISPLAY '------------------'.                             00030900
              DISPLAY ' LIDOS......: ' WRK-REG-LIDOS.                   00031000
              DISPLAY ' ACEITOS....: ' WRK-REG-ACEITOS.                 00031100
              DISPLAY ' REJEITADOS.: ' WRK-REG-REJEITADOS.              00031200
              DISPLAY ' LOTES ACEITOS....: ' WRK-REG-LOTES-ACEITOS.     00031225
              DISPLAY ' LOTES REJEITADOS.: '                            00031250
                       WRK-REG-LOTES-REJEITADOS.                        00031275
              DISPLAY '------------------'.                             00031300
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00012960
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00012962
