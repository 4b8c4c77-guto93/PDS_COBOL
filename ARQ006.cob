      *     - 07/10/2022: O PRIMEIRO REGISTRO DE PRODUCT PASSOU A       00002192
      *       SER O HEADER DE TRANSMISSAO, CONFERIDO NA TRNSCHK         00002194
      *       ANTES DE APLICAR OS MOVIMENTOS NO MESTRE.                 00002196
      *     - 10/07/2023: TODA MUDANCA DE QUANTIDADE NO MESTRE          0000219A
      *       (INCLUSAO, ALTERACAO E EXCLUSAO, QUE ZERA O SALDO)        0000219B
      *       SAI NO MOVLOG COMO TIPO A-AJUSTE DE CADASTRO              0000219C
      *       (DOCUMENTO 'CADASTRO'), COM A DIFERENCA E OS SALDOS       0000219D
      *       ANTERIOR E RESULTANTE, PARA A CONFERENCIA DO ARQ034.      0000219E
      *     - 04/12/2023: O PERCENTUAL DA TRAVA DE PRECO SAIU DO        0000219F
      *       PRECPAR E PASSOU A SER LIDO NO CADASTRO CENTRAL DE        0000219G
      *       PARAMETROS (PARMSERV, ARQ006/PERC-TRAVA); SEM VALOR       0000219H
      *       VIGENTE CONTINUA VALENDO 20%.                             0000219I
      *=======================================================*         00002200
                                                                        00002300
      *=======================================================*         00002400
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00003500
             SELECT REJEITO  ASSIGN TO REJEITO                          00003600
                FILE STATUS  IS WRK-FS-REJEITO.                         00003700
             SELECT PRECPEND ASSIGN TO PRECPEND                         00003730
                FILE STATUS  IS WRK-FS-PRECPEND.                        00003740
             SELECT MOVLOG   ASSIGN TO MOVLOG                           00003760
                FILE STATUS  IS WRK-FS-MOVLOG.                          00003780
      *=======================================================*         00003800
       DATA                                      DIVISION.              00003900
      *=======================================================*         00004000
          05 FD-REJ-DADOS         PIC X(70).                            00007100
          05 FD-REJ-MOTIVO        PIC X(30).                            00007200
                                                                        00007210
       FD PRECPEND                                                      00007280
           RECORDING MODE IS F                                          00007290
           BLOCK CONTAINS 0 RECORDS.                                    00007292
          05 FD-PPD-PRECO-ATUAL   PIC 9(07)V99.                         00007298
          05 FD-PPD-DATA-RETENCAO PIC X(08).                            00007299
          05 FILLER               PIC X(03).                            000072A0
                                                                        0000729A
       FD MOVLOG                                                        0000729B
           RECORDING MODE IS F                                          0000729C
           BLOCK CONTAINS 0 RECORDS.                                    0000729D
       01 FD-MOVLOG.                                                    0000729E
          05 FD-LOG-CODIGO        PIC X(06).                            0000729F
          05 FD-LOG-DATA          PIC X(08).                            0000729G
          05 FD-LOG-TIPO          PIC X(01).                            0000729H
          05 FD-LOG-QTDE          PIC 9(05).                            0000729I
          05 FD-LOG-DOCUMENTO     PIC X(10).                            0000729J
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            0000729K
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            0000729L
          05 FD-LOG-LOTE          PIC X(10).                            0000729M
          05 FD-LOG-DEPOSITO      PIC X(02).                            0000729N
      *---------------------------------------------------              00007300
       WORKING-STORAGE                           SECTION.               00007400
      *---------------------------------------------------              00007500
          88 WRK-REG-INVALIDO        VALUE 'N'.                         00009000
       77 WRK-REJ-MOTIVO     PIC X(30) VALUE SPACES.                    00009100
                                                                        00009110
       77 WRK-FS-PRECPEND    PIC X(02) VALUE ZEROS.                     00009114
       77 WRK-FS-MOVLOG      PIC X(02) VALUE ZEROS.                     0000911A
       77 WRK-SALDO-ANT      PIC 9(05) VALUE ZEROS.                     0000911B
       77 WRK-PERC-TRAVA     PIC 9(03)V99 VALUE 20.                     00009116
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                0000911A
       01 WRK-PSV-AREA.                                                 0000911B
          05 WRK-PSV-PROGRAMA   PIC X(08).                              0000911C
          05 WRK-PSV-NOME       PIC X(12).                              0000911D
          05 WRK-PSV-VALOR      PIC X(30).                              0000911E
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       0000911F
          05 WRK-PSV-NUMERICO   PIC X(01).                              0000911G
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      0000911H
          05 WRK-PSV-VIGENCIA   PIC X(08).                              0000911I
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      0000911J
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    0000911K
       77 WRK-PROG-VALDOC    PIC X(08) VALUE 'VALDOC'.                  00009117
       77 WRK-VAL-DOCUMENTO  PIC X(14) VALUE SPACES.                    00009118
       77 WRK-VAL-FUNCAO     PIC X(02) VALUE '04'.                      00009119
            IF WRK-FS-PRECPEND NOT EQUAL '00'                           00012614
               MOVE ' ERRO OPEN PRECPEND ' TO WRK-MSG                   00012616
               PERFORM 9000-TRATAR-ERROS                                00012618
            END-IF.                                                     0001261A
                                                                        0001261B
            OPEN OUTPUT MOVLOG.                                         0001261C
            IF WRK-FS-MOVLOG NOT EQUAL '00'                             0001261D
               MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                     0001261E
               PERFORM 9000-TRATAR-ERROS                                0001261F
            END-IF.                                                     00012620
                                                                        00012622
            PERFORM 1200-CARREGAR-PERCENTUAL.                           00012624
                                                                        00016710
      *---------------------------------------------------------------  00016712
      *    1200-CARREGAR-PERCENTUAL                                     00016714
      *    PERCENTUAL DE TRAVA DE PRECO DO CADASTRO DE PARAMETROS       00016716
      *    (ARQ006/PERC-TRAVA); SEM VALOR VIGENTE VALE 20%.             00016718
      *---------------------------------------------------------------  00016720
       1200-CARREGAR-PERCENTUAL           SECTION.                      00016722
                                                                        00016724
            MOVE 'ARQ006'     TO WRK-PSV-PROGRAMA.                      00016725
            MOVE 'PERC-TRAVA' TO WRK-PSV-NOME.                          00016726
            PERFORM 1210-CHAMAR-PARMSERV.                               00016727
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO          00016728
               MOVE WRK-PSV-NUMERO TO WRK-PERC-TRAVA                    00016729
            ELSE                                                        00016732
               DISPLAY ' PERC-TRAVA SEM VALOR VIGENTE, TRAVA DE 20% '   00016742
            END-IF.                                                     00016752
                                                                        00016754
      *-------------------------------------------------------------*   00016756
       1200-99-FIM.                       EXIT.                         00016758
      *-------------------------------------------------------------*   0001675A
                                                                        0001675B
      *-------------------------------------------------------------*   0001675C
       1210-CHAMAR-PARMSERV               SECTION.                      0001675D
      *-------------------------------------------------------------*   0001675E
                                                                        0001675F
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  0001675G
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        0001675H
                ON EXCEPTION                                            0001675I
                   MOVE '02' TO WRK-PSV-RETORNO                         0001675J
            END-CALL.                                                   0001675K
                                                                        0001675L
      *-------------------------------------------------------------*   0001675M
       1210-99-FIM.                       EXIT.                         0001675N
      *-------------------------------------------------------------*   00016760
                                                                        00016800
      *-------------------------------------------------------------*   00016900
            EVALUATE WRK-FS-PRODMSTR                                    00024600
              WHEN ZEROS                                                00024700
                 ADD 1 TO WRK-REG-INCLUIDOS                             00024800
                 MOVE ZEROS TO WRK-SALDO-ANT                            00024833
                 PERFORM 2800-GRAVAR-MOVLOG                             00024866
              WHEN '22'                                                 00024900
                 MOVE ' INCLUSAO DE CODIGO JA EXISTENTE ' TO            00025000
                      WRK-REJ-MOTIVO                                    00025100
              WHEN ZEROS                                                00026900
                 PERFORM 2410-TESTAR-TRAVA-PRECO                        00026910
                 IF WRK-REG-OK                                          00026920
                    MOVE FD-PM-QTDE TO WRK-SALDO-ANT                    00026960
                    PERFORM 2700-MONTAR-REGISTRO                        00027000
                    REWRITE FD-PRODMSTR                                 00027100
                    ADD 1 TO WRK-REG-ALTERADOS                          00027200
                    PERFORM 2800-GRAVAR-MOVLOG                          00027205
                 END-IF                                                 00027210
              WHEN '23'                                                 00027300
                 MOVE ' ALTERACAO DE CODIGO INEXISTENTE ' TO            00027400
      *-------------------------------------------------------------*   00028800
                                                                        00028900
            MOVE FD-PROD-CODIGO TO FD-PM-CODIGO.                        00029000
            READ PRODMSTR.                                              00029033
            IF WRK-FS-PRODMSTR EQUAL ZEROS                              00029066
               MOVE FD-PM-QTDE TO WRK-SALDO-ANT                         00029099
               DELETE PRODMSTR                                          00029132
            END-IF.                                                     00029165
            EVALUATE WRK-FS-PRODMSTR                                    00029200
              WHEN ZEROS                                                00029300
                 ADD 1 TO WRK-REG-EXCLUIDOS                             00029400
                 MOVE ZEROS TO FD-PM-QTDE                               00029433
                 PERFORM 2800-GRAVAR-MOVLOG                             00029466
              WHEN '23'                                                 00029500
                 MOVE ' EXCLUSAO DE CODIGO INEXISTENTE ' TO             00029600
                      WRK-REJ-MOTIVO                                    00029700
              WHEN ZEROS                                                00031500
                 PERFORM 2410-TESTAR-TRAVA-PRECO                        00031520
                 IF WRK-REG-OK                                          00031540
                    MOVE FD-PM-QTDE TO WRK-SALDO-ANT                    00031570
                    PERFORM 2700-MONTAR-REGISTRO                        00031600
                    REWRITE FD-PRODMSTR                                 00031700
                    ADD 1 TO WRK-REG-ALTERADOS                          00031800
                    PERFORM 2800-GRAVAR-MOVLOG                          00031810
                 END-IF                                                 00031820
              WHEN '23'                                                 00031900
                 MOVE SPACES TO FD-PRODMSTR                             00031910
                 PERFORM 2700-MONTAR-REGISTRO                           00032000
                 WRITE FD-PRODMSTR                                      00032100
                 ADD 1 TO WRK-REG-INCLUIDOS                             00032200
                 MOVE ZEROS TO WRK-SALDO-ANT                            00032233
                 PERFORM 2800-GRAVAR-MOVLOG                             00032266
              WHEN OTHER                                                00032300
                 MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                 00032400
                 PERFORM 9000-TRATAR-ERROS                              00032500
       2700-99-FIM.                       EXIT.                         00034300
      *-------------------------------------------------------------*   00034400
                                                                        00034500
      *---------------------------------------------------------------  00034502
      *    2800-GRAVAR-MOVLOG                                           00034504
      *    O FEED TRAZ A QUANTIDADE CHEIA, QUE SUBSTITUI O SALDO DO     00034506
      *    MESTRE; A DIFERENCA VAI PARA O MOVLOG COMO TIPO A (AJUSTE    00034508
      *    DE CADASTRO). SALDO ANTERIOR EM WRK-SALDO-ANT E O            00034510
      *    RESULTANTE NO FD-PM-QTDE; SEM DIFERENCA NAO HA LINHA.        00034512
      *---------------------------------------------------------------  00034514
       2800-GRAVAR-MOVLOG                 SECTION.                      00034516
                                                                        00034518
            IF FD-PM-QTDE NOT EQUAL WRK-SALDO-ANT                       00034520
               MOVE SPACES        TO FD-MOVLOG                          00034522
               MOVE FD-PM-CODIGO  TO FD-LOG-CODIGO                      00034524
               MOVE WRK-DATA-HOJE TO FD-LOG-DATA                        00034526
               MOVE 'A'           TO FD-LOG-TIPO                        00034528
               IF FD-PM-QTDE GREATER THAN WRK-SALDO-ANT                 00034530
                  COMPUTE FD-LOG-QTDE = FD-PM-QTDE - WRK-SALDO-ANT      00034532
               ELSE                                                     00034534
                  COMPUTE FD-LOG-QTDE = WRK-SALDO-ANT - FD-PM-QTDE      00034536
               END-IF                                                   00034538
               MOVE 'CADASTRO'    TO FD-LOG-DOCUMENTO                   00034540
               MOVE WRK-SALDO-ANT TO FD-LOG-SALDO-ANT                   00034542
               MOVE FD-PM-QTDE    TO FD-LOG-SALDO-ATU                   00034544
               WRITE FD-MOVLOG                                          00034546
               IF WRK-FS-MOVLOG NOT EQUAL '00'                          00034548
                  MOVE ' ERRO WRITE MOVLOG ' TO WRK-MSG                 00034550
                  PERFORM 9000-TRATAR-ERROS                             00034552
               END-IF                                                   00034554
            END-IF.                                                     00034560
                                                                        00034562
      *-------------------------------------------------------------*   00034564
       2800-99-FIM.                       EXIT.                         00034566
      *-------------------------------------------------------------*   00034568
                                                                        00034570
      *-------------------------------------------------------------*   00034600
       2900-GRAVAR-REJEITO                SECTION.                      00034700
      *-------------------------------------------------------------*   00034800
            CLOSE PRODUCT                                               00036300
            CLOSE PRODMSTR                                              00036400
            CLOSE REJEITO                                               00036500
            CLOSE PRECPEND                                              00036533
            CLOSE MOVLOG.                                               00036566
                                                                        00036600
                 MOVE ' FINAL DO PROCESSO ' TO WRK-MSG.                 00036700
                 PERFORM 9000-TRATAR-ERROS.                             00036800
