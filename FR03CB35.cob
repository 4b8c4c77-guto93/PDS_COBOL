      *              : ('R' = RESULTADO), GERA EM LANCTO OS             00001300
      *              : LANCAMENTOS DE ENCERRAMENTO QUE ZERAM AS         00001400
      *              : CONTAS DE RESULTADO CONTRA A CONTA DE            00001500
      *              : LUCROS ACUMULADOS (PARMSERV), PASSANDO           00001600
      *              : PELA VALIDACAO NORMAL DO FR03CB20. AS            00001700
      *              : CONTAS PATRIMONIAIS SAEM EM SALDOABR (O          00001800
      *              : SALDO DE ABERTURA POR CONTA DO EXERCICIO         00001900
      *       DO ENCERRAMENTO ANTERIOR, AUSENTE SO NO PRIMEIRO          00002592
      *       ANO): SEM ELE, DO SEGUNDO ENCERRAMENTO EM DIANTE AS       00002594
      *       CONTAS PATRIMONIAIS PERDIAM O SALDO CARREGADO.            00002596
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 0000259A
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     0000259B
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 0000259C
      *       A QUEBRA EM VARIOS LANCAMENTOS FICA SO PARA VALOR         0000259D
      *       ACIMA DE 999.999.999,99.                                  0000259E
      *     - 16/10/2023: PLANOCTA AMPLIADO DE 38 PARA 50 POSICOES COM  0000259F
      *       GRUPO E SUBGRUPO DE DEMONSTRACAO (FR03CB51).              0000259G
      *       A ABERTURA DA CONTA DE LUCROS PASSOU A INCLUIR O          0000259H
      *       RESULTADO DO EXERCICIO ENCERRADO: OS LANCAMENTOS DE       0000259I
      *       ENCERRAMENTO SO CHEGAM AO ACEITO DEPOIS DA RODADA, E O    0000259J
      *       SALDOABR SAIA SEM ELES (ATIVO NAO FECHAVA COM PASSIVO     0000259K
      *       MAIS PL NO EXERCICIO NOVO).                               0000259L
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        0000259M
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       0000259N
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       0000259O
      *       UM LOTE POR RODADA (ORIGEM EN).                           0000259P
      *     - 04/12/2023: O ENCEPARM DEU LUGAR AO CADASTRO CENTRAL DE   00002597
      *       PARAMETROS (PARMSERV, FR03CB35/ANO E CONTA-LUCROS); SEM   00002598
      *       OS DOIS O LOTE CONTINUA ABORTANDO.                        00002599
      *===========================================================*     00002600
      *===========================================================*     00002700
       ENVIRONMENT                                    DIVISION.         00002800
           SELECT PLANOCTA  ASSIGN TO PLANOCTA                          00004400
                FILE STATUS  IS WRK-FS-PLANOCTA.                        00004500
                                                                        00004600
                                                                        00004900
           SELECT LANCTO    ASSIGN TO LANCTO                            00005000
                FILE STATUS  IS WRK-FS-LANCTO.                          00005100
       01 FD-ACEITO.                                                    00007000
          05 FD-ACE-DATA         PIC 9(08).                             00007100
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00007200
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00007300
          05 FD-ACE-TIPO         PIC X(01).                             00007400
          05 FD-ACE-CONTA        PIC X(06).                             00007500
          05 FD-ACE-CCUSTO       PIC X(04).                             00007510
          05 FD-PCT-DESCRICAO    PIC X(30).                             00008200
          05 FD-PCT-ATIVA        PIC X(01).                             00008300
          05 FD-PCT-NATUREZA     PIC X(01).                             00008400
          05 FD-PCT-GRUPO        PIC X(01).                             00008425
          05 FD-PCT-SUBGRUPO     PIC X(02).                             00008450
          05 FILLER              PIC X(09).                             00008475
                                                                        00008500
       FD LANCTO                                                        00009300
           RECORDING MODE IS F                                          00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
       01 FD-LANCTO.                                                    00009600
          05 FD-DATA             PIC 9(08).                             00009700
          05 FD-LANCAMENTO       PIC X(30).                             00009800
          05 FD-VALOR            PIC 9(09)V99.                          00009900
          05 FD-TIPO             PIC X(01).                             00010000
          05 FD-CONTA            PIC X(06).                             00010100
          05 FD-CCUSTO           PIC X(04).                             00010110
          05 FD-LOTE             PIC X(12).                             00010140
          05 FD-REFERENCIA       PIC X(12).                             00010170
                                                                        00010200
       FD SALDOABR                                                      00010300
           RECORDING MODE IS F                                          00010400
                                                                        00012000
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00012100
       77 WRK-FS-PLANOCTA          PIC X(02)    VALUE ZEROS.            00012200
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00012400
       77 WRK-FS-SALDOABR          PIC X(02)    VALUE ZEROS.            00012500
       77 WRK-FS-SALDOANT          PIC X(02)    VALUE ZEROS.            00012510
       77 WRK-FS-RELENC            PIC X(02)    VALUE ZEROS.            00012600
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00012700
                                                                        00012712
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00012724
       01 WRK-LOTE.                                                     00012736
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'EN'.             00012748
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00012760
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE 1.                00012772
                                                                        00012784
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00012800
                                                                        00012900
       77 WRK-ANO-EXERCICIO        PIC 9(04)    VALUE ZEROS.            00013000
       77 WRK-CONTA-LUCROS         PIC X(06)    VALUE SPACES.           00013100
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                0001310A
       01 WRK-PSV-AREA.                                                 0001310B
          05 WRK-PSV-PROGRAMA   PIC X(08).                              0001310C
          05 WRK-PSV-NOME       PIC X(12).                              0001310D
          05 WRK-PSV-VALOR      PIC X(30).                              0001310E
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       0001310F
          05 WRK-PSV-NUMERICO   PIC X(01).                              0001310G
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      0001310H
          05 WRK-PSV-VIGENCIA   PIC X(08).                              0001310I
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      0001310J
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    0001310K
       77 WRK-DATA-ENCERRA         PIC 9(08)    VALUE ZEROS.            00013110
                                                                        00013200
       01 WRK-TAB-CONTAS.                                               00013300
       77 WRK-TIPO-ZERAR           PIC X(01)    VALUE SPACES.           00014600
       77 WRK-TIPO-LUCROS          PIC X(01)    VALUE SPACES.           00014700
       01 WRK-RESULTADO            PIC S9(13)V99 VALUE ZEROS.           00014800
       01 WRK-SALDO-LUCROS         PIC S9(13)V99 VALUE ZEROS.           00014850
                                                                        00014900
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00015000
       77 WRK-REG-SEM-CADASTRO     PIC 9(07)    VALUE ZEROS.            00015100
                                                                        00018800
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00018900
                                                                        00019000
             MOVE 'FR03CB35'     TO WRK-PSV-PROGRAMA.                   00019057
             MOVE 'ANO'          TO WRK-PSV-NOME.                       00019114
             PERFORM 1010-CHAMAR-PARMSERV.                              00019171
             IF WRK-PSV-RETORNO NOT EQUAL '00' OR                       00019228
                NOT WRK-PSV-E-NUMERO                                    00019285
                MOVE ' PARMSERV SEM EXERCICIO ' TO WRK-MSG              00019342
                PERFORM 9000-TRATAR-ERROS                               00019400
             END-IF.                                                    00019500
             MOVE WRK-PSV-NUMERO TO WRK-ANO-EXERCICIO.                  00019566
             MOVE 'CONTA-LUCROS' TO WRK-PSV-NOME.                       00019632
             PERFORM 1010-CHAMAR-PARMSERV.                              00019698
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00019764
                MOVE ' PARMSERV SEM CONTA DE LUCROS ' TO WRK-MSG        00019830
                PERFORM 9000-TRATAR-ERROS                               00019900
             END-IF.                                                    00020000
             MOVE WRK-PSV-VALOR TO WRK-CONTA-LUCROS.                    00020105
             COMPUTE WRK-DATA-ENCERRA =                                 00020210
                     WRK-ANO-EXERCICIO * 10000 + 1231                   00020220
             END-COMPUTE.                                               00020230
                                                                        00020400
             OPEN INPUT PLANOCTA.                                       00020500
             IF WRK-FS-PLANOCTA NOT EQUAL '00'                          00020600
                                                                        00024100
      *-------------------------------------------------------*         00024200
       1000-999-FIM.                              EXIT.                 00024300
      *-------------------------------------------------------*         00024306
                                                                        00024312
      *-------------------------------------------------------*         00024318
       1010-CHAMAR-PARMSERV                       SECTION.              00024324
      *-------------------------------------------------------*         00024330
                                                                        00024336
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00024342
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00024348
                 ON EXCEPTION                                           00024354
                    MOVE '02' TO WRK-PSV-RETORNO                        00024360
             END-CALL.                                                  00024366
                                                                        00024372
      *-------------------------------------------------------*         00024378
       1010-999-FIM.                              EXIT.                 00024384
      *-------------------------------------------------------*         00024400
                                                                        00024500
      *-------------------------------------------------------*         00024600
             MOVE 1 TO WRK-IDX.                                         00033400
             PERFORM 3100-ENCERRAR-UMA-CONTA                            00033500
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS.             00033600
             PERFORM 3400-GRAVAR-ABERTURA-LUCROS.                       00033650
                                                                        00033700
      *-------------------------------------------------------*         00033800
       3000-999-FIM.                              EXIT.                 00033900
                                                                        00040600
             MOVE SPACES           TO FD-LANCTO.                        00040700
             MOVE WRK-DATA-ENCERRA TO FD-DATA.                          00040800
             MOVE FD-DATA(3:6)     TO WRK-LOT-DATA.                     00040833
             MOVE WRK-LOTE         TO FD-LOTE.                          00040866
             MOVE 'ENCERRAMENTO DO EXERCICIO     '                      00040900
                  TO FD-LANCAMENTO.                                     00041000
             MOVE WRK-TIPO-ZERAR   TO FD-TIPO.                          00041100
             MOVE WRK-TAB-CTA-CONTA(WRK-IDX) TO FD-CONTA.               00041200
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00041300
                MOVE 999999999,99 TO FD-VALOR                           00041400
             ELSE                                                       00041500
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00041600
             END-IF.                                                    00041700
             WRITE FD-LANCTO.                                           00042300
             ADD 1 TO WRK-REG-LANCTOS.                                  00042400
                                                                        00042500
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00042600
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00042700
             ELSE                                                       00042800
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00042900
             END-IF.                                                    00043000
       3300-GRAVAR-ABERTURA                       SECTION.              00043700
      *-------------------------------------------------------*         00043800
                                                                        00043900
             IF WRK-TAB-CTA-CONTA(WRK-IDX) EQUAL WRK-CONTA-LUCROS       00043913
                ADD WRK-TAB-CTA-SALDO(WRK-IDX) TO WRK-SALDO-LUCROS      00043926
             ELSE                                                       00043939
                MOVE WRK-TAB-CTA-CONTA(WRK-IDX) TO FD-ABR-CONTA         00043952
                MOVE WRK-TAB-CTA-SALDO(WRK-IDX) TO FD-ABR-SALDO         00043965
                MOVE WRK-DATA-HOJE              TO FD-ABR-DATA          00043978
                WRITE FD-SALDOABR                                       00043991
                ADD 1 TO WRK-REG-ABERTURAS                              00044004
             END-IF.                                                    00044017
                                                                        00044030
      *-------------------------------------------------------*         00044043
       3300-999-FIM.                              EXIT.                 00044056
      *-------------------------------------------------------*         00044069
                                                                        00044082
      *---------------------------------------------------------------  00044095
      *    3400-GRAVAR-ABERTURA-LUCROS                                  00044108
      *    A CONTA DE LUCROS ABRE COM O SALDO DELA MAIS AS              00044121
      *    CONTRAPARTIDAS DO ENCERRAMENTO (O RESULTADO, QUE E           00044134
      *    CREDOR POSITIVO, ENTRA COM SINAL TROCADO NO SALDO            00044147
      *    DEVEDOR POSITIVO), MESMO SEM MOVIMENTO PROPRIO NO ANO.       00044160
      *---------------------------------------------------------------  00044173
       3400-GRAVAR-ABERTURA-LUCROS                SECTION.              00044186
                                                                        00044199
             COMPUTE WRK-SALDO-LUCROS = WRK-SALDO-LUCROS                00044212
                                      - WRK-RESULTADO                   00044225
             END-COMPUTE.                                               00044238
             MOVE WRK-CONTA-LUCROS TO FD-ABR-CONTA.                     00044251
             MOVE WRK-SALDO-LUCROS TO FD-ABR-SALDO.                     00044264
             MOVE WRK-DATA-HOJE    TO FD-ABR-DATA.                      00044277
             WRITE FD-SALDOABR.                                         00044300
             ADD 1 TO WRK-REG-ABERTURAS.                                00044400
                                                                        00044500
      *-------------------------------------------------------*         00044600
       3400-999-FIM.                              EXIT.                 00044700
      *-------------------------------------------------------*         00044800
                                                                        00044900
      *-------------------------------------------------------*         00045000
