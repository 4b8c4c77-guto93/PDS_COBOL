      *       MESTRE SAI PELO INDICE ALTERNADO FD-PM-EAN E O            00002550
      *       AJUSTE LEVA O CODIGO INTERNO ENCONTRADO. O                00002560
      *       AJUSTES ACOMPANHOU O LAYOUT NOVO DO MOVTRAN.              00002570
      *     - 22/05/2023: A CONTAGEM E FEITA POR DEPOSITO (EM           00002575
      *       BRANCO = DEPOSITO 01) E CONFRONTADA COM O SALDO DO        00002580
      *       PRODUTO NAQUELE DEPOSITO NO ESTDEP (SEM REGISTRO =        00002585
      *       SALDO ZERO); O AJUSTE LEVA O DEPOSITO PARA O ARQ016       00002590
      *       ACERTAR O DEPOSITO E O TOTAL DO MESTRE JUNTOS.            00002595
      *     - 29/05/2023: CADA PRODUTO CONTADO GRAVA NO CONTCICL        00002596
      *       A DATA DA ULTIMA CONTAGEM E LIMPA A MARCA DE URGENTE      00002597
      *       PARA O PLANO CICLICO (ARQ029); PRODUTO NAO CONTADO        00002598
      *       NAO E TOCADO. SEM CONTCICL CONCILIA COMO ANTES.           00002599
      *=======================================================*         00002600
                                                                        00002700
      *=======================================================*         00002800
                ALTERNATE RECORD KEY IS FD-PM-EAN                       00004210
                     WITH DUPLICATES                                    00004220
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00004300
             SELECT ESTDEP   ASSIGN TO ESTDEP                           00004316
                ORGANIZATION IS INDEXED                                 00004332
                ACCESS MODE  IS RANDOM                                  00004348
                RECORD KEY   IS FD-ED-CHAVE                             00004364
                FILE STATUS  IS WRK-FS-ESTDEP.                          00004380
             SELECT CONTCICL ASSIGN TO CONTCICL                         00004383
                ORGANIZATION IS INDEXED                                 00004386
                ACCESS MODE  IS RANDOM                                  00004389
                RECORD KEY   IS FD-CC-CODIGO                            00004392
                FILE STATUS  IS WRK-FS-CONTCICL.                        00004395
             SELECT AJUSTES  ASSIGN TO AJUSTES                          00004400
                FILE STATUS  IS WRK-FS-AJUSTES.                         00004500
             SELECT RELVAR   ASSIGN TO RELVAR                           00004600
          05 FD-CNT-DATA          PIC X(08).                            00005800
          05 FD-CNT-CONTADOR      PIC X(08).                            00005900
          05 FD-CNT-EAN           PIC X(13).                            00006000
          05 FD-CNT-DEPOSITO      PIC X(02).                            00006050
                                                                        00006100
       FD PRODMSTR                                                      00006200
           RECORDING MODE IS F                                          00006300
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00007010
          05 FD-PM-EAN            PIC X(13).                            00007020
                                                                        00007100
       FD ESTDEP                                                        00007107
           RECORDING MODE IS F                                          00007114
           BLOCK CONTAINS 0 RECORDS.                                    00007121
       01 FD-ESTDEP.                                                    00007128
          05 FD-ED-CHAVE.                                               00007135
             10 FD-ED-CODIGO      PIC X(06).                            00007142
             10 FD-ED-DEPOSITO    PIC X(02).                            00007149
          05 FD-ED-QTDE           PIC 9(05).                            00007156
          05 FD-ED-QTDE-TRANSITO  PIC 9(05).                            00007163
          05 FD-ED-DATA-ULT-MOV   PIC X(08).                            00007170
          05 FILLER               PIC X(04).                            00007177
                                                                        00007184
       FD CONTCICL                                                      00007185
           RECORDING MODE IS F                                          00007186
           BLOCK CONTAINS 0 RECORDS.                                    00007187
       01 FD-CONTCICL.                                                  00007188
          05 FD-CC-CODIGO         PIC X(06).                            00007189
          05 FD-CC-CLASSE         PIC X(01).                            00007190
          05 FD-CC-DATA-ULT-CONT  PIC X(08).                            00007191
          05 FD-CC-URGENTE        PIC X(01).                            00007192
          05 FD-CC-DATA-PLANO     PIC X(08).                            00007193
          05 FILLER               PIC X(06).                            00007194
                                                                        00007195
       FD AJUSTES                                                       00007200
           RECORDING MODE IS F                                          00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
          05 FD-AJU-QTDE          PIC 9(05).                            00007900
          05 FD-AJU-DOCUMENTO     PIC X(10).                            00008000
          05 FD-AJU-EAN           PIC X(13).                            00008010
          05 FILLER               PIC X(10).                            00008057
          05 FD-AJU-DEPOSITO      PIC X(02).                            00008104
          05 FILLER               PIC X(05).                            00008151
                                                                        00008200
       FD RELVAR                                                        00008300
           RECORDING MODE IS F                                          00008400
      *---------------------------------------------------              00008900
       77 WRK-FS-CONTAGEM PIC X(02) VALUE ZEROS.                        00009000
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00009100
       77 WRK-FS-ESTDEP   PIC X(02) VALUE ZEROS.                        00009150
       77 WRK-FS-CONTCICL PIC X(02) VALUE ZEROS.                        00009175
       77 WRK-FS-AJUSTES  PIC X(02) VALUE ZEROS.                        00009200
       77 WRK-FS-RELVAR   PIC X(02) VALUE ZEROS.                        00009300
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00009400
                                                                        00009500
       77 WRK-DIFERENCA   PIC S9(05) VALUE ZEROS.                       00009600
       77 WRK-DEPOSITO    PIC X(02) VALUE SPACES.                       00009633
       77 WRK-SALDO-DEP   PIC 9(05) VALUE ZEROS.                        00009666
       77 WRK-TEM-CONTCICL PIC X(01) VALUE 'N'.                         00009677
          88 WRK-COM-CONTCICL        VALUE 'S'.                         00009688
       01 WRK-VALOR-DIF   PIC S9(11)V99 VALUE ZEROS.                    00009700
       01 WRK-VALOR-TOTAL PIC S9(13)V99 VALUE ZEROS.                    00009800
                                                                        00009900
       77 WRK-REG-EXATOS     PIC 9(07) VALUE ZEROS.                     00010100
       77 WRK-REG-AJUSTES    PIC 9(07) VALUE ZEROS.                     00010200
       77 WRK-REG-SEM-MESTRE PIC 9(07) VALUE ZEROS.                     00010300
       77 WRK-REG-CICLO      PIC 9(07) VALUE ZEROS.                     00010350
                                                                        00010400
       01 WRK-CAB1.                                                     00010500
          05 FILLER           PIC X(42) VALUE                           00010600
       01 WRK-CAB2.                                                     00011200
          05 FILLER           PIC X(08) VALUE 'PRODUTO '.               00011300
          05 FILLER           PIC X(09) VALUE '  CONTADO'.              00011400
          05 FILLER           PIC X(09) VALUE '    SALDO'.              00011500
          05 FILLER           PIC X(09) VALUE '    DIFER'.              00011600
          05 FILLER           PIC X(16) VALUE '   VALOR DA DIF.'.       00011700
          05 FILLER           PIC X(10) VALUE '  CONTADOR'.             00011800
          05 FILLER           PIC X(04) VALUE '  DP'.                   00011866
          05 FILLER           PIC X(15) VALUE SPACES.                   00011932
                                                                        00012000
       01 WRK-DETALHE.                                                  00012100
          05 WRK-DET-CODIGO   PIC X(06).                                00012200
          05 FILLER           PIC X(02) VALUE SPACES.                   00012300
          05 WRK-DET-CONTADO  PIC ZZZZ9.                                00012400
          05 FILLER           PIC X(04) VALUE SPACES.                   00012500
          05 WRK-DET-SALDO    PIC ZZZZ9.                                00012600
          05 FILLER           PIC X(03) VALUE SPACES.                   00012700
          05 WRK-DET-DIFER    PIC -----9.                               00012800
          05 FILLER           PIC X(02) VALUE SPACES.                   00012900
          05 WRK-DET-VALOR    PIC ----.---.--9,99.                      00013000
          05 FILLER           PIC X(02) VALUE SPACES.                   00013100
          05 WRK-DET-CONTADOR PIC X(08).                                00013200
          05 FILLER           PIC X(02) VALUE SPACES.                   00013250
          05 WRK-DET-DEPOSITO PIC X(02).                                00013300
          05 FILLER           PIC X(17) VALUE SPACES.                   00013350
                                                                        00013400
       01 WRK-TRAILER.                                                  00013500
          05 FILLER           PIC X(28) VALUE                           00013600
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016500
            OPEN INPUT PRODMSTR.                                        00016600
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016700
            OPEN INPUT ESTDEP.                                          00016733
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016766
            OPEN OUTPUT AJUSTES.                                        00016800
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016900
            OPEN OUTPUT RELVAR.                                         00017000
              PERFORM 1100-TESTAR-FILE-STATUS.                          00017100
            OPEN I-O CONTCICL.                                          00017109
            IF WRK-FS-CONTCICL EQUAL '35'                               00017118
               DISPLAY ' CONTCICL AUSENTE, CICLO NAO ATUALIZADO '       00017127
            ELSE                                                        00017136
               IF WRK-FS-CONTCICL NOT EQUAL '00'                        00017145
                  MOVE ' ERRO OPEN CONTCICL ' TO WRK-MSG                00017154
                  PERFORM 9000-TRATAR-ERROS                             00017163
               END-IF                                                   00017172
               SET WRK-COM-CONTCICL TO TRUE                             00017181
            END-IF.                                                     00017190
                                                                        00017200
            READ CONTAGEM.                                              00017300
            IF WRK-FS-CONTAGEM EQUAL '00'                               00017400
                       PERFORM 9000-TRATAR-ERROS                        00020800
                END-EVALUATE.                                           00020900
                                                                        00021000
                                                                        00021011
                EVALUATE WRK-FS-ESTDEP                                  00021022
                  WHEN ZEROS                                            00021033
                     CONTINUE                                           00021044
                  WHEN OTHER                                            00021055
                     MOVE ' ERRO OPEN ESTDEP ' TO WRK-MSG               00021066
                       PERFORM 9000-TRATAR-ERROS                        00021077
                END-EVALUATE.                                           00021088
                EVALUATE WRK-FS-AJUSTES                                 00021100
                  WHEN ZEROS                                            00021200
                     CONTINUE                                           00021300
               READ PRODMSTR                                            00025060
            END-IF.                                                     00025100
            EVALUATE WRK-FS-PRODMSTR                                    00025200
              WHEN ZEROS                                                00025266
                 PERFORM 2150-LER-DEPOSITO                              00025332
                 IF WRK-COM-CONTCICL                                    00025349
                    PERFORM 2170-REGISTRAR-CONTAGEM                     00025366
                 END-IF                                                 00025383
                 COMPUTE WRK-DIFERENCA =                                00025400
                         FD-CNT-QTDE - WRK-SALDO-DEP                    00025500
                 END-COMPUTE                                            00025600
                 IF WRK-DIFERENCA EQUAL ZEROS                           00025700
                    ADD 1 TO WRK-REG-EXATOS                             00025800
       2100-99-FIM.                       EXIT.                         00027300
      *-------------------------------------------------------------*   00027400
                                                                        00027500
      *---------------------------------------------------------------  00027501
      *    2150-LER-DEPOSITO                                            00027503
      *    SALDO DO PRODUTO NO DEPOSITO CONTADO; PRODUTO QUE NUNCA      00027504
      *    TEVE MOVIMENTO NO DEPOSITO CONFRONTA COM SALDO ZERO.         00027506
      *---------------------------------------------------------------  00027507
       2150-LER-DEPOSITO                  SECTION.                      00027509
                                                                        00027510
            IF FD-CNT-DEPOSITO EQUAL SPACES                             00027512
               MOVE '01' TO WRK-DEPOSITO                                00027513
            ELSE                                                        00027515
               MOVE FD-CNT-DEPOSITO TO WRK-DEPOSITO                     00027516
            END-IF.                                                     00027518
            MOVE FD-PM-CODIGO TO FD-ED-CODIGO.                          00027519
            MOVE WRK-DEPOSITO TO FD-ED-DEPOSITO.                        00027521
            READ ESTDEP.                                                00027522
            EVALUATE WRK-FS-ESTDEP                                      00027524
              WHEN ZEROS                                                00027525
                 MOVE FD-ED-QTDE TO WRK-SALDO-DEP                       00027527
              WHEN '23'                                                 00027528
                 MOVE ZEROS TO WRK-SALDO-DEP                            00027530
              WHEN OTHER                                                00027531
                 MOVE ' ERRO READ ESTDEP ' TO WRK-MSG                   00027533
                 PERFORM 9000-TRATAR-ERROS                              00027534
            END-EVALUATE.                                               00027536
                                                                        00027537
      *-------------------------------------------------------------*   00027539
       2150-99-FIM.                       EXIT.                         00027540
      *-------------------------------------------------------------*   00027542
                                                                        00027543
      *---------------------------------------------------------------  00027545
      *    2170-REGISTRAR-CONTAGEM                                      00027546
      *    DATA DA ULTIMA CONTAGEM DO PRODUTO PARA O PLANEJAMENTO       00027548
      *    CICLICO (ARQ029); PRODUTO AINDA SEM CONTROLE ENTRA COMO      00027550
      *    CLASSE C ATE A PROXIMA CURVA ABC.                            00027551
      *---------------------------------------------------------------  00027553
       2170-REGISTRAR-CONTAGEM            SECTION.                      00027554
                                                                        00027556
            MOVE FD-PM-CODIGO TO FD-CC-CODIGO.                          00027557
            READ CONTCICL.                                              00027559
            EVALUATE WRK-FS-CONTCICL                                    00027560
              WHEN ZEROS                                                00027562
                 MOVE FD-CNT-DATA TO FD-CC-DATA-ULT-CONT                00027563
                 MOVE 'N'         TO FD-CC-URGENTE                      00027565
                 REWRITE FD-CONTCICL                                    00027566
              WHEN '23'                                                 00027568
                 MOVE SPACES       TO FD-CONTCICL                       00027569
                 MOVE FD-PM-CODIGO TO FD-CC-CODIGO                      00027571
                 MOVE 'C'          TO FD-CC-CLASSE                      00027572
                 MOVE FD-CNT-DATA  TO FD-CC-DATA-ULT-CONT               00027574
                 MOVE 'N'          TO FD-CC-URGENTE                     00027575
                 WRITE FD-CONTCICL                                      00027577
              WHEN OTHER                                                00027578
                 MOVE ' ERRO READ CONTCICL ' TO WRK-MSG                 00027580
                 PERFORM 9000-TRATAR-ERROS                              00027581
            END-EVALUATE.                                               00027583
            IF WRK-FS-CONTCICL NOT EQUAL '00'                           00027584
               MOVE ' ERRO GRAVACAO CONTCICL ' TO WRK-MSG               00027586
               PERFORM 9000-TRATAR-ERROS                                00027587
            END-IF.                                                     00027589
            ADD 1 TO WRK-REG-CICLO.                                     00027590
                                                                        00027592
      *-------------------------------------------------------------*   00027593
       2170-99-FIM.                       EXIT.                         00027595
      *-------------------------------------------------------------*   00027596
                                                                        00027598
      *-------------------------------------------------------------*   00027600
       2200-IMPRIMIR-DIVERGENCIA          SECTION.                      00027700
      *-------------------------------------------------------------*   00027800
                                                                        00028400
            MOVE FD-PM-CODIGO    TO WRK-DET-CODIGO.                     00028500
            MOVE FD-CNT-QTDE     TO WRK-DET-CONTADO.                    00028600
            MOVE WRK-SALDO-DEP   TO WRK-DET-SALDO.                      00028666
            MOVE WRK-DEPOSITO    TO WRK-DET-DEPOSITO.                   00028732
            MOVE WRK-DIFERENCA   TO WRK-DET-DIFER.                      00028800
            MOVE WRK-VALOR-DIF   TO WRK-DET-VALOR.                      00028900
            MOVE FD-CNT-CONTADOR TO WRK-DET-CONTADOR.                   00029000
            MOVE SPACES        TO FD-AJUSTE.                            00030200
            MOVE FD-PM-CODIGO  TO FD-AJU-CODIGO.                        00030300
            MOVE FD-CNT-DATA   TO FD-AJU-DATA.                          00030400
            MOVE WRK-DEPOSITO  TO FD-AJU-DEPOSITO.                      00030450
            IF WRK-DIFERENCA GREATER THAN ZEROS                         00030500
               MOVE 'E' TO FD-AJU-TIPO                                  00030600
               MOVE WRK-DIFERENCA TO FD-AJU-QTDE                        00030700
                                                                        00033100
            CLOSE CONTAGEM                                              00033200
            CLOSE PRODMSTR                                              00033300
            CLOSE ESTDEP                                                00033350
            IF WRK-COM-CONTCICL                                         00033362
               CLOSE CONTCICL                                           00033374
            END-IF                                                      00033386
            CLOSE AJUSTES                                               00033400
            CLOSE RELVAR.                                               00033500
                                                                        00033600
            DISPLAY ' SEM DIVERGENCIA......: ' WRK-REG-EXATOS.          00034000
            DISPLAY ' AJUSTES GERADOS......: ' WRK-REG-AJUSTES.         00034100
            DISPLAY ' SEM MESTRE...........: ' WRK-REG-SEM-MESTRE.      00034200
            DISPLAY ' ULT. CONTAGEM GRAVADA: ' WRK-REG-CICLO.           00034250
            DISPLAY '=========================================='.       00034300
                STOP RUN.                                               00034400
                                                                        00034500
