      *     SEM PRODUTO NO MESTRE VAI PARA O REJEITO. CADA              00002400
      *     RECEBIMENTO APLICADO SAI EM RECEBTO PARA A                  00002500
      *     CONFERENCIA COM A NOTA DO FORNECEDOR.                       00002600
      *-------------------------------------------------------*         00002604
      *     MANUTENCAO:                                                 00002609
      *     - 11/08/2022: A ENTREGA PASSOU A TRAZER O CUSTO             00002613
      *       UNITARIO DA NOTA E O RECEBIMENTO RECALCULA O              00002618
      *       CUSTO MEDIO PONDERADO DO PRODUTO NO MESTRE                00002622
      *       (FD-PM-CUSTO-MEDIO) ANTES DE SOMAR O ESTOQUE.             00002627
      *     - 02/12/2022: O MESTRE PASSOU A SER LIDO ANTES DE           00002631
      *       REGRAVAR O ITEM DO PEDIDO: ENTREGA REJEITADA POR          00002636
      *       PRODUTO SEM CADASTRO DEIXA O PEDIDO INTACTO E O           00002640
      *       RECICLO DO REJEITO NAO CREDITA EM DOBRO.                  00002645
      *     - 15/05/2023: A ENTREGA PASSOU A TRAZER O LOTE E A          00002650
      *       VALIDADE (AAAAMMDD) DO PRODUTO PERECIVEL; O               00002654
      *       RECEBIDO ENTRA TAMBEM NO ESTOQUE POR LOTE                 00002659
      *       ESTLOTE (KSDS POR PRODUTO + VALIDADE + LOTE), DE          00002663
      *       ONDE O ARQ016 DA SAIDA PELO VENCIMENTO MAIS               00002668
      *       PROXIMO. ENTREGA SEM LOTE SEGUE SO NO MESTRE;             00002672
      *       LOTE SEM VALIDADE VAI PARA O REJEITO.                     00002677
      *     - 22/05/2023: A ENTREGA PASSOU A TRAZER O DEPOSITO          00002681
      *       QUE RECEBEU A MERCADORIA (EM BRANCO = DEPOSITO 01) E      00002686
      *       O RECEBIDO ENTRA TAMBEM NO SALDO DO DEPOSITO NO           00002690
      *       ESTDEP (KSDS POR PRODUTO + DEPOSITO).                     00002695
      *     - 10/07/2023: O RECEBIDO QUE SOBE O MESTRE SAI TAMBEM       0000269A
      *       NO MOVLOG COMO TIPO C-RECEBIMENTO (DOCUMENTO 'REC' +      0000269B
      *       NUMERO DO PEDIDO), COM O LOTE, O DEPOSITO E OS SALDOS     0000269C
      *       ANTERIOR E RESULTANTE, PARA A CONFERENCIA DO ARQ034.      0000269D
      *       TIPO PROPRIO PORQUE O RECEBIDO JA E CONTADO PELO          0000269E
      *       RECEBTO NOS CONSUMIDORES DO MOVLOG.                       0000269F
      *=======================================================*         00002700
                                                                        00002800
      *=======================================================*         00002900
                ACCESS MODE  IS RANDOM                                  00004300
                RECORD KEY   IS FD-PM-CODIGO                            00004400
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00004500
             SELECT ESTLOTE   ASSIGN TO ESTLOTE                         00004516
                ORGANIZATION IS INDEXED                                 00004532
                ACCESS MODE  IS RANDOM                                  00004548
                RECORD KEY   IS FD-LOT-CHAVE                            00004564
                FILE STATUS  IS WRK-FS-ESTLOTE.                         00004580
             SELECT ESTDEP    ASSIGN TO ESTDEP                          00004583
                ORGANIZATION IS INDEXED                                 00004586
                ACCESS MODE  IS RANDOM                                  00004589
                RECORD KEY   IS FD-ED-CHAVE                             00004592
                FILE STATUS  IS WRK-FS-ESTDEP.                          00004595
             SELECT RECEBTO   ASSIGN TO RECEBTO                         00004600
                FILE STATUS  IS WRK-FS-RECEBTO.                         00004700
             SELECT REJEITO   ASSIGN TO REJEITO                         00004800
                FILE STATUS  IS WRK-FS-REJEITO.                         00004900
             SELECT MOVLOG    ASSIGN TO MOVLOG                          00004933
                FILE STATUS  IS WRK-FS-MOVLOG.                          00004966
      *=======================================================*         00005000
       DATA                                      DIVISION.              00005100
      *=======================================================*         00005200
          05 FD-ENT-QTDE          PIC 9(05).                            00006000
          05 FD-ENT-DATA          PIC X(08).                            00006100
          05 FD-ENT-CUSTO-UNIT    PIC 9(07)V99.                         00006110
          05 FD-ENT-LOTE          PIC X(10).                            00006157
          05 FD-ENT-VALIDADE      PIC X(08).                            00006204
          05 FD-ENT-DEPOSITO      PIC X(02).                            00006236
          05 FILLER               PIC X(06).                            00006268
                                                                        00006300
       FD PEDCOMP                                                       00006400
           RECORDING MODE IS F                                          00006500
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00009210
          05 FD-PM-EAN            PIC X(13).                            00009220
                                                                        00009300
       FD ESTLOTE                                                       00009307
           RECORDING MODE IS F                                          00009314
           BLOCK CONTAINS 0 RECORDS.                                    00009321
       01 FD-ESTLOTE.                                                   00009328
          05 FD-LOT-CHAVE.                                              00009335
             10 FD-LOT-CODIGO     PIC X(06).                            00009342
             10 FD-LOT-VALIDADE   PIC X(08).                            00009349
             10 FD-LOT-LOTE       PIC X(10).                            00009356
          05 FD-LOT-QTDE          PIC 9(05).                            00009363
          05 FD-LOT-DATA-ENTRADA  PIC X(08).                            00009370
          05 FILLER               PIC X(03).                            00009377
                                                                        00009384
       FD ESTDEP                                                        00009385
           RECORDING MODE IS F                                          00009386
           BLOCK CONTAINS 0 RECORDS.                                    00009387
       01 FD-ESTDEP.                                                    00009388
          05 FD-ED-CHAVE.                                               00009389
             10 FD-ED-CODIGO      PIC X(06).                            00009390
             10 FD-ED-DEPOSITO    PIC X(02).                            00009391
          05 FD-ED-QTDE           PIC 9(05).                            00009392
          05 FD-ED-QTDE-TRANSITO  PIC 9(05).                            00009393
          05 FD-ED-DATA-ULT-MOV   PIC X(08).                            00009394
          05 FILLER               PIC X(04).                            00009395
                                                                        00009396
       FD RECEBTO                                                       00009400
           RECORDING MODE IS F                                          00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-REJEITO.                                                   00011300
          05 FD-REJ-DADOS         PIC X(60).                            00011400
          05 FD-REJ-MOTIVO        PIC X(30).                            00011500
                                                                        00011506
       FD MOVLOG                                                        00011512
           RECORDING MODE IS F                                          00011518
           BLOCK CONTAINS 0 RECORDS.                                    00011524
       01 FD-MOVLOG.                                                    00011530
          05 FD-LOG-CODIGO        PIC X(06).                            00011536
          05 FD-LOG-DATA          PIC X(08).                            00011542
          05 FD-LOG-TIPO          PIC X(01).                            00011548
          05 FD-LOG-QTDE          PIC 9(05).                            00011554
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00011560
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00011566
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00011572
          05 FD-LOG-LOTE          PIC X(10).                            00011578
          05 FD-LOG-DEPOSITO      PIC X(02).                            00011584
      *---------------------------------------------------              00011600
       WORKING-STORAGE                           SECTION.               00011700
      *---------------------------------------------------              00011800
       77 WRK-FS-ENTREGAS PIC X(02) VALUE ZEROS.                        00011900
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE ZEROS.                        00012000
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00012100
       77 WRK-FS-ESTLOTE  PIC X(02) VALUE ZEROS.                        00012150
       77 WRK-FS-ESTDEP   PIC X(02) VALUE ZEROS.                        00012175
       77 WRK-FS-RECEBTO  PIC X(02) VALUE ZEROS.                        00012200
       77 WRK-FS-REJEITO  PIC X(02) VALUE ZEROS.                        00012300
       77 WRK-FS-MOVLOG   PIC X(02) VALUE ZEROS.                        00012350
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00012400
                                                                        00012500
       77 WRK-ITEM-ACHADO PIC X(01) VALUE 'N'.                          00012600
       77 WRK-SALDO-ITEM  PIC S9(05) VALUE ZEROS.                       00012900
       01 WRK-VALOR-ESTOQUE PIC 9(13)V99 VALUE ZEROS.                   00012910
       77 WRK-QTDE-TOTAL  PIC 9(06) VALUE ZEROS.                        00012920
       77 WRK-SALDO-ANT   PIC 9(05) VALUE ZEROS.                        00012933
       01 WRK-DOC-RECEBTO.                                              00012946
          05 FILLER          PIC X(03) VALUE 'REC'.                     00012959
          05 WRK-DOC-REC-NUM PIC 9(06) VALUE ZEROS.                     00012972
          05 FILLER          PIC X(01) VALUE SPACES.                    00012985
                                                                        00013000
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00013100
       77 WRK-REG-APLICADOS  PIC 9(07) VALUE ZEROS.                     00013200
       77 WRK-REG-SOBRAS     PIC 9(07) VALUE ZEROS.                     00013300
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00013400
       77 WRK-REG-LOTES      PIC 9(07) VALUE ZEROS.                     00013450
       77 WRK-REG-DEPOSITOS  PIC 9(07) VALUE ZEROS.                     00013475
       77 WRK-REJ-MOTIVO     PIC X(30) VALUE SPACES.                    00013500
      *=========================================*                       00013600
       PROCEDURE DIVISION.                                              00013700
              PERFORM 1100-TESTAR-FILE-STATUS.                          00015900
            OPEN I-O PRODMSTR.                                          00016000
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016100
            OPEN I-O ESTLOTE.                                           00016133
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016166
            OPEN I-O ESTDEP.                                            00016177
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016188
            OPEN OUTPUT RECEBTO.                                        00016200
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016300
            OPEN OUTPUT REJEITO.                                        00016400
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016433
            OPEN OUTPUT MOVLOG.                                         00016466
              PERFORM 1100-TESTAR-FILE-STATUS.                          00016500
                                                                        00016600
            DISPLAY '------------------------------------------'.       00016700
                       PERFORM 9000-TRATAR-ERROS                        00020500
                END-EVALUATE.                                           00020600
                                                                        00020700
                EVALUATE WRK-FS-ESTLOTE                                 00020711
                  WHEN ZEROS                                            00020722
                     CONTINUE                                           00020733
                  WHEN OTHER                                            00020744
                     MOVE ' ERRO OPEN ESTLOTE ' TO WRK-MSG              00020755
                       PERFORM 9000-TRATAR-ERROS                        00020766
                END-EVALUATE.                                           00020777
                                                                        00020788
                                                                        00020789
                EVALUATE WRK-FS-ESTDEP                                  00020790
                  WHEN ZEROS                                            00020791
                     CONTINUE                                           00020792
                  WHEN OTHER                                            00020793
                     MOVE ' ERRO OPEN ESTDEP ' TO WRK-MSG               00020794
                       PERFORM 9000-TRATAR-ERROS                        00020795
                END-EVALUATE.                                           00020796
                EVALUATE WRK-FS-RECEBTO                                 00020800
                  WHEN ZEROS                                            00020900
                     CONTINUE                                           00021000
                     MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG              00022000
                       PERFORM 9000-TRATAR-ERROS                        00022100
                END-EVALUATE.                                           00022200
                                                                        00022211
                EVALUATE WRK-FS-MOVLOG                                  00022222
                  WHEN ZEROS                                            00022233
                     CONTINUE                                           00022244
                  WHEN OTHER                                            00022255
                     MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG               00022266
                       PERFORM 9000-TRATAR-ERROS                        00022277
                END-EVALUATE.                                           00022288
                                                                        00022300
      *-------------------------------------------------------------*   00022400
       1100-99-FIM.                       EXIT.                         00022500
                                                                        00023100
               IF WRK-FS-ENTREGAS EQUAL ZEROS                           00023200
                  ADD 1 TO WRK-REG-LIDOS                                00023300
                  IF FD-ENT-LOTE NOT EQUAL SPACES AND                   00023355
                     ( FD-ENT-VALIDADE NOT NUMERIC OR                   00023410
                       FD-ENT-VALIDADE EQUAL ZEROS )                    00023465
                     MOVE ' LOTE SEM VALIDADE (AAAAMMDD) ' TO           00023520
                          WRK-REJ-MOTIVO                                00023575
                     PERFORM 2900-GRAVAR-REJEITO                        00023630
                  ELSE                                                  00023685
                     PERFORM 2100-PROCURAR-ITEM                         00023740
                     IF WRK-ITEM-FOI-ACHADO                             00023795
                        PERFORM 2200-BAIXAR-ITEM                        00023850
                     ELSE                                               00023905
                        MOVE ' ITEM DE PEDIDO NAO LOCALIZADO ' TO       00023960
                             WRK-REJ-MOTIVO                             00024015
                        PERFORM 2900-GRAVAR-REJEITO                     00024070
                     END-IF                                             00024125
                  END-IF                                                00024180
               END-IF                                                   00024235
                                                                        00024300
               READ ENTREGAS.                                           00024400
                                                                        00024500
       2250-99-FIM.                       EXIT.                         00031758
      *-------------------------------------------------------------*   00031760
                                                                        00031800
      *---------------------------------------------------------------  00031823
      *    2300-POSTAR-ESTOQUE                                          00031847
      *    O MESTRE JA FOI LIDO NO 2200; AQUI SO O CUSTO, O SALDO       00031870
      *    E A TRILHA DE RECEBIMENTO.                                   00031894
      *---------------------------------------------------------------  00031918
       2300-POSTAR-ESTOQUE                SECTION.                      00031941
      *-------------------------------------------------------------*   00031965
                                                                        00031988
            PERFORM 2310-RECALCULAR-CUSTO.                              00032012
            MOVE FD-PM-QTDE TO WRK-SALDO-ANT.                           00032024
            ADD FD-ENT-QTDE TO FD-PM-QTDE.                              00032036
            MOVE FD-ENT-DATA TO FD-PM-DATA-ULT-MOV.                     00032059
            REWRITE FD-PRODMSTR.                                        00032083
            IF WRK-FS-PRODMSTR NOT EQUAL '00'                           00032107
               MOVE ' ERRO REWRITE PRODMSTR ' TO WRK-MSG                00032130
               PERFORM 9000-TRATAR-ERROS                                00032154
            END-IF.                                                     00032177
            IF FD-ENT-LOTE NOT EQUAL SPACES                             00032201
               PERFORM 2350-POSTAR-LOTE                                 00032225
            END-IF.                                                     00032248
            PERFORM 2370-POSTAR-DEPOSITO.                               00032272
            PERFORM 2380-GRAVAR-MOVLOG.                                 00032284
            PERFORM 2400-GRAVAR-RECEBIMENTO.                            00032296
                                                                        00032319
      *-------------------------------------------------------------*   00032343
       2300-99-FIM.                       EXIT.                         00032366
      *-------------------------------------------------------------*   00032390
                                                                        00032414
      *---------------------------------------------------------------  00032437
      *    2310-RECALCULAR-CUSTO                                        00032461
      *    CUSTO MEDIO PONDERADO: (SALDO X CUSTO ATUAL + RECEBIDO X     00032485
      *    CUSTO DA NOTA) / (SALDO + RECEBIDO). ENTREGA SEM CUSTO       00032508
      *    NA NOTA NAO MEXE NO CUSTO GUARDADO.                          00032532
      *---------------------------------------------------------------  00032555
       2310-RECALCULAR-CUSTO              SECTION.                      00032579
                                                                        00032603
            IF FD-ENT-CUSTO-UNIT NUMERIC AND                            00032626
               FD-ENT-CUSTO-UNIT GREATER THAN ZEROS                     00032650
               COMPUTE WRK-QTDE-TOTAL =                                 00032674
                       FD-PM-QTDE + FD-ENT-QTDE                         00032697
               END-COMPUTE                                              00032721
               IF WRK-QTDE-TOTAL GREATER THAN ZEROS                     00032744
                  COMPUTE WRK-VALOR-ESTOQUE =                           00032768
                          FD-PM-QTDE * FD-PM-CUSTO-MEDIO                00032792
                        + FD-ENT-QTDE * FD-ENT-CUSTO-UNIT               00032815
                  END-COMPUTE                                           00032839
                  COMPUTE FD-PM-CUSTO-MEDIO ROUNDED =                   00032862
                          WRK-VALOR-ESTOQUE / WRK-QTDE-TOTAL            00032886
                  END-COMPUTE                                           00032910
               END-IF                                                   00032933
            END-IF.                                                     00032957
                                                                        00032981
      *-------------------------------------------------------------*   00033004
       2310-99-FIM.                       EXIT.                         00033028
      *-------------------------------------------------------------*   00033051
                                                                        00033075
      *---------------------------------------------------------------  00033099
      *    2350-POSTAR-LOTE                                             00033122
      *    SOMA O RECEBIDO NO LOTE (MESMO PRODUTO, VALIDADE E LOTE      00033146
      *    DE ENTREGA ANTERIOR) OU ABRE O LOTE NOVO NO ESTLOTE.         00033170
      *---------------------------------------------------------------  00033193
       2350-POSTAR-LOTE                   SECTION.                      00033217
                                                                        00033240
            MOVE FD-ENT-CODIGO   TO FD-LOT-CODIGO.                      00033264
            MOVE FD-ENT-VALIDADE TO FD-LOT-VALIDADE.                    00033288
            MOVE FD-ENT-LOTE     TO FD-LOT-LOTE.                        00033311
            READ ESTLOTE.                                               00033335
            EVALUATE WRK-FS-ESTLOTE                                     00033359
              WHEN ZEROS                                                00033382
                 ADD FD-ENT-QTDE TO FD-LOT-QTDE                         00033406
                 MOVE FD-ENT-DATA TO FD-LOT-DATA-ENTRADA                00033429
                 REWRITE FD-ESTLOTE                                     00033453
              WHEN '23'                                                 00033477
                 MOVE FD-ENT-QTDE TO FD-LOT-QTDE                        00033500
                 MOVE FD-ENT-DATA TO FD-LOT-DATA-ENTRADA                00033524
                 WRITE FD-ESTLOTE                                       00033548
              WHEN OTHER                                                00033571
                 MOVE ' ERRO READ ESTLOTE ' TO WRK-MSG                  00033595
                 PERFORM 9000-TRATAR-ERROS                              00033618
            END-EVALUATE.                                               00033642
            IF WRK-FS-ESTLOTE NOT EQUAL '00'                            00033666
               MOVE ' ERRO GRAVACAO ESTLOTE ' TO WRK-MSG                00033689
               PERFORM 9000-TRATAR-ERROS                                00033713
            END-IF.                                                     00033737
            ADD 1 TO WRK-REG-LOTES.                                     00033760
                                                                        00033784
      *-------------------------------------------------------------*   00033807
       2350-99-FIM.                       EXIT.                         00033831
      *-------------------------------------------------------------*   00033855
                                                                        00033878
      *---------------------------------------------------------------  00033902
      *    2370-POSTAR-DEPOSITO                                         00033925
      *    SOMA O RECEBIDO NO SALDO DO DEPOSITO QUE RECEBEU A           00033949
      *    MERCADORIA; ENTREGA SEM DEPOSITO ENTRA NO DEPOSITO 01.       00033973
      *---------------------------------------------------------------  00033996
       2370-POSTAR-DEPOSITO               SECTION.                      00034020
                                                                        00034044
            MOVE FD-ENT-CODIGO TO FD-ED-CODIGO.                         00034067
            IF FD-ENT-DEPOSITO EQUAL SPACES                             00034091
               MOVE '01' TO FD-ED-DEPOSITO                              00034114
            ELSE                                                        00034138
               MOVE FD-ENT-DEPOSITO TO FD-ED-DEPOSITO                   00034162
            END-IF.                                                     00034185
            READ ESTDEP.                                                00034209
            EVALUATE WRK-FS-ESTDEP                                      00034233
              WHEN ZEROS                                                00034256
                 ADD FD-ENT-QTDE TO FD-ED-QTDE                          00034280
                 MOVE FD-ENT-DATA TO FD-ED-DATA-ULT-MOV                 00034303
                 REWRITE FD-ESTDEP                                      00034327
              WHEN '23'                                                 00034351
                 MOVE FD-ENT-QTDE TO FD-ED-QTDE                         00034374
                 MOVE ZEROS       TO FD-ED-QTDE-TRANSITO                00034398
                 MOVE FD-ENT-DATA TO FD-ED-DATA-ULT-MOV                 00034422
                 WRITE FD-ESTDEP                                        00034445
              WHEN OTHER                                                00034469
                 MOVE ' ERRO READ ESTDEP ' TO WRK-MSG                   00034492
                 PERFORM 9000-TRATAR-ERROS                              00034516
            END-EVALUATE.                                               00034540
            IF WRK-FS-ESTDEP NOT EQUAL '00'                             00034563
               MOVE ' ERRO GRAVACAO ESTDEP ' TO WRK-MSG                 00034587
               PERFORM 9000-TRATAR-ERROS                                00034611
            END-IF.                                                     00034634
            ADD 1 TO WRK-REG-DEPOSITOS.                                 00034658
                                                                        00034681
      *-------------------------------------------------------------*   00034705
       2370-99-FIM.                       EXIT.                         00034729
      *-------------------------------------------------------------*   00034752
                                                                        00034776
      *---------------------------------------------------------------  000347AA
      *    2380-GRAVAR-MOVLOG                                           000347AB
      *    O RECEBIDO ENTRA NA TRILHA DE MOVIMENTOS COMO TIPO C, COM O  000347AC
      *    DEPOSITO JA RESOLVIDO NO 2370 E O LOTE DA ENTREGA.           000347AD
      *---------------------------------------------------------------  000347AE
       2380-GRAVAR-MOVLOG                 SECTION.                      000347AF
                                                                        000347AG
            MOVE SPACES          TO FD-MOVLOG.                          000347AH
            MOVE FD-PM-CODIGO    TO FD-LOG-CODIGO.                      000347AI
            MOVE FD-ENT-DATA     TO FD-LOG-DATA.                        000347AJ
            MOVE 'C'             TO FD-LOG-TIPO.                        000347AK
            MOVE FD-ENT-QTDE     TO FD-LOG-QTDE.                        000347AL
            MOVE FD-ENT-PEDIDO   TO WRK-DOC-REC-NUM.                    000347AM
            MOVE WRK-DOC-RECEBTO TO FD-LOG-DOCUMENTO.                   000347AN
            MOVE WRK-SALDO-ANT   TO FD-LOG-SALDO-ANT.                   000347AO
            MOVE FD-PM-QTDE      TO FD-LOG-SALDO-ATU.                   000347AP
            MOVE FD-ENT-LOTE     TO FD-LOG-LOTE.                        000347AQ
            MOVE FD-ED-DEPOSITO  TO FD-LOG-DEPOSITO.                    000347AR
            WRITE FD-MOVLOG.                                            000347AS
            IF WRK-FS-MOVLOG NOT EQUAL '00'                             000347AT
               MOVE ' ERRO WRITE MOVLOG ' TO WRK-MSG                    000347AU
               PERFORM 9000-TRATAR-ERROS                                000347AV
            END-IF.                                                     000347AW
                                                                        000347AX
      *-------------------------------------------------------------*   000347AY
       2380-99-FIM.                       EXIT.                         000347AZ
      *-------------------------------------------------------------*   000347BA
                                                                        000347BB
      *-------------------------------------------------------------*   00034800
       2400-GRAVAR-RECEBIMENTO            SECTION.                      00034900
      *-------------------------------------------------------------*   00035000
            CLOSE ENTREGAS                                              00039600
            CLOSE PEDCOMP                                               00039700
            CLOSE PRODMSTR                                              00039800
            CLOSE ESTLOTE                                               00039850
            CLOSE ESTDEP                                                00039875
            CLOSE RECEBTO                                               00039900
            CLOSE REJEITO                                               00039966
            CLOSE MOVLOG.                                               00040032
                                                                        00040100
            DISPLAY '=========================================='.       00040200
            DISPLAY ' ENTREGAS LIDAS.......: ' WRK-REG-LIDOS.           00040300
            DISPLAY ' RECEBIMENTOS APLICADOS: ' WRK-REG-APLICADOS.      00040400
            DISPLAY ' COM SOBRA............: ' WRK-REG-SOBRAS.          00040500
            DISPLAY ' REJEITADAS...........: ' WRK-REG-REJEITADOS.      00040600
            DISPLAY ' LOTES MOVIMENTADOS...: ' WRK-REG-LOTES.           00040650
            DISPLAY ' SALDOS POR DEPOSITO..: ' WRK-REG-DEPOSITOS.       00040675
            DISPLAY '=========================================='.       00040700
                STOP RUN.                                               00040800
                                                                        00040900
