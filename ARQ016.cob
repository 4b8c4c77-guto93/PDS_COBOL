      *       LIDO PELO COLETOR (CODIGO EM BRANCO): A BUSCA NO          00002540
      *       MESTRE SAI PELO INDICE ALTERNADO FD-PM-EAN E O            00002550
      *       MOVLOG GUARDA O CODIGO INTERNO ENCONTRADO.                00002560
      *     - 15/05/2023: ESTOQUE POR LOTE (ESTLOTE, ABERTO PELO        00002565
      *       RECEBIMENTO NO ARQ014): O MOVIMENTO PODE TRAZER O         00002570
      *       LOTE; SAIDA SEM LOTE BAIXA OS LOTES DO PRODUTO DO         00002575
      *       VENCIMENTO MAIS PROXIMO PARA O MAIS DISTANTE (FEFO)       00002580
      *       E O MOVLOG GANHOU O LOTE, COM UMA LINHA POR LOTE          00002585
      *       BAIXADO.                                                  00002590
      *     - 22/05/2023: ESTOQUE POR DEPOSITO (KSDS ESTDEP, PRODUTO    00002591
      *       + DEPOSITO; O PRODMSTR FICA COM O TOTAL DA EMPRESA).      00002592
      *       O MOVIMENTO TRAZ O DEPOSITO (EM BRANCO = SO O             00002593
      *       TOTAL, COMO A RESERVA DEVOLVIDA PELO FR01CB10) E          00002594
      *       GANHOU OS TIPOS T-TRANSFERENCIA (SAI DA ORIGEM E          00002595
      *       FICA EM TRANSITO NO DESTINO), R-CHEGADA DA                00002596
      *       TRANSFERENCIA E X-EXPEDICAO FATURADA (MOVEXP DO           00002597
      *       FR01CB05, SO BAIXA O DEPOSITO). MOVLOG COM O              00002598
      *       DEPOSITO.                                                 00002599
      *=======================================================*         00002600
                                                                        00002700
      *=======================================================*         00002800
                ALTERNATE RECORD KEY IS FD-PM-EAN                       00003810
                     WITH DUPLICATES                                    00003820
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00003900
             SELECT ESTLOTE  ASSIGN TO ESTLOTE                          00003916
                ORGANIZATION IS INDEXED                                 00003932
                ACCESS MODE  IS DYNAMIC                                 00003948
                RECORD KEY   IS FD-LOT-CHAVE                            00003964
                FILE STATUS  IS WRK-FS-ESTLOTE.                         00003980
             SELECT ESTDEP   ASSIGN TO ESTDEP                           00003983
                ORGANIZATION IS INDEXED                                 00003986
                ACCESS MODE  IS RANDOM                                  00003989
                RECORD KEY   IS FD-ED-CHAVE                             00003992
                FILE STATUS  IS WRK-FS-ESTDEP.                          00003995
             SELECT MOVLOG   ASSIGN TO MOVLOG                           00004000
                FILE STATUS  IS WRK-FS-MOVLOG.                          00004100
             SELECT REJEITO  ASSIGN TO REJEITO                          00004200
          05 FD-MOV-TIPO          PIC X(01).                            00005400
             88 FD-MOV-ENTRADA          VALUE 'E'.                      00005500
             88 FD-MOV-SAIDA            VALUE 'S'.                      00005600
             88 FD-MOV-TRANSFERENCIA    VALUE 'T'.                      00005625
             88 FD-MOV-CHEGADA          VALUE 'R'.                      00005650
             88 FD-MOV-EXPEDICAO        VALUE 'X'.                      00005675
          05 FD-MOV-QTDE          PIC 9(05).                            00005700
          05 FD-MOV-DOCUMENTO     PIC X(10).                            00005800
          05 FD-MOV-EAN           PIC X(13).                            00005810
          05 FD-MOV-LOTE          PIC X(10).                            00005873
          05 FD-MOV-DEPOSITO      PIC X(02).                            00005904
          05 FD-MOV-DEP-DESTINO   PIC X(02).                            00005935
          05 FILLER               PIC X(03).                            00005966
                                                                        00006000
       FD PRODMSTR                                                      00006100
           RECORDING MODE IS F                                          00006200
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00006910
          05 FD-PM-EAN            PIC X(13).                            00006920
                                                                        00007000
       FD ESTLOTE                                                       00007007
           RECORDING MODE IS F                                          00007014
           BLOCK CONTAINS 0 RECORDS.                                    00007021
       01 FD-ESTLOTE.                                                   00007028
          05 FD-LOT-CHAVE.                                              00007035
             10 FD-LOT-CODIGO     PIC X(06).                            00007042
             10 FD-LOT-VALIDADE   PIC X(08).                            00007049
             10 FD-LOT-LOTE       PIC X(10).                            00007056
          05 FD-LOT-QTDE          PIC 9(05).                            00007063
          05 FD-LOT-DATA-ENTRADA  PIC X(08).                            00007070
          05 FILLER               PIC X(03).                            00007077
                                                                        00007084
       FD ESTDEP                                                        00007085
           RECORDING MODE IS F                                          00007086
           BLOCK CONTAINS 0 RECORDS.                                    00007087
       01 FD-ESTDEP.                                                    00007088
          05 FD-ED-CHAVE.                                               00007089
             10 FD-ED-CODIGO      PIC X(06).                            00007090
             10 FD-ED-DEPOSITO    PIC X(02).                            00007091
          05 FD-ED-QTDE           PIC 9(05).                            00007092
          05 FD-ED-QTDE-TRANSITO  PIC 9(05).                            00007093
          05 FD-ED-DATA-ULT-MOV   PIC X(08).                            00007094
          05 FILLER               PIC X(04).                            00007095
                                                                        00007096
       FD MOVLOG                                                        00007100
           RECORDING MODE IS F                                          00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00007900
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00008000
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00008100
          05 FD-LOG-LOTE          PIC X(10).                            00008150
          05 FD-LOG-DEPOSITO      PIC X(02).                            00008175
                                                                        00008200
       FD REJEITO                                                       00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-REJEITO.                                                   00008600
          05 FD-REJ-DADOS         PIC X(60).                            00008700
          05 FD-REJ-MOTIVO        PIC X(30).                            00008800
      *---------------------------------------------------              00008900
       WORKING-STORAGE                           SECTION.               00009000
      *---------------------------------------------------              00009100
       77 WRK-FS-MOVTRAN  PIC X(02) VALUE ZEROS.                        00009200
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00009300
       77 WRK-FS-ESTLOTE  PIC X(02) VALUE ZEROS.                        00009350
       77 WRK-FS-ESTDEP   PIC X(02) VALUE ZEROS.                        00009375
       77 WRK-FS-MOVLOG   PIC X(02) VALUE ZEROS.                        00009400
       77 WRK-FS-REJEITO  PIC X(02) VALUE ZEROS.                        00009500
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00009600
                                                                        00009700
       77 WRK-SALDO-ANT   PIC 9(05) VALUE ZEROS.                        00009800
       77 WRK-QTDE-LOG    PIC 9(05) VALUE ZEROS.                        00009814
       77 WRK-QTDE-RESTANTE PIC 9(05) VALUE ZEROS.                      00009828
       77 WRK-LOTE-LOG    PIC X(10) VALUE SPACES.                       00009842
       77 WRK-LOTE-ACHADO PIC X(01) VALUE 'N'.                          00009856
          88 WRK-LOTE-FOI-ACHADO     VALUE 'S'.                         00009870
          88 WRK-LOTE-NAO-ACHADO     VALUE 'N'.                         00009884
       77 WRK-DEPOSITO    PIC X(02) VALUE SPACES.                       00009887
       77 WRK-DEP-SITUACAO PIC X(01) VALUE 'E'.                         00009890
          88 WRK-DEP-EXISTE          VALUE 'E'.                         00009893
          88 WRK-DEP-NOVO            VALUE 'N'.                         00009896
                                                                        00009900
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00010000
       77 WRK-REG-ENTRADAS   PIC 9(07) VALUE ZEROS.                     00010100
       77 WRK-REG-SAIDAS     PIC 9(07) VALUE ZEROS.                     00010200
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00010300
       77 WRK-REG-LOTES      PIC 9(07) VALUE ZEROS.                     00010350
       77 WRK-REG-TRANSF     PIC 9(07) VALUE ZEROS.                     00010362
       77 WRK-REG-CHEGADAS   PIC 9(07) VALUE ZEROS.                     00010374
       77 WRK-REG-EXPEDICOES PIC 9(07) VALUE ZEROS.                     00010386
                                                                        00010400
       77 WRK-REG-STATUS     PIC X(01) VALUE 'S'.                       00010500
          88 WRK-REG-OK              VALUE 'S'.                         00010600
              PERFORM 1100-TESTAR-FILE-STATUS.                          00013000
            OPEN I-O PRODMSTR.                                          00013100
              PERFORM 1100-TESTAR-FILE-STATUS.                          00013200
            OPEN I-O ESTLOTE.                                           00013233
              PERFORM 1100-TESTAR-FILE-STATUS.                          00013266
            OPEN I-O ESTDEP.                                            00013277
              PERFORM 1100-TESTAR-FILE-STATUS.                          00013288
            OPEN OUTPUT MOVLOG.                                         00013300
              PERFORM 1100-TESTAR-FILE-STATUS.                          00013400
            OPEN OUTPUT REJEITO.                                        00013500
                       PERFORM 9000-TRATAR-ERROS                        00016800
                END-EVALUATE.                                           00016900
                                                                        00017000
                EVALUATE WRK-FS-ESTLOTE                                 00017011
                  WHEN ZEROS                                            00017022
                     CONTINUE                                           00017033
                  WHEN OTHER                                            00017044
                     MOVE ' ERRO OPEN ESTLOTE ' TO WRK-MSG              00017055
                       PERFORM 9000-TRATAR-ERROS                        00017066
                END-EVALUATE.                                           00017077
                                                                        00017088
                EVALUATE WRK-FS-ESTDEP                                  00017089
                  WHEN ZEROS                                            00017090
                     CONTINUE                                           00017091
                  WHEN OTHER                                            00017092
                     MOVE ' ERRO OPEN ESTDEP ' TO WRK-MSG               00017093
                       PERFORM 9000-TRATAR-ERROS                        00017094
                END-EVALUATE.                                           00017095
                                                                        00017096
                EVALUATE WRK-FS-MOVLOG                                  00017100
                  WHEN ZEROS                                            00017200
                     CONTINUE                                           00017300
               MOVE ' SEM CODIGO NEM EAN ' TO WRK-REJ-MOTIVO            00022000
            END-IF.                                                     00022100
                                                                        00022200
            IF FD-MOV-ENTRADA OR FD-MOV-SAIDA OR                        00022250
               FD-MOV-TRANSFERENCIA OR FD-MOV-CHEGADA OR                00022300
               FD-MOV-EXPEDICAO                                         00022350
               CONTINUE                                                 00022400
            ELSE                                                        00022500
               SET WRK-REG-INVALIDO TO TRUE                             00022600
               MOVE ' TIPO DE MOVIMENTO INVALIDO ' TO WRK-REJ-MOTIVO    00022700
            END-IF.                                                     00022800
                                                                        00022900
            IF ( FD-MOV-TRANSFERENCIA OR FD-MOV-CHEGADA OR              00022906
                 FD-MOV-EXPEDICAO ) AND                                 00022912
               FD-MOV-DEPOSITO EQUAL SPACES                             00022918
               SET WRK-REG-INVALIDO TO TRUE                             00022924
               MOVE ' MOVIMENTO SEM DEPOSITO ' TO WRK-REJ-MOTIVO        00022930
            END-IF.                                                     00022936
                                                                        00022942
            IF FD-MOV-TRANSFERENCIA AND                                 00022948
               ( FD-MOV-DEP-DESTINO EQUAL SPACES OR                     00022954
                 FD-MOV-DEP-DESTINO EQUAL FD-MOV-DEPOSITO )             00022960
               SET WRK-REG-INVALIDO TO TRUE                             00022966
               MOVE ' DEPOSITO DE DESTINO INVALIDO ' TO                 00022972
                    WRK-REJ-MOTIVO                                      00022978
            END-IF.                                                     00022984
                                                                        00022990
            IF FD-MOV-QTDE NOT NUMERIC OR FD-MOV-QTDE EQUAL ZEROS       00023000
               SET WRK-REG-INVALIDO TO TRUE                             00023100
               MOVE ' QUANTIDADE INVALIDA ' TO WRK-REJ-MOTIVO           00023200
       2100-99-FIM.                       EXIT.                         00023600
      *-------------------------------------------------------------*   00023700
                                                                        00023800
      *---------------------------------------------------------------  00023823
      *    2200-POSTAR-MOVIMENTO                                        00023846
      *    LE O PRODUTO, APLICA ENTRADA OU SAIDA (SAIDA MAIOR QUE O     00023869
      *    SALDO E REJEITADA) E REGISTRA O MOVIMENTO EM MOVLOG COM      00023892
      *    SALDO ANTERIOR E RESULTANTE. MOVIMENTO COM LOTE MEXE SO      00023915
      *    NAQUELE LOTE; SAIDA SEM LOTE BAIXA OS LOTES DO PRODUTO       00023938
      *    PELO VENCIMENTO MAIS PROXIMO (2500).                         00023961
      *---------------------------------------------------------------  00023984
       2200-POSTAR-MOVIMENTO              SECTION.                      00024007
                                                                        00024030
            IF FD-MOV-CODIGO EQUAL SPACES OR                            00024053
               FD-MOV-CODIGO EQUAL ZEROS                                00024076
               MOVE FD-MOV-EAN TO FD-PM-EAN                             00024099
               READ PRODMSTR KEY IS FD-PM-EAN                           00024122
            ELSE                                                        00024145
               MOVE FD-MOV-CODIGO TO FD-PM-CODIGO                       00024168
               READ PRODMSTR                                            00024191
            END-IF.                                                     00024214
            EVALUATE WRK-FS-PRODMSTR                                    00024237
              WHEN ZEROS                                                00024260
                 MOVE FD-PM-QTDE TO WRK-SALDO-ANT                       00024283
                 EVALUATE TRUE                                          00024301
                   WHEN FD-MOV-TRANSFERENCIA                            00024319
                      PERFORM 2600-POSTAR-TRANSFERENCIA                 00024337
                   WHEN FD-MOV-CHEGADA                                  00024355
                      PERFORM 2650-POSTAR-CHEGADA                       00024373
                   WHEN FD-MOV-EXPEDICAO                                00024391
                      PERFORM 2700-POSTAR-EXPEDICAO                     00024409
                   WHEN OTHER                                           00024427
                      PERFORM 2250-POSTAR-ENTRADA-SAIDA                 00024445
                 END-EVALUATE                                           00024463
              WHEN '23'                                                 00024490
                 MOVE ' PRODUTO SEM CADASTRO NO MESTRE ' TO             00024513
                      WRK-REJ-MOTIVO                                    00024536
                 PERFORM 2900-GRAVAR-REJEITO                            00024559
              WHEN OTHER                                                00024582
                 MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                 00024605
                 PERFORM 9000-TRATAR-ERROS                              00024628
            END-EVALUATE.                                               00024651
                                                                        00024674
      *-------------------------------------------------------------*   00024697
       2200-99-FIM.                       EXIT.                         00024720
      *-------------------------------------------------------------*   00024743
                                                                        00024766
      *---------------------------------------------------------------  00024779
      *    2210-POSTAR-ENTRADA                                          00024792
      *    ENTRADA COM LOTE SO VOLTA PARA LOTE JA ABERTO PELO           00024805
      *    RECEBIMENTO (ARQ014), QUE E QUEM CONHECE A VALIDADE.         00024818
      *    COM DEPOSITO, O SALDO DELE NO ESTDEP SOBE JUNTO.             00024831
      *---------------------------------------------------------------  00024844
       2210-POSTAR-ENTRADA                SECTION.                      00024857
                                                                        00024870
            IF FD-MOV-LOTE NOT EQUAL SPACES AND WRK-LOTE-NAO-ACHADO     00024880
               MOVE ' LOTE NAO CADASTRADO NO ESTLOTE ' TO               00024890
                    WRK-REJ-MOTIVO                                      00024900
               PERFORM 2900-GRAVAR-REJEITO                              00024910
            ELSE                                                        00024920
               IF FD-MOV-LOTE NOT EQUAL SPACES                          00024930
                  ADD FD-MOV-QTDE TO FD-LOT-QTDE                        00024940
                  PERFORM 2450-REGRAVAR-LOTE                            00024950
               END-IF                                                   00024961
               IF FD-MOV-DEPOSITO NOT EQUAL SPACES                      00024964
                  MOVE FD-MOV-DEPOSITO TO WRK-DEPOSITO                  00024967
                  PERFORM 2800-LER-DEPOSITO                             00024970
                  ADD FD-MOV-QTDE TO FD-ED-QTDE                         00024973
                  PERFORM 2850-GRAVAR-DEPOSITO                          00024976
               END-IF                                                   00024979
               ADD FD-MOV-QTDE TO FD-PM-QTDE                            00024982
               ADD 1 TO WRK-REG-ENTRADAS                                00024985
               PERFORM 2300-REGRAVAR-E-LOGAR                            00024988
            END-IF.                                                     00025000
                                                                        00025156
      *-------------------------------------------------------------*   00025169
       2210-99-FIM.                       EXIT.                         00025182
      *-------------------------------------------------------------*   00025195
                                                                        00025208
      *---------------------------------------------------------------  00025221
      *    2220-POSTAR-SAIDA                                            00025234
      *    TODAS AS CONFERENCIAS (SALDO DO PRODUTO, DO DEPOSITO E DO    00025247
      *    LOTE) VEM ANTES DE MEXER EM QUALQUER ARQUIVO.                00025260
      *---------------------------------------------------------------  00025273
       2220-POSTAR-SAIDA                  SECTION.                      00025286
                                                                        00025299
            SET WRK-REG-OK TO TRUE.                                     00025305
            IF FD-MOV-QTDE GREATER THAN FD-PM-QTDE                      00025312
               MOVE ' SAIDA MAIOR QUE O SALDO ' TO                      00025325
                    WRK-REJ-MOTIVO                                      00025338
               SET WRK-REG-INVALIDO TO TRUE                             00025357
            END-IF.                                                     00025377
                                                                        00025390
            IF WRK-REG-OK AND FD-MOV-DEPOSITO NOT EQUAL SPACES          00025403
               MOVE FD-MOV-DEPOSITO TO WRK-DEPOSITO                     00025416
               PERFORM 2800-LER-DEPOSITO                                00025429
               IF FD-MOV-QTDE GREATER THAN FD-ED-QTDE                   00025442
                  MOVE ' SAIDA MAIOR QUE O SALDO DO DEPOSITO ' TO       00025455
                       WRK-REJ-MOTIVO                                   00025468
                  SET WRK-REG-INVALIDO TO TRUE                          00025487
               END-IF                                                   00025507
            END-IF.                                                     00025520
                                                                        00025533
            IF WRK-REG-OK AND FD-MOV-LOTE NOT EQUAL SPACES              00025546
               IF WRK-LOTE-NAO-ACHADO                                   00025559
                  MOVE ' LOTE NAO CADASTRADO NO ESTLOTE ' TO            00025572
                       WRK-REJ-MOTIVO                                   00025585
                  SET WRK-REG-INVALIDO TO TRUE                          00025599
               ELSE                                                     00025613
                  IF FD-MOV-QTDE GREATER THAN FD-LOT-QTDE               00025627
                     MOVE ' SAIDA MAIOR QUE O SALDO DO LOTE ' TO        00025641
                          WRK-REJ-MOTIVO                                00025649
                     SET WRK-REG-INVALIDO TO TRUE                       00025657
                  END-IF                                                00025665
               END-IF                                                   00025673
            END-IF.                                                     00025681
                                                                        00025689
            IF WRK-REG-OK                                               00025697
               PERFORM 2230-BAIXAR-SAIDA                                00025705
            ELSE                                                        00025713
               PERFORM 2900-GRAVAR-REJEITO                              00025721
            END-IF.                                                     00025729
                                                                        00025737
      *-------------------------------------------------------------*   00025745
       2220-99-FIM.                       EXIT.                         00025753
      *-------------------------------------------------------------*   00025761
                                                                        00025769
      *-------------------------------------------------------------*   00025777
       2230-BAIXAR-SAIDA                  SECTION.                      00025785
      *-------------------------------------------------------------*   00025793
                                                                        00025801
            IF FD-MOV-DEPOSITO NOT EQUAL SPACES                         00025809
               SUBTRACT FD-MOV-QTDE FROM FD-ED-QTDE                     00025817
               PERFORM 2850-GRAVAR-DEPOSITO                             00025825
            END-IF.                                                     00025833
                                                                        00025841
            IF FD-MOV-LOTE EQUAL SPACES                                 00025849
               PERFORM 2500-SAIDA-POR-VENCIMENTO                        00025857
            ELSE                                                        00025865
               SUBTRACT FD-MOV-QTDE FROM FD-LOT-QTDE                    00025873
               PERFORM 2450-REGRAVAR-LOTE                               00025881
               SUBTRACT FD-MOV-QTDE FROM FD-PM-QTDE                     00025889
               PERFORM 2300-REGRAVAR-E-LOGAR                            00025897
            END-IF.                                                     00025905
            ADD 1 TO WRK-REG-SAIDAS.                                    00025923
                                                                        00025949
      *-------------------------------------------------------------*   00025962
       2230-99-FIM.                       EXIT.                         00025975
      *-------------------------------------------------------------*   00025988
      *-------------------------------------------------------------*   00026001
       2250-POSTAR-ENTRADA-SAIDA          SECTION.                      00026014
      *-------------------------------------------------------------*   00026027
                                                                        00026040
            IF FD-MOV-LOTE NOT EQUAL SPACES                             00026053
               PERFORM 2400-LOCALIZAR-LOTE                              00026066
            END-IF.                                                     00026079
            IF FD-MOV-ENTRADA                                           00026092
               PERFORM 2210-POSTAR-ENTRADA                              00026105
            ELSE                                                        00026118
               PERFORM 2220-POSTAR-SAIDA                                00026131
            END-IF.                                                     00026144
                                                                        00026157
      *-------------------------------------------------------------*   00026170
       2250-99-FIM.                       EXIT.                         00026183
      *-------------------------------------------------------------*   00026196
                                                                        00026307
      *-------------------------------------------------------------*   00026330
       2300-REGRAVAR-E-LOGAR              SECTION.                      00026353
      *-------------------------------------------------------------*   00026376
                                                                        00026399
            PERFORM 2310-REGRAVAR-MESTRE.                               00026422
                                                                        00026445
            MOVE FD-MOV-QTDE      TO WRK-QTDE-LOG.                      00026468
            MOVE FD-MOV-LOTE      TO WRK-LOTE-LOG.                      00026491
            PERFORM 2350-GRAVAR-MOVLOG.                                 00026514
                                                                        00026537
      *-------------------------------------------------------------*   00026560
       2300-99-FIM.                       EXIT.                         00026583
      *-------------------------------------------------------------*   00026606
                                                                        00026629
      *-------------------------------------------------------------*   00026652
       2310-REGRAVAR-MESTRE               SECTION.                      00026675
      *-------------------------------------------------------------*   00026698
                                                                        00026721
            MOVE FD-MOV-DATA TO FD-PM-DATA-ULT-MOV.                     00026744
            REWRITE FD-PRODMSTR.                                        00026767
            IF WRK-FS-PRODMSTR NOT EQUAL '00'                           00026790
               MOVE ' ERRO REWRITE PRODMSTR ' TO WRK-MSG                00026813
               PERFORM 9000-TRATAR-ERROS                                00026836
            END-IF.                                                     00026859
                                                                        00026882
      *-------------------------------------------------------------*   00026905
       2310-99-FIM.                       EXIT.                         00026928
      *-------------------------------------------------------------*   00026951
                                                                        00026974
      *---------------------------------------------------------------  00026997
      *    2350-GRAVAR-MOVLOG                                           00027020
      *    UMA LINHA POR LOTE MOVIMENTADO: QUANTIDADE E LOTE EM         00027043
      *    WRK-QTDE-LOG/WRK-LOTE-LOG, SALDO ANTERIOR EM WRK-SALDO-ANT   00027066
      *    E O SALDO RESULTANTE JA NO FD-PM-QTDE.                       00027089
      *---------------------------------------------------------------  00027112
       2350-GRAVAR-MOVLOG                 SECTION.                      00027135
                                                                        00027158
            MOVE FD-PM-CODIGO     TO FD-LOG-CODIGO.                     00027181
            MOVE FD-MOV-DATA      TO FD-LOG-DATA.                       00027204
            MOVE FD-MOV-TIPO      TO FD-LOG-TIPO.                       00027227
            MOVE WRK-QTDE-LOG     TO FD-LOG-QTDE.                       00027250
            MOVE FD-MOV-DOCUMENTO TO FD-LOG-DOCUMENTO.                  00027273
            MOVE WRK-SALDO-ANT    TO FD-LOG-SALDO-ANT.                  00027296
            MOVE FD-PM-QTDE       TO FD-LOG-SALDO-ATU.                  00027308
            MOVE WRK-LOTE-LOG     TO FD-LOG-LOTE.                       00027320
            MOVE FD-MOV-DEPOSITO  TO FD-LOG-DEPOSITO.                   00027332
            WRITE FD-MOVLOG.                                            00027344
                                                                        00027356
      *-------------------------------------------------------------*   00027368
       2350-99-FIM.                       EXIT.                         00027380
      *-------------------------------------------------------------*   00027392
                                                                        00027404
      *---------------------------------------------------------------  00027416
      *    2400-LOCALIZAR-LOTE                                          00027428
      *    A CHAVE DO ESTLOTE COMECA PELA VALIDADE, QUE O MOVIMENTO     00027440
      *    NAO TRAZ: PERCORRE OS LOTES DO PRODUTO ATE ACHAR O NUMERO.   00027453
      *---------------------------------------------------------------  00027465
       2400-LOCALIZAR-LOTE                SECTION.                      00027477
                                                                        00027489
            SET WRK-LOTE-NAO-ACHADO TO TRUE.                            00027501
            MOVE FD-PM-CODIGO TO FD-LOT-CODIGO.                         00027513
            MOVE LOW-VALUES   TO FD-LOT-VALIDADE FD-LOT-LOTE.           00027525
            START ESTLOTE KEY NOT LESS THAN FD-LOT-CHAVE.               00027537
            IF WRK-FS-ESTLOTE EQUAL '00'                                00027549
               READ ESTLOTE NEXT                                        00027561
               PERFORM 2410-AVALIAR-LOTE                                00027573
                  UNTIL WRK-LOTE-FOI-ACHADO                             00027585
                     OR WRK-FS-ESTLOTE NOT EQUAL '00'                   00027597
                     OR FD-LOT-CODIGO NOT EQUAL FD-PM-CODIGO            00027610
            END-IF.                                                     00027622
                                                                        00027634
      *-------------------------------------------------------------*   00027646
       2400-99-FIM.                       EXIT.                         00027658
      *-------------------------------------------------------------*   00027670
                                                                        00027682
      *-------------------------------------------------------------*   00027694
       2410-AVALIAR-LOTE                  SECTION.                      00027706
      *-------------------------------------------------------------*   00027718
                                                                        00027730
            IF FD-LOT-LOTE EQUAL FD-MOV-LOTE                            00027742
               SET WRK-LOTE-FOI-ACHADO TO TRUE                          00027754
            ELSE                                                        00027767
               READ ESTLOTE NEXT                                        00027779
            END-IF.                                                     00027791
                                                                        00027803
      *-------------------------------------------------------------*   00027815
       2410-99-FIM.                       EXIT.                         00027827
      *-------------------------------------------------------------*   00027839
                                                                        00027851
      *---------------------------------------------------------------  00027863
      *    2450-REGRAVAR-LOTE                                           00027875
      *    LOTE QUE ZEROU SAI DO ESTLOTE.                               00027887
      *---------------------------------------------------------------  00027899
       2450-REGRAVAR-LOTE                 SECTION.                      00027911
                                                                        00027924
            IF FD-LOT-QTDE EQUAL ZEROS                                  00027936
               DELETE ESTLOTE                                           00027948
            ELSE                                                        00027960
               REWRITE FD-ESTLOTE                                       00027972
            END-IF.                                                     00027984
            IF WRK-FS-ESTLOTE NOT EQUAL '00'                            00027996
               MOVE ' ERRO GRAVACAO ESTLOTE ' TO WRK-MSG                00028008
               PERFORM 9000-TRATAR-ERROS                                00028020
            END-IF.                                                     00028032
                                                                        00028044
      *-------------------------------------------------------------*   00028056
       2450-99-FIM.                       EXIT.                         00028068
      *-------------------------------------------------------------*   00028081
                                                                        00028093
      *---------------------------------------------------------------  00028105
      *    2500-SAIDA-POR-VENCIMENTO                                    00028117
      *    FEFO: OS LOTES DO PRODUTO VEM DO ESTLOTE EM ORDEM DE         00028129
      *    VALIDADE; CADA UM DA O QUE TEM ATE COMPLETAR A SAIDA, COM    00028141
      *    UMA LINHA DE MOVLOG POR LOTE. O QUE SOBRAR SAI DO SALDO      00028153
      *    SEM LOTE (ESTOQUE ANTERIOR AO CONTROLE OU NAO PERECIVEL).    00028165
      *---------------------------------------------------------------  00028177
       2500-SAIDA-POR-VENCIMENTO          SECTION.                      00028189
                                                                        00028201
            MOVE FD-MOV-QTDE  TO WRK-QTDE-RESTANTE.                     00028213
            MOVE FD-PM-CODIGO TO FD-LOT-CODIGO.                         00028225
            MOVE LOW-VALUES   TO FD-LOT-VALIDADE FD-LOT-LOTE.           00028238
            START ESTLOTE KEY NOT LESS THAN FD-LOT-CHAVE.               00028250
            IF WRK-FS-ESTLOTE EQUAL '00'                                00028262
               READ ESTLOTE NEXT                                        00028274
               PERFORM 2510-BAIXAR-LOTE                                 00028286
                  UNTIL WRK-QTDE-RESTANTE EQUAL ZEROS                   00028298
                     OR WRK-FS-ESTLOTE NOT EQUAL '00'                   00028310
                     OR FD-LOT-CODIGO NOT EQUAL FD-PM-CODIGO            00028322
            END-IF.                                                     00028334
                                                                        00028346
            IF WRK-QTDE-RESTANTE GREATER THAN ZEROS                     00028358
               MOVE FD-PM-QTDE        TO WRK-SALDO-ANT                  00028370
               SUBTRACT WRK-QTDE-RESTANTE FROM FD-PM-QTDE               00028383
               MOVE WRK-QTDE-RESTANTE TO WRK-QTDE-LOG                   00028395
               MOVE SPACES            TO WRK-LOTE-LOG                   00028407
               PERFORM 2350-GRAVAR-MOVLOG                               00028419
            END-IF.                                                     00028431
                                                                        00028443
            PERFORM 2310-REGRAVAR-MESTRE.                               00028455
                                                                        00028467
      *-------------------------------------------------------------*   00028479
       2500-99-FIM.                       EXIT.                         00028491
      *-------------------------------------------------------------*   00028503
                                                                        00028515
      *-------------------------------------------------------------*   00028527
       2510-BAIXAR-LOTE                   SECTION.                      00028540
      *-------------------------------------------------------------*   00028552
                                                                        00028564
            IF FD-LOT-QTDE GREATER THAN WRK-QTDE-RESTANTE               00028576
               MOVE WRK-QTDE-RESTANTE TO WRK-QTDE-LOG                   00028588
            ELSE                                                        00028600
               MOVE FD-LOT-QTDE       TO WRK-QTDE-LOG                   00028612
            END-IF.                                                     00028624
                                                                        00028636
            SUBTRACT WRK-QTDE-LOG FROM FD-LOT-QTDE WRK-QTDE-RESTANTE.   00028648
            PERFORM 2450-REGRAVAR-LOTE.                                 00028660
                                                                        00028672
            MOVE FD-PM-QTDE   TO WRK-SALDO-ANT.                         00028684
            SUBTRACT WRK-QTDE-LOG FROM FD-PM-QTDE.                      00028697
            MOVE FD-LOT-LOTE  TO WRK-LOTE-LOG.                          00028709
            PERFORM 2350-GRAVAR-MOVLOG.                                 00028721
            ADD 1 TO WRK-REG-LOTES.                                     00028733
                                                                        00028745
            IF WRK-QTDE-RESTANTE GREATER THAN ZEROS                     00028757
               READ ESTLOTE NEXT                                        00028769
            END-IF.                                                     00028781
                                                                        00028793
      *-------------------------------------------------------------*   00028805
       2510-99-FIM.                       EXIT.                         00028817
      *-------------------------------------------------------------*   00028829
                                                                        00028841
      *---------------------------------------------------------------  00028854
      *    2600-POSTAR-TRANSFERENCIA                                    00028866
      *    TIPO 'T': SAI DO DEPOSITO DE ORIGEM E FICA EM TRANSITO NO    00028878
      *    DE DESTINO ATE A CHEGADA ('R'). O TOTAL DA EMPRESA NO        00028890
      *    PRODMSTR NAO MUDA.                                           00028902
      *---------------------------------------------------------------  00028914
       2600-POSTAR-TRANSFERENCIA          SECTION.                      00028926
                                                                        00028938
            MOVE FD-MOV-DEPOSITO TO WRK-DEPOSITO.                       00028950
            PERFORM 2800-LER-DEPOSITO.                                  00028962
            IF FD-MOV-QTDE GREATER THAN FD-ED-QTDE                      00028974
               MOVE ' TRANSFERENCIA MAIOR QUE O SALDO ' TO              00028986
                    WRK-REJ-MOTIVO                                      00028998
               PERFORM 2900-GRAVAR-REJEITO                              00029011
            ELSE                                                        00029013
               SUBTRACT FD-MOV-QTDE FROM FD-ED-QTDE                     00029015
               PERFORM 2850-GRAVAR-DEPOSITO                             00029017
               MOVE FD-MOV-DEP-DESTINO TO WRK-DEPOSITO                  00029019
               PERFORM 2800-LER-DEPOSITO                                00029021
               ADD FD-MOV-QTDE TO FD-ED-QTDE-TRANSITO                   00029023
               PERFORM 2850-GRAVAR-DEPOSITO                             00029025
               ADD 1 TO WRK-REG-TRANSF                                  00029027
               PERFORM 2300-REGRAVAR-E-LOGAR                            00029029
            END-IF.                                                     00029035
                                                                        00029168
      *-------------------------------------------------------------*   00029180
       2600-99-FIM.                       EXIT.                         00029192
      *-------------------------------------------------------------*   00029204
                                                                        00029216
      *---------------------------------------------------------------  00029228
      *    2650-POSTAR-CHEGADA                                          00029240
      *    TIPO 'R': O DEPOSITO QUE RECEBEU CONFIRMA A TRANSFERENCIA;   00029252
      *    A QUANTIDADE PASSA DO EM TRANSITO PARA O SALDO DELE.         00029264
      *---------------------------------------------------------------  00029276
       2650-POSTAR-CHEGADA                SECTION.                      00029288
                                                                        00029300
            MOVE FD-MOV-DEPOSITO TO WRK-DEPOSITO.                       00029312
            PERFORM 2800-LER-DEPOSITO.                                  00029325
            IF FD-MOV-QTDE GREATER THAN FD-ED-QTDE-TRANSITO             00029337
               MOVE ' CHEGADA MAIOR QUE O EM TRANSITO ' TO              00029349
                    WRK-REJ-MOTIVO                                      00029361
               PERFORM 2900-GRAVAR-REJEITO                              00029373
            ELSE                                                        00029376
               SUBTRACT FD-MOV-QTDE FROM FD-ED-QTDE-TRANSITO            00029379
               ADD FD-MOV-QTDE TO FD-ED-QTDE                            00029382
               PERFORM 2850-GRAVAR-DEPOSITO                             00029385
               ADD 1 TO WRK-REG-CHEGADAS                                00029388
               PERFORM 2300-REGRAVAR-E-LOGAR                            00029391
            END-IF.                                                     00029397
                                                                        00029482
      *-------------------------------------------------------------*   00029494
       2650-99-FIM.                       EXIT.                         00029506
      *-------------------------------------------------------------*   00029518
                                                                        00029530
      *---------------------------------------------------------------  00029542
      *    2700-POSTAR-EXPEDICAO                                        00029554
      *    TIPO 'X': MERCADORIA FATURADA QUE SAIU DA DOCA (MOVEXP DO    00029566
      *    FR01CB05). O PRODMSTR JA FOI BAIXADO NA RESERVA DO PEDIDO    00029578
      *    (FR01CB04/FR01CB09), ENTAO SO O DEPOSITO E BAIXADO.          00029590
      *---------------------------------------------------------------  00029602
       2700-POSTAR-EXPEDICAO              SECTION.                      00029614
                                                                        00029627
            MOVE FD-MOV-DEPOSITO TO WRK-DEPOSITO.                       00029639
            PERFORM 2800-LER-DEPOSITO.                                  00029651
            IF FD-MOV-QTDE GREATER THAN FD-ED-QTDE                      00029663
               MOVE ' EXPEDICAO MAIOR QUE O DEPOSITO ' TO               00029675
                    WRK-REJ-MOTIVO                                      00029687
               PERFORM 2900-GRAVAR-REJEITO                              00029699
            ELSE                                                        00029703
               SUBTRACT FD-MOV-QTDE FROM FD-ED-QTDE                     00029707
               PERFORM 2850-GRAVAR-DEPOSITO                             00029711
               ADD 1 TO WRK-REG-EXPEDICOES                              00029715
               PERFORM 2300-REGRAVAR-E-LOGAR                            00029719
            END-IF.                                                     00029723
                                                                        00029796
      *-------------------------------------------------------------*   00029808
       2700-99-FIM.                       EXIT.                         00029820
      *-------------------------------------------------------------*   00029832
                                                                        00029844
      *---------------------------------------------------------------  00029856
      *    2800-LER-DEPOSITO                                            00029868
      *    LE O SALDO DO PRODUTO NO DEPOSITO WRK-DEPOSITO; SEM          00029880
      *    REGISTRO, PREPARA UM ZERADO PARA O 2850 INCLUIR.             00029892
      *---------------------------------------------------------------  00029904
       2800-LER-DEPOSITO                  SECTION.                      00029916
                                                                        00029928
            MOVE FD-PM-CODIGO TO FD-ED-CODIGO.                          00029941
            MOVE WRK-DEPOSITO TO FD-ED-DEPOSITO.                        00029953
            READ ESTDEP.                                                00029965
            EVALUATE WRK-FS-ESTDEP                                      00029977
              WHEN ZEROS                                                00029989
                 SET WRK-DEP-EXISTE TO TRUE                             00030001
              WHEN '23'                                                 00030013
                 SET WRK-DEP-NOVO   TO TRUE                             00030025
                 MOVE ZEROS  TO FD-ED-QTDE FD-ED-QTDE-TRANSITO          00030037
                 MOVE SPACES TO FD-ED-DATA-ULT-MOV                      00030049
              WHEN OTHER                                                00030061
                 MOVE ' ERRO READ ESTDEP ' TO WRK-MSG                   00030073
                 PERFORM 9000-TRATAR-ERROS                              00030085
            END-EVALUATE.                                               00030098
                                                                        00030110
      *-------------------------------------------------------------*   00030122
       2800-99-FIM.                       EXIT.                         00030134
      *-------------------------------------------------------------*   00030146
                                                                        00030158
      *-------------------------------------------------------------*   00030170
       2850-GRAVAR-DEPOSITO               SECTION.                      00030182
      *-------------------------------------------------------------*   00030194
                                                                        00030206
            MOVE FD-MOV-DATA TO FD-ED-DATA-ULT-MOV.                     00030218
            IF WRK-DEP-NOVO                                             00030230
               WRITE FD-ESTDEP                                          00030242
            ELSE                                                        00030255
               REWRITE FD-ESTDEP                                        00030267
            END-IF.                                                     00030279
            IF WRK-FS-ESTDEP NOT EQUAL '00'                             00030291
               MOVE ' ERRO GRAVACAO ESTDEP ' TO WRK-MSG                 00030303
               PERFORM 9000-TRATAR-ERROS                                00030315
            END-IF.                                                     00030327
                                                                        00030339
      *-------------------------------------------------------------*   00030351
       2850-99-FIM.                       EXIT.                         00030363
      *-------------------------------------------------------------*   00030375
                                                                        00030387
      *-------------------------------------------------------------*   00030400
       2900-GRAVAR-REJEITO                SECTION.                      00030500
      *-------------------------------------------------------------*   00030600
                                                                        00032000
            CLOSE MOVTRAN                                               00032100
            CLOSE PRODMSTR                                              00032200
            CLOSE ESTLOTE                                               00032250
            CLOSE ESTDEP                                                00032275
            CLOSE MOVLOG                                                00032300
            CLOSE REJEITO.                                              00032400
                                                                        00032500
            DISPLAY ' ENTRADAS APLICADAS...: ' WRK-REG-ENTRADAS.        00032800
            DISPLAY ' SAIDAS APLICADAS.....: ' WRK-REG-SAIDAS.          00032900
            DISPLAY ' REJEITADOS...........: ' WRK-REG-REJEITADOS.      00033000
            DISPLAY ' LOTES BAIXADOS (FEFO): ' WRK-REG-LOTES.           00033050
            DISPLAY ' TRANSFERENCIAS.......: ' WRK-REG-TRANSF.          00033062
            DISPLAY ' CHEGADAS CONFIRMADAS.: ' WRK-REG-CHEGADAS.        00033074
            DISPLAY ' EXPEDICOES BAIXADAS..: ' WRK-REG-EXPEDICOES.      00033086
            DISPLAY '=========================================='.       00033100
                STOP RUN.                                               00033200
                                                                        00033300
