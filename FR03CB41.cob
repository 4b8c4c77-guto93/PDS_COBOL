      *              : CTAPNOVO, PARA O RETORNO DO FR03CB42             00001700
      *              : LIQUIDAR. FORNECEDOR SEM DADOS BANCARIOS         00001800
      *              : SAI NO SYSOUT PARA PAGAMENTO MANUAL.             00001900
      *-------------------------------------------------------------*   00001909
      *     MANUTENCAO:                                                 00001918
      *     - 12/06/2023: NOTAS DE DEBITO DE DEVOLUCAO (NOTADEB DO      00001927
      *       ARQ031, CONCATENADO NO JCL COM O NDBNOVO DA REMESSA       00001936
      *       ANTERIOR) SAO ABATIDAS DO TITULO REMETIDO DO MESMO        00001945
      *       FORNECEDOR. A REMESSA SAI PELO LIQUIDO COM O DEBITO       00001954
      *       NO DETALHE; TITULO TODO COBERTO PELO DEBITO SAI           00001963
      *       LIQUIDADO ('L') SEM DETALHE E SEM DATA DE PAGAMENTO,      00001972
      *       POIS NAO HOUVE SAIDA DE CAIXA. O SALDO DAS NOTAS          00001981
      *       SEGUE NO NDBNOVO. SEM NOTADEB REMETE COMO ANTES.          00001990
      *     - 11/12/2023: O REMFORN NAO VAI MAIS DIRETO AO BANCO        00001991
      *       NO FIM DO JOB: O FR03CB56 (FUNCAO 'R') CONFERE E          00001992
      *       REGISTRA O ARQUIVO COMO PENDENTE COM OS TOTAIS DO         00001993
      *       TRAILER, E SO O LIBERA (FUNCAO 'L') DEPOIS DE DUAS        00001994
      *       APROVACOES DE USUARIOS DIFERENTES NA T044                 00001995
      *       (F03CIP19). ARQUIVO ALTERADO DEPOIS DO REGISTRO E         00001996
      *       RECUSADO. O LAYOUT NAO MUDOU.                             00001997
      *===========================================================*     00002000
      *===========================================================*     00002100
       ENVIRONMENT                                    DIVISION.         00002200
                                                                        00004300
           SELECT CTAPNOVO  ASSIGN TO CTAPNOVO                          00004400
                FILE STATUS  IS WRK-FS-CTAPNOVO.                        00004500
                                                                        00004514
           SELECT NOTADEB   ASSIGN TO NOTADEB                           00004528
                FILE STATUS  IS WRK-FS-NOTADEB.                         00004542
                                                                        00004556
           SELECT NDBNOVO   ASSIGN TO NDBNOVO                           00004570
                FILE STATUS  IS WRK-FS-NDBNOVO.                         00004584
                                                                        00004600
      *===========================================================*     00004700
       DATA                                       DIVISION.             00004800
             88 FD-CTP-ABERTO          VALUE 'A'.                       00006500
             88 FD-CTP-REMETIDO        VALUE 'R'.                       00006600
             88 FD-CTP-LIQUIDADO       VALUE 'L'.                       00006700
          05 FD-CTP-DATA-PAGTO    PIC X(08).                            00006766
          05 FILLER               PIC X(06).                            00006832
                                                                        00006900
       FD FORNBANCO                                                     00007000
           RECORDING MODE IS F                                          00007100
          05 FD-DET-BANCO         PIC X(03).                            00009200
          05 FD-DET-AGENCIA       PIC X(05).                            00009300
          05 FD-DET-CONTA         PIC X(10).                            00009400
          05 FD-DET-DEBITO        PIC 9(09)V99.                         00009466
          05 FD-DET-FILLER        PIC X(23).                            00009532
       01 FD-REM-TRL REDEFINES FD-REMFORN.                              00009600
          05 FD-TRL-TIPO          PIC X(01).                            00009700
          05 FD-TRL-TOTAL         PIC 9(07).                            00009800
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-CTAPNOVO             PIC X(60).                            00010500
                                                                        00010505
       FD NOTADEB                                                       00010510
           RECORDING MODE IS F                                          00010515
           BLOCK CONTAINS 0 RECORDS.                                    00010520
       01 FD-NOTADEB.                                                   00010525
          05 FD-NDB-FORNECEDOR    PIC X(06).                            00010530
          05 FD-NDB-NUMERO        PIC 9(06).                            00010535
          05 FD-NDB-NOTA          PIC X(10).                            00010540
          05 FD-NDB-PEDIDO        PIC 9(06).                            00010545
          05 FD-NDB-ITEM          PIC 9(03).                            00010550
          05 FD-NDB-VALOR         PIC 9(09)V99.                         00010555
          05 FD-NDB-SALDO         PIC 9(09)V99.                         00010560
          05 FD-NDB-DATA          PIC X(08).                            00010565
          05 FILLER               PIC X(09).                            00010570
                                                                        00010575
       FD NDBNOVO                                                       00010580
           RECORDING MODE IS F                                          00010585
           BLOCK CONTAINS 0 RECORDS.                                    00010590
       01 FD-NDBNOVO              PIC X(70).                            00010595
                                                                        00010600
      *-----------------------------------------------------------*     00010700
       WORKING-STORAGE                            SECTION.              00010800
       77 WRK-FS-FORNBANCO         PIC X(02)    VALUE ZEROS.            00011200
       77 WRK-FS-REMFORN           PIC X(02)    VALUE ZEROS.            00011300
       77 WRK-FS-CTAPNOVO          PIC X(02)    VALUE ZEROS.            00011400
       77 WRK-FS-NOTADEB           PIC X(02)    VALUE ZEROS.            00011433
       77 WRK-FS-NDBNOVO           PIC X(02)    VALUE ZEROS.            00011466
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00011500
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00011600
       01 WRK-DATA-HOJE-TR         PIC X(10)    VALUE SPACES.           00011700
       77 WRK-BCO-ACHADO           PIC X(01)    VALUE 'N'.              00012700
          88 WRK-BCO-FOI-ACHADO             VALUE 'S'.                  00012800
          88 WRK-BCO-NAO-ACHADO             VALUE 'N'.                  00012900
                                                                        00012907
       01 WRK-TAB-DEBITOS.                                              00012914
          05 WRK-TAB-NDB-ITEM OCCURS 100 TIMES.                         00012921
             10 WRK-TAB-NDB-REG     PIC X(70).                          00012928
             10 WRK-TAB-NDB-FORN    PIC X(06).                          00012935
             10 WRK-TAB-NDB-SALDO   PIC 9(09)V99.                       00012942
       77 WRK-QTDE-DEBITOS         PIC 9(03)    VALUE ZEROS.            00012949
       77 WRK-IDX-NDB              PIC 9(03)    VALUE ZEROS.            00012956
       77 WRK-TEM-NOTADEB          PIC X(01)    VALUE 'N'.              00012963
          88 WRK-COM-NOTADEB                VALUE 'S'.                  00012970
       01 WRK-VALOR-ABATIDO        PIC 9(09)V99 VALUE ZEROS.            00012977
       01 WRK-DEBITO-TITULO        PIC 9(09)V99 VALUE ZEROS.            00012984
       01 WRK-REG-NDB.                                                  00012986
          05 FILLER                PIC X(06).                           00012988
          05 WRK-NDB-NUMERO        PIC 9(06).                           00012990
          05 FILLER                PIC X(30).                           00012992
          05 WRK-NDB-SALDO         PIC 9(09)V99.                        00012994
          05 FILLER                PIC X(17).                           00012996
                                                                        00013000
       01 WRK-SOMA-VALORES         PIC 9(13)V99 VALUE ZEROS.            00013100
       77 WRK-REG-TITULOS          PIC 9(07)    VALUE ZEROS.            00013200
       77 WRK-REG-REMETIDOS        PIC 9(07)    VALUE ZEROS.            00013300
       77 WRK-REG-SEM-BANCO        PIC 9(07)    VALUE ZEROS.            00013400
       77 WRK-REG-COMPENSADOS      PIC 9(07)    VALUE ZEROS.            00013433
       01 WRK-SOMA-DEBITOS         PIC 9(13)V99 VALUE ZEROS.            00013466
                                                                        00013500
      *-----------------------------------------------------------*     00013600
                                                                        00013700
                    DELIMITED BY SIZE INTO WRK-DATA-HOJE-TR.            00016300
                                                                        00016400
             PERFORM 1100-CARREGAR-BANCOS.                              00016500
             PERFORM 1200-CARREGAR-DEBITOS.                             00016550
                                                                        00016600
             OPEN INPUT CTAPAGAR.                                       00016700
             IF WRK-FS-CTAPAGAR NOT EQUAL '00'                          00016800
      *-------------------------------------------------------*         00023100
       1110-999-FIM.                              EXIT.                 00023200
      *-------------------------------------------------------*         00023300
                                                                        00023301
      *---------------------------------------------------------------  00023302
      *    1200-CARREGAR-DEBITOS                                        00023303
      *    NOTAS DE DEBITO COM SALDO FICAM NA TABELA PARA SEREM         00023304
      *    ABATIDAS DOS TITULOS DO MESMO FORNECEDOR. SEM O NOTADEB      00023305
      *    NAO HA O QUE ABATER.                                         00023306
      *---------------------------------------------------------------  00023307
       1200-CARREGAR-DEBITOS                      SECTION.              00023308
                                                                        00023309
             OPEN INPUT NOTADEB.                                        00023310
             IF WRK-FS-NOTADEB EQUAL '35'                               00023311
                DISPLAY ' NOTADEB AUSENTE, SEM NOTAS DE DEBITO '        00023312
             ELSE                                                       00023313
                IF WRK-FS-NOTADEB NOT EQUAL '00'                        00023314
                   MOVE ' ERRO OPEN NOTADEB ' TO WRK-MSG                00023315
                   PERFORM 9000-TRATAR-ERROS                            00023316
                END-IF                                                  00023317
                SET WRK-COM-NOTADEB TO TRUE                             00023318
                READ NOTADEB                                            00023319
                PERFORM 1210-GUARDAR-DEBITO                             00023320
                   UNTIL WRK-FS-NOTADEB NOT EQUAL '00'                  00023321
                CLOSE NOTADEB                                           00023322
             END-IF.                                                    00023323
                                                                        00023324
      *-------------------------------------------------------*         00023325
       1200-999-FIM.                              EXIT.                 00023326
      *-------------------------------------------------------*         00023327
                                                                        00023328
      *-------------------------------------------------------*         00023329
       1210-GUARDAR-DEBITO                        SECTION.              00023330
      *-------------------------------------------------------*         00023331
                                                                        00023332
             IF FD-NDB-SALDO GREATER THAN ZEROS                         00023333
                IF WRK-QTDE-DEBITOS NOT LESS THAN 100                   00023334
                   MOVE ' TABELA DE NOTAS DE DEBITO CHEIA ' TO WRK-MSG  00023335
                   PERFORM 9000-TRATAR-ERROS                            00023336
                END-IF                                                  00023337
                ADD 1 TO WRK-QTDE-DEBITOS                               00023338
                MOVE FD-NOTADEB TO                                      00023339
                     WRK-TAB-NDB-REG(WRK-QTDE-DEBITOS)                  00023340
                MOVE FD-NDB-FORNECEDOR TO                               00023341
                     WRK-TAB-NDB-FORN(WRK-QTDE-DEBITOS)                 00023342
                MOVE FD-NDB-SALDO TO                                    00023343
                     WRK-TAB-NDB-SALDO(WRK-QTDE-DEBITOS)                00023344
             END-IF.                                                    00023345
             READ NOTADEB.                                              00023346
                                                                        00023347
      *-------------------------------------------------------*         00023348
       1210-999-FIM.                              EXIT.                 00023349
      *-------------------------------------------------------*         00023350
                                                                        00023400
      *---------------------------------------------------------------  00023500
      *    2000-PROCESSAR                                               00023600
                        FD-CTP-FORNECEDOR                               00027200
                        ' NOTA ' FD-CTP-NOTA                            00027300
             ELSE                                                       00027400
                PERFORM 2120-COMPENSAR-DEBITOS                          00027472
                IF FD-CTP-VALOR EQUAL ZEROS                             00027544
                   MOVE 'L' TO FD-CTP-SITUACAO                          00027616
                ELSE                                                    00027688
                   MOVE SPACES             TO FD-REMFORN                00027760
                   MOVE 'D'                TO FD-DET-TIPO               00027832
                   MOVE FD-CTP-FORNECEDOR  TO FD-DET-FORNECEDOR         00027904
                   MOVE FD-CTP-NOTA        TO FD-DET-NOTA               00027976
                   MOVE FD-CTP-VALOR       TO FD-DET-VALOR              00028048
                   MOVE WRK-TAB-FBC-BANCO(WRK-IDX)                      00028120
                        TO FD-DET-BANCO                                 00028192
                   MOVE WRK-TAB-FBC-AGENCIA(WRK-IDX)                    00028264
                        TO FD-DET-AGENCIA                               00028336
                   MOVE WRK-TAB-FBC-CONTA(WRK-IDX)                      00028408
                        TO FD-DET-CONTA                                 00028480
                   MOVE WRK-DEBITO-TITULO  TO FD-DET-DEBITO             00028552
                   WRITE FD-REMFORN                                     00028624
                   ADD 1 TO WRK-REG-REMETIDOS                           00028696
                   ADD FD-CTP-VALOR TO WRK-SOMA-VALORES                 00028768
                   MOVE 'R' TO FD-CTP-SITUACAO                          00028840
                END-IF                                                  00028912
             END-IF.                                                    00029000
                                                                        00029100
      *-------------------------------------------------------*         00029200
      *-------------------------------------------------------*         00030700
       2110-999-FIM.                              EXIT.                 00030800
      *-------------------------------------------------------*         00030900
                                                                        00030901
      *---------------------------------------------------------------  00030902
      *    2120-COMPENSAR-DEBITOS                                       00030903
      *    ABATE DO TITULO AS NOTAS DE DEBITO DO FORNECEDOR, NA ORDEM   00030904
      *    DO NOTADEB, ATE ACABAR O VALOR DO TITULO OU OS DEBITOS.      00030905
      *    O TITULO FICA COM O LIQUIDO A PAGAR.                         00030906
      *---------------------------------------------------------------  00030907
       2120-COMPENSAR-DEBITOS                     SECTION.              00030908
                                                                        00030909
             MOVE ZEROS TO WRK-DEBITO-TITULO.                           00030910
             MOVE 1 TO WRK-IDX-NDB.                                     00030911
             PERFORM 2130-ABATER-DEBITO                                 00030912
                UNTIL WRK-IDX-NDB GREATER THAN WRK-QTDE-DEBITOS         00030913
                   OR FD-CTP-VALOR EQUAL ZEROS.                         00030914
             IF WRK-DEBITO-TITULO GREATER THAN ZEROS                    00030915
                ADD 1 TO WRK-REG-COMPENSADOS                            00030916
                ADD WRK-DEBITO-TITULO TO WRK-SOMA-DEBITOS               00030917
             END-IF.                                                    00030918
                                                                        00030919
      *-------------------------------------------------------*         00030920
       2120-999-FIM.                              EXIT.                 00030921
      *-------------------------------------------------------*         00030922
                                                                        00030923
      *-------------------------------------------------------*         00030924
       2130-ABATER-DEBITO                         SECTION.              00030925
      *-------------------------------------------------------*         00030926
                                                                        00030927
             IF WRK-TAB-NDB-FORN(WRK-IDX-NDB) EQUAL                     00030928
                FD-CTP-FORNECEDOR AND                                   00030929
                WRK-TAB-NDB-SALDO(WRK-IDX-NDB) GREATER THAN ZEROS       00030930
                IF WRK-TAB-NDB-SALDO(WRK-IDX-NDB) LESS THAN             00030931
                   FD-CTP-VALOR                                         00030932
                   MOVE WRK-TAB-NDB-SALDO(WRK-IDX-NDB) TO               00030933
                        WRK-VALOR-ABATIDO                               00030934
                ELSE                                                    00030935
                   MOVE FD-CTP-VALOR TO WRK-VALOR-ABATIDO               00030936
                END-IF                                                  00030937
                SUBTRACT WRK-VALOR-ABATIDO FROM                         00030938
                         WRK-TAB-NDB-SALDO(WRK-IDX-NDB)                 00030939
                SUBTRACT WRK-VALOR-ABATIDO FROM FD-CTP-VALOR            00030940
                ADD WRK-VALOR-ABATIDO TO WRK-DEBITO-TITULO              00030941
                MOVE WRK-TAB-NDB-REG(WRK-IDX-NDB) TO WRK-REG-NDB        00030942
                DISPLAY ' NOTA DE DEBITO ' WRK-NDB-NUMERO               00030943
                        ' ABATIDA DA NOTA ' FD-CTP-NOTA                 00030944
                        ' FORNECEDOR ' FD-CTP-FORNECEDOR                00030945
                        ' VALOR ' WRK-VALOR-ABATIDO                     00030946
             END-IF.                                                    00030947
             ADD 1 TO WRK-IDX-NDB.                                      00030948
                                                                        00030949
      *-------------------------------------------------------*         00030950
       2130-999-FIM.                              EXIT.                 00030951
      *-------------------------------------------------------*         00030952
                                                                        00031000
      *-------------------------------------------------------*         00031100
       3000-FINALIZAR                              SECTION.             00031200
             CLOSE CTAPAGAR.                                            00032100
             CLOSE REMFORN.                                             00032200
             CLOSE CTAPNOVO.                                            00032300
                                                                        00032320
             IF WRK-COM-NOTADEB                                         00032340
                PERFORM 3100-GRAVAR-DEBITOS                             00032360
             END-IF.                                                    00032380
                                                                        00032400
             DISPLAY '===================================='.            00032500
             DISPLAY ' TITULOS LIDOS.........: '                        00032600
                      WRK-REG-REMETIDOS.                                00032900
             DISPLAY ' SEM DADOS BANCARIOS...: '                        00033000
                      WRK-REG-SEM-BANCO.                                00033100
             DISPLAY ' TITULOS COMPENSADOS...: '                        00033120
                      WRK-REG-COMPENSADOS.                              00033140
             DISPLAY ' SOMA DOS DEBITOS......: '                        00033160
                      WRK-SOMA-DEBITOS.                                 00033180
             DISPLAY ' SOMA DOS VALORES......: '                        00033200
                      WRK-SOMA-VALORES.                                 00033300
             DISPLAY '==================================== '.           00033400
      *-------------------------------------------------------*         00033700
       3000-999-FIM.                              EXIT.                 00033800
      *-------------------------------------------------------*         00033900
                                                                        00033902
      *---------------------------------------------------------------  00033904
      *    3100-GRAVAR-DEBITOS                                          00033906
      *    NOTA DE DEBITO COM SALDO SEGUE NO NDBNOVO PARA A PROXIMA     00033908
      *    REMESSA; A QUE FOI TODA ABATIDA SAI DO ARQUIVO.              00033910
      *---------------------------------------------------------------  00033912
       3100-GRAVAR-DEBITOS                        SECTION.              00033914
                                                                        00033916
             OPEN OUTPUT NDBNOVO.                                       00033918
             IF WRK-FS-NDBNOVO NOT EQUAL '00'                           00033920
                MOVE ' ERRO OPEN NDBNOVO ' TO WRK-MSG                   00033922
                PERFORM 9000-TRATAR-ERROS                               00033924
             END-IF.                                                    00033926
             MOVE 1 TO WRK-IDX-NDB.                                     00033928
             PERFORM 3110-GRAVAR-DEBITO                                 00033930
                UNTIL WRK-IDX-NDB GREATER THAN WRK-QTDE-DEBITOS.        00033932
             CLOSE NDBNOVO.                                             00033934
                                                                        00033936
      *-------------------------------------------------------*         00033938
       3100-999-FIM.                              EXIT.                 00033940
      *-------------------------------------------------------*         00033942
                                                                        00033944
      *-------------------------------------------------------*         00033946
       3110-GRAVAR-DEBITO                         SECTION.              00033948
      *-------------------------------------------------------*         00033950
                                                                        00033952
             IF WRK-TAB-NDB-SALDO(WRK-IDX-NDB) GREATER THAN ZEROS       00033954
                MOVE WRK-TAB-NDB-REG(WRK-IDX-NDB) TO WRK-REG-NDB        00033956
                MOVE WRK-TAB-NDB-SALDO(WRK-IDX-NDB) TO WRK-NDB-SALDO    00033958
                WRITE FD-NDBNOVO FROM WRK-REG-NDB                       00033960
             END-IF.                                                    00033962
             ADD 1 TO WRK-IDX-NDB.                                      00033964
                                                                        00033966
      *-------------------------------------------------------*         00033968
       3110-999-FIM.                              EXIT.                 00033970
      *-------------------------------------------------------*         00033972
                                                                        00034000
      *-------------------------------------------------------*         00034100
       9000-TRATAR-ERROS                           SECTION.             00034200
