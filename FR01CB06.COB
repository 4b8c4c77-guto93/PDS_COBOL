      *-----------------------------------------------------            00002000
      *  O ATRASO E APURADO NA CONVENCAO COMERCIAL DE 360               00002100
      *  DIAS SOBRE A DATA DE VENCIMENTO AAAA-MM-DD.                    00002200
      *-----------------------------------------------------            00002211
      *  MANUTENCAO:                                                    00002222
      *  - 08/05/2023: PROMESSA DE PAGAMENTO: O TITULO COM SALDO        00002233
      *    QUE TEM PROMESSA NO KSDS COBPROM (GRAVADA PELA COBRANCA      00002244
      *    NA TELA DO F03CIP17) GANHA NO RELEXTR UMA LINHA COM A        00002255
      *    DATA PROMETIDA E A OBSERVACAO, MARCADA PROMESSA VENCIDA      00002266
      *    QUANDO A DATA JA PASSOU; O RELAGING TRAZ O TOTAL             00002277
      *    PROMETIDO DO CLIENTE. SEM COBPROM, NADA MUDA.                00002288
      *=====================================================            00002300
                                                                        00002400
      *====================================================             00002500
               RECORD KEY   IS FD-CODIGO                                00004000
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004100
                                                                        00004200
           SELECT COBPROM   ASSIGN TO COBPROM                           00004214
               ORGANIZATION IS INDEXED                                  00004228
               ACCESS MODE  IS RANDOM                                   00004242
               RECORD KEY   IS FD-PRM-CHAVE                             00004256
               FILE STATUS  IS WRK-FS-COBPROM.                          00004270
                                                                        00004284
           SELECT RELAGING  ASSIGN TO RELAGING                          00004300
               FILE STATUS  IS WRK-FS-RELAGING.                         00004400
                                                                        00004500
          05 FD-DEVOLUCOES     PIC 9(03).                               00008340
          05 FILLER            PIC X(08).                               00008350
                                                                        00008400
       FD COBPROM                                                       00008407
           RECORDING  MODE IS F                                         00008414
           BLOCK CONTAINS 0 RECORDS.                                    00008421
       01 FD-COBPROM.                                                   00008428
          05 FD-PRM-CHAVE.                                              00008435
             10 FD-PRM-CLIENTE PIC X(04).                               00008442
             10 FD-PRM-NF      PIC 9(06).                               00008449
          05 FD-PRM-DATA       PIC X(10).                               00008456
          05 FD-PRM-OBS        PIC X(40).                               00008463
          05 FD-PRM-QUEM       PIC X(08).                               00008470
          05 FD-PRM-REGISTRO   PIC X(08).                               00008477
          05 FILLER            PIC X(04).                               00008484
                                                                        00008491
       FD RELAGING                                                      00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
                                                                        00009700
       77 WRK-FS-CREBER   PIC X(02) VALUE ZEROS.                        00009800
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00009900
       77 WRK-FS-COBPROM  PIC X(02) VALUE ZEROS.                        00009950
       77 WRK-FS-RELAGING PIC X(02) VALUE ZEROS.                        00010000
       77 WRK-FS-RELEXTR  PIC X(02) VALUE ZEROS.                        00010100
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00010200
          05 WRK-HOJ-MES  PIC 9(02).                                    00010700
          05 WRK-HOJ-DIA  PIC 9(02).                                    00010800
                                                                        00010900
       01 WRK-HOJE-AAAA-MM-DD.                                          00010912
          05 WRK-HIS-ANO  PIC 9(04).                                    00010924
          05 FILLER       PIC X(01) VALUE '-'.                          00010936
          05 WRK-HIS-MES  PIC 9(02).                                    00010948
          05 FILLER       PIC X(01) VALUE '-'.                          00010960
          05 WRK-HIS-DIA  PIC 9(02).                                    00010972
                                                                        00010984
       01 WRK-VENCTO      PIC X(10) VALUE SPACES.                       00011000
       01 WRK-VENCTO-R REDEFINES WRK-VENCTO.                            00011100
          05 WRK-VCT-ANO  PIC 9(04).                                    00011200
          88 WRK-GRUPO-ABERTO        VALUE 'S'.                         00012600
          88 WRK-SEM-GRUPO           VALUE 'N'.                         00012700
                                                                        00012800
       77 WRK-COBPROM-ABERTO PIC X(01) VALUE 'N'.                       00012820
          88 WRK-COM-COBPROM        VALUE 'S'.                          00012840
       01 WRK-PROMETIDO-CLI PIC 9(11)V99 VALUE ZEROS.                   00012860
                                                                        00012880
       01 WRK-TAB-FAIXAS-CLI.                                           00012900
          05 WRK-FXC-VALOR PIC 9(11)V99 OCCURS 5 TIMES.                 00013000
                                                                        00013100
                                                                        00014200
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00014300
       77 WRK-REG-CLIENTES  PIC 9(07) VALUE ZEROS.                      00014400
       77 WRK-REG-PROMESSAS PIC 9(07) VALUE ZEROS.                      00014433
       77 WRK-REG-PROM-VENC PIC 9(07) VALUE ZEROS.                      00014466
                                                                        00014500
       01 WRK-LIN-CLIENTE.                                              00014600
          05 FILLER          PIC X(09) VALUE 'CLIENTE: '.               00014700
          05 WRK-LSC-SALDO   PIC ----.---.--9,99.                       00018500
          05 FILLER          PIC X(41) VALUE SPACES.                    00018600
                                                                        00018700
       01 WRK-LIN-PROMESSA.                                             00018711
          05 FILLER          PIC X(14) VALUE '    PROMESSA: '.          00018722
          05 WRK-LPR-DATA    PIC X(10).                                 00018733
          05 FILLER          PIC X(01) VALUE SPACES.                    00018744
          05 WRK-LPR-OBS     PIC X(40).                                 00018755
          05 FILLER          PIC X(01) VALUE SPACES.                    00018766
          05 WRK-LPR-VENCIDA PIC X(14).                                 00018777
                                                                        00018788
       01 WRK-LIN-BANCO.                                                00018800
          05 FILLER          PIC X(07) VALUE 'BANCO: '.                 00018900
          05 WRK-LBC-CODIGO  PIC X(03).                                 00019000
                                                                        00020500
       1000-INICIAR                              SECTION.               00020600
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00020700
           MOVE WRK-HOJ-ANO TO WRK-HIS-ANO.                             00020725
           MOVE WRK-HOJ-MES TO WRK-HIS-MES.                             00020750
           MOVE WRK-HOJ-DIA TO WRK-HIS-DIA.                             00020775
                                                                        00020800
           OPEN INPUT CREBER.                                           00020900
           IF WRK-FS-CREBER NOT EQUAL '00'                              00021000
              MOVE ' ERRO OPEN RELEXTR ' TO WRK-MSG                     00022900
              PERFORM 9000-TRATAR-ERROS                                 00023000
           END-IF.                                                      00023100
                                                                        00023108
           OPEN INPUT COBPROM.                                          00023116
           IF WRK-FS-COBPROM EQUAL '35'                                 00023124
              DISPLAY ' COBPROM AUSENTE, EXTRATO SEM PROMESSAS '        00023132
           ELSE                                                         00023140
              IF WRK-FS-COBPROM NOT EQUAL '00'                          00023148
                 MOVE ' ERRO OPEN COBPROM ' TO WRK-MSG                  00023156
                 PERFORM 9000-TRATAR-ERROS                              00023164
              END-IF                                                    00023172
              SET WRK-COM-COBPROM TO TRUE                               00023180
           END-IF.                                                      00023188
                                                                        00023200
           MOVE 'ENVELHECIMENTO DO CONTAS A RECEBER' TO FD-RELAGING.    00023300
           WRITE FD-RELAGING.                                           00023400
              ADD 1 TO WRK-REG-CLIENTES                                 00025900
              MOVE FD-CRB-CLIENTE TO WRK-CLIENTE-ANT                    00026000
              MOVE ZEROS TO WRK-SALDO-CLIENTE                           00026100
              MOVE ZEROS TO WRK-PROMETIDO-CLI                           00026150
              MOVE 1 TO WRK-IDX-FX                                      00026200
              PERFORM 2110-ZERAR-FAIXA                                  00026300
                 UNTIL WRK-IDX-FX GREATER THAN 5                        00026400
           IF WRK-SALDO-TITULO GREATER THAN ZEROS                       00030900
              PERFORM 2300-CLASSIFICAR-ATRASO                           00031000
              ADD WRK-SALDO-TITULO TO WRK-FXC-VALOR(WRK-FAIXA)          00031100
              IF WRK-COM-COBPROM                                        00031125
                 PERFORM 2250-TRATAR-PROMESSA                           00031150
              END-IF                                                    00031175
              PERFORM 2400-ACUMULAR-BANCO                               00031200
           END-IF.                                                      00031300
                                                                        00031400
      *---------------------------------------------------------------  00031403
      *    2250-TRATAR-PROMESSA                                         00031406
      *    PROMESSA DA COBRANCA (COBPROM, CHAVE CLIENTE + NF) PARA O    00031409
      *    TITULO COM SALDO: LINHA NO EXTRATO E SALDO NO TOTAL          00031412
      *    PROMETIDO DO CLIENTE. DATA ANTES DE HOJE = PROMESSA          00031415
      *    QUEBRADA.                                                    00031418
      *---------------------------------------------------------------  00031421
       2250-TRATAR-PROMESSA                      SECTION.               00031424
           MOVE FD-CRB-CLIENTE TO FD-PRM-CLIENTE.                       00031427
           MOVE FD-CRB-NF      TO FD-PRM-NF.                            00031430
           READ COBPROM.                                                00031433
           IF WRK-FS-COBPROM EQUAL '00'                                 00031436
              ADD 1 TO WRK-REG-PROMESSAS                                00031439
              ADD WRK-SALDO-TITULO TO WRK-PROMETIDO-CLI                 00031442
              MOVE FD-PRM-DATA TO WRK-LPR-DATA                          00031445
              MOVE FD-PRM-OBS  TO WRK-LPR-OBS                           00031448
              IF FD-PRM-DATA LESS THAN WRK-HOJE-AAAA-MM-DD              00031451
                 ADD 1 TO WRK-REG-PROM-VENC                             00031454
                 MOVE 'VENCIDA' TO WRK-LPR-VENCIDA                      00031457
              ELSE                                                      00031460
                 MOVE SPACES TO WRK-LPR-VENCIDA                         00031463
              END-IF                                                    00031466
              MOVE WRK-LIN-PROMESSA TO FD-RELEXTR                       00031469
              WRITE FD-RELEXTR                                          00031472
           END-IF.                                                      00031475
                                                                        00031478
       2300-CLASSIFICAR-ATRASO                   SECTION.               00031500
           MOVE FD-CRB-DATA-VENCTO TO WRK-VENCTO.                       00031600
           COMPUTE WRK-DIAS-ATRASO =                                    00031700
              MOVE 1 TO WRK-IDX-FX                                      00036200
              PERFORM 2610-IMPRIMIR-FAIXA                               00036300
                 UNTIL WRK-IDX-FX GREATER THAN 5                        00036400
              IF WRK-PROMETIDO-CLI GREATER THAN ZEROS                   00036414
                 MOVE 'PROMETIDO'       TO WRK-LAG-ROTULO               00036428
                 MOVE WRK-PROMETIDO-CLI TO WRK-LAG-VALOR                00036442
                 MOVE WRK-LIN-AGING TO FD-RELAGING                      00036456
                 WRITE FD-RELAGING                                      00036470
              END-IF                                                    00036484
              MOVE WRK-LIN-TRACO TO FD-RELAGING                         00036500
              WRITE FD-RELAGING                                         00036600
              MOVE WRK-SALDO-CLIENTE TO WRK-LSC-SALDO                   00036700
           CLOSE CLIENTES.                                              00039000
           CLOSE RELAGING.                                              00039100
           CLOSE RELEXTR.                                               00039200
           IF WRK-COM-COBPROM                                           00039225
              CLOSE COBPROM                                             00039250
           END-IF.                                                      00039275
                                                                        00039300
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00039400
           DISPLAY ' TITULOS LIDOS...............: ' WRK-REG-LIDOS.     00039500
           DISPLAY ' CLIENTES IMPRESSOS..........: '                    00039600
                   WRK-REG-CLIENTES.                                    00039700
           DISPLAY ' TITULOS COM PROMESSA........: '                    00039720
                   WRK-REG-PROMESSAS.                                   00039740
           DISPLAY ' PROMESSAS VENCIDAS..........: '                    00039760
                   WRK-REG-PROM-VENC.                                   00039780
                                                                        00039800
       8100-IMPRIMIR-BANCO                       SECTION.               00039900
           MOVE WRK-TAB-BCO-CODIGO(WRK-IDX) TO WRK-LBC-CODIGO.          00040000
