      *  - 02/12/2022: SO OCORRENCIA DE LIQUIDACAO ('06'/'09')          00002060
      *    BAIXA O TITULO; REJEICAO E DEVOLUCAO SAEM NO RELEXC          00002070
      *    SEM MEXER NO TITULO NEM NA EXPOSICAO.                        00002080
      *  - 06/02/2023: SO TITULO REGISTRADO NO BANCO PELA               00002084
      *    REMESSA DO FR01CB11 (FD-CRB-COBRANCA 'R') ACEITA O           00002088
      *    RETORNO; O DE TITULO NAO REGISTRADO SAI NO RELEXC E O        00002092
      *    TITULO FICA COMO ESTA.                                       00002096
      *  - 13/02/2023: O PAGO ACIMA DO SALDO DO TITULO BAIXA O          00002097
      *    ENCARGO DE ATRASO DA NOTA (KSDS ENCARGO, CALCULADO PELO      00002098
      *    FR01CB12) E NAO E DIVERGENCIA; SO O QUE PASSA DO TITULO      00002099
      *    MAIS O ENCARGO SAI NO RELEXC. A EXPOSICAO SO DEVOLVE A       00002100
      *    PARTE DO TITULO.                                             00002101
      *  - 20/02/2023: A PARTE DO TITULO BAIXADA DE NOTA VENCIDA        00002120
      *    ABATE O SALDO VENCIDO DO CLIENTE APURADO PELA REGUA DE       00002139
      *    COBRANCA DO FR01CB13; ZERADO O SALDO VENCIDO, O BLOQUEIO     00002158
      *    DE CREDITO CAI E A REGUA VOLTA AO NIVEL 0.                   00002177
      *  - 06/03/2023: O CONCILIA GANHOU O TOTAL BAIXADO DOS TITULOS    00002182
      *    (SEM ENCARGO NEM PAGO A MAIOR), PARA A CONTABILIZACAO DO     00002187
      *    FR03DB42 CREDITAR CLIENTES SO PELO QUE SAIU DO CREBER.       00002192
      *  - 10/04/2023: CADA BAIXA DE TITULO (PARTE DO TITULO, SEM       00002193
      *    ENCARGO NEM PAGO A MAIOR) SAI TAMBEM EM TITBAIXA, COM A      00002194
      *    NOTA, O CLIENTE E A DATA, PARA A COMISSAO DOS GERENTES       00002195
      *    SOBRE O RECEBIDO (FR03DB43).                                 00002196
      *  - 02/10/2023: DESCONTO EM FOLHA DE COMPRA DE FUNCIONARIO:      0000219A
      *    O FR03DB15 GERA O COBFOLHA NO LEIAUTE DO COBRET, COM A       0000219B
      *    OCORRENCIA '61', QUE O JCL JUNTA AO RETORNO DO BANCO NA      0000219C
      *    CLASSIFICACAO POR NOTA. A '61' SO BAIXA TITULO DE            0000219D
      *    DESCONTO EM FOLHA (FD-CRB-COBRANCA 'F', FR01CB05) E O        0000219E
      *    BANCO NAO BAIXA ESSE TITULO. A PARCELA DESCONTADA NAO        0000219F
      *    E DINHEIRO NO BANCO: FICA FORA DO CONCILIA E E TOTALIZADA    0000219G
      *    A PARTE; O PARCIAL DE FOLHA E O ESPERADO E NAO SAI NO        0000219H
      *    RELEXC. O VENCIDO DA REGUA NAO E ABATIDO POR ELA.            0000219I
      *=====================================================            00002100
                                                                        00002200
      *====================================================             00002300
               ACCESS MODE  IS RANDOM                                   00004540
               RECORD KEY   IS FD-CODIGO                                00004550
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004560
                                                                        00004565
           SELECT ENCARGO   ASSIGN TO ENCARGO                           00004570
               ORGANIZATION IS INDEXED                                  00004575
               ACCESS MODE  IS RANDOM                                   00004580
               RECORD KEY   IS FD-ENC-NF                                00004585
               FILE STATUS  IS WRK-FS-ENCARGO.                          00004590
                                                                        00004592
           SELECT TITBAIXA  ASSIGN TO TITBAIXA                          00004594
               FILE STATUS  IS WRK-FS-TITBAIXA.                         00004596
                                                                        00004600
      *====================================================             00004700
       DATA                                      DIVISION.              00004800
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00006300
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00006400
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00006500
          05 FD-CRB-COBRANCA    PIC X(01).                              00006550
             88 FD-CRB-REGISTRADO    VALUE 'R'.                         00006600
             88 FD-CRB-DESC-FOLHA    VALUE 'F'.                         00006625
          05 FILLER             PIC X(02).                              00006650
                                                                        00006700
       FD COBRET                                                        00006800
           RECORDING MODE IS F                                          00006900
          05 FD-CBR-OCORRENCIA  PIC X(02).                              00007500
             88 FD-CBR-LIQUIDADO     VALUE '06'.                        00007600
             88 FD-CBR-BAIXADO       VALUE '09'.                        00007700
             88 FD-CBR-DESC-FOLHA    VALUE '61'.                        00007750
          05 FILLER             PIC X(13).                              00007800
                                                                        00007900
       FD CREBNOVO                                                      00008000
          05 FD-CON-DATA        PIC X(08).                              00009400
          05 FD-CON-QTDE        PIC 9(07).                              00009500
          05 FD-CON-VALOR       PIC 9(13)V99.                           00009600
          05 FD-CON-VALOR-TITULOS PIC 9(08)V99.                         00009655
                                                                        00009710
       FD TITBAIXA                                                      00009711
           RECORDING MODE IS F                                          00009712
           BLOCK CONTAINS 0 RECORDS.                                    00009713
       01 FD-TITBAIXA.                                                  00009714
          05 FD-TBX-NF          PIC 9(06).                              00009715
          05 FD-TBX-CLIENTE     PIC X(04).                              00009716
          05 FD-TBX-DATA        PIC X(08).                              00009717
          05 FD-TBX-VALOR       PIC 9(09)V99.                           00009718
          05 FD-TBX-SITUACAO    PIC X(01).                              00009719
          05 FILLER             PIC X(10).                              00009720
                                                                        00009721
       FD CLIENTES                                                      00009720
           RECORDING  MODE IS F                                         00009730
           BLOCK CONTAINS 0 RECORDS.                                    00009740
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00009770
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00009772
          05 FD-DEVOLUCOES     PIC 9(03).                               00009740
          05 FD-BLOQUEIO       PIC X(01).                               00009752
             88 FD-CREDITO-BLOQUEADO VALUE 'S'.                         00009764
          05 FD-NIVEL-AVISO    PIC 9(01).                               00009776
          05 FD-SALDO-VENCIDO  PIC 9(09)V99 COMP-3.                     00009788
                                                                        00009800
       FD ENCARGO                                                       00009805
           RECORDING  MODE IS F                                         00009810
           BLOCK CONTAINS 0 RECORDS.                                    00009815
       01 FD-ENCARGO.                                                   00009820
          05 FD-ENC-NF          PIC 9(06).                              00009825
          05 FD-ENC-CLIENTE     PIC X(04).                              00009830
          05 FD-ENC-DATA-CALCULO PIC X(08).                             00009835
          05 FD-ENC-DIAS-ATRASO PIC 9(05).                              00009840
          05 FD-ENC-SALDO-BASE  PIC 9(09)V99.                           00009845
          05 FD-ENC-MULTA       PIC 9(07)V99.                           00009850
          05 FD-ENC-JUROS       PIC 9(07)V99.                           00009855
          05 FD-ENC-VALOR       PIC 9(09)V99.                           00009860
          05 FD-ENC-VALOR-PAGO  PIC 9(09)V99.                           00009865
          05 FD-ENC-SITUACAO    PIC X(01).                              00009870
             88 FD-ENC-ABERTO        VALUE 'A'.                         00009875
             88 FD-ENC-QUITADO       VALUE 'L'.                         00009880
          05 FILLER             PIC X(05).                              00009885
                                                                        00009890
       WORKING-STORAGE                           SECTION.               00009900
      *====================================================             00010000
                                                                        00010100
       77 WRK-FS-RELEXC   PIC X(02) VALUE ZEROS.                        00010500
       77 WRK-FS-CONCILIA PIC X(02) VALUE ZEROS.                        00010600
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00010610
       77 WRK-FS-ENCARGO  PIC X(02) VALUE ZEROS.                        00010632
       77 WRK-FS-TITBAIXA PIC X(02) VALUE ZEROS.                        00010643
       77 WRK-ENCARGO-ABERTO PIC X(01) VALUE 'N'.                       00010654
          88 WRK-COM-ENCARGO      VALUE 'S'.                            00010676
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00010700
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00010800
       01 WRK-DATA-HOJE-TR.                                             00010814
          05 WRK-HTR-ANO  PIC X(04).                                    00010828
          05 FILLER       PIC X(01) VALUE '-'.                          00010842
          05 WRK-HTR-MES  PIC X(02).                                    00010856
          05 FILLER       PIC X(01) VALUE '-'.                          00010870
          05 WRK-HTR-DIA  PIC X(02).                                    00010884
                                                                        00010900
       77 WRK-FIM-CRB     PIC X(01) VALUE 'N'.                          00011000
          88 WRK-CRB-ACABOU       VALUE 'S'.                            00011100
                                                                        00011600
       01 WRK-SALDO-TITULO PIC S9(09)V99 VALUE ZEROS.                   00011700
       01 WRK-TOTAL-BAIXADO PIC 9(13)V99 VALUE ZEROS.                   00011800
       01 WRK-TOTAL-TITULOS PIC 9(13)V99 VALUE ZEROS.                   00011812
       01 WRK-TOTAL-FOLHA  PIC 9(13)V99 VALUE ZEROS.                    00011818
       01 WRK-VALOR-TITULO PIC 9(09)V99 VALUE ZEROS.                    00011825
       01 WRK-VALOR-EXCEDE PIC 9(09)V99 VALUE ZEROS.                    00011850
       01 WRK-SALDO-ENCARGO PIC S9(09)V99 VALUE ZEROS.                  00011875
                                                                        00011900
       77 WRK-REG-TITULOS   PIC 9(07) VALUE ZEROS.                      00012000
       77 WRK-REG-RETORNOS  PIC 9(07) VALUE ZEROS.                      00012100
       77 WRK-REG-PARCIAIS  PIC 9(07) VALUE ZEROS.                      00012300
       77 WRK-REG-OCORR-OUTRAS PIC 9(07) VALUE ZEROS.                   00012310
       77 WRK-REG-SEM-TITULO PIC 9(07) VALUE ZEROS.                     00012400
       77 WRK-REG-NAO-REGISTR PIC 9(07) VALUE ZEROS.                    00012450
       77 WRK-REG-PARC-FOLHA PIC 9(07) VALUE ZEROS.                     00012454
       77 WRK-REG-FOLHA-BANCO PIC 9(07) VALUE ZEROS.                    00012458
       77 WRK-REG-ENCARGOS   PIC 9(07) VALUE ZEROS.                     00012462
       77 WRK-REG-EXCEDENTES PIC 9(07) VALUE ZEROS.                     00012474
       77 WRK-REG-DESBLOQUEIOS PIC 9(07) VALUE ZEROS.                   00012480
       77 WRK-REG-BAIXAS    PIC 9(07) VALUE ZEROS.                      00012483
       01 WRK-TOTAL-ENCARGOS PIC 9(11)V99 VALUE ZEROS.                  00012486
                                                                        00012500
       01 WRK-LIN-EXCECAO.                                              00012600
          05 WRK-LEX-TEXTO   PIC X(24).                                 00012700
                                                                        00014400
       1000-INICIAR                              SECTION.               00014500
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00014600
           MOVE WRK-DATA-HOJE(1:4) TO WRK-HTR-ANO.                      00014625
           MOVE WRK-DATA-HOJE(5:2) TO WRK-HTR-MES.                      00014650
           MOVE WRK-DATA-HOJE(7:2) TO WRK-HTR-DIA.                      00014675
                                                                        00014700
           OPEN INPUT CREBER.                                           00014800
           IF WRK-FS-CREBER NOT EQUAL '00'                              00014900
              PERFORM 9000-TRATAR-ERROS                                 00017500
           END-IF.                                                      00017600
                                                                        00017700
           OPEN OUTPUT TITBAIXA.                                        00017701
           IF WRK-FS-TITBAIXA NOT EQUAL '00'                            00017702
              MOVE ' ERRO OPEN TITBAIXA ' TO WRK-MSG                    00017703
              PERFORM 9000-TRATAR-ERROS                                 00017704
           END-IF.                                                      00017705
                                                                        00017706
           OPEN I-O CLIENTES.                                           00017710
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00017720
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00017730
              PERFORM 9000-TRATAR-ERROS                                 00017740
           END-IF.                                                      00017750
                                                                        00017760
           OPEN I-O ENCARGO.                                            00017763
           IF WRK-FS-ENCARGO EQUAL '35'                                 00017766
              DISPLAY ' ENCARGO AUSENTE, SEM BAIXA DE ENCARGOS '        00017769
           ELSE                                                         00017772
              IF WRK-FS-ENCARGO NOT EQUAL '00'                          00017775
                 MOVE ' ERRO OPEN ENCARGO ' TO WRK-MSG                  00017778
                 PERFORM 9000-TRATAR-ERROS                              00017781
              END-IF                                                    00017784
              SET WRK-COM-ENCARGO TO TRUE                               00017787
           END-IF.                                                      00017790
                                                                        00017793
           MOVE 'EXCECOES DA BAIXA DE COBRANCA' TO FD-RELEXC.           00017800
           WRITE FD-RELEXC.                                             00017900
                                                                        00018000
                WRITE FD-RELEXC                                         00022200
                PERFORM 1300-LER-RETORNO                                00022300
             WHEN OTHER                                                 00022400
                EVALUATE TRUE                                           00022413
                  WHEN FD-CBR-DESC-FOLHA AND FD-CRB-DESC-FOLHA          00022426
                     PERFORM 2100-BAIXAR-TITULO                         00022439
                  WHEN FD-CBR-DESC-FOLHA                                00022452
                     ADD 1 TO WRK-REG-FOLHA-BANCO                       00022465
                     MOVE ' FOLHA EM TITULO BANCO  ' TO WRK-LEX-TEXTO   00022478
                     PERFORM 2050-REPORTAR-RETORNO                      00022491
                  WHEN FD-CRB-REGISTRADO                                00022504
                     PERFORM 2100-BAIXAR-TITULO                         00022517
                  WHEN OTHER                                            00022530
                     ADD 1 TO WRK-REG-NAO-REGISTR                       00022543
                     MOVE ' TITULO NAO REGISTRADO  ' TO WRK-LEX-TEXTO   00022556
                     PERFORM 2050-REPORTAR-RETORNO                      00022569
                END-EVALUATE                                            00022582
                WRITE FD-CREBNOVO FROM FD-CREBER                        00022600
                PERFORM 1200-LER-TITULO                                 00022700
                PERFORM 1300-LER-RETORNO                                00022800
           END-EVALUATE.                                                00022900
                                                                        00023000
      *---------------------------------------------------------------  00023100
      *    2050-REPORTAR-RETORNO                                        00023108
      *    RETORNO RECUSADO SAI NO RELEXC E O TITULO FICA COMO ESTA.    00023116
      *---------------------------------------------------------------  00023124
       2050-REPORTAR-RETORNO                     SECTION.               00023132
           MOVE FD-CBR-NF    TO WRK-LEX-NF.                             00023140
           MOVE FD-CRB-VALOR TO WRK-LEX-VALOR.                          00023148
           MOVE FD-CBR-VALOR TO WRK-LEX-PAGO.                           00023156
           MOVE WRK-LIN-EXCECAO TO FD-RELEXC.                           00023164
           WRITE FD-RELEXC.                                             00023172
                                                                        00023180
      *---------------------------------------------------------------  00023188
      *    2100-BAIXAR-TITULO                                           00023200
      *    SO OCORRENCIA DE LIQUIDACAO ('06'/'09'/'61') BAIXA: SOMA O   00023300
      *    PAGO NO TITULO - ZEROU O SALDO, LIQUIDA ('L'); SOBROU        00023400
      *    SALDO, MARCA PARCIAL ('P') E REPORTA. QUALQUER OUTRA         00023410
      *    OCORRENCIA (REJEICAO, DEVOLUCAO) NAO MEXE NO TITULO          00023420
      *    NEM NA EXPOSICAO E SAI NO RELEXC.                            00023430
      *    O PAGO SO ENTRA NO TITULO ATE O SALDO; O EXCEDENTE VAI       00023453
      *    PARA O ENCARGO DE ATRASO DA NOTA.                            00023476
      *    O DESCONTO EM FOLHA ('61') SOMA A PARTE, FORA DO BANCO.      00023488
      *---------------------------------------------------------------  00023500
       2100-BAIXAR-TITULO                        SECTION.               00023600
           IF FD-CBR-LIQUIDADO OR FD-CBR-BAIXADO OR FD-CBR-DESC-FOLHA   00023610
              IF FD-CBR-DESC-FOLHA                                      00023620
                 ADD FD-CBR-VALOR TO WRK-TOTAL-FOLHA                    00023630
              ELSE                                                      00023640
                 ADD FD-CBR-VALOR TO WRK-TOTAL-BAIXADO                  00023650
              END-IF                                                    00023660
              COMPUTE WRK-SALDO-TITULO =                                00023675
                      FD-CRB-VALOR - FD-CRB-VALOR-PAGO                  00023700
              END-COMPUTE                                               00023725
              IF WRK-SALDO-TITULO LESS THAN ZEROS                       00023750
                 MOVE ZEROS TO WRK-SALDO-TITULO                         00023775
              END-IF                                                    00023800
              IF FD-CBR-VALOR GREATER THAN WRK-SALDO-TITULO             00023825
                 MOVE WRK-SALDO-TITULO TO WRK-VALOR-TITULO              00023850
                 COMPUTE WRK-VALOR-EXCEDE =                             00023875
                         FD-CBR-VALOR - WRK-SALDO-TITULO                00023900
                 END-COMPUTE                                            00023925
              ELSE                                                      00023950
                 MOVE FD-CBR-VALOR TO WRK-VALOR-TITULO                  00023975
                 MOVE ZEROS        TO WRK-VALOR-EXCEDE                  00024000
              END-IF                                                    00024025
              ADD WRK-VALOR-TITULO TO FD-CRB-VALOR-PAGO                 00024050
              IF NOT FD-CBR-DESC-FOLHA                                  00024056
                 ADD WRK-VALOR-TITULO TO WRK-TOTAL-TITULOS              00024062
              END-IF                                                    00024068
              PERFORM 2150-DEVOLVER-EXPOSICAO                           00024075
              IF WRK-VALOR-EXCEDE GREATER THAN ZEROS                    00024100
                 PERFORM 2160-BAIXAR-ENCARGO                            00024125
              END-IF                                                    00024150
              COMPUTE WRK-SALDO-TITULO =                                00024175
                      FD-CRB-VALOR - FD-CRB-VALOR-PAGO                  00024200
              END-COMPUTE                                               00024225
                                                                        00024250
              IF WRK-SALDO-TITULO GREATER THAN ZEROS                    00024300
                 MOVE 'P' TO FD-CRB-SITUACAO                            00024400
                 IF FD-CRB-DESC-FOLHA                                   00024466
                    ADD 1 TO WRK-REG-PARC-FOLHA                         00024532
                 ELSE                                                   00024598
                    ADD 1 TO WRK-REG-PARCIAIS                           00024664
                    MOVE ' PAGAMENTO PARCIAL      ' TO WRK-LEX-TEXTO    00024730
                    MOVE FD-CRB-NF         TO WRK-LEX-NF                00024796
                    MOVE FD-CRB-VALOR      TO WRK-LEX-VALOR             00024862
                    MOVE FD-CRB-VALOR-PAGO TO WRK-LEX-PAGO              00024928
                    MOVE WRK-LIN-EXCECAO TO FD-RELEXC                   00024994
                    WRITE FD-RELEXC                                     00025060
                 END-IF                                                 00025126
              ELSE                                                      00025200
                 MOVE 'L' TO FD-CRB-SITUACAO                            00025300
                 ADD 1 TO WRK-REG-LIQUIDADOS                            00025400
              END-IF                                                    00025410
              PERFORM 2170-REGISTRAR-BAIXA                              00025415
           ELSE                                                         00025420
              ADD 1 TO WRK-REG-OCORR-OUTRAS                             00025430
              MOVE ' OCORRENCIA NAO LIQUIDA ' TO WRK-LEX-TEXTO          00025440
                                                                        00025600
      *---------------------------------------------------------------  00025610
      *    2150-DEVOLVER-EXPOSICAO                                      00025620
      *    O PAGO DO TITULO SAI DA EXPOSICAO DE CREDITO DO CLIENTE;     00025630
      *    O PISO E ZERO (TITULOS ANTERIORES A TRAVA NAO TEM            00025640
      *    EXPOSICAO).                                                  00025650
      *    SE A NOTA ESTA VENCIDA, ABATE TAMBEM O SALDO VENCIDO.        00025655
      *    (TITULO DE DESCONTO EM FOLHA NAO ESTA NA REGUA.)             00025657
       2150-DEVOLVER-EXPOSICAO                   SECTION.               00025660
           MOVE FD-CRB-CLIENTE TO FD-CODIGO.                            00025670
           READ CLIENTES.                                               00025672
           IF WRK-FS-CLIENTES EQUAL '00'                                00025674
              IF WRK-VALOR-TITULO GREATER THAN FD-EXPOSICAO             00025676
                 MOVE ZEROS TO FD-EXPOSICAO                             00025678
              ELSE                                                      00025680
                 SUBTRACT WRK-VALOR-TITULO FROM FD-EXPOSICAO            00025682
              END-IF                                                    00025684
              IF FD-CRB-DATA-VENCTO LESS THAN WRK-DATA-HOJE-TR AND      0002568A
                 NOT FD-CRB-DESC-FOLHA                                  0002568B
                 PERFORM 2155-ABATER-VENCIDO                            00025686
              END-IF                                                    00025687
              REWRITE FD-CLIENTES                                       00025686
              IF WRK-FS-CLIENTES NOT EQUAL '00'                         00025688
                 MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG              00025690
              END-IF                                                    00025694
           END-IF.                                                      00025696
                                                                        00025698
      *---------------------------------------------------------------  00025699
      *    2155-ABATER-VENCIDO                                          00025700
      *    O PAGO DO TITULO VENCIDO SAI DO SALDO VENCIDO DA REGUA DE    00025701
      *    COBRANCA; SALDO ZERADO LIBERA O CREDITO BLOQUEADO.           00025702
      *---------------------------------------------------------------  00025703
       2155-ABATER-VENCIDO                       SECTION.               00025704
           IF FD-SALDO-VENCIDO NOT NUMERIC                              00025705
              MOVE ZEROS TO FD-SALDO-VENCIDO                            00025706
           END-IF.                                                      00025707
           IF WRK-VALOR-TITULO LESS THAN FD-SALDO-VENCIDO               00025708
              SUBTRACT WRK-VALOR-TITULO FROM FD-SALDO-VENCIDO           00025709
           ELSE                                                         00025710
              MOVE ZEROS TO FD-SALDO-VENCIDO                            00025711
              IF FD-CREDITO-BLOQUEADO                                   00025712
                 MOVE 'N'   TO FD-BLOQUEIO                              00025713
                 MOVE ZEROS TO FD-NIVEL-AVISO                           00025714
                 ADD 1 TO WRK-REG-DESBLOQUEIOS                          00025715
              END-IF                                                    00025716
           END-IF.                                                      00025717
                                                                        00025718
      *---------------------------------------------------------------  00025699
      *    2160-BAIXAR-ENCARGO                                          00025700
      *    O EXCEDENTE AO SALDO DO TITULO QUITA O ENCARGO EM ABERTO     00025701
      *    DA NOTA; O QUE AINDA SOBRAR (OU NAO HAVENDO ENCARGO) E       00025702
      *    PAGAMENTO A MAIOR E SAI NO RELEXC.                           00025703
      *---------------------------------------------------------------  00025704
       2160-BAIXAR-ENCARGO                       SECTION.               00025705
           MOVE ZEROS TO WRK-SALDO-ENCARGO.                             00025706
           IF WRK-COM-ENCARGO                                           00025707
              MOVE FD-CRB-NF TO FD-ENC-NF                               00025708
              READ ENCARGO                                              00025709
              IF WRK-FS-ENCARGO EQUAL '00' AND FD-ENC-ABERTO            00025710
                 COMPUTE WRK-SALDO-ENCARGO =                            00025711
                         FD-ENC-VALOR - FD-ENC-VALOR-PAGO               00025712
                 END-COMPUTE                                            00025713
              END-IF                                                    00025714
           END-IF.                                                      00025715
                                                                        00025716
           IF WRK-SALDO-ENCARGO GREATER THAN ZEROS                      00025717
              IF WRK-VALOR-EXCEDE LESS THAN WRK-SALDO-ENCARGO           00025718
                 ADD WRK-VALOR-EXCEDE TO FD-ENC-VALOR-PAGO              00025719
                 ADD WRK-VALOR-EXCEDE TO WRK-TOTAL-ENCARGOS             00025720
                 MOVE ZEROS TO WRK-VALOR-EXCEDE                         00025721
              ELSE                                                      00025722
                 ADD WRK-SALDO-ENCARGO TO FD-ENC-VALOR-PAGO             00025723
                 ADD WRK-SALDO-ENCARGO TO WRK-TOTAL-ENCARGOS            00025724
                 SUBTRACT WRK-SALDO-ENCARGO FROM WRK-VALOR-EXCEDE       00025725
                 MOVE 'L' TO FD-ENC-SITUACAO                            00025726
              END-IF                                                    00025727
              REWRITE FD-ENCARGO                                        00025728
              IF WRK-FS-ENCARGO NOT EQUAL '00'                          00025729
                 MOVE ' ERRO REWRITE ENCARGO ' TO WRK-MSG               00025730
                 PERFORM 9000-TRATAR-ERROS                              00025731
              END-IF                                                    00025732
              ADD 1 TO WRK-REG-ENCARGOS                                 00025733
           END-IF.                                                      00025734
                                                                        00025735
           IF WRK-VALOR-EXCEDE GREATER THAN ZEROS                       00025736
              ADD 1 TO WRK-REG-EXCEDENTES                               00025737
              MOVE ' PAGO ACIMA DO DEVIDO   ' TO WRK-LEX-TEXTO          00025738
              MOVE FD-CRB-NF        TO WRK-LEX-NF                       00025739
              MOVE FD-CRB-VALOR     TO WRK-LEX-VALOR                    00025740
              MOVE WRK-VALOR-EXCEDE TO WRK-LEX-PAGO                     00025741
              MOVE WRK-LIN-EXCECAO TO FD-RELEXC                         00025742
              WRITE FD-RELEXC                                           00025743
           END-IF.                                                      00025744
                                                                        00025745
      *---------------------------------------------------------------  00025747
      *    2170-REGISTRAR-BAIXA                                         00025749
      *    GUARDA A PARTE DO TITULO BAIXADA NO DIA, JA COM A SITUACAO   00025751
      *    NOVA, PARA A APURACAO MENSAL DA COMISSAO DOS GERENTES.       00025753
      *---------------------------------------------------------------  00025755
       2170-REGISTRAR-BAIXA                      SECTION.               00025757
           IF WRK-VALOR-TITULO GREATER THAN ZEROS                       00025759
              MOVE SPACES           TO FD-TITBAIXA                      00025761
              MOVE FD-CRB-NF        TO FD-TBX-NF                        00025763
              MOVE FD-CRB-CLIENTE   TO FD-TBX-CLIENTE                   00025765
              MOVE WRK-DATA-HOJE    TO FD-TBX-DATA                      00025767
              MOVE WRK-VALOR-TITULO TO FD-TBX-VALOR                     00025769
              MOVE FD-CRB-SITUACAO  TO FD-TBX-SITUACAO                  00025771
              WRITE FD-TITBAIXA                                         00025773
              IF WRK-FS-TITBAIXA NOT EQUAL '00'                         00025775
                 MOVE ' ERRO WRITE TITBAIXA ' TO WRK-MSG                00025777
                 PERFORM 9000-TRATAR-ERROS                              00025779
              END-IF                                                    00025781
              ADD 1 TO WRK-REG-BAIXAS                                   00025783
           END-IF.                                                      00025785
                                                                        00025787
       8000-FINALIZAR                            SECTION.               00025700
           MOVE SPACES            TO FD-CONCILIA.                       00025800
           MOVE WRK-DATA-HOJE     TO FD-CON-DATA.                       00025900
           MOVE WRK-REG-RETORNOS  TO FD-CON-QTDE.                       00026000
           MOVE WRK-TOTAL-BAIXADO TO FD-CON-VALOR.                      00026100
           MOVE WRK-TOTAL-TITULOS TO FD-CON-VALOR-TITULOS.              00026150
           WRITE FD-CONCILIA.                                           00026200
                                                                        00026300
           CLOSE CREBER.                                                00026400
           CLOSE CREBNOVO.                                              00026600
           CLOSE RELEXC.                                                00026700
           CLOSE CONCILIA.                                              00026800
           CLOSE TITBAIXA.                                              00026805
           CLOSE CLIENTES.                                              00026810
           IF WRK-COM-ENCARGO                                           00026832
              CLOSE ENCARGO                                             00026854
           END-IF.                                                      00026876
                                                                        00026900
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00027000
           DISPLAY ' TITULOS LIDOS...............: ' WRK-REG-TITULOS.   00027100
                   WRK-REG-LIQUIDADOS.                                  00027500
           DISPLAY ' PAGAMENTOS PARCIAIS.........: '                    00027600
                   WRK-REG-PARCIAIS.                                    00027700
           DISPLAY ' PARCIAIS EM FOLHA...........: '                    00027703
                   WRK-REG-PARC-FOLHA.                                  00027706
           DISPLAY ' OCORRENCIAS NAO LIQUIDANTES.: '                    00027710
                   WRK-REG-OCORR-OUTRAS.                                00027720
           DISPLAY ' RETORNOS SEM TITULO.........: '                    00027800
                   WRK-REG-SEM-TITULO.                                  00027900
           DISPLAY ' RETORNOS DE NAO REGISTRADOS.: '                    00027933
                   WRK-REG-NAO-REGISTR.                                 00027966
           DISPLAY ' FOLHA EM TITULO DE BANCO....: '                    00027967
                   WRK-REG-FOLHA-BANCO.                                 00027968
           DISPLAY ' ENCARGOS BAIXADOS...........: '                    00027970
                   WRK-REG-ENCARGOS.                                    00027974
           DISPLAY ' PAGAMENTOS A MAIOR..........: '                    00027978
                   WRK-REG-EXCEDENTES.                                  00027982
           DISPLAY ' CREDITOS DESBLOQUEADOS......: '                    00027983
                   WRK-REG-DESBLOQUEIOS.                                00027984
           DISPLAY ' TOTAL DE ENCARGOS RECEBIDOS.: '                    00027986
                   WRK-TOTAL-ENCARGOS.                                  00027990
           DISPLAY ' TOTAL BAIXADO NO DIA........: '                    00028000
                   WRK-TOTAL-BAIXADO.                                   00028100
           DISPLAY ' TOTAL BAIXADO DOS TITULOS...: '                    00028133
                   WRK-TOTAL-TITULOS.                                   00028166
           DISPLAY ' TOTAL DESCONTADO EM FOLHA...: '                    00028169
                   WRK-TOTAL-FOLHA.                                     00028172
           DISPLAY ' BAIXAS GRAVADAS EM TITBAIXA.: '                    00028177
                   WRK-REG-BAIXAS.                                      00028188
                                                                        00028200
       9000-TRATAR-ERROS                         SECTION.               00028300
           DISPLAY '-----------------------------'.                     00028400
