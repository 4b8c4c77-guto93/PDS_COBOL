      *    FR11ARQ09 E REDIRECIONADO AO SOBREVIVENTE PELO               00002084
      *    DE-PARA CLIXREF ANTES DE QUALQUER RECUSA; O PEDIDO           00002086
      *    ACEITO SAI COM O CODIGO SOBREVIVENTE.                        00002088
      *  - 16/01/2023: PEDIDO COM VARIOS ITENS: LINHAS SEGUIDAS         00002089
      *    DO MESMO CLIENTE COM A MESMA REFERENCIA                      00002090
      *    (FD-PED-REFERENCIA) FORMAM UM PEDIDO SO, COM UM              00002091
      *    NUMERO E ITEM SEQUENCIAL NO PEDACE (FD-ACE-ITEM). O          00002092
      *    LIMITE DE CREDITO E TESTADO NO TOTAL DO PEDIDO.              00002093
      *    CLIENTE OU CREDITO RECUSADO DERRUBA TODAS AS LINHAS;         00002094
      *    ITEM COM PROBLEMA PROPRIO SAI SOZINHO NO REJEITO.            00002095
      *  - 23/01/2023: ITEM SEM ESTOQUE SUFICIENTE NAO E MAIS           00002096
      *    REJEITADO (P04): RESERVA O QUE HOUVER NO MESTRE E O          00002097
      *    SALDO VAI PARA A FILA DE PENDENCIAS BACKORD COM A DATA       00002098
      *    DO PEDIDO E A PRIORIDADE (FD-PED-PRIORIDADE, 1 A 9,          00002099
      *    BRANCO = 5). O FR01CB09 LIBERA A FILA DEPOIS DO              00002100
      *    RECEBIMENTO DO ARQ014. O CREDITO CONTINUA TESTADO NO         00002101
      *    TOTAL DO PEDIDO; A EXPOSICAO SO SOBE PELO RESERVADO.         00002102
      *  - 20/02/2023: CLIENTE COM CREDITO BLOQUEADO PELA REGUA         00002121
      *    DE COBRANCA DO FR01CB13 (MAIS DE 90 DIAS DE ATRASO) TEM      00002140
      *    O PEDIDO INTEIRO RECUSADO (P07) ATE A BAIXA DO SALDO         00002159
      *    VENCIDO NO FR01CB07.                                         00002178
      *  - 24/04/2023: ALEM DO LIMITE DA FILIAL, O PEDIDO E             00002181
      *    TESTADO NO LIMITE DO GRUPO ECONOMICO (CLIGRUPO E             00002184
      *    GRPLIMIT DO FR11ARQ11): EXPOSICAO SOMADA DE TODOS OS         00002187
      *    CODIGOS DO GRUPO MAIS O PEDIDO ACIMA DO LIMITE DO            00002190
      *    GRUPO REJEITA (P08). SEM OS ARQUIVOS NAO HA TRAVA.           00002193
      *  - 10/07/2023: A RESERVA NO PRODMSTR PASSOU A SAIR NO           0000219A
      *    MOVLOG (TIPO V-RESERVA, DOCUMENTO 'RES' + NUMERO DO          0000219B
      *    PEDIDO) COM O SALDO ANTERIOR E O RESULTANTE, PARA A          0000219C
      *    CONFERENCIA DE INTEGRIDADE DO ARQ034.                        0000219D
      *=====================================================            00002100
                                                                        00002200
      *====================================================             00002300
                                                                        00005410
           SELECT CLIXREF   ASSIGN TO CLIXREF                           00005420
               FILE STATUS  IS WRK-FS-CLIXREF.                          00005430
                                                                        00005447
           SELECT BACKORD   ASSIGN TO BACKORD                           00005464
               FILE STATUS  IS WRK-FS-BACKORD.                          00005481
                                                                        00005483
           SELECT CLIGRUPO  ASSIGN TO CLIGRUPO                          00005485
               FILE STATUS  IS WRK-FS-CLIGRUPO.                         00005487
                                                                        0000548A
           SELECT MOVLOG    ASSIGN TO MOVLOG                            0000548A
               FILE STATUS  IS WRK-FS-MOVLOG.                           0000548B
                                                                        00005489
           SELECT GRPLIMIT  ASSIGN TO GRPLIMIT                          00005491
               FILE STATUS  IS WRK-FS-GRPLIMIT.                         00005493
                                                                        00005500
      *====================================================             00005600
       DATA                                      DIVISION.              00005700
          05 FD-PED-CLIENTE  PIC X(04).                                 00006400
          05 FD-PED-PRODUTO  PIC X(06).                                 00006500
          05 FD-PED-QTDE     PIC 9(05).                                 00006600
          05 FD-PED-REFERENCIA PIC X(10).                               00006666
          05 FD-PED-PRIORIDADE PIC X(01).                               00006710
          05 FILLER          PIC X(14).                                 00006754
                                                                        00006800
       FD CLIENTES                                                      00006900
           RECORDING  MODE IS F                                         00007000
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00008410
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00008420
          05 FD-DEVOLUCOES     PIC 9(03).                               00008440
          05 FD-BLOQUEIO       PIC X(01).                               00008452
             88 FD-CREDITO-BLOQUEADO VALUE 'S'.                         00008464
          05 FD-NIVEL-AVISO    PIC 9(01).                               00008476
          05 FD-SALDO-VENCIDO  PIC 9(09)V99 COMP-3.                     00008488
                                                                        00008500
       FD PRODMSTR                                                      00008600
           RECORDING MODE IS F                                          00008700
          05 FD-ACE-QTDE     PIC 9(05).                                 00010500
          05 FD-ACE-DATA     PIC X(08).                                 00010600
          05 FD-ACE-SITUACAO PIC X(01).                                 00010700
          05 FD-ACE-ITEM     PIC 9(03).                                 00010766
          05 FILLER          PIC X(07).                                 00010832
                                                                        00010900
       FD REJEITO                                                       00011000
           RECORDING MODE IS F                                          00011100
          05 FD-XRF-SOBREVIVE  PIC X(04).                               00012670
          05 FD-XRF-CPF-CNPJ   PIC X(14).                               00012680
          05 FILLER            PIC X(08).                               00012690
                                                                        00012691
       FD BACKORD                                                       00012692
           RECORDING MODE IS F                                          00012693
           BLOCK CONTAINS 0 RECORDS.                                    00012694
       01 FD-BACKORD.                                                   00012695
          05 FD-BCK-NUMERO     PIC 9(06).                               00012696
          05 FD-BCK-ITEM       PIC 9(03).                               00012697
          05 FD-BCK-CLIENTE    PIC X(04).                               00012698
          05 FD-BCK-PRODUTO    PIC X(06).                               00012699
          05 FD-BCK-QTDE       PIC 9(05).                               00012700
          05 FD-BCK-DATA       PIC X(08).                               00012701
          05 FD-BCK-PRIORIDADE PIC 9(01).                               00012702
          05 FILLER            PIC X(17).                               00012703
                                                                        00012700
       FD CLIGRUPO                                                      00012705
           RECORDING MODE IS F                                          00012710
           BLOCK CONTAINS 0 RECORDS.                                    00012715
       01 FD-CLIGRUPO.                                                  00012720
          05 FD-CGR-CLIENTE    PIC X(04).                               00012725
          05 FD-CGR-GRUPO      PIC X(08).                               00012730
          05 FILLER            PIC X(08).                               00012735
                                                                        00012740
       FD GRPLIMIT                                                      00012745
           RECORDING MODE IS F                                          00012750
           BLOCK CONTAINS 0 RECORDS.                                    00012755
       01 FD-GRPLIMIT.                                                  00012760
          05 FD-GRL-GRUPO      PIC X(08).                               00012765
          05 FD-GRL-LIMITE     PIC 9(09)V99.                            00012770
          05 FD-GRL-NOME       PIC X(30).                               00012775
          05 FILLER            PIC X(11).                               00012780
                                                                        0001278A
       FD MOVLOG                                                        0001278A
           RECORDING MODE IS F                                          0001278B
           BLOCK CONTAINS 0 RECORDS.                                    0001278C
       01 FD-MOVLOG.                                                    0001278D
          05 FD-LOG-CODIGO        PIC X(06).                            0001278E
          05 FD-LOG-DATA          PIC X(08).                            0001278F
          05 FD-LOG-TIPO          PIC X(01).                            0001278G
          05 FD-LOG-QTDE          PIC 9(05).                            0001278H
          05 FD-LOG-DOCUMENTO     PIC X(10).                            0001278I
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            0001278J
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            0001278K
          05 FD-LOG-LOTE          PIC X(10).                            0001278L
          05 FD-LOG-DEPOSITO      PIC X(02).                            0001278M
                                                                        00012785
       WORKING-STORAGE                           SECTION.               00012800
      *====================================================             00012900
                                                                        00013000
       77 WRK-FS-REJEITO  PIC X(02) VALUE ZEROS.                        00013500
       77 WRK-FS-PEDVNUM  PIC X(02) VALUE ZEROS.                        00013600
       77 WRK-FS-CLIXREF  PIC X(02) VALUE ZEROS.                        00013610
       77 WRK-FS-BACKORD  PIC X(02) VALUE ZEROS.                        00013615
       77 WRK-FS-CLIGRUPO PIC X(02) VALUE ZEROS.                        00013616
       77 WRK-FS-GRPLIMIT PIC X(02) VALUE ZEROS.                        00013617
       77 WRK-FS-MOVLOG   PIC X(02) VALUE ZEROS.                        00013618
       01 WRK-TAB-XREF.                                                 00013620
          05 WRK-TAB-XRF-ITEM OCCURS 100 TIMES.                         00013630
             10 WRK-TAB-XRF-ANT  PIC X(04).                             00013640
          88 WRK-XRF-FOI-ACHADO     VALUE 'S'.                          00013690
          88 WRK-XRF-NAO-ACHADO     VALUE 'N'.                          00013692
       77 WRK-REG-REDIRECIONADOS PIC 9(07) VALUE ZEROS.                 00013694
       01 WRK-TAB-GRUPOS.                                               00013695
          05 WRK-TAB-GRU-ITEM OCCURS 300 TIMES.                         00013696
             10 WRK-TAB-GRU-GRUPO     PIC X(08).                        00013697
             10 WRK-TAB-GRU-LIMITE    PIC 9(09)V99.                     00013698
             10 WRK-TAB-GRU-EXPOSICAO PIC 9(11)V99.                     00013699
       77 WRK-QTDE-GRUPOS PIC 9(03) VALUE ZEROS.                        00013700
       77 WRK-IDX-GRU     PIC 9(03) VALUE ZEROS.                        00013701
       77 WRK-GRU-ACHADO  PIC X(01) VALUE 'N'.                          00013702
          88 WRK-GRU-FOI-ACHADO     VALUE 'S'.                          00013703
          88 WRK-GRU-NAO-ACHADO     VALUE 'N'.                          00013704
       01 WRK-TAB-MEMBROS.                                              00013705
          05 WRK-TAB-MBR-ITEM OCCURS 2000 TIMES.                        00013706
             10 WRK-TAB-MBR-CLIENTE   PIC X(04).                        00013707
             10 WRK-TAB-MBR-GRUPO     PIC 9(03).                        00013708
       77 WRK-QTDE-MEMBROS PIC 9(04) VALUE ZEROS.                       00013709
       77 WRK-IDX-MBR     PIC 9(04) VALUE ZEROS.                        00013710
       77 WRK-MBR-ACHADO  PIC X(01) VALUE 'N'.                          00013711
          88 WRK-MBR-FOI-ACHADO     VALUE 'S'.                          00013712
          88 WRK-MBR-NAO-ACHADO     VALUE 'N'.                          00013713
       77 WRK-GRUPO-PEDIDO PIC 9(03) VALUE ZEROS.                       00013714
       01 WRK-EXPOSTO-GRUPO PIC 9(11)V99 VALUE ZEROS.                   00013715
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00013700
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00013800
                                                                        00013900
       77 WRK-REJ-COD     PIC X(04) VALUE SPACES.                       00014600
       01 WRK-VALOR-PEDIDO PIC 9(09)V99 VALUE ZEROS.                    00014610
       01 WRK-EXPOSTO-NOVO PIC 9(09)V99 VALUE ZEROS.                    00014620
       01 WRK-VALOR-ITEM   PIC 9(09)V99 VALUE ZEROS.                    00014623
       01 WRK-VALOR-ACEITO PIC 9(09)V99 VALUE ZEROS.                    00014626
                                                                        00014629
       01 WRK-TAB-ITENS.                                                00014632
          05 WRK-TAB-ITE-ITEM OCCURS 50 TIMES.                          00014635
             10 WRK-TAB-ITE-REGISTRO.                                   00014638
                15 WRK-TAB-ITE-CLIENTE PIC X(04).                       00014641
                15 WRK-TAB-ITE-PRODUTO PIC X(06).                       00014644
                15 WRK-TAB-ITE-QTDE    PIC 9(05).                       00014647
                15 WRK-TAB-ITE-REFERENCIA PIC X(10).                    00014648
                15 WRK-TAB-ITE-PRIORIDADE PIC X(01).                    00014649
                15 FILLER              PIC X(14).                       00014650
             10 WRK-TAB-ITE-STATUS  PIC X(01).                          00014653
                88 WRK-TAB-ITE-OK         VALUE 'S'.                    00014656
                88 WRK-TAB-ITE-INVALIDO   VALUE 'N'.                    00014659
             10 WRK-TAB-ITE-COD     PIC X(04).                          00014662
             10 WRK-TAB-ITE-MOTIVO  PIC X(30).                          00014665
       77 WRK-QTDE-ITENS  PIC 9(02) VALUE ZEROS.                        00014668
       77 WRK-QTDE-VALIDOS PIC 9(02) VALUE ZEROS.                       00014671
       77 WRK-IDX-ITE     PIC 9(02) VALUE ZEROS.                        00014674
       77 WRK-NUM-ITEM    PIC 9(03) VALUE ZEROS.                        00014677
       77 WRK-QTDE-RESERVA PIC 9(05) VALUE ZEROS.                       00014678
       77 WRK-QTDE-PENDENTE PIC 9(05) VALUE ZEROS.                      00014679
       77 WRK-SALDO-ANT   PIC 9(05) VALUE ZEROS.                        0001467A
       01 WRK-DOC-RESERVA.                                              0001467B
          05 FILLER          PIC X(03) VALUE 'RES'.                     0001467C
          05 WRK-DOC-RES-NUM PIC 9(06) VALUE ZEROS.                     0001467D
          05 FILLER          PIC X(01) VALUE SPACES.                    0001467E
       77 WRK-PED-CLIENTE    PIC X(04) VALUE SPACES.                    00014680
       77 WRK-PED-REFERENCIA PIC X(10) VALUE SPACES.                    00014683
       77 WRK-AGRUPAMENTO PIC X(01) VALUE 'S'.                          00014686
          88 WRK-MESMO-PEDIDO       VALUE 'S'.                          00014689
          88 WRK-OUTRO-PEDIDO       VALUE 'N'.                          00014692
                                                                        00014700
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00014800
       77 WRK-REG-ACEITOS    PIC 9(07) VALUE ZEROS.                     00014900
       77 WRK-REG-ITENS-ACEITOS PIC 9(07) VALUE ZEROS.                  00014950
       77 WRK-REG-PENDENTES  PIC 9(07) VALUE ZEROS.                     00014975
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00015000
                                                                        00015100
       PROCEDURE                                 DIVISION.              00015200
              PERFORM 9000-TRATAR-ERROS                                 00019000
           END-IF.                                                      00019100
                                                                        00019200
           OPEN EXTEND BACKORD.                                         00019210
           IF WRK-FS-BACKORD EQUAL '35'                                 00019220
              OPEN OUTPUT BACKORD                                       00019230
           END-IF.                                                      00019240
           IF WRK-FS-BACKORD NOT EQUAL '00'                             00019250
              MOVE ' ERRO OPEN BACKORD ' TO WRK-MSG                     00019260
              PERFORM 9000-TRATAR-ERROS                                 00019270
           END-IF.                                                      00019280
                                                                        00019290
           OPEN OUTPUT MOVLOG.                                          00019291
           IF WRK-FS-MOVLOG NOT EQUAL '00'                              00019292
              MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                      00019293
              PERFORM 9000-TRATAR-ERROS                                 00019294
           END-IF.                                                      00019295
                                                                        00019297
           PERFORM 1100-LER-ULTIMO-NUMERO.                              00019300
           PERFORM 1150-CARREGAR-XREF.                                  00019310
           PERFORM 1170-CARREGAR-GRUPOS.                                00019355
                                                                        00019400
           DISPLAY '------------------------------------------'.        00019500
           DISPLAY ' ENTRADA DE PEDIDOS DE CLIENTES '.                  00019600
           END-IF.                                                      00020664
           READ CLIXREF.                                                00020666
                                                                        00020668
      *---------------------------------------------------------------  00020669
      *    1170-CARREGAR-GRUPOS                                         00020670
      *    GRUPOS COM LIMITE (GRPLIMIT) E SEUS MEMBROS (CLIGRUPO DO     00020671
      *    FR11ARQ11); A EXPOSICAO DO GRUPO PARTE DA SOMA DO            00020672
      *    FD-EXPOSICAO DOS MEMBROS E SOBE COM CADA ACEITE DA RODADA.   00020673
      *    SEM UM DOS ARQUIVOS, SO VALE O LIMITE DA FILIAL.             00020674
      *---------------------------------------------------------------  00020675
       1170-CARREGAR-GRUPOS                      SECTION.               00020676
           OPEN INPUT GRPLIMIT.                                         00020677
           IF WRK-FS-GRPLIMIT EQUAL '35'                                00020678
              DISPLAY ' GRPLIMIT AUSENTE, SEM LIMITE DE GRUPO '         00020679
           ELSE                                                         00020680
              IF WRK-FS-GRPLIMIT NOT EQUAL '00'                         00020681
                 MOVE ' ERRO OPEN GRPLIMIT ' TO WRK-MSG                 00020682
                 PERFORM 9000-TRATAR-ERROS                              00020683
              END-IF                                                    00020684
              READ GRPLIMIT                                             00020685
              PERFORM 1180-GUARDAR-GRUPO                                00020686
                 UNTIL WRK-FS-GRPLIMIT NOT EQUAL '00'                   00020687
              CLOSE GRPLIMIT                                            00020688
           END-IF.                                                      00020689
                                                                        00020690
           IF WRK-QTDE-GRUPOS GREATER THAN ZEROS                        00020691
              OPEN INPUT CLIGRUPO                                       00020692
              IF WRK-FS-CLIGRUPO EQUAL '35'                             00020693
                 DISPLAY ' CLIGRUPO AUSENTE, SEM LIMITE DE GRUPO '      00020694
              ELSE                                                      00020695
                 IF WRK-FS-CLIGRUPO NOT EQUAL '00'                      00020696
                    MOVE ' ERRO OPEN CLIGRUPO ' TO WRK-MSG              00020697
                    PERFORM 9000-TRATAR-ERROS                           00020698
                 END-IF                                                 00020699
                 READ CLIGRUPO                                          00020700
                 PERFORM 1190-GUARDAR-MEMBRO                            00020701
                    UNTIL WRK-FS-CLIGRUPO NOT EQUAL '00'                00020702
                 CLOSE CLIGRUPO                                         00020703
              END-IF                                                    00020704
           END-IF.                                                      00020705
                                                                        00020706
       1180-GUARDAR-GRUPO                        SECTION.               00020707
           IF WRK-QTDE-GRUPOS LESS THAN 300 AND                         00020708
              FD-GRL-LIMITE NUMERIC AND                                 00020709
              FD-GRL-LIMITE GREATER THAN ZEROS                          00020710
              ADD 1 TO WRK-QTDE-GRUPOS                                  00020711
              MOVE FD-GRL-GRUPO  TO WRK-TAB-GRU-GRUPO(WRK-QTDE-GRUPOS)  00020712
              MOVE FD-GRL-LIMITE TO                                     00020713
                   WRK-TAB-GRU-LIMITE(WRK-QTDE-GRUPOS)                  00020714
              MOVE ZEROS TO WRK-TAB-GRU-EXPOSICAO(WRK-QTDE-GRUPOS)      00020715
           END-IF.                                                      00020716
           READ GRPLIMIT.                                               00020717
                                                                        00020718
      *---------------------------------------------------------------  00020719
      *    1190-GUARDAR-MEMBRO                                          00020720
      *    SO INTERESSA MEMBRO DE GRUPO COM LIMITE; A EXPOSICAO ATUAL   00020721
      *    DELE VEM DO KSDS.                                            00020722
      *---------------------------------------------------------------  00020723
       1190-GUARDAR-MEMBRO                       SECTION.               00020724
           SET WRK-GRU-NAO-ACHADO TO TRUE.                              00020725
           MOVE 1 TO WRK-IDX-GRU.                                       00020726
           PERFORM 1195-TESTAR-GRUPO                                    00020727
              UNTIL WRK-IDX-GRU GREATER THAN WRK-QTDE-GRUPOS            00020728
                 OR WRK-GRU-FOI-ACHADO.                                 00020729
           IF WRK-GRU-FOI-ACHADO AND WRK-QTDE-MEMBROS LESS THAN 2000    00020730
              ADD 1 TO WRK-QTDE-MEMBROS                                 00020731
              MOVE FD-CGR-CLIENTE TO                                    00020732
                   WRK-TAB-MBR-CLIENTE(WRK-QTDE-MEMBROS)                00020733
              MOVE WRK-IDX-GRU TO WRK-TAB-MBR-GRUPO(WRK-QTDE-MEMBROS)   00020734
              MOVE FD-CGR-CLIENTE TO FD-CODIGO                          00020735
              READ CLIENTES                                             00020736
              IF WRK-FS-CLIENTES EQUAL '00'                             00020737
                 ADD FD-EXPOSICAO TO                                    00020738
                     WRK-TAB-GRU-EXPOSICAO(WRK-IDX-GRU)                 00020739
              END-IF                                                    00020740
           END-IF.                                                      00020741
           READ CLIGRUPO.                                               00020742
                                                                        00020743
       1195-TESTAR-GRUPO                         SECTION.               00020744
           IF WRK-TAB-GRU-GRUPO(WRK-IDX-GRU) EQUAL FD-CGR-GRUPO         00020745
              SET WRK-GRU-FOI-ACHADO TO TRUE                            00020746
           ELSE                                                         00020747
              ADD 1 TO WRK-IDX-GRU                                      00020748
           END-IF.                                                      00020749
                                                                        00020750
       1100-LER-ULTIMO-NUMERO                    SECTION.               00020700
           OPEN INPUT PEDVNUM.                                          00020800
           IF WRK-FS-PEDVNUM EQUAL '35'                                 00020900
              CLOSE PEDVNUM                                             00022200
           END-IF.                                                      00022300
                                                                        00022400
       2000-PROCESSAR                            SECTION.               00022439
           IF WRK-FS-PEDIDOS EQUAL '00'                                 00022478
              PERFORM 2050-CARREGAR-PEDIDO                              00022517
              PERFORM 2100-VALIDAR-PEDIDO                               00022556
              IF WRK-PED-OK                                             00022595
                 PERFORM 2200-ACEITAR-PEDIDO                            00022634
              ELSE                                                      00022673
                 MOVE 1 TO WRK-IDX-ITE                                  00022712
                 PERFORM 2300-REJEITAR-ITEM                             00022751
                    UNTIL WRK-IDX-ITE GREATER THAN WRK-QTDE-ITENS       00022790
              END-IF                                                    00022829
           ELSE                                                         00022868
              READ PEDIDOS                                              00022907
           END-IF.                                                      00022946
                                                                        00022985
      *---------------------------------------------------------------  00023024
      *    2050-CARREGAR-PEDIDO                                         00023063
      *    JUNTA NA TABELA AS LINHAS SEGUIDAS DO MESMO CLIENTE COM A    00023102
      *    MESMA REFERENCIA - E UM PEDIDO SO. REFERENCIA EM BRANCO E    00023141
      *    PEDIDO DE UMA LINHA, COMO ANTES. PASSOU DE 50 LINHAS, O      00023180
      *    RESTO VIRA OUTRO PEDIDO.                                     00023219
      *---------------------------------------------------------------  00023258
       2050-CARREGAR-PEDIDO                      SECTION.               00023297
           MOVE ZEROS TO WRK-QTDE-ITENS.                                00023336
           MOVE FD-PED-CLIENTE    TO WRK-PED-CLIENTE.                   00023375
           MOVE FD-PED-REFERENCIA TO WRK-PED-REFERENCIA.                00023414
           SET WRK-MESMO-PEDIDO TO TRUE.                                00023453
           PERFORM 2060-GUARDAR-ITEM                                    00023492
              UNTIL WRK-OUTRO-PEDIDO.                                   00023531
                                                                        00023570
       2060-GUARDAR-ITEM                         SECTION.               00023609
           ADD 1 TO WRK-REG-LIDOS.                                      00023648
           ADD 1 TO WRK-QTDE-ITENS.                                     00023687
           MOVE FD-PEDIDO TO WRK-TAB-ITE-REGISTRO(WRK-QTDE-ITENS).      00023726
           MOVE 'S'    TO WRK-TAB-ITE-STATUS(WRK-QTDE-ITENS).           00023765
           MOVE SPACES TO WRK-TAB-ITE-COD(WRK-QTDE-ITENS).              00023804
           MOVE SPACES TO WRK-TAB-ITE-MOTIVO(WRK-QTDE-ITENS).           00023843
           READ PEDIDOS.                                                00023882
           IF WRK-FS-PEDIDOS NOT EQUAL '00' OR                          00023921
              WRK-PED-REFERENCIA EQUAL SPACES OR                        00023960
              FD-PED-CLIENTE NOT EQUAL WRK-PED-CLIENTE OR               00023999
              FD-PED-REFERENCIA NOT EQUAL WRK-PED-REFERENCIA OR         00024038
              WRK-QTDE-ITENS NOT LESS THAN 50                           00024077
              SET WRK-OUTRO-PEDIDO TO TRUE                              00024116
           END-IF.                                                      00024155
                                                                        00024194
      *---------------------------------------------------------------  00024233
      *    2100-VALIDAR-PEDIDO                                          00024272
      *    CLIENTE PRECISA EXISTIR, ESTAR ATIVO E SEM BLOQUEIO DE       00024293
      *    CREDITO; CADA ITEM PRECISA DE PRODUTO CADASTRADO; FALTA      00024314
      *    DE ESTOQUE NAO RECUSA MAIS                                   00024335
      *    (O SALDO VAI PARA A FILA DE PENDENCIAS NO ACEITE). O LIMITE  00024357
      *    DE CREDITO E TESTADO NO TOTAL DOS ITENS VALIDOS, PENDENCIA   00024380
      *    INCLUSIVE.                                                   00024403
      *---------------------------------------------------------------  00024428
       2100-VALIDAR-PEDIDO                       SECTION.               00024467
           SET WRK-PED-OK TO TRUE.                                      00024506
           MOVE SPACES TO WRK-REJ-MOTIVO.                               00024545
           MOVE SPACES TO WRK-REJ-COD.                                  00024584
           MOVE ZEROS  TO WRK-VALOR-PEDIDO.                             00024623
           MOVE ZEROS  TO WRK-QTDE-VALIDOS.                             00024662
                                                                        00024701
           MOVE WRK-PED-CLIENTE TO FD-CODIGO.                           00024740
           PERFORM 2150-REDIRECIONAR-CODIGO.                            00024779
           READ CLIENTES.                                               00024818
           EVALUATE WRK-FS-CLIENTES                                     00024857
             WHEN '00'                                                  00024896
                IF NOT FD-CLIENTE-ATIVO                                 00024935
                   SET WRK-PED-INVALIDO TO TRUE                         00024974
                   MOVE ' CLIENTE NAO ESTA ATIVO ' TO                   00025013
                        WRK-REJ-MOTIVO                                  00025052
                   MOVE 'P02 ' TO WRK-REJ-COD                           00025091
                ELSE                                                    00025095
                   IF FD-CREDITO-BLOQUEADO                              00025099
                      SET WRK-PED-INVALIDO TO TRUE                      00025103
                      MOVE ' CREDITO BLOQUEADO POR ATRASO ' TO          00025107
                           WRK-REJ-MOTIVO                               00025111
                      MOVE 'P07 ' TO WRK-REJ-COD                        00025115
                   END-IF                                               00025119
                END-IF                                                  00025130
             WHEN '23'                                                  00025169
                SET WRK-PED-INVALIDO TO TRUE                            00025208
                MOVE ' CLIENTE SEM CADASTRO ' TO WRK-REJ-MOTIVO         00025247
                MOVE 'P03 ' TO WRK-REJ-COD                              00025286
             WHEN OTHER                                                 00025325
                MOVE ' ERRO READ CLIENTES ' TO WRK-MSG                  00025364
                PERFORM 9000-TRATAR-ERROS                               00025403
           END-EVALUATE.                                                00025442
                                                                        00025481
           IF WRK-PED-OK                                                00025520
              MOVE 1 TO WRK-IDX-ITE                                     00025559
              PERFORM 2110-VALIDAR-ITEM                                 00025598
                 UNTIL WRK-IDX-ITE GREATER THAN WRK-QTDE-ITENS          00025637
              IF WRK-QTDE-VALIDOS EQUAL ZEROS                           00025676
                 SET WRK-PED-INVALIDO TO TRUE                           00025715
              END-IF                                                    00025754
           END-IF.                                                      00025793
                                                                        00025832
           IF WRK-PED-OK                                                00025871
              COMPUTE WRK-EXPOSTO-NOVO =                                00025910
                      FD-EXPOSICAO + WRK-VALOR-PEDIDO                   00025949
              END-COMPUTE                                               00025988
              IF FD-LIMITE-CREDITO GREATER THAN ZEROS AND               00026027
                 WRK-EXPOSTO-NOVO GREATER THAN FD-LIMITE-CREDITO        00026066
                 SET WRK-PED-INVALIDO TO TRUE                           00026105
                 MOVE ' LIMITE DE CREDITO EXCEDIDO ' TO                 00026144
                      WRK-REJ-MOTIVO                                    00026183
                 MOVE 'P06 ' TO WRK-REJ-COD                             00026222
              END-IF                                                    00026261
           END-IF.                                                      00026300
                                                                        00026307
           IF WRK-PED-OK                                                00026314
              PERFORM 2120-VERIFICAR-GRUPO                              00026321
           END-IF.                                                      00026328
                                                                        00026339
       2110-VALIDAR-ITEM                         SECTION.               00026378
           IF WRK-TAB-ITE-QTDE(WRK-IDX-ITE) NOT NUMERIC OR              00026417
              WRK-TAB-ITE-QTDE(WRK-IDX-ITE) EQUAL ZEROS                 00026456
              MOVE 'N' TO WRK-TAB-ITE-STATUS(WRK-IDX-ITE)               00026495
              MOVE ' QUANTIDADE INVALIDA ' TO                           00026534
                   WRK-TAB-ITE-MOTIVO(WRK-IDX-ITE)                      00026573
              MOVE 'P01 ' TO WRK-TAB-ITE-COD(WRK-IDX-ITE)               00026612
           ELSE                                                         00026651
              MOVE WRK-TAB-ITE-PRODUTO(WRK-IDX-ITE) TO FD-PM-CODIGO     00026690
              READ PRODMSTR                                             00026729
              EVALUATE WRK-FS-PRODMSTR                                  00026768
                WHEN '00'                                               00026807
                   COMPUTE WRK-VALOR-ITEM =                             00026890
                           FD-PM-PRECO *                                00026973
                           WRK-TAB-ITE-QTDE(WRK-IDX-ITE)                00027056
                   END-COMPUTE                                          00027139
                   ADD WRK-VALOR-ITEM TO WRK-VALOR-PEDIDO               00027222
                   ADD 1 TO WRK-QTDE-VALIDOS                            00027305
                WHEN '23'                                               00027392
                   MOVE 'N' TO WRK-TAB-ITE-STATUS(WRK-IDX-ITE)          00027431
                   MOVE ' PRODUTO SEM CADASTRO ' TO                     00027470
                        WRK-TAB-ITE-MOTIVO(WRK-IDX-ITE)                 00027509
                   MOVE 'P05 ' TO WRK-TAB-ITE-COD(WRK-IDX-ITE)          00027548
                WHEN OTHER                                              00027587
                   MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG               00027626
                   PERFORM 9000-TRATAR-ERROS                            00027665
              END-EVALUATE                                              00027704
           END-IF.                                                      00027743
           ADD 1 TO WRK-IDX-ITE.                                        00027782
                                                                        00027821
      *---------------------------------------------------------------  00027822
      *    2120-VERIFICAR-GRUPO                                         00027823
      *    CLIENTE DE GRUPO COM LIMITE: A EXPOSICAO CONSOLIDADA DO      00027824
      *    GRUPO MAIS O PEDIDO NAO PODE PASSAR DO LIMITE DO GRUPO.      00027825
      *---------------------------------------------------------------  00027826
       2120-VERIFICAR-GRUPO                      SECTION.               00027827
           MOVE ZEROS TO WRK-GRUPO-PEDIDO.                              00027828
           SET WRK-MBR-NAO-ACHADO TO TRUE.                              00027829
           MOVE 1 TO WRK-IDX-MBR.                                       00027830
           PERFORM 2125-TESTAR-MEMBRO                                   00027831
              UNTIL WRK-IDX-MBR GREATER THAN WRK-QTDE-MEMBROS           00027832
                 OR WRK-MBR-FOI-ACHADO.                                 00027833
           IF WRK-MBR-FOI-ACHADO                                        00027834
              MOVE WRK-TAB-MBR-GRUPO(WRK-IDX-MBR) TO WRK-GRUPO-PEDIDO   00027835
              COMPUTE WRK-EXPOSTO-GRUPO =                               00027836
                      WRK-TAB-GRU-EXPOSICAO(WRK-GRUPO-PEDIDO) +         00027837
                      WRK-VALOR-PEDIDO                                  00027838
              END-COMPUTE                                               00027839
              IF WRK-EXPOSTO-GRUPO GREATER THAN                         00027840
                 WRK-TAB-GRU-LIMITE(WRK-GRUPO-PEDIDO)                   00027841
                 SET WRK-PED-INVALIDO TO TRUE                           00027842
                 MOVE ' LIMITE DO GRUPO EXCEDIDO ' TO                   00027843
                      WRK-REJ-MOTIVO                                    00027844
                 MOVE 'P08 ' TO WRK-REJ-COD                             00027845
              END-IF                                                    00027846
           END-IF.                                                      00027847
                                                                        00027848
       2125-TESTAR-MEMBRO                        SECTION.               00027849
           IF WRK-TAB-MBR-CLIENTE(WRK-IDX-MBR) EQUAL FD-CODIGO          00027850
              SET WRK-MBR-FOI-ACHADO TO TRUE                            00027851
           ELSE                                                         00027852
              ADD 1 TO WRK-IDX-MBR                                      00027853
           END-IF.                                                      00027854
                                                                        00027855
      *---------------------------------------------------------------  00027860
      *    2150-REDIRECIONAR-CODIGO                                     00027899
      *    CODIGO QUE PERDEU NA UNIFICACAO DO FR11ARQ09 E TROCADO       00027938
      *    PELO SOBREVIVENTE ANTES DA LEITURA DO KSDS.                  00027977
      *---------------------------------------------------------------  00028016
       2150-REDIRECIONAR-CODIGO                  SECTION.               00028055
           SET WRK-XRF-NAO-ACHADO TO TRUE.                              00028094
           MOVE 1 TO WRK-IDX-XRF.                                       00028133
           PERFORM 2160-TESTAR-XREF                                     00028172
              UNTIL WRK-IDX-XRF GREATER THAN WRK-QTDE-XREF              00028211
                 OR WRK-XRF-FOI-ACHADO.                                 00028250
           IF WRK-XRF-FOI-ACHADO                                        00028289
              MOVE WRK-TAB-XRF-VIVO(WRK-IDX-XRF) TO FD-CODIGO           00028328
              ADD 1 TO WRK-REG-REDIRECIONADOS                           00028367
           END-IF.                                                      00028406
                                                                        00028445
       2160-TESTAR-XREF                          SECTION.               00028484
           IF WRK-TAB-XRF-ANT(WRK-IDX-XRF) EQUAL FD-CODIGO              00028523
              SET WRK-XRF-FOI-ACHADO TO TRUE                            00028562
           ELSE                                                         00028601
              ADD 1 TO WRK-IDX-XRF                                      00028640
           END-IF.                                                      00028679
                                                                        00028718
      *---------------------------------------------------------------  00028757
      *    2200-ACEITAR-PEDIDO                                          00028796
      *    NUMERA O PEDIDO, RESERVA O ESTOQUE DE CADA ITEM VALIDO       00028822
      *    (BAIXA NO MESTRE) E GRAVA OS ITENS NO PEDACE COM O MESMO     00028848
      *    NUMERO; O QUE FALTOU NO ESTOQUE VAI PARA O BACKORD COM O     00028874
      *    MESMO NUMERO E ITEM. SO O VALOR RESERVADO SOMA NA            00028900
      *    EXPOSICAO DO CLIENTE - A PENDENCIA SOMA NA LIBERACAO.        00028926
      *---------------------------------------------------------------  00028952
       2200-ACEITAR-PEDIDO                       SECTION.               00028991
           ADD 1 TO WRK-NUM-PEDIDO.                                     00029030
           MOVE ZEROS TO WRK-NUM-ITEM.                                  00029069
           MOVE ZEROS TO WRK-VALOR-ACEITO.                              00029108
           MOVE 1 TO WRK-IDX-ITE.                                       00029147
           PERFORM 2210-ACEITAR-ITEM                                    00029186
              UNTIL WRK-IDX-ITE GREATER THAN WRK-QTDE-ITENS.            00029225
                                                                        00029264
           IF WRK-NUM-ITEM EQUAL ZEROS                                  00029303
              SUBTRACT 1 FROM WRK-NUM-PEDIDO                            00029342
           ELSE                                                         00029381
              ADD 1 TO WRK-REG-ACEITOS                                  00029420
              COMPUTE WRK-EXPOSTO-NOVO =                                00029459
                      FD-EXPOSICAO + WRK-VALOR-ACEITO                   00029498
              END-COMPUTE                                               00029537
              MOVE WRK-EXPOSTO-NOVO TO FD-EXPOSICAO                     00029576
              REWRITE FD-CLIENTES                                       00029615
              IF WRK-FS-CLIENTES NOT EQUAL '00'                         00029654
                 MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG              00029693
                 PERFORM 9000-TRATAR-ERROS                              00029732
              END-IF                                                    00029771
              IF WRK-GRUPO-PEDIDO GREATER THAN ZEROS                    00029778
                 ADD WRK-VALOR-ACEITO TO                                00029785
                     WRK-TAB-GRU-EXPOSICAO(WRK-GRUPO-PEDIDO)            00029792
              END-IF                                                    00029799
           END-IF.                                                      00029810
                                                                        00029849
      *---------------------------------------------------------------  00029888
      *    2210-ACEITAR-ITEM                                            00029927
      *    O MESTRE E RELIDO NA RESERVA: O MESMO PRODUTO PODE VIR EM    00029966
      *    MAIS DE UMA LINHA DO PEDIDO.                                 00030005
      *    SEM SALDO PARA A LINHA TODA, RESERVA O DISPONIVEL E O        00030018
      *    RESTO FICA PENDENTE.                                         00030031
      *---------------------------------------------------------------  00030044
       2210-ACEITAR-ITEM                         SECTION.               00030083
           IF WRK-TAB-ITE-OK(WRK-IDX-ITE)                               00030122
              MOVE WRK-TAB-ITE-PRODUTO(WRK-IDX-ITE) TO FD-PM-CODIGO     00030161
              READ PRODMSTR                                             00030200
              IF WRK-FS-PRODMSTR NOT EQUAL '00'                         00030239
                 MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                 00030278
                 PERFORM 9000-TRATAR-ERROS                              00030317
              END-IF                                                    00030356
              IF WRK-TAB-ITE-QTDE(WRK-IDX-ITE) GREATER THAN             00030378
                 FD-PM-QTDE                                             00030400
                 MOVE FD-PM-QTDE TO WRK-QTDE-RESERVA                    00030422
                 COMPUTE WRK-QTDE-PENDENTE =                            00030444
                         WRK-TAB-ITE-QTDE(WRK-IDX-ITE) - FD-PM-QTDE     00030466
                 END-COMPUTE                                            00030488
              ELSE                                                      00030510
                 MOVE WRK-TAB-ITE-QTDE(WRK-IDX-ITE) TO                  00030532
                      WRK-QTDE-RESERVA                                  00030554
                 MOVE ZEROS TO WRK-QTDE-PENDENTE                        00030576
              END-IF                                                    00030598
              ADD 1 TO WRK-NUM-ITEM                                     00030620
              IF WRK-QTDE-RESERVA GREATER THAN ZEROS                    00030642
                 PERFORM 2220-RESERVAR-ITEM                             00030664
              END-IF                                                    00030686
              IF WRK-QTDE-PENDENTE GREATER THAN ZEROS                   00030708
                 PERFORM 2230-GRAVAR-PENDENCIA                          00030730
              END-IF                                                    00030752
           ELSE                                                         00030785
              PERFORM 7000-GRAVAR-REJEITO                               00030824
           END-IF.                                                      00030863
           ADD 1 TO WRK-IDX-ITE.                                        00030902
                                                                        00030941
       2220-RESERVAR-ITEM                        SECTION.               00030980
           MOVE FD-PM-QTDE TO WRK-SALDO-ANT.                            00030999
           SUBTRACT WRK-QTDE-RESERVA FROM FD-PM-QTDE.                   00031019
           MOVE WRK-DATA-HOJE TO FD-PM-DATA-ULT-MOV.                    00031058
           REWRITE FD-PRODMSTR.                                         00031097
           IF WRK-FS-PRODMSTR NOT EQUAL '00'                            00031136
              MOVE ' ERRO REWRITE PRODMSTR ' TO WRK-MSG                 00031175
              PERFORM 9000-TRATAR-ERROS                                 00031214
           END-IF.                                                      00031253
           PERFORM 2225-GRAVAR-MOVLOG.                                  00031272
                                                                        00031292
           COMPUTE WRK-VALOR-ITEM =                                     00031331
                   FD-PM-PRECO * WRK-QTDE-RESERVA                       00031370
           END-COMPUTE.                                                 00031409
           ADD WRK-VALOR-ITEM TO WRK-VALOR-ACEITO.                      00031448
                                                                        00031487
           MOVE SPACES         TO FD-PEDACE.                            00031565
           MOVE WRK-NUM-PEDIDO TO FD-ACE-NUMERO.                        00031604
           MOVE WRK-NUM-ITEM   TO FD-ACE-ITEM.                          00031643
           MOVE FD-CODIGO      TO FD-ACE-CLIENTE.                       00031682
           MOVE WRK-TAB-ITE-PRODUTO(WRK-IDX-ITE) TO FD-ACE-PRODUTO.     00031721
           MOVE WRK-QTDE-RESERVA TO FD-ACE-QTDE.                        00031760
           MOVE WRK-DATA-HOJE  TO FD-ACE-DATA.                          00031799
           MOVE 'A'            TO FD-ACE-SITUACAO.                      00031838
           WRITE FD-PEDACE.                                             00031877
           ADD 1 TO WRK-REG-ITENS-ACEITOS.                              00031916
                                                                        00031917
      *---------------------------------------------------------------  0003191A
      *    2225-GRAVAR-MOVLOG                                           0003191B
      *    A RESERVA BAIXA O TOTAL DO PRODUTO (SEM DEPOSITO E SEM       0003191C
      *    LOTE, QUE SO SAEM NA EXPEDICAO DO FR01CB05) E FICA NO        0003191D
      *    MOVLOG COMO TIPO V, DOCUMENTO 'RES' + NUMERO DO PEDIDO.      0003191E
      *---------------------------------------------------------------  0003191F
       2225-GRAVAR-MOVLOG                        SECTION.               0003191G
           MOVE SPACES           TO FD-MOVLOG.                          0003191H
           MOVE FD-PM-CODIGO     TO FD-LOG-CODIGO.                      0003191I
           MOVE WRK-DATA-HOJE    TO FD-LOG-DATA.                        0003191J
           MOVE 'V'              TO FD-LOG-TIPO.                        0003191K
           MOVE WRK-QTDE-RESERVA TO FD-LOG-QTDE.                        0003191L
           MOVE WRK-NUM-PEDIDO   TO WRK-DOC-RES-NUM.                    0003191M
           MOVE WRK-DOC-RESERVA  TO FD-LOG-DOCUMENTO.                   0003191N
           MOVE WRK-SALDO-ANT    TO FD-LOG-SALDO-ANT.                   0003191O
           MOVE FD-PM-QTDE       TO FD-LOG-SALDO-ATU.                   0003191P
           WRITE FD-MOVLOG.                                             0003191Q
           IF WRK-FS-MOVLOG NOT EQUAL '00'                              0003191R
              MOVE ' ERRO WRITE MOVLOG ' TO WRK-MSG                     0003191S
              PERFORM 9000-TRATAR-ERROS                                 0003191T
           END-IF.                                                      0003191U
                                                                        0003191A
      *---------------------------------------------------------------  00031918
      *    2230-GRAVAR-PENDENCIA                                        00031919
      *    SALDO SEM ESTOQUE ENTRA NA FILA BACKORD COM O NUMERO E O     00031920
      *    ITEM DO PEDIDO, A DATA DE HOJE E A PRIORIDADE DA LINHA       00031921
      *    (1 A 9, 1 MAIS URGENTE; FORA DISSO VALE 5).                  00031922
      *---------------------------------------------------------------  00031923
       2230-GRAVAR-PENDENCIA                     SECTION.               00031924
           MOVE SPACES         TO FD-BACKORD.                           00031925
           MOVE WRK-NUM-PEDIDO TO FD-BCK-NUMERO.                        00031926
           MOVE WRK-NUM-ITEM   TO FD-BCK-ITEM.                          00031927
           MOVE FD-CODIGO      TO FD-BCK-CLIENTE.                       00031928
           MOVE WRK-TAB-ITE-PRODUTO(WRK-IDX-ITE) TO FD-BCK-PRODUTO.     00031929
           MOVE WRK-QTDE-PENDENTE TO FD-BCK-QTDE.                       00031930
           MOVE WRK-DATA-HOJE  TO FD-BCK-DATA.                          00031931
           IF WRK-TAB-ITE-PRIORIDADE(WRK-IDX-ITE) NUMERIC AND           00031932
              WRK-TAB-ITE-PRIORIDADE(WRK-IDX-ITE) NOT EQUAL '0'         00031933
              MOVE WRK-TAB-ITE-PRIORIDADE(WRK-IDX-ITE) TO               00031934
                   FD-BCK-PRIORIDADE                                    00031935
           ELSE                                                         00031936
              MOVE 5 TO FD-BCK-PRIORIDADE                               00031937
           END-IF.                                                      00031938
           WRITE FD-BACKORD.                                            00031939
           IF WRK-FS-BACKORD NOT EQUAL '00'                             00031940
              MOVE ' ERRO WRITE BACKORD ' TO WRK-MSG                    00031941
              PERFORM 9000-TRATAR-ERROS                                 00031942
           END-IF.                                                      00031943
           ADD 1 TO WRK-REG-PENDENTES.                                  00031944
                                                                        00031955
      *---------------------------------------------------------------  00031994
      *    2300-REJEITAR-ITEM                                           00032033
      *    PEDIDO RECUSADO POR CLIENTE OU CREDITO: TODAS AS LINHAS      00032072
      *    SAEM COM O MOTIVO DO PEDIDO, MENOS AS QUE JA TINHAM O SEU.   00032111
      *---------------------------------------------------------------  00032150
       2300-REJEITAR-ITEM                        SECTION.               00032189
           IF WRK-TAB-ITE-COD(WRK-IDX-ITE) EQUAL SPACES                 00032228
              MOVE WRK-REJ-COD    TO WRK-TAB-ITE-COD(WRK-IDX-ITE)       00032267
              MOVE WRK-REJ-MOTIVO TO WRK-TAB-ITE-MOTIVO(WRK-IDX-ITE)    00032306
           END-IF.                                                      00032345
           PERFORM 7000-GRAVAR-REJEITO.                                 00032384
           ADD 1 TO WRK-IDX-ITE.                                        00032423
                                                                        00032462
       7000-GRAVAR-REJEITO                       SECTION.               00032501
           MOVE SPACES         TO FD-REJEITO.                           00032540
           MOVE 'FR01CB04'     TO FD-REJ-ORIGEM.                        00032579
           MOVE WRK-DATA-HOJE  TO FD-REJ-DATA.                          00032618
           MOVE WRK-TAB-ITE-COD(WRK-IDX-ITE)    TO FD-REJ-COD.          00032657
           MOVE ZEROS          TO FD-REJ-SQLCODE.                       00032696
           MOVE WRK-TAB-ITE-MOTIVO(WRK-IDX-ITE) TO FD-REJ-MOTIVO.       00032735
           MOVE WRK-TAB-ITE-REGISTRO(WRK-IDX-ITE) TO FD-REJ-DADOS.      00032774
           WRITE FD-REJEITO.                                            00032813
           ADD 1 TO WRK-REG-REJEITADOS.                                 00032852
      *---------------------------------------------------------------  00033100
      *    8100-GRAVAR-ULTIMO-NUMERO                                    00033200
      *    REGRAVA PEDVNUM COM O ULTIMO NUMERO USADO NA RODADA.         00033300
           CLOSE PRODMSTR.                                              00035000
           CLOSE PEDACE.                                                00035100
           CLOSE REJEITO.                                               00035200
           CLOSE BACKORD.                                               00035250
           CLOSE MOVLOG.                                                00035275
                                                                        00035300
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00035400
           DISPLAY ' LINHAS DE PEDIDO LIDAS......: ' WRK-REG-LIDOS.     00035500
           DISPLAY ' PEDIDOS ACEITOS.............: ' WRK-REG-ACEITOS.   00035600
           DISPLAY ' ITENS ACEITOS...............: '                    00035650
                   WRK-REG-ITENS-ACEITOS.                               00035700
           DISPLAY ' ITENS PENDENTES (BACKORD)...: '                    00035716
                   WRK-REG-PENDENTES.                                   00035732
           DISPLAY ' LINHAS REJEITADAS...........: '                    00035750
                   WRK-REG-REJEITADOS.                                  00035800
           DISPLAY ' REDIRECIONADOS (DE-PARA)....: '                    00035110
                   WRK-REG-REDIRECIONADOS.                              00035120
