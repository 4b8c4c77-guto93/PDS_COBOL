      *     SUGAPROV DEVE ESTAR CLASSIFICADO POR FORNECEDOR;            00002300
      *     SUGESTAO SEM SITUACAO 'A' (APROVADA) NAO VIRA               00002400
      *     PEDIDO E SAI CONTADA NO SYSOUT.                             00002500
      *-------------------------------------------------------*         00002512
      *     MANUTENCAO:                                                 00002524
      *     - 26/06/2023: O ITEM GANHOU A DATA PROMETIDA PELO           00002536
      *       FORNECEDOR (FD-PED-DATA-PREVISTA, COMPACTADA NO           00002548
      *       ANTIGO FILLER), QUE NASCE ZERADA E E MANTIDA PELO         00002560
      *       ARQ032 (TROCA DE QUANTIDADE, DE DATA E O                  00002572
      *       CANCELAMENTO, ANTES MANUAL).                              00002584
      *     - 03/07/2023: O ITEM PASSOU A SAIR COM O PRECO UNITARIO     00002586
      *       COTADO (FD-PED-PRECO-UNIT, COMPACTADO NO RESTO DO         00002588
      *       FILLER): A MENOR COTACAO (COTACAO) DO PRODUTO COM O       00002590
      *       FORNECEDOR DA SUGESTAO, EM VIGOR NA DATA E COM            00002592
      *       QUANTIDADE MINIMA ATENDIDA PELA APROVADA. SEM             00002594
      *       COTACAO O PRECO SAI ZERADO E O ITEM E CONTADO NO          00002596
      *       SYSOUT; O FR03CB40 USA ESSE PRECO NA PROVA DA NOTA.       00002598
      *=======================================================*         00002600
                                                                        00002700
      *=======================================================*         00002800
                FILE STATUS  IS WRK-FS-PEDCOMP.                         00003900
             SELECT PEDNUM    ASSIGN TO PEDNUM                          00004000
                FILE STATUS  IS WRK-FS-PEDNUM.                          00004100
             SELECT COTACAO   ASSIGN TO COTACAO                         00004133
                FILE STATUS  IS WRK-FS-COTACAO.                         00004166
      *=======================================================*         00004200
       DATA                                      DIVISION.              00004300
      *=======================================================*         00004400
             88 FD-PED-ENCERRADO        VALUE 'E'.                      00007800
             88 FD-PED-CANCELADO        VALUE 'C'.                      00007900
          05 FD-PED-DATA-EMISSAO  PIC X(08).                            00008000
          05 FD-PED-DATA-PREVISTA PIC 9(08) COMP-3.                     00008066
          05 FD-PED-PRECO-UNIT    PIC 9(07)V99 COMP-3.                  00008133
                                                                        00008200
       FD PEDNUM                                                        00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-PEDNUM.                                                    00008600
          05 FD-NUM-ULTIMO        PIC 9(06).                            00008700
                                                                        00008703
       FD COTACAO                                                       00008707
           RECORDING MODE IS F                                          00008714
           BLOCK CONTAINS 0 RECORDS.                                    00008721
       01 FD-COTACAO.                                                   00008728
          05 FD-COT-CODIGO        PIC X(06).                            00008735
          05 FD-COT-FORNECEDOR    PIC X(06).                            00008742
          05 FD-COT-PRECO-UNIT    PIC 9(07)V99.                         00008749
          05 FD-COT-QTDE-MINIMA   PIC 9(05).                            00008756
          05 FD-COT-DATA-INICIO   PIC X(08).                            00008763
          05 FD-COT-DATA-FIM      PIC X(08).                            00008770
          05 FD-COT-PRAZO-ENTREGA PIC 9(03).                            00008777
          05 FILLER               PIC X(35).                            00008784
      *---------------------------------------------------              00008800
       WORKING-STORAGE                           SECTION.               00008900
      *---------------------------------------------------              00009000
       77 WRK-REG-PEDIDOS    PIC 9(07) VALUE ZEROS.                     00010300
       77 WRK-REG-IGNORADOS  PIC 9(07) VALUE ZEROS.                     00010400
       77 WRK-REG-SEM-FORN   PIC 9(07) VALUE ZEROS.                     00010500
                                                                        00010505
       77 WRK-FS-COTACAO  PIC X(02) VALUE ZEROS.                        00010510
       01 WRK-TAB-COTACAO.                                              00010515
          05 WRK-TAB-CT-ITEM OCCURS 300 TIMES.                          00010520
             10 WRK-TAB-CT-CODIGO  PIC X(06).                           00010525
             10 WRK-TAB-CT-FORN    PIC X(06).                           00010530
             10 WRK-TAB-CT-PRECO   PIC 9(07)V99.                        00010535
             10 WRK-TAB-CT-MINIMA  PIC 9(05).                           00010540
             10 WRK-TAB-CT-INICIO  PIC X(08).                           00010545
             10 WRK-TAB-CT-FIM     PIC X(08).                           00010550
       77 WRK-QTDE-COTACOES  PIC 9(03) VALUE ZEROS.                     00010555
       77 WRK-COT-EXCEDENTES PIC 9(07) VALUE ZEROS.                     00010560
       77 WRK-IDX            PIC 9(03) VALUE ZEROS.                     00010565
       77 WRK-PRECO-COTADO   PIC 9(07)V99 VALUE ZEROS.                  00010570
       77 WRK-COT-ACHADA     PIC X(01) VALUE 'N'.                       00010575
          88 WRK-COT-FOI-ACHADA       VALUE 'S'.                        00010580
          88 WRK-COT-NAO-ACHADA       VALUE 'N'.                        00010585
       77 WRK-REG-SEM-COTACAO PIC 9(07) VALUE ZEROS.                    00010590
      *=========================================*                       00010600
       PROCEDURE DIVISION.                                              00010700
      *=========================================*                       00010800
              PERFORM 1100-TESTAR-FILE-STATUS.                          00013700
                                                                        00013800
            PERFORM 1200-LER-ULTIMO-NUMERO.                             00013900
            PERFORM 1300-CARREGAR-COTACOES.                             00013950
                                                                        00014000
            DISPLAY '------------------------------------------'.       00014100
            DISPLAY ' GERACAO DE PEDIDOS DE COMPRA '.                   00014200
       1200-99-FIM.                       EXIT.                         00020600
      *-------------------------------------------------------------*   00020700
                                                                        00020800
                                                                        00020801
      *---------------------------------------------------------------  00020802
      *    1300-CARREGAR-COTACOES                                       00020803
      *    CARREGA AS COTACOES DOS FORNECEDORES (PRODUTO, FORNECEDOR,   00020804
      *    PRECO, QTDE MINIMA E VIGENCIA) EM TABELA; SEM O ARQUIVO      00020805
      *    OS ITENS SAEM SEM PRECO, COMO ANTES.                         00020806
      *---------------------------------------------------------------  00020807
       1300-CARREGAR-COTACOES             SECTION.                      00020808
                                                                        00020809
            OPEN INPUT COTACAO.                                         00020810
            IF WRK-FS-COTACAO EQUAL '35'                                00020811
               DISPLAY ' COTACAO AUSENTE, ITENS SEM PRECO '             00020812
            ELSE                                                        00020813
               IF WRK-FS-COTACAO NOT EQUAL '00'                         00020814
                  MOVE ' ERRO OPEN COTACAO ' TO WRK-MSG                 00020815
                  PERFORM 9000-TRATAR-ERROS                             00020816
               END-IF                                                   00020817
               READ COTACAO                                             00020818
               PERFORM 1310-GUARDAR-COTACAO                             00020819
                  UNTIL WRK-FS-COTACAO NOT EQUAL '00'                   00020820
               CLOSE COTACAO                                            00020821
               IF WRK-COT-EXCEDENTES GREATER ZEROS                      00020822
                  DISPLAY ' COTACAO ESTOUROU A TABELA, '                00020823
                          'COTACOES IGNORADAS: '                        00020824
                          WRK-COT-EXCEDENTES                            00020825
               END-IF                                                   00020826
            END-IF.                                                     00020827
                                                                        00020828
      *-------------------------------------------------------------*   00020829
       1300-99-FIM.                       EXIT.                         00020830
      *-------------------------------------------------------------*   00020831
                                                                        00020832
      *-------------------------------------------------------------*   00020833
       1310-GUARDAR-COTACAO               SECTION.                      00020834
      *-------------------------------------------------------------*   00020835
                                                                        00020836
            IF WRK-QTDE-COTACOES LESS THAN 300                          00020837
               ADD 1 TO WRK-QTDE-COTACOES                               00020838
               MOVE FD-COT-CODIGO TO                                    00020839
                    WRK-TAB-CT-CODIGO(WRK-QTDE-COTACOES)                00020840
               MOVE FD-COT-FORNECEDOR TO                                00020841
                    WRK-TAB-CT-FORN(WRK-QTDE-COTACOES)                  00020842
               MOVE FD-COT-PRECO-UNIT TO                                00020843
                    WRK-TAB-CT-PRECO(WRK-QTDE-COTACOES)                 00020844
               MOVE FD-COT-QTDE-MINIMA TO                               00020845
                    WRK-TAB-CT-MINIMA(WRK-QTDE-COTACOES)                00020846
               MOVE FD-COT-DATA-INICIO TO                               00020847
                    WRK-TAB-CT-INICIO(WRK-QTDE-COTACOES)                00020848
               MOVE FD-COT-DATA-FIM TO                                  00020849
                    WRK-TAB-CT-FIM(WRK-QTDE-COTACOES)                   00020850
            ELSE                                                        00020851
               ADD 1 TO WRK-COT-EXCEDENTES                              00020852
            END-IF.                                                     00020853
            READ COTACAO.                                               00020854
                                                                        00020855
      *-------------------------------------------------------------*   00020856
       1310-99-FIM.                       EXIT.                         00020857
      *-------------------------------------------------------------*   00020858
      *-------------------------------------------------------------*   00020900
       2000-PROCESSAR                     SECTION.                      00021000
      *-------------------------------------------------------------*   00021100
            MOVE FD-SGA-DESCRICAO    TO FD-PED-DESCRICAO.               00026600
            MOVE FD-SGA-QTDE-APROVADA TO FD-PED-QTDE-PEDIDA.            00026700
            MOVE ZEROS               TO FD-PED-QTDE-RECEBIDA.           00026800
            MOVE ZEROS               TO FD-PED-DATA-PREVISTA.           00026850
            PERFORM 2300-PROCURAR-COTACAO.                              00026866
            MOVE WRK-PRECO-COTADO    TO FD-PED-PRECO-UNIT.              00026882
            MOVE 'A'                 TO FD-PED-SITUACAO.                00026900
            MOVE WRK-DATA-HOJE       TO FD-PED-DATA-EMISSAO.            00027000
            WRITE FD-PEDCOMP.                                           00027100
       2200-99-FIM.                       EXIT.                         00028400
      *-------------------------------------------------------------*   00028500
                                                                        00028600
                                                                        00028602
      *---------------------------------------------------------------  00028604
      *    2300-PROCURAR-COTACAO                                        00028606
      *    MENOR PRECO ENTRE AS COTACOES DO PRODUTO COM O FORNECEDOR    00028608
      *    DO PEDIDO, EM VIGOR HOJE E COM QUANTIDADE MINIMA ATENDIDA    00028610
      *    PELA QUANTIDADE APROVADA. SEM COTACAO O PRECO FICA ZERADO.   00028612
      *---------------------------------------------------------------  00028614
       2300-PROCURAR-COTACAO              SECTION.                      00028616
                                                                        00028618
            SET WRK-COT-NAO-ACHADA TO TRUE.                             00028620
            MOVE ZEROS TO WRK-PRECO-COTADO.                             00028622
            MOVE 1 TO WRK-IDX.                                          00028624
            PERFORM 2310-TESTAR-COTACAO                                 00028626
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-COTACOES.            00028628
                                                                        00028630
            IF WRK-COT-NAO-ACHADA                                       00028632
               ADD 1 TO WRK-REG-SEM-COTACAO                             00028634
               DISPLAY ' ITEM SEM COTACAO EM VIGOR: '                   00028636
                       FD-SGA-CODIGO ' FORNECEDOR '                     00028638
                       FD-SGA-FORNECEDOR                                00028640
            END-IF.                                                     00028642
                                                                        00028644
      *-------------------------------------------------------------*   00028646
       2300-99-FIM.                       EXIT.                         00028648
      *-------------------------------------------------------------*   00028650
                                                                        00028652
      *-------------------------------------------------------------*   00028654
       2310-TESTAR-COTACAO                SECTION.                      00028656
      *-------------------------------------------------------------*   00028658
                                                                        00028660
            IF WRK-TAB-CT-CODIGO(WRK-IDX) EQUAL FD-SGA-CODIGO           00028662
               AND WRK-TAB-CT-FORN(WRK-IDX) EQUAL FD-SGA-FORNECEDOR     00028664
               AND WRK-TAB-CT-INICIO(WRK-IDX) NOT GREATER               00028666
                   WRK-DATA-HOJE                                        00028668
               AND WRK-TAB-CT-FIM(WRK-IDX) NOT LESS WRK-DATA-HOJE       00028670
               AND WRK-TAB-CT-MINIMA(WRK-IDX) NOT GREATER               00028672
                   FD-SGA-QTDE-APROVADA                                 00028674
               IF WRK-COT-NAO-ACHADA                                    00028676
                  OR WRK-TAB-CT-PRECO(WRK-IDX) LESS WRK-PRECO-COTADO    00028678
                  SET WRK-COT-FOI-ACHADA TO TRUE                        00028680
                  MOVE WRK-TAB-CT-PRECO(WRK-IDX) TO WRK-PRECO-COTADO    00028682
               END-IF                                                   00028684
            END-IF.                                                     00028686
            ADD 1 TO WRK-IDX.                                           00028688
                                                                        00028690
      *-------------------------------------------------------------*   00028692
       2310-99-FIM.                       EXIT.                         00028694
      *-------------------------------------------------------------*   00028696
      *---------------------------------------------------------------  00028700
      *    2900-GRAVAR-ULTIMO-NUMERO                                    00028800
      *    REGRAVA PEDNUM COM O ULTIMO NUMERO USADO NA RODADA.          00028900
            DISPLAY ' ITENS GRAVADOS.......: ' WRK-REG-ITENS.           00031800
            DISPLAY ' NAO APROVADAS........: ' WRK-REG-IGNORADOS.       00031900
            DISPLAY ' SEM FORNECEDOR.......: ' WRK-REG-SEM-FORN.        00032000
            DISPLAY ' SEM COTACAO..........: ' WRK-REG-SEM-COTACAO.     00032050
            DISPLAY ' ULTIMO PEDIDO........: ' WRK-NUM-PEDIDO.          00032100
            DISPLAY '=========================================='.       00032200
                STOP RUN.                                               00032300
