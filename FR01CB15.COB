      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB15.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 27/03/2023                                               00000900
      *  OBJETIVO: CURVA ABC MENSAL DE VENDAS -- LE O                   00001000
      *            HISTORICO DE ITENS FATURADOS (KSDS NFITEM,           00001100
      *            GRAVADO PELO FR01CB05: NOTA, CLIENTE,                00001200
      *            PRODUTO, QUANTIDADE, PRECO E DATA), SO DO            00001300
      *            MES DE REFERENCIA (AAAAMM DO ARQUIVO ABCREF;         00001400
      *            SEM ELE, O MES CORRENTE), SOMA A RECEITA             00001500
      *            LIQUIDA DAS DEVOLUCOES POR PRODUTO E POR             00001600
      *            CLIENTE, ORDENA DO MAIOR PARA O MENOR E              00001700
      *            CLASSIFICA PELO ACUMULADO: CLASSE A ATE 80%          00001800
      *            DA RECEITA, B ATE 95%, C O RESTO. IMPRIME AS         00001900
      *            DUAS CURVAS NO RELABC E GRAVA A CLASSE DE            00002000
      *            CADA PRODUTO NO ABCPROD, PARA AS COMPRAS E           00002100
      *            O PLANEJAMENTO DO INVENTARIO.                        00002200
      *=====================================================            00002300
                                                                        00002400
      *====================================================             00002500
       ENVIRONMENT                               DIVISION.              00002600
      *====================================================             00002700
       CONFIGURATION                             SECTION.               00002800
       SPECIAL-NAMES.                                                   00002900
           DECIMAL-POINT  IS COMMA.                                     00003000
                                                                        00003100
       INPUT-OUTPUT                              SECTION.               00003200
       FILE-CONTROL.                                                    00003300
           SELECT NFITEM    ASSIGN TO NFITEM                            00003400
               ORGANIZATION IS INDEXED                                  00003500
               ACCESS MODE  IS SEQUENTIAL                               00003600
               RECORD KEY   IS FD-NFI-CHAVE                             00003700
               FILE STATUS  IS WRK-FS-NFITEM.                           00003800
                                                                        00003900
           SELECT ABCREF    ASSIGN TO ABCREF                            00004000
               FILE STATUS  IS WRK-FS-ABCREF.                           00004100
                                                                        00004200
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00004300
                                                                        00004400
           SELECT RELABC    ASSIGN TO RELABC                            00004500
               FILE STATUS  IS WRK-FS-RELABC.                           00004600
                                                                        00004700
           SELECT ABCPROD   ASSIGN TO ABCPROD                           00004800
               FILE STATUS  IS WRK-FS-ABCPROD.                          00004900
                                                                        00005000
      *====================================================             00005100
       DATA                                      DIVISION.              00005200
      *====================================================             00005300
       FILE                                      SECTION.               00005400
       FD NFITEM                                                        00005500
           RECORDING MODE IS F                                          00005600
           BLOCK CONTAINS 0 RECORDS.                                    00005700
       01 FD-NFITEM.                                                    00005800
          05 FD-NFI-CHAVE.                                              00005900
             10 FD-NFI-NF         PIC 9(06).                            00006000
             10 FD-NFI-PRODUTO    PIC X(06).                            00006100
          05 FD-NFI-CLIENTE       PIC X(04).                            00006200
          05 FD-NFI-PEDIDO        PIC 9(06).                            00006300
          05 FD-NFI-QTDE          PIC 9(05).                            00006400
          05 FD-NFI-PRECO         PIC 9(07)V99.                         00006500
          05 FD-NFI-VALOR         PIC 9(09)V99.                         00006600
          05 FD-NFI-DATA          PIC X(08).                            00006700
          05 FD-NFI-QTDE-DEV      PIC 9(05).                            00006800
          05 FD-NFI-ALIQ-ICMS     PIC 9(02)V99.                         00006900
          05 FD-NFI-VALOR-ICMS    PIC 9(07)V99.                         00007000
          05 FILLER               PIC X(07).                            00007100
                                                                        00007200
       FD ABCREF                                                        00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-ABCREF.                                                    00007600
          05 FD-REF-MES           PIC X(06).                            00007700
                                                                        00007800
       SD CLASSIF.                                                      00007900
       01 SD-CLASSIF.                                                   00008000
          05 SD-ABC-VALOR         PIC 9(11)V99.                         00008100
          05 SD-ABC-CODIGO        PIC X(06).                            00008200
          05 SD-ABC-QTDE          PIC 9(09).                            00008300
                                                                        00008400
       FD RELABC                                                        00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-RELABC             PIC X(80).                              00008800
                                                                        00008900
       FD ABCPROD                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-ABCPROD.                                                   00009300
          05 FD-ABP-PRODUTO       PIC X(06).                            00009400
          05 FD-ABP-CLASSE        PIC X(01).                            00009500
          05 FD-ABP-MES           PIC X(06).                            00009600
          05 FD-ABP-VALOR         PIC 9(11)V99.                         00009700
          05 FD-ABP-PERC-ACUM     PIC 9(03)V99.                         00009800
          05 FILLER               PIC X(09).                            00009900
                                                                        00010000
       WORKING-STORAGE                           SECTION.               00010100
      *====================================================             00010200
                                                                        00010300
       77 WRK-FS-NFITEM   PIC X(02) VALUE ZEROS.                        00010400
       77 WRK-FS-ABCREF   PIC X(02) VALUE ZEROS.                        00010500
       77 WRK-FS-RELABC   PIC X(02) VALUE ZEROS.                        00010600
       77 WRK-FS-ABCPROD  PIC X(02) VALUE ZEROS.                        00010700
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00010800
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00010900
       77 WRK-MES-REF     PIC X(06) VALUE SPACES.                       00011000
                                                                        00011100
       01 WRK-TAB-PRODUTO.                                              00011200
          05 WRK-TAB-PRD-ITEM OCCURS 2000 TIMES.                        00011300
             10 WRK-TAB-PRD-CODIGO PIC X(06).                           00011400
             10 WRK-TAB-PRD-VALOR  PIC 9(11)V99.                        00011500
             10 WRK-TAB-PRD-QTDE   PIC 9(09).                           00011600
       77 WRK-QTDE-PRODUTOS PIC 9(04) VALUE ZEROS.                      00011700
                                                                        00011800
       01 WRK-TAB-CLIENTE.                                              00011900
          05 WRK-TAB-CLI-ITEM OCCURS 1000 TIMES.                        00012000
             10 WRK-TAB-CLI-CODIGO PIC X(04).                           00012100
             10 WRK-TAB-CLI-VALOR  PIC 9(11)V99.                        00012200
             10 WRK-TAB-CLI-QTDE   PIC 9(09).                           00012300
       77 WRK-QTDE-CLIENTES PIC 9(04) VALUE ZEROS.                      00012400
                                                                        00012500
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.                      00012600
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.                        00012700
          88 WRK-FOI-ACHADO         VALUE 'S'.                          00012800
          88 WRK-NAO-ACHADO         VALUE 'N'.                          00012900
                                                                        00013000
       77 WRK-CURVA         PIC X(01) VALUE SPACES.                     00013100
          88 WRK-CURVA-PRODUTO      VALUE 'P'.                          00013200
          88 WRK-CURVA-CLIENTE      VALUE 'C'.                          00013300
       77 WRK-FIM-SORT      PIC X(01) VALUE 'N'.                        00013400
          88 WRK-SORT-ACABOU        VALUE 'S'.                          00013500
          88 WRK-SORT-NAO-ACABOU    VALUE 'N'.                          00013600
                                                                        00013700
       01 WRK-VALOR-ITEM    PIC S9(09)V99 VALUE ZEROS.                  00013800
       77 WRK-QTDE-ITEM     PIC S9(05) VALUE ZEROS.                     00013900
       01 WRK-TOTAL-MES     PIC 9(13)V99 VALUE ZEROS.                   00014000
       01 WRK-ACUMULADO     PIC 9(13)V99 VALUE ZEROS.                   00014100
       01 WRK-PERC-ANTES    PIC 9(03)V99 VALUE ZEROS.                   00014200
       01 WRK-PERC-ITEM     PIC 9(03)V99 VALUE ZEROS.                   00014300
       01 WRK-PERC-ACUM     PIC 9(03)V99 VALUE ZEROS.                   00014400
       77 WRK-CLASSE        PIC X(01) VALUE SPACES.                     00014500
       77 WRK-POSICAO       PIC 9(05) VALUE ZEROS.                      00014600
                                                                        00014700
       01 WRK-TAB-RESUMO.                                               00014800
          05 WRK-TAB-RES-ITEM OCCURS 3 TIMES.                           00014900
             10 WRK-TAB-RES-QTDE   PIC 9(05).                           00015000
             10 WRK-TAB-RES-VALOR  PIC 9(13)V99.                        00015100
       77 WRK-IDX-RES       PIC 9(01) VALUE ZEROS.                      00015200
                                                                        00015300
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00015400
       77 WRK-REG-DO-MES    PIC 9(07) VALUE ZEROS.                      00015500
       77 WRK-REG-FORA-TAB  PIC 9(07) VALUE ZEROS.                      00015600
       77 WRK-REG-ABCPROD   PIC 9(07) VALUE ZEROS.                      00015700
                                                                        00015800
       01 WRK-LIN-CAB.                                                  00015900
          05 WRK-LCB-TITULO  PIC X(38).                                 00016000
          05 FILLER          PIC X(08) VALUE 'MES/ANO '.                00016100
          05 WRK-LCB-MES     PIC X(02).                                 00016200
          05 FILLER          PIC X(01) VALUE '/'.                       00016300
          05 WRK-LCB-ANO     PIC X(04).                                 00016400
          05 FILLER          PIC X(27) VALUE SPACES.                    00016500
                                                                        00016600
       01 WRK-LIN-COLUNAS.                                              00016700
          05 FILLER          PIC X(40) VALUE                            00016800
                '  POS. CODIGO        QTDE         RECEIT'.             00016900
          05 FILLER          PIC X(40) VALUE                            00017000
                'A      %   % ACUM. CLASSE               '.             00017100
                                                                        00017200
       01 WRK-LIN-DETALHE.                                              00017300
          05 FILLER          PIC X(01) VALUE SPACES.                    00017400
          05 WRK-LDT-POSICAO PIC ZZZZ9.                                 00017500
          05 FILLER          PIC X(01) VALUE SPACES.                    00017600
          05 WRK-LDT-CODIGO  PIC X(06).                                 00017700
          05 FILLER          PIC X(01) VALUE SPACES.                    00017800
          05 WRK-LDT-QTDE    PIC ZZZ.ZZZ.ZZ9.                           00017900
          05 FILLER          PIC X(01) VALUE SPACES.                    00018000
          05 WRK-LDT-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00018100
          05 FILLER          PIC X(01) VALUE SPACES.                    00018200
          05 WRK-LDT-PERC    PIC ZZ9,99.                                00018300
          05 FILLER          PIC X(02) VALUE SPACES.                    00018400
          05 WRK-LDT-ACUM    PIC ZZ9,99.                                00018500
          05 FILLER          PIC X(05) VALUE SPACES.                    00018600
          05 WRK-LDT-CLASSE  PIC X(01).                                 00018700
          05 FILLER          PIC X(16) VALUE SPACES.                    00018800
                                                                        00018900
       01 WRK-LIN-RESUMO.                                               00019000
          05 FILLER          PIC X(08) VALUE ' CLASSE '.                00019100
          05 WRK-LRS-CLASSE  PIC X(01).                                 00019200
          05 FILLER          PIC X(03) VALUE SPACES.                    00019300
          05 WRK-LRS-QTDE    PIC ZZZZ9.                                 00019400
          05 FILLER          PIC X(08) VALUE ' ITENS  '.                00019500
          05 WRK-LRS-VALOR   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                    00019600
          05 FILLER          PIC X(37) VALUE SPACES.                    00019700
                                                                        00019800
       01 WRK-LIN-TOTAL.                                                00019900
          05 FILLER          PIC X(25) VALUE                            00020000
                ' RECEITA LIQUIDA DO MES  '.                            00020100
          05 WRK-LTO-VALOR   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                    00020200
          05 FILLER          PIC X(37) VALUE SPACES.                    00020300
                                                                        00020400
       01 WRK-LIN-TRACO.                                                00020500
          05 FILLER          PIC X(80) VALUE ALL '-'.                   00020600
                                                                        00020700
       PROCEDURE                                 DIVISION.              00020800
      *====================================================             00020900
       0000-PRINCIPAL                            SECTION.               00021000
           PERFORM 1000-INICIAR.                                        00021100
           PERFORM 1500-ACUMULAR                                        00021200
              UNTIL WRK-FS-NFITEM NOT EQUAL '00'.                       00021300
                                                                        00021400
           SET WRK-CURVA-PRODUTO TO TRUE.                               00021500
           SORT CLASSIF                                                 00021600
                ON DESCENDING KEY SD-ABC-VALOR                          00021700
                   ASCENDING KEY SD-ABC-CODIGO                          00021800
                INPUT PROCEDURE IS 2000-LIBERAR-PRODUTOS                00021900
                OUTPUT PROCEDURE IS 3000-CLASSIFICAR.                   00022000
                                                                        00022100
           SET WRK-CURVA-CLIENTE TO TRUE.                               00022200
           SORT CLASSIF                                                 00022300
                ON DESCENDING KEY SD-ABC-VALOR                          00022400
                   ASCENDING KEY SD-ABC-CODIGO                          00022500
                INPUT PROCEDURE IS 2100-LIBERAR-CLIENTES                00022600
                OUTPUT PROCEDURE IS 3000-CLASSIFICAR.                   00022700
                                                                        00022800
           PERFORM 8000-FINALIZAR.                                      00022900
            STOP RUN.                                                   00023000
                                                                        00023100
       1000-INICIAR                              SECTION.               00023200
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00023300
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF.                      00023400
           PERFORM 1100-CARREGAR-REFERENCIA.                            00023500
                                                                        00023600
           OPEN INPUT NFITEM.                                           00023700
           IF WRK-FS-NFITEM NOT EQUAL '00'                              00023800
              MOVE ' ERRO OPEN NFITEM ' TO WRK-MSG                      00023900
              PERFORM 9000-TRATAR-ERROS                                 00024000
           END-IF.                                                      00024100
                                                                        00024200
           OPEN OUTPUT RELABC.                                          00024300
           IF WRK-FS-RELABC NOT EQUAL '00'                              00024400
              MOVE ' ERRO OPEN RELABC ' TO WRK-MSG                      00024500
              PERFORM 9000-TRATAR-ERROS                                 00024600
           END-IF.                                                      00024700
                                                                        00024800
           OPEN OUTPUT ABCPROD.                                         00024900
           IF WRK-FS-ABCPROD NOT EQUAL '00'                             00025000
              MOVE ' ERRO OPEN ABCPROD ' TO WRK-MSG                     00025100
              PERFORM 9000-TRATAR-ERROS                                 00025200
           END-IF.                                                      00025300
                                                                        00025400
           DISPLAY '------------------------------------------'.        00025500
           DISPLAY ' CURVA ABC DE VENDAS '.                             00025600
           DISPLAY ' MES DE REFERENCIA....: ' WRK-MES-REF.              00025700
           DISPLAY '------------------------------------------'.        00025800
                                                                        00025900
           READ NFITEM NEXT.                                            00026000
                                                                        00026100
      *---------------------------------------------------------------  00026200
      *    1100-CARREGAR-REFERENCIA                                     00026300
      *    O ABCREF TRAZ O MES DA CURVA (AAAAMM); SEM ELE (OU COM       00026400
      *    VALOR INVALIDO) VALE O MES CORRENTE.                         00026500
      *---------------------------------------------------------------  00026600
       1100-CARREGAR-REFERENCIA                  SECTION.               00026700
           OPEN INPUT ABCREF.                                           00026800
           IF WRK-FS-ABCREF EQUAL '35'                                  00026900
              DISPLAY ' ABCREF AUSENTE, CURVA DO MES CORRENTE '         00027000
           ELSE                                                         00027100
              IF WRK-FS-ABCREF NOT EQUAL '00'                           00027200
                 MOVE ' ERRO OPEN ABCREF ' TO WRK-MSG                   00027300
                 PERFORM 9000-TRATAR-ERROS                              00027400
              END-IF                                                    00027500
              READ ABCREF                                               00027600
              IF WRK-FS-ABCREF EQUAL '00' AND                           00027700
                 FD-REF-MES NUMERIC                                     00027800
                 MOVE FD-REF-MES TO WRK-MES-REF                         00027900
              END-IF                                                    00028000
              CLOSE ABCREF                                              00028100
           END-IF.                                                      00028200
                                                                        00028300
      *---------------------------------------------------------------  00028400
      *    1500-ACUMULAR                                                00028500
      *    ITEM FATURADO NO MES: RECEITA = VALOR DO ITEM MENOS O        00028600
      *    QUE O CLIENTE DEVOLVEU (FR01CB08) AO PRECO DA NOTA,          00028700
      *    SOMADA NO PRODUTO E NO CLIENTE.                              00028800
      *---------------------------------------------------------------  00028900
       1500-ACUMULAR                             SECTION.               00029000
           ADD 1 TO WRK-REG-LIDOS.                                      00029100
           IF FD-NFI-DATA(1:6) EQUAL WRK-MES-REF                        00029200
              ADD 1 TO WRK-REG-DO-MES                                   00029300
              COMPUTE WRK-VALOR-ITEM = FD-NFI-VALOR -                   00029400
                      FD-NFI-QTDE-DEV * FD-NFI-PRECO                    00029500
              END-COMPUTE                                               00029600
              COMPUTE WRK-QTDE-ITEM = FD-NFI-QTDE - FD-NFI-QTDE-DEV     00029700
              END-COMPUTE                                               00029800
              IF WRK-VALOR-ITEM LESS THAN ZEROS                         00029900
                 MOVE ZEROS TO WRK-VALOR-ITEM                           00030000
              END-IF                                                    00030100
              IF WRK-QTDE-ITEM LESS THAN ZEROS                          00030200
                 MOVE ZEROS TO WRK-QTDE-ITEM                            00030300
              END-IF                                                    00030400
              PERFORM 1510-SOMAR-PRODUTO                                00030500
              PERFORM 1520-SOMAR-CLIENTE                                00030600
              ADD WRK-VALOR-ITEM TO WRK-TOTAL-MES                       00030700
           END-IF.                                                      00030800
           READ NFITEM NEXT.                                            00030900
                                                                        00031000
       1510-SOMAR-PRODUTO                        SECTION.               00031100
           SET WRK-NAO-ACHADO TO TRUE.                                  00031200
           MOVE 1 TO WRK-IDX.                                           00031300
           PERFORM 1511-TESTAR-PRODUTO                                  00031400
              UNTIL WRK-IDX GREATER THAN WRK-QTDE-PRODUTOS              00031500
                 OR WRK-FOI-ACHADO.                                     00031600
           IF WRK-NAO-ACHADO                                            00031700
              IF WRK-QTDE-PRODUTOS LESS THAN 2000                       00031800
                 ADD 1 TO WRK-QTDE-PRODUTOS                             00031900
                 MOVE WRK-QTDE-PRODUTOS TO WRK-IDX                      00032000
                 MOVE FD-NFI-PRODUTO TO WRK-TAB-PRD-CODIGO(WRK-IDX)     00032100
                 MOVE ZEROS TO WRK-TAB-PRD-VALOR(WRK-IDX)               00032200
                 MOVE ZEROS TO WRK-TAB-PRD-QTDE(WRK-IDX)                00032300
                 SET WRK-FOI-ACHADO TO TRUE                             00032400
              ELSE                                                      00032500
                 ADD 1 TO WRK-REG-FORA-TAB                              00032600
                 DISPLAY ' TABELA DE PRODUTOS CHEIA: ' FD-NFI-PRODUTO   00032700
              END-IF                                                    00032800
           END-IF.                                                      00032900
           IF WRK-FOI-ACHADO                                            00033000
              ADD WRK-VALOR-ITEM TO WRK-TAB-PRD-VALOR(WRK-IDX)          00033100
              ADD WRK-QTDE-ITEM  TO WRK-TAB-PRD-QTDE(WRK-IDX)           00033200
           END-IF.                                                      00033300
                                                                        00033400
       1511-TESTAR-PRODUTO                       SECTION.               00033500
           IF WRK-TAB-PRD-CODIGO(WRK-IDX) EQUAL FD-NFI-PRODUTO          00033600
              SET WRK-FOI-ACHADO TO TRUE                                00033700
           ELSE                                                         00033800
              ADD 1 TO WRK-IDX                                          00033900
           END-IF.                                                      00034000
                                                                        00034100
       1520-SOMAR-CLIENTE                        SECTION.               00034200
           SET WRK-NAO-ACHADO TO TRUE.                                  00034300
           MOVE 1 TO WRK-IDX.                                           00034400
           PERFORM 1521-TESTAR-CLIENTE                                  00034500
              UNTIL WRK-IDX GREATER THAN WRK-QTDE-CLIENTES              00034600
                 OR WRK-FOI-ACHADO.                                     00034700
           IF WRK-NAO-ACHADO                                            00034800
              IF WRK-QTDE-CLIENTES LESS THAN 1000                       00034900
                 ADD 1 TO WRK-QTDE-CLIENTES                             00035000
                 MOVE WRK-QTDE-CLIENTES TO WRK-IDX                      00035100
                 MOVE FD-NFI-CLIENTE TO WRK-TAB-CLI-CODIGO(WRK-IDX)     00035200
                 MOVE ZEROS TO WRK-TAB-CLI-VALOR(WRK-IDX)               00035300
                 MOVE ZEROS TO WRK-TAB-CLI-QTDE(WRK-IDX)                00035400
                 SET WRK-FOI-ACHADO TO TRUE                             00035500
              ELSE                                                      00035600
                 ADD 1 TO WRK-REG-FORA-TAB                              00035700
                 DISPLAY ' TABELA DE CLIENTES CHEIA: ' FD-NFI-CLIENTE   00035800
              END-IF                                                    00035900
           END-IF.                                                      00036000
           IF WRK-FOI-ACHADO                                            00036100
              ADD WRK-VALOR-ITEM TO WRK-TAB-CLI-VALOR(WRK-IDX)          00036200
              ADD WRK-QTDE-ITEM  TO WRK-TAB-CLI-QTDE(WRK-IDX)           00036300
           END-IF.                                                      00036400
                                                                        00036500
       1521-TESTAR-CLIENTE                       SECTION.               00036600
           IF WRK-TAB-CLI-CODIGO(WRK-IDX) EQUAL FD-NFI-CLIENTE          00036700
              SET WRK-FOI-ACHADO TO TRUE                                00036800
           ELSE                                                         00036900
              ADD 1 TO WRK-IDX                                          00037000
           END-IF.                                                      00037100
                                                                        00037200
      *---------------------------------------------------------------  00037300
      *    2000-LIBERAR-PRODUTOS / 2100-LIBERAR-CLIENTES                00037400
      *    PASSAM AS TABELAS DO MES AO SORT, QUE ORDENA PELA            00037500
      *    RECEITA DO MAIOR PARA O MENOR.                               00037600
      *---------------------------------------------------------------  00037700
       2000-LIBERAR-PRODUTOS                     SECTION.               00037800
           MOVE 1 TO WRK-IDX.                                           00037900
           PERFORM 2010-LIBERAR-PRODUTO                                 00038000
              UNTIL WRK-IDX GREATER THAN WRK-QTDE-PRODUTOS.             00038100
                                                                        00038200
       2010-LIBERAR-PRODUTO                      SECTION.               00038300
           MOVE WRK-TAB-PRD-VALOR(WRK-IDX)  TO SD-ABC-VALOR.            00038400
           MOVE WRK-TAB-PRD-CODIGO(WRK-IDX) TO SD-ABC-CODIGO.           00038500
           MOVE WRK-TAB-PRD-QTDE(WRK-IDX)   TO SD-ABC-QTDE.             00038600
           RELEASE SD-CLASSIF.                                          00038700
           ADD 1 TO WRK-IDX.                                            00038800
                                                                        00038900
       2100-LIBERAR-CLIENTES                     SECTION.               00039000
           MOVE 1 TO WRK-IDX.                                           00039100
           PERFORM 2110-LIBERAR-CLIENTE                                 00039200
              UNTIL WRK-IDX GREATER THAN WRK-QTDE-CLIENTES.             00039300
                                                                        00039400
       2110-LIBERAR-CLIENTE                      SECTION.               00039500
           MOVE WRK-TAB-CLI-VALOR(WRK-IDX)  TO SD-ABC-VALOR.            00039600
           MOVE SPACES                      TO SD-ABC-CODIGO.           00039700
           MOVE WRK-TAB-CLI-CODIGO(WRK-IDX) TO SD-ABC-CODIGO.           00039800
           MOVE WRK-TAB-CLI-QTDE(WRK-IDX)   TO SD-ABC-QTDE.             00039900
           RELEASE SD-CLASSIF.                                          00040000
           ADD 1 TO WRK-IDX.                                            00040100
                                                                        00040200
      *---------------------------------------------------------------  00040300
      *    3000-CLASSIFICAR                                             00040400
      *    ACUMULA A PARTICIPACAO NA ORDEM DO SORT; O ITEM E A          00040500
      *    ENQUANTO O ACUMULADO ANTES DELE NAO CHEGOU A 80%, B          00040600
      *    ATE 95% E C DAI EM DIANTE. NA CURVA DE PRODUTOS A            00040700
      *    CLASSE VAI TAMBEM PARA O ABCPROD.                            00040800
      *---------------------------------------------------------------  00040900
       3000-CLASSIFICAR                          SECTION.               00041000
           SET WRK-SORT-NAO-ACABOU TO TRUE.                             00041100
           MOVE ZEROS TO WRK-ACUMULADO.                                 00041200
           MOVE ZEROS TO WRK-POSICAO.                                   00041300
           INITIALIZE WRK-TAB-RESUMO.                                   00041400
                                                                        00041500
           IF WRK-CURVA-PRODUTO                                         00041600
              MOVE 'CURVA ABC DE VENDAS POR PRODUTO - '                 00041700
                                TO WRK-LCB-TITULO                       00041800
           ELSE                                                         00041900
              MOVE 'CURVA ABC DE VENDAS POR CLIENTE - '                 00042000
                                TO WRK-LCB-TITULO                       00042100
           END-IF.                                                      00042200
           MOVE WRK-MES-REF(5:2) TO WRK-LCB-MES.                        00042300
           MOVE WRK-MES-REF(1:4) TO WRK-LCB-ANO.                        00042400
           MOVE WRK-LIN-CAB     TO FD-RELABC.                           00042500
           WRITE FD-RELABC.                                             00042600
           MOVE WRK-LIN-COLUNAS TO FD-RELABC.                           00042700
           WRITE FD-RELABC.                                             00042800
           MOVE WRK-LIN-TRACO   TO FD-RELABC.                           00042900
           WRITE FD-RELABC.                                             00043000
                                                                        00043100
           PERFORM 3050-RETORNAR-ITEM                                   00043200
              UNTIL WRK-SORT-ACABOU.                                    00043300
                                                                        00043400
           PERFORM 3200-IMPRIMIR-RESUMO.                                00043500
                                                                        00043600
       3050-RETORNAR-ITEM                        SECTION.               00043700
           RETURN CLASSIF                                               00043800
              AT END                                                    00043900
                 SET WRK-SORT-ACABOU TO TRUE                            00044000
              NOT AT END                                                00044100
                 PERFORM 3100-TRATAR-ITEM                               00044200
           END-RETURN.                                                  00044300
                                                                        00044400
       3100-TRATAR-ITEM                          SECTION.               00044500
           ADD 1 TO WRK-POSICAO.                                        00044600
           IF WRK-TOTAL-MES GREATER THAN ZEROS                          00044700
              COMPUTE WRK-PERC-ANTES ROUNDED =                          00044800
                      WRK-ACUMULADO * 100 / WRK-TOTAL-MES               00044900
              END-COMPUTE                                               00045000
              COMPUTE WRK-PERC-ITEM ROUNDED =                           00045100
                      SD-ABC-VALOR * 100 / WRK-TOTAL-MES                00045200
              END-COMPUTE                                               00045300
           ELSE                                                         00045400
              MOVE ZEROS TO WRK-PERC-ANTES                              00045500
              MOVE ZEROS TO WRK-PERC-ITEM                               00045600
           END-IF.                                                      00045700
           ADD SD-ABC-VALOR TO WRK-ACUMULADO.                           00045800
           IF WRK-TOTAL-MES GREATER THAN ZEROS                          00045900
              COMPUTE WRK-PERC-ACUM ROUNDED =                           00046000
                      WRK-ACUMULADO * 100 / WRK-TOTAL-MES               00046100
              END-COMPUTE                                               00046200
           ELSE                                                         00046300
              MOVE ZEROS TO WRK-PERC-ACUM                               00046400
           END-IF.                                                      00046500
                                                                        00046600
           EVALUATE TRUE                                                00046700
             WHEN WRK-PERC-ANTES LESS THAN 80                           00046800
                MOVE 'A' TO WRK-CLASSE                                  00046900
                MOVE 1   TO WRK-IDX-RES                                 00047000
             WHEN WRK-PERC-ANTES LESS THAN 95                           00047100
                MOVE 'B' TO WRK-CLASSE                                  00047200
                MOVE 2   TO WRK-IDX-RES                                 00047300
             WHEN OTHER                                                 00047400
                MOVE 'C' TO WRK-CLASSE                                  00047500
                MOVE 3   TO WRK-IDX-RES                                 00047600
           END-EVALUATE.                                                00047700
           ADD 1            TO WRK-TAB-RES-QTDE(WRK-IDX-RES).           00047800
           ADD SD-ABC-VALOR TO WRK-TAB-RES-VALOR(WRK-IDX-RES).          00047900
                                                                        00048000
           MOVE WRK-POSICAO   TO WRK-LDT-POSICAO.                       00048100
           MOVE SD-ABC-CODIGO TO WRK-LDT-CODIGO.                        00048200
           MOVE SD-ABC-QTDE   TO WRK-LDT-QTDE.                          00048300
           MOVE SD-ABC-VALOR  TO WRK-LDT-VALOR.                         00048400
           MOVE WRK-PERC-ITEM TO WRK-LDT-PERC.                          00048500
           MOVE WRK-PERC-ACUM TO WRK-LDT-ACUM.                          00048600
           MOVE WRK-CLASSE    TO WRK-LDT-CLASSE.                        00048700
           MOVE WRK-LIN-DETALHE TO FD-RELABC.                           00048800
           WRITE FD-RELABC.                                             00048900
                                                                        00049000
           IF WRK-CURVA-PRODUTO                                         00049100
              MOVE SPACES        TO FD-ABCPROD                          00049200
              MOVE SD-ABC-CODIGO TO FD-ABP-PRODUTO                      00049300
              MOVE WRK-CLASSE    TO FD-ABP-CLASSE                       00049400
              MOVE WRK-MES-REF   TO FD-ABP-MES                          00049500
              MOVE SD-ABC-VALOR  TO FD-ABP-VALOR                        00049600
              MOVE WRK-PERC-ACUM TO FD-ABP-PERC-ACUM                    00049700
              WRITE FD-ABCPROD                                          00049800
              IF WRK-FS-ABCPROD NOT EQUAL '00'                          00049900
                 MOVE ' ERRO WRITE ABCPROD ' TO WRK-MSG                 00050000
                 PERFORM 9000-TRATAR-ERROS                              00050100
              END-IF                                                    00050200
              ADD 1 TO WRK-REG-ABCPROD                                  00050300
           END-IF.                                                      00050400
                                                                        00050500
       3200-IMPRIMIR-RESUMO                      SECTION.               00050600
           MOVE WRK-LIN-TRACO TO FD-RELABC.                             00050700
           WRITE FD-RELABC.                                             00050800
           MOVE 'A' TO WRK-LRS-CLASSE.                                  00050900
           MOVE 1   TO WRK-IDX-RES.                                     00051000
           PERFORM 3210-IMPRIMIR-CLASSE.                                00051100
           MOVE 'B' TO WRK-LRS-CLASSE.                                  00051200
           MOVE 2   TO WRK-IDX-RES.                                     00051300
           PERFORM 3210-IMPRIMIR-CLASSE.                                00051400
           MOVE 'C' TO WRK-LRS-CLASSE.                                  00051500
           MOVE 3   TO WRK-IDX-RES.                                     00051600
           PERFORM 3210-IMPRIMIR-CLASSE.                                00051700
           MOVE WRK-TOTAL-MES TO WRK-LTO-VALOR.                         00051800
           MOVE WRK-LIN-TOTAL TO FD-RELABC.                             00051900
           WRITE FD-RELABC.                                             00052000
           MOVE WRK-LIN-TRACO TO FD-RELABC.                             00052100
           WRITE FD-RELABC.                                             00052200
                                                                        00052300
       3210-IMPRIMIR-CLASSE                      SECTION.               00052400
           MOVE WRK-TAB-RES-QTDE(WRK-IDX-RES)  TO WRK-LRS-QTDE.         00052500
           MOVE WRK-TAB-RES-VALOR(WRK-IDX-RES) TO WRK-LRS-VALOR.        00052600
           MOVE WRK-LIN-RESUMO TO FD-RELABC.                            00052700
           WRITE FD-RELABC.                                             00052800
                                                                        00052900
       8000-FINALIZAR                            SECTION.               00053000
           CLOSE NFITEM.                                                00053100
           CLOSE RELABC.                                                00053200
           CLOSE ABCPROD.                                               00053300
                                                                        00053400
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00053500
           DISPLAY ' ITENS DO NFITEM LIDOS.......: ' WRK-REG-LIDOS.     00053600
           DISPLAY ' ITENS DO MES................: ' WRK-REG-DO-MES.    00053700
           DISPLAY ' PRODUTOS NA CURVA...........: '                    00053800
                   WRK-QTDE-PRODUTOS.                                   00053900
           DISPLAY ' CLIENTES NA CURVA...........: '                    00054000
                   WRK-QTDE-CLIENTES.                                   00054100
           DISPLAY ' ITENS FORA DAS TABELAS......: '                    00054200
                   WRK-REG-FORA-TAB.                                    00054300
           DISPLAY ' GRAVADOS NO ABCPROD.........: ' WRK-REG-ABCPROD.   00054400
           DISPLAY ' RECEITA LIQUIDA DO MES......: ' WRK-TOTAL-MES.     00054500
                                                                        00054600
       9000-TRATAR-ERROS                         SECTION.               00054700
           DISPLAY '-----------------------------'.                     00054800
           DISPLAY WRK-MSG.                                             00054900
           DISPLAY ' FS NFITEM: ' WRK-FS-NFITEM                         00055000
                   ' FS RELABC: ' WRK-FS-RELABC                         00055100
                   ' FS ABCPROD: ' WRK-FS-ABCPROD.                      00055200
           DISPLAY '-----------------------------'.                     00055300
              STOP RUN.                                                 00055400
