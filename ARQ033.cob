      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ033.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 26/06/2023                                         00001100
      *     OBJETIVO: ACOMPANHAMENTO DIARIO DOS PEDIDOS DE              00001200
      *              COMPRA EM ATRASO -- VARRE O PEDCOMP E LISTA,       00001300
      *              AGRUPADOS POR FORNECEDOR, OS ITENS AINDA           00001400
      *              ABERTOS (A OU P) QUE JA PASSARAM DA ENTREGA        00001500
      *              ESPERADA, COM O SALDO PENDENTE E OS DIAS           00001600
      *              UTEIS DE ATRASO, PARA O COMPRADOR COBRAR.          00001700
      *-------------------------------------------------------*         00001800
      *     ENTREGA ESPERADA = DATA PROMETIDA GRAVADA PELA              00001900
      *     MANUTENCAO ARQ032 (FD-PED-DATA-PREVISTA) OU, SEM            00002000
      *     ELA, A EMISSAO MAIS O PRAZO DE ENTREGA DO FORNMSTR          00002100
      *     EM DIAS UTEIS (DATASERV, FUNCAO 05, COMO NO ARQ030).        00002200
      *     FORNECEDOR SEM PRAZO USA O PADRAO DE 10 DIAS. ITEM          00002300
      *     ANTERIOR A DATA PROMETIDA TRAZ BRANCOS NO CAMPO, E          00002400
      *     CONTA COMO SEM DATA PROMETIDA.                              00002500
      *     O RELATORIO SAI EM RELATRAS, CLASSIFICADO POR               00002600
      *     FORNECEDOR + PEDIDO + ITEM (SORT INTERNO).                  00002700
      *=======================================================*         00002800
                                                                        00002900
      *=======================================================*         00003000
       ENVIRONMENT                               DIVISION.              00003100
      *=======================================================*         00003200
       CONFIGURATION                             SECTION.               00003300
       SPECIAL-NAMES.                                                   00003400
           DECIMAL-POINT IS COMMA.                                      00003500
                                                                        00003600
       INPUT-OUTPUT                              SECTION.               00003700
       FILE-CONTROL.                                                    00003800
             SELECT PEDCOMP  ASSIGN TO PEDCOMP                          00003900
                ORGANIZATION IS INDEXED                                 00004000
                ACCESS MODE  IS SEQUENTIAL                              00004100
                RECORD KEY   IS FD-PED-CHAVE                            00004200
                FILE STATUS  IS WRK-FS-PEDCOMP.                         00004300
             SELECT FORNMSTR ASSIGN TO FORNMSTR                         00004400
                ORGANIZATION IS INDEXED                                 00004500
                ACCESS MODE  IS RANDOM                                  00004600
                RECORD KEY   IS FD-FM-CODIGO                            00004700
                FILE STATUS  IS WRK-FS-FORNMSTR.                        00004800
             SELECT CLASSIF  ASSIGN TO SORTWK01.                        00004900
             SELECT RELATRAS ASSIGN TO RELATRAS                         00005000
                FILE STATUS  IS WRK-FS-RELATRAS.                        00005100
      *=======================================================*         00005200
       DATA                                      DIVISION.              00005300
      *=======================================================*         00005400
       FILE                                      SECTION.               00005500
       FD PEDCOMP                                                       00005600
           RECORDING MODE IS F                                          00005700
           BLOCK CONTAINS 0 RECORDS.                                    00005800
       01 FD-PEDCOMP.                                                   00005900
          05 FD-PED-CHAVE.                                              00006000
             10 FD-PED-NUMERO     PIC 9(06).                            00006100
             10 FD-PED-ITEM       PIC 9(03).                            00006200
          05 FD-PED-FORNECEDOR    PIC X(06).                            00006300
          05 FD-PED-CODIGO        PIC X(06).                            00006400
          05 FD-PED-DESCRICAO     PIC X(30).                            00006500
          05 FD-PED-QTDE-PEDIDA   PIC 9(05).                            00006600
          05 FD-PED-QTDE-RECEBIDA PIC 9(05).                            00006700
          05 FD-PED-SITUACAO      PIC X(01).                            00006800
             88 FD-PED-ABERTO           VALUE 'A'.                      00006900
             88 FD-PED-PARCIAL          VALUE 'P'.                      00007000
             88 FD-PED-ENCERRADO        VALUE 'E'.                      00007100
             88 FD-PED-CANCELADO        VALUE 'C'.                      00007200
          05 FD-PED-DATA-EMISSAO  PIC X(08).                            00007300
          05 FD-PED-DATA-PREVISTA PIC 9(08) COMP-3.                     00007400
          05 FILLER               PIC X(05).                            00007500
                                                                        00007600
       FD FORNMSTR                                                      00007700
           RECORDING MODE IS F                                          00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
       01 FD-FORNMSTR.                                                  00008000
          05 FD-FM-CODIGO         PIC X(06).                            00008100
          05 FD-FM-NOME           PIC X(30).                            00008200
          05 FD-FM-CNPJ           PIC X(14).                            00008300
          05 FD-FM-PRAZO-ENTREGA  PIC 9(03).                            00008400
          05 FD-FM-VALOR-MINIMO   PIC 9(07)V99.                         00008500
          05 FD-FM-ATIVO          PIC X(01).                            00008600
             88 FD-FM-ESTA-ATIVO        VALUE 'S'.                      00008700
          05 FD-FM-DATA-ULT-MOV   PIC X(08).                            00008800
          05 FILLER               PIC X(08).                            00008850
                                                                        00008900
       SD CLASSIF.                                                      00009000
       01 SD-CLASSIF.                                                   00009100
          05 SD-FORNECEDOR        PIC X(06).                            00009200
          05 SD-PEDIDO            PIC 9(06).                            00009300
          05 SD-ITEM              PIC 9(03).                            00009400
          05 SD-CODIGO            PIC X(06).                            00009500
          05 SD-DESCRICAO         PIC X(30).                            00009600
          05 SD-EMISSAO           PIC X(08).                            00009700
          05 SD-ESPERADA          PIC X(08).                            00009800
          05 SD-ORIGEM            PIC X(01).                            00009900
          05 SD-SALDO             PIC 9(05).                            00010000
          05 SD-DIAS-ATRASO       PIC 9(05).                            00010100
                                                                        00010200
       FD RELATRAS                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-RELATRAS             PIC X(80).                            00010600
      *---------------------------------------------------              00010700
       WORKING-STORAGE                           SECTION.               00010800
      *---------------------------------------------------              00010900
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE ZEROS.                        00011000
       77 WRK-FS-FORNMSTR PIC X(02) VALUE ZEROS.                        00011100
       77 WRK-FS-RELATRAS PIC X(02) VALUE ZEROS.                        00011200
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00011300
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00011400
                                                                        00011500
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 10.                          00011600
       77 WRK-PRAZO        PIC 9(03) VALUE ZEROS.                       00011700
       77 WRK-NOME-FORN    PIC X(30) VALUE SPACES.                      00011800
                                                                        00011900
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00012000
       01 WRK-DSV-AREA.                                                 00012100
          05 WRK-DSV-DATA-1    PIC X(10).                               00012200
          05 WRK-DSV-DATA-2    PIC X(10).                               00012300
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00012400
          05 WRK-DSV-CLASSE    PIC X(01).                               00012500
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE '05'.                       00012600
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00012700
                                                                        00012800
       01 WRK-DATA-BASE.                                                00012900
          05 WRK-DB-ANO        PIC X(04).                               00013000
          05 WRK-DB-MES        PIC X(02).                               00013100
          05 WRK-DB-DIA        PIC X(02).                               00013200
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.                      00013300
                                                                        00013400
       77 WRK-ATRASADO      PIC X(01) VALUE 'N'.                        00013500
          88 WRK-ESTA-ATRASADO        VALUE 'S'.                        00013600
          88 WRK-NAO-ATRASADO         VALUE 'N'.                        00013700
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.                      00013800
                                                                        00013900
       77 WRK-FIM-CLASSIF   PIC X(01) VALUE 'N'.                        00014000
          88 WRK-CLASSIF-ACABOU       VALUE 'S'.                        00014100
       77 WRK-FORN-ANT      PIC X(06) VALUE HIGH-VALUES.                00014200
       77 WRK-ITENS-FORN    PIC 9(05) VALUE ZEROS.                      00014300
       77 WRK-SALDO-FORN    PIC 9(07) VALUE ZEROS.                      00014400
                                                                        00014500
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00014600
       77 WRK-REG-ABERTOS    PIC 9(07) VALUE ZEROS.                     00014700
       77 WRK-REG-ATRASADOS  PIC 9(07) VALUE ZEROS.                     00014800
       77 WRK-REG-FORNS      PIC 9(07) VALUE ZEROS.                     00014900
                                                                        00015000
       01 WRK-CAB1.                                                     00015100
          05 FILLER           PIC X(40) VALUE                           00015200
                'PEDIDOS DE COMPRA EM ATRASO - POSICAO EM'.             00015300
          05 FILLER           PIC X(01) VALUE SPACES.                   00015400
          05 WRK-CAB1-DATA    PIC X(08).                                00015500
          05 FILLER           PIC X(31) VALUE SPACES.                   00015600
                                                                        00015700
       01 WRK-CAB-FORN.                                                 00015800
          05 FILLER           PIC X(12) VALUE 'FORNECEDOR: '.           00015900
          05 WRK-CBF-CODIGO   PIC X(06).                                00016000
          05 FILLER           PIC X(01) VALUE SPACES.                   00016100
          05 WRK-CBF-NOME     PIC X(30).                                00016200
          05 FILLER           PIC X(08) VALUE ' PRAZO: '.               00016300
          05 WRK-CBF-PRAZO    PIC ZZ9.                                  00016400
          05 FILLER           PIC X(20) VALUE ' DIAS UTEIS'.            00016500
                                                                        00016600
       01 WRK-CAB2.                                                     00016700
          05 FILLER           PIC X(11) VALUE 'PEDIDO/ITEM'.            00016800
          05 FILLER           PIC X(02) VALUE SPACES.                   00016900
          05 FILLER           PIC X(07) VALUE 'PRODUTO'.                00017000
          05 FILLER           PIC X(24) VALUE ' DESCRICAO'.             00017100
          05 FILLER           PIC X(09) VALUE 'EMISSAO  '.              00017200
          05 FILLER           PIC X(10) VALUE 'ESPERADA  '.             00017300
          05 FILLER           PIC X(07) VALUE ' SALDO '.                00017400
          05 FILLER           PIC X(10) VALUE 'DIAS ATR'.               00017500
                                                                        00017600
       01 WRK-DETALHE.                                                  00017700
          05 WRK-DET-PEDIDO   PIC 9(06).                                00017800
          05 FILLER           PIC X(01) VALUE '/'.                      00017900
          05 WRK-DET-ITEM     PIC 9(03).                                00018000
          05 FILLER           PIC X(03) VALUE SPACES.                   00018100
          05 WRK-DET-CODIGO   PIC X(06).                                00018200
          05 FILLER           PIC X(01) VALUE SPACES.                   00018300
          05 WRK-DET-DESCR    PIC X(23).                                00018400
          05 FILLER           PIC X(01) VALUE SPACES.                   00018500
          05 WRK-DET-EMISSAO  PIC X(08).                                00018600
          05 FILLER           PIC X(01) VALUE SPACES.                   00018700
          05 WRK-DET-ESPERADA PIC X(08).                                00018800
          05 WRK-DET-ORIGEM   PIC X(01).                                00018900
          05 FILLER           PIC X(01) VALUE SPACES.                   00019000
          05 WRK-DET-SALDO    PIC ZZ.ZZ9.                               00019100
          05 FILLER           PIC X(03) VALUE SPACES.                   00019200
          05 WRK-DET-DIAS     PIC ZZ.ZZ9.                               00019300
          05 FILLER           PIC X(02) VALUE SPACES.                   00019400
                                                                        00019500
       01 WRK-TOT-FORN.                                                 00019600
          05 FILLER           PIC X(22) VALUE                           00019700
                '   TOTAL FORNECEDOR - '.                               00019800
          05 WRK-TTF-ITENS    PIC ZZ.ZZ9.                               00019900
          05 FILLER           PIC X(20) VALUE                           00020000
                ' ITENS, SALDO PEND. '.                                 00020100
          05 WRK-TTF-SALDO    PIC Z.ZZZ.ZZ9.                            00020200
          05 FILLER           PIC X(23) VALUE SPACES.                   00020300
                                                                        00020400
       01 WRK-LIN-LEGENDA.                                              00020500
          05 FILLER           PIC X(80) VALUE                           00020600
          '* = DATA PROMETIDA PELO FORNECEDOR (MANUTENCAO ARQ032)'.     00020700
                                                                        00020800
       01 WRK-LIN-TRACO.                                                00020900
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00021000
      *=========================================*                       00021100
       PROCEDURE DIVISION.                                              00021200
      *=========================================*                       00021300
                                                                        00021400
      *-------------------------------------------------------------*   00021500
       0000-PRINCIPAL                     SECTION.                      00021600
      *-------------------------------------------------------------*   00021700
                                                                        00021800
            PERFORM 1000-INICIAR.                                       00021900
                                                                        00022000
            SORT CLASSIF                                                00022100
                 ON ASCENDING KEY SD-FORNECEDOR                         00022200
                                  SD-PEDIDO                             00022300
                                  SD-ITEM                               00022400
                 INPUT PROCEDURE IS 2000-SELECIONAR                     00022500
                 OUTPUT PROCEDURE IS 3000-IMPRIMIR.                     00022600
                                                                        00022700
            PERFORM 8000-FINALIZAR.                                     00022800
                                                                        00022900
      *-------------------------------------------------------------*   00023000
       0000-99-FIM.                       EXIT.                         00023100
      *-------------------------------------------------------------*   00023200
                                                                        00023300
      *-------------------------------------------------------------*   00023400
       1000-INICIAR                       SECTION.                      00023500
      *-------------------------------------------------------------*   00023600
                                                                        00023700
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00023800
                                                                        00023900
            OPEN INPUT PEDCOMP.                                         00024000
            IF WRK-FS-PEDCOMP NOT EQUAL '00'                            00024100
               MOVE ' ERRO OPEN PEDCOMP ' TO WRK-MSG                    00024200
               PERFORM 9000-TRATAR-ERROS                                00024300
            END-IF.                                                     00024400
                                                                        00024500
            OPEN INPUT FORNMSTR.                                        00024600
            IF WRK-FS-FORNMSTR NOT EQUAL '00'                           00024700
               MOVE ' ERRO OPEN FORNMSTR ' TO WRK-MSG                   00024800
               PERFORM 9000-TRATAR-ERROS                                00024900
            END-IF.                                                     00025000
                                                                        00025100
            OPEN OUTPUT RELATRAS.                                       00025200
            IF WRK-FS-RELATRAS NOT EQUAL '00'                           00025300
               MOVE ' ERRO OPEN RELATRAS ' TO WRK-MSG                   00025400
               PERFORM 9000-TRATAR-ERROS                                00025500
            END-IF.                                                     00025600
                                                                        00025700
            MOVE WRK-DATA-HOJE TO WRK-CAB1-DATA.                        00025800
            MOVE WRK-CAB1 TO FD-RELATRAS.                               00025900
            WRITE FD-RELATRAS.                                          00026000
            MOVE WRK-LIN-LEGENDA TO FD-RELATRAS.                        00026100
            WRITE FD-RELATRAS.                                          00026200
            MOVE WRK-LIN-TRACO TO FD-RELATRAS.                          00026300
            WRITE FD-RELATRAS.                                          00026400
                                                                        00026500
      *-------------------------------------------------------------*   00026600
       1000-99-FIM.                       EXIT.                         00026700
      *-------------------------------------------------------------*   00026800
                                                                        00026900
      *-------------------------------------------------------------*   00027000
       2000-SELECIONAR                    SECTION.                      00027100
      *-------------------------------------------------------------*   00027200
                                                                        00027300
            READ PEDCOMP.                                               00027400
            PERFORM 2100-AVALIAR-ITEM                                   00027500
               UNTIL WRK-FS-PEDCOMP NOT EQUAL '00'.                     00027600
                                                                        00027700
      *-------------------------------------------------------------*   00027800
       2000-99-FIM.                       EXIT.                         00027900
      *-------------------------------------------------------------*   00028000
                                                                        00028100
      *-------------------------------------------------------------*   00028200
       2100-AVALIAR-ITEM                  SECTION.                      00028300
      *-------------------------------------------------------------*   00028400
                                                                        00028500
            ADD 1 TO WRK-REG-LIDOS.                                     00028600
            IF FD-PED-ABERTO OR FD-PED-PARCIAL                          00028700
               ADD 1 TO WRK-REG-ABERTOS                                 00028800
               SET WRK-NAO-ATRASADO TO TRUE                             00028900
               MOVE ZEROS TO WRK-DIAS-ATRASO                            00029000
               IF FD-PED-DATA-PREVISTA NUMERIC AND                      00029100
                  FD-PED-DATA-PREVISTA GREATER ZEROS                    00029200
                  PERFORM 2200-CONFERIR-PROMETIDA                       00029300
               ELSE                                                     00029400
                  PERFORM 2300-CONFERIR-PRAZO                           00029500
               END-IF                                                   00029600
               IF WRK-ESTA-ATRASADO                                     00029700
                  PERFORM 2400-LIBERAR-ITEM                             00029800
               END-IF                                                   00029900
            END-IF.                                                     00030000
            READ PEDCOMP.                                               00030100
                                                                        00030200
      *-------------------------------------------------------------*   00030300
       2100-99-FIM.                       EXIT.                         00030400
      *-------------------------------------------------------------*   00030500
                                                                        00030600
      *---------------------------------------------------------------  00030700
      *    2200-CONFERIR-PROMETIDA                                      00030800
      *    ATRASO = DIAS UTEIS DA DATA PROMETIDA ATE HOJE.              00030900
      *---------------------------------------------------------------  00031000
       2200-CONFERIR-PROMETIDA            SECTION.                      00031100
                                                                        00031200
            MOVE FD-PED-DATA-PREVISTA TO WRK-DATA-PREVISTA.             00031300
            MOVE WRK-DATA-PREVISTA    TO WRK-DATA-BASE.                 00031400
            MOVE 'P' TO SD-ORIGEM.                                      00031500
            IF WRK-DATA-BASE LESS THAN WRK-DATA-HOJE                    00031600
               PERFORM 2500-CONTAR-DIAS-UTEIS                           00031700
               IF WRK-DSV-RETORNO EQUAL '00' AND                        00031800
                  WRK-DSV-DIAS-UTEIS GREATER ZEROS                      00031900
                  SET WRK-ESTA-ATRASADO TO TRUE                         00032000
                  MOVE WRK-DSV-DIAS-UTEIS TO WRK-DIAS-ATRASO            00032100
               END-IF                                                   00032200
            END-IF.                                                     00032300
                                                                        00032400
      *-------------------------------------------------------------*   00032500
       2200-99-FIM.                       EXIT.                         00032600
      *-------------------------------------------------------------*   00032700
                                                                        00032800
      *---------------------------------------------------------------  00032900
      *    2300-CONFERIR-PRAZO                                          00033000
      *    SEM DATA PROMETIDA, ATRASO = DIAS UTEIS DESDE A EMISSAO      00033100
      *    MENOS O PRAZO DE ENTREGA DO FORNECEDOR.                      00033200
      *---------------------------------------------------------------  00033300
       2300-CONFERIR-PRAZO                SECTION.                      00033400
                                                                        00033500
            PERFORM 2600-LER-FORNECEDOR.                                00033600
            MOVE FD-PED-DATA-EMISSAO TO WRK-DATA-BASE.                  00033700
            MOVE 'E' TO SD-ORIGEM.                                      00033800
            PERFORM 2500-CONTAR-DIAS-UTEIS.                             00033900
            IF WRK-DSV-RETORNO EQUAL '00' AND                           00034000
               WRK-DSV-DIAS-UTEIS GREATER WRK-PRAZO                     00034100
               SET WRK-ESTA-ATRASADO TO TRUE                            00034200
               COMPUTE WRK-DIAS-ATRASO =                                00034300
                       WRK-DSV-DIAS-UTEIS - WRK-PRAZO                   00034400
               END-COMPUTE                                              00034500
            END-IF.                                                     00034600
                                                                        00034700
      *-------------------------------------------------------------*   00034800
       2300-99-FIM.                       EXIT.                         00034900
      *-------------------------------------------------------------*   00035000
                                                                        00035100
      *-------------------------------------------------------------*   00035200
       2400-LIBERAR-ITEM                  SECTION.                      00035300
      *-------------------------------------------------------------*   00035400
                                                                        00035500
            MOVE FD-PED-FORNECEDOR   TO SD-FORNECEDOR.                  00035600
            MOVE FD-PED-NUMERO       TO SD-PEDIDO.                      00035700
            MOVE FD-PED-ITEM         TO SD-ITEM.                        00035800
            MOVE FD-PED-CODIGO       TO SD-CODIGO.                      00035900
            MOVE FD-PED-DESCRICAO    TO SD-DESCRICAO.                   00036000
            MOVE FD-PED-DATA-EMISSAO TO SD-EMISSAO.                     00036100
            IF SD-ORIGEM EQUAL 'P'                                      00036200
               MOVE WRK-DATA-BASE    TO SD-ESPERADA                     00036300
            ELSE                                                        00036400
               MOVE SPACES           TO SD-ESPERADA                     00036500
            END-IF.                                                     00036600
            COMPUTE SD-SALDO = FD-PED-QTDE-PEDIDA                       00036700
                             - FD-PED-QTDE-RECEBIDA                     00036800
            END-COMPUTE.                                                00036900
            MOVE WRK-DIAS-ATRASO     TO SD-DIAS-ATRASO.                 00037000
            RELEASE SD-CLASSIF.                                         00037100
            ADD 1 TO WRK-REG-ATRASADOS.                                 00037200
                                                                        00037300
      *-------------------------------------------------------------*   00037400
       2400-99-FIM.                       EXIT.                         00037500
      *-------------------------------------------------------------*   00037600
                                                                        00037700
      *---------------------------------------------------------------  00037800
      *    2500-CONTAR-DIAS-UTEIS                                       00037900
      *    DIAS UTEIS ENTRE WRK-DATA-BASE E HOJE (DATASERV, 05).        00038000
      *---------------------------------------------------------------  00038100
       2500-CONTAR-DIAS-UTEIS             SECTION.                      00038200
                                                                        00038300
            MOVE SPACES TO WRK-DSV-DATA-1.                              00038400
            STRING WRK-DB-ANO '-' WRK-DB-MES '-' WRK-DB-DIA             00038500
                   DELIMITED BY SIZE INTO WRK-DSV-DATA-1.               00038600
            MOVE SPACES TO WRK-DSV-DATA-2.                              00038700
            STRING WRK-DATA-HOJE(1:4) '-' WRK-DATA-HOJE(5:2) '-'        00038800
                   WRK-DATA-HOJE(7:2)                                   00038900
                   DELIMITED BY SIZE INTO WRK-DSV-DATA-2.               00039000
            MOVE ZEROS TO WRK-DSV-DIAS-UTEIS.                           00039100
            CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                  00039200
                 WRK-DSV-FUNCAO, WRK-DSV-RETORNO.                       00039300
            IF WRK-DSV-RETORNO NOT EQUAL '00'                           00039400
               DISPLAY ' DATA INVALIDA NO PEDIDO ' FD-PED-NUMERO        00039500
                       '/' FD-PED-ITEM ': ' WRK-DATA-BASE               00039600
            END-IF.                                                     00039700
                                                                        00039800
      *-------------------------------------------------------------*   00039900
       2500-99-FIM.                       EXIT.                         00040000
      *-------------------------------------------------------------*   00040100
                                                                        00040200
      *-------------------------------------------------------------*   00040300
       2600-LER-FORNECEDOR                SECTION.                      00040400
      *-------------------------------------------------------------*   00040500
                                                                        00040600
            MOVE FD-PED-FORNECEDOR TO FD-FM-CODIGO.                     00040700
            READ FORNMSTR.                                              00040800
            IF WRK-FS-FORNMSTR EQUAL '00' AND                           00040900
               FD-FM-PRAZO-ENTREGA NUMERIC AND                          00041000
               FD-FM-PRAZO-ENTREGA GREATER ZEROS                        00041100
               MOVE FD-FM-PRAZO-ENTREGA TO WRK-PRAZO                    00041200
            ELSE                                                        00041300
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO                       00041400
            END-IF.                                                     00041500
                                                                        00041600
      *-------------------------------------------------------------*   00041700
       2600-99-FIM.                       EXIT.                         00041800
      *-------------------------------------------------------------*   00041900
                                                                        00042000
      *-------------------------------------------------------------*   00042100
       3000-IMPRIMIR                      SECTION.                      00042200
      *-------------------------------------------------------------*   00042300
                                                                        00042400
            MOVE 'N' TO WRK-FIM-CLASSIF.                                00042500
            PERFORM 3050-RETORNAR-ITEM                                  00042600
               UNTIL WRK-CLASSIF-ACABOU.                                00042700
            IF WRK-FORN-ANT NOT EQUAL HIGH-VALUES                       00042800
               PERFORM 3300-TOTALIZAR-FORNECEDOR                        00042900
            END-IF.                                                     00043000
                                                                        00043100
      *-------------------------------------------------------------*   00043200
       3000-99-FIM.                       EXIT.                         00043300
      *-------------------------------------------------------------*   00043400
                                                                        00043500
      *-------------------------------------------------------------*   00043600
       3050-RETORNAR-ITEM                 SECTION.                      00043700
      *-------------------------------------------------------------*   00043800
                                                                        00043900
            RETURN CLASSIF                                              00044000
               AT END                                                   00044100
                  SET WRK-CLASSIF-ACABOU TO TRUE                        00044200
               NOT AT END                                               00044300
                  PERFORM 3100-TRATAR-QUEBRA                            00044400
                  PERFORM 3200-IMPRIMIR-LINHA                           00044500
            END-RETURN.                                                 00044600
                                                                        00044700
      *-------------------------------------------------------------*   00044800
       3050-99-FIM.                       EXIT.                         00044900
      *-------------------------------------------------------------*   00045000
                                                                        00045100
      *-------------------------------------------------------------*   00045200
       3100-TRATAR-QUEBRA                 SECTION.                      00045300
      *-------------------------------------------------------------*   00045400
                                                                        00045500
            IF SD-FORNECEDOR NOT EQUAL WRK-FORN-ANT                     00045600
               IF WRK-FORN-ANT NOT EQUAL HIGH-VALUES                    00045700
                  PERFORM 3300-TOTALIZAR-FORNECEDOR                     00045800
               END-IF                                                   00045900
               MOVE SD-FORNECEDOR TO WRK-FORN-ANT                       00046000
               MOVE ZEROS TO WRK-ITENS-FORN WRK-SALDO-FORN              00046100
               ADD 1 TO WRK-REG-FORNS                                   00046200
               MOVE SD-FORNECEDOR TO FD-FM-CODIGO                       00046300
               READ FORNMSTR                                            00046400
               IF WRK-FS-FORNMSTR EQUAL '00'                            00046500
                  MOVE FD-FM-NOME TO WRK-NOME-FORN                      00046600
               ELSE                                                     00046700
                  MOVE '** FORA DO CADASTRO **' TO WRK-NOME-FORN        00046800
               END-IF                                                   00046900
               MOVE SD-FORNECEDOR TO FD-PED-FORNECEDOR                  00047000
               PERFORM 2600-LER-FORNECEDOR                              00047100
               MOVE SD-FORNECEDOR TO WRK-CBF-CODIGO                     00047200
               MOVE WRK-NOME-FORN TO WRK-CBF-NOME                       00047300
               MOVE WRK-PRAZO     TO WRK-CBF-PRAZO                      00047400
               MOVE SPACES TO FD-RELATRAS                               00047500
               WRITE FD-RELATRAS                                        00047600
               MOVE WRK-CAB-FORN TO FD-RELATRAS                         00047700
               WRITE FD-RELATRAS                                        00047800
               MOVE WRK-CAB2 TO FD-RELATRAS                             00047900
               WRITE FD-RELATRAS                                        00048000
               DISPLAY ' FORNECEDOR COM ATRASO: ' SD-FORNECEDOR         00048100
                       ' ' WRK-NOME-FORN                                00048200
            END-IF.                                                     00048300
                                                                        00048400
      *-------------------------------------------------------------*   00048500
       3100-99-FIM.                       EXIT.                         00048600
      *-------------------------------------------------------------*   00048700
                                                                        00048800
      *-------------------------------------------------------------*   00048900
       3200-IMPRIMIR-LINHA                SECTION.                      00049000
      *-------------------------------------------------------------*   00049100
                                                                        00049200
            MOVE SD-PEDIDO      TO WRK-DET-PEDIDO.                      00049300
            MOVE SD-ITEM        TO WRK-DET-ITEM.                        00049400
            MOVE SD-CODIGO      TO WRK-DET-CODIGO.                      00049500
            MOVE SD-DESCRICAO   TO WRK-DET-DESCR.                       00049600
            MOVE SD-EMISSAO     TO WRK-DET-EMISSAO.                     00049700
            IF SD-ORIGEM EQUAL 'P'                                      00049800
               MOVE SD-ESPERADA TO WRK-DET-ESPERADA                     00049900
               MOVE '*'         TO WRK-DET-ORIGEM                       00050000
            ELSE                                                        00050100
               MOVE 'PRAZO'     TO WRK-DET-ESPERADA                     00050200
               MOVE SPACES      TO WRK-DET-ORIGEM                       00050300
            END-IF.                                                     00050400
            MOVE SD-SALDO       TO WRK-DET-SALDO.                       00050500
            MOVE SD-DIAS-ATRASO TO WRK-DET-DIAS.                        00050600
            MOVE WRK-DETALHE TO FD-RELATRAS.                            00050700
            WRITE FD-RELATRAS.                                          00050800
            ADD 1        TO WRK-ITENS-FORN.                             00050900
            ADD SD-SALDO TO WRK-SALDO-FORN.                             00051000
                                                                        00051100
      *-------------------------------------------------------------*   00051200
       3200-99-FIM.                       EXIT.                         00051300
      *-------------------------------------------------------------*   00051400
                                                                        00051500
      *-------------------------------------------------------------*   00051600
       3300-TOTALIZAR-FORNECEDOR          SECTION.                      00051700
      *-------------------------------------------------------------*   00051800
                                                                        00051900
            MOVE WRK-ITENS-FORN TO WRK-TTF-ITENS.                       00052000
            MOVE WRK-SALDO-FORN TO WRK-TTF-SALDO.                       00052100
            MOVE WRK-TOT-FORN TO FD-RELATRAS.                           00052200
            WRITE FD-RELATRAS.                                          00052300
                                                                        00052400
      *-------------------------------------------------------------*   00052500
       3300-99-FIM.                       EXIT.                         00052600
      *-------------------------------------------------------------*   00052700
                                                                        00052800
      *-------------------------------------------------------------*   00052900
       8000-FINALIZAR                     SECTION.                      00053000
      *-------------------------------------------------------------*   00053100
                                                                        00053200
            IF WRK-REG-ATRASADOS EQUAL ZEROS                            00053300
               MOVE ' NENHUM ITEM EM ATRASO' TO FD-RELATRAS             00053400
               WRITE FD-RELATRAS                                        00053500
            END-IF.                                                     00053600
            MOVE WRK-LIN-TRACO TO FD-RELATRAS.                          00053700
            WRITE FD-RELATRAS.                                          00053800
                                                                        00053900
            CLOSE PEDCOMP                                               00054000
            CLOSE FORNMSTR                                              00054100
            CLOSE RELATRAS.                                             00054200
                                                                        00054300
            DISPLAY '=========================================='.       00054400
            DISPLAY ' PEDIDOS DE COMPRA EM ATRASO '.                    00054500
            DISPLAY ' ITENS LIDOS..........: ' WRK-REG-LIDOS.           00054600
            DISPLAY ' ITENS EM ABERTO......: ' WRK-REG-ABERTOS.         00054700
            DISPLAY ' ITENS EM ATRASO......: ' WRK-REG-ATRASADOS.       00054800
            DISPLAY ' FORNECEDORES.........: ' WRK-REG-FORNS.           00054900
            DISPLAY '=========================================='.       00055000
                STOP RUN.                                               00055100
                                                                        00055200
      *-------------------------------------------------------------*   00055300
       8000-99-FIM.                       EXIT.                         00055400
      *-------------------------------------------------------------*   00055500
                                                                        00055600
      *-------------------------------------------------------------*   00055700
       9000-TRATAR-ERROS                  SECTION.                      00055800
      *-------------------------------------------------------------*   00055900
                                                                        00056000
             DISPLAY '------------------'                               00056100
             DISPLAY   WRK-MSG                                          00056200
             DISPLAY '------------------'                               00056300
                STOP RUN.                                               00056400
                                                                        00056500
      *-------------------------------------------------------------*   00056600
       9000-99-FIM.            EXIT.                                    00056700
      *-------------------------------------------------------------*   00056800
