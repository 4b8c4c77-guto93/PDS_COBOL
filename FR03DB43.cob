      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB43.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 10/04/2023                                       00001200
      *     OBJETIVO : COMISSAO DOS GERENTES DE CONTA SOBRE O           00001300
      *              : RECEBIDO -- LE AS BAIXAS DE TITULO DO            00001400
      *              : FR01CB07 (TITBAIXA, GERACOES DO MES              00001500
      *              : CONCATENADAS) DA COMPETENCIA (PARMSERV,          00001600
      *              : AAAAMM), CHEGA AO GERENTE DO CLIENTE             00001700
      *              : PELO DOCUMENTO (CLIENTES -> CLIMASTR),           00001800
      *              : REPARTE O VALOR RECEBIDO PELAS CATEGORIAS        00001900
      *              : DOS PRODUTOS DA NOTA (NFITEM) E APLICA A         00002000
      *              : TAXA DE COMISSAO DA TABELA COMTAXA. SAI          00002100
      *              : UM EXTRATO POR GERENTE EM RELCOMIS E, PARA       00002200
      *              : O GERENTE QUE E FUNCIONARIO ATIVO NA             00002300
      *              : FOUR001.FUNC (MATRICULA EM GERFUNC), A           00002400
      *              : LINHA DE PROVENTO EM COMISPAG, QUE A FOLHA       00002500
      *              : (FR03DB15) LANCA NA RUBRICA DA COMISSAO.         00002600
      *-------------------------------------------------------*         00002700
      *     PARMSERV: COMPETENCIA X(06) E RUBRICA X(03) (EM             00002800
      *               BRANCO, '050').                                   00002900
      *     COMTAXA : GERENTE X(15) + CATEGORIA X(02) + TAXA            00003000
      *               9(02)V99. VALE A MAIS ESPECIFICA: GERENTE         00003100
      *               E CATEGORIA, SO GERENTE (CATEGORIA EM             00003200
      *               BRANCO), SO CATEGORIA (GERENTE EM BRANCO)         00003300
      *               E POR FIM A TAXA GERAL (AMBOS EM BRANCO).         00003400
      *     GERFUNC : GERENTE X(15) + MATRICULA 9(04).                  00003500
      *     CATEGORIA: DUAS PRIMEIRAS POSICOES DO PRODUTO, COMO         00003600
      *               NO CONTRATO DE PRECO DO FR01CB05.                 00003700
      *-------------------------------------------------------*         00003716
      *     MANUTENCAO:                                                 00003732
      *     - 04/12/2023: O COMPARM DEU LUGAR AO CADASTRO CENTRAL DE    00003748
      *       PARAMETROS (PARMSERV, FR03DB43/COMPETENCIA, OBRIGATORIA,  00003764
      *       E RUBRICA).                                               00003780
      *=======================================================*         00003800
      *=======================================================*         00003900
       ENVIRONMENT                                    DIVISION.         00004000
      *=======================================================*         00004100
       CONFIGURATION                                  SECTION.          00004200
      *=======================================================*         00004300
                                                                        00004400
          SPECIAL-NAMES.                                                00004500
              DECIMAL-POINT IS COMMA.                                   00004600
                                                                        00004700
      *=======================================================*         00004800
       INPUT-OUTPUT                                   SECTION.          00004900
       FILE-CONTROL.                                                    00005000
             SELECT TITBAIXA ASSIGN TO TITBAIXA                         00005300
                FILE STATUS  IS WRK-FS-TITBAIXA.                        00005400
             SELECT CLIMASTR ASSIGN TO CLIMASTR                         00005500
                FILE STATUS  IS WRK-FS-CLIMASTR.                        00005600
             SELECT COMTAXA  ASSIGN TO COMTAXA                          00005700
                FILE STATUS  IS WRK-FS-COMTAXA.                         00005800
             SELECT GERFUNC  ASSIGN TO GERFUNC                          00005900
                FILE STATUS  IS WRK-FS-GERFUNC.                         00006000
             SELECT CLIENTES ASSIGN TO CLIENTES                         00006100
                ORGANIZATION IS INDEXED                                 00006200
                ACCESS MODE  IS RANDOM                                  00006300
                RECORD KEY   IS FD-CODIGO                               00006400
                FILE STATUS  IS WRK-FS-CLIENTES.                        00006500
             SELECT NFITEM   ASSIGN TO NFITEM                           00006600
                ORGANIZATION IS INDEXED                                 00006700
                ACCESS MODE  IS DYNAMIC                                 00006800
                RECORD KEY   IS FD-NFI-CHAVE                            00006900
                FILE STATUS  IS WRK-FS-NFITEM.                          00007000
             SELECT RELCOMIS ASSIGN TO RELCOMIS                         00007100
                FILE STATUS  IS WRK-FS-RELCOMIS.                        00007200
             SELECT COMISPAG ASSIGN TO COMISPAG                         00007300
                FILE STATUS  IS WRK-FS-COMISPAG.                        00007400
             SELECT CLASSIF  ASSIGN TO SORTWK01.                        00007500
      *=======================================================*         00007600
       DATA                                       DIVISION.             00007700
      *=======================================================*         00007800
                                                                        00007900
      *-------------------------------------------------------*         00008000
       FILE                                       SECTION.              00008100
      *-------------------------------------------------------*         00008200
       FD TITBAIXA                                                      00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-TITBAIXA.                                                  00009300
          05 FD-TBX-NF           PIC 9(06).                             00009400
          05 FD-TBX-CLIENTE      PIC X(04).                             00009500
          05 FD-TBX-DATA         PIC X(08).                             00009600
          05 FD-TBX-VALOR        PIC 9(09)V99.                          00009700
          05 FD-TBX-SITUACAO     PIC X(01).                             00009800
          05 FILLER              PIC X(10).                             00009900
                                                                        00010000
       FD CLIMASTR                                                      00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-CLIMASTR.                                                  00010400
          05 FD-ID               PIC 9(05).                             00010500
          05 FD-CLIENTE          PIC X(30).                             00010600
          05 FD-TELEFONE         PIC 9(10).                             00010700
          05 FD-GERENTE          PIC X(15).                             00010800
          05 FD-DOCUMENTO        PIC X(14).                             00010900
                                                                        00011000
       FD COMTAXA                                                       00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-COMTAXA.                                                   00011400
          05 FD-CTX-GERENTE      PIC X(15).                             00011500
          05 FD-CTX-CATEGORIA    PIC X(02).                             00011600
          05 FD-CTX-TAXA         PIC 9(02)V99.                          00011700
          05 FILLER              PIC X(09).                             00011800
                                                                        00011900
       FD GERFUNC                                                       00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-GERFUNC.                                                   00012300
          05 FD-GFU-GERENTE      PIC X(15).                             00012400
          05 FD-GFU-ID           PIC 9(04).                             00012500
          05 FILLER              PIC X(11).                             00012600
                                                                        00012700
       FD CLIENTES                                                      00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-CLIENTES.                                                  00013100
          05 FD-CODIGO           PIC X(04).                             00013200
          05 FD-NOME             PIC X(40).                             00013300
          05 FD-BANCO            PIC X(10).                             00013400
          05 FD-CPF-CNPJ         PIC X(14).                             00013500
          05 FD-ENDERECO         PIC X(40).                             00013600
          05 FD-CEP              PIC X(08).                             00013700
          05 FD-SITUACAO         PIC X(01).                             00013800
          05 FD-DATA-INCLUSAO    PIC X(08).                             00013900
          05 FD-DATA-ALTERACAO   PIC X(08).                             00014000
          05 FD-LIMITE-CREDITO   PIC 9(05)V99.                          00014100
          05 FD-EXPOSICAO        PIC 9(07)V99.                          00014200
          05 FD-DEVOLUCOES       PIC 9(03).                             00014300
          05 FILLER              PIC X(08).                             00014400
                                                                        00014500
       FD NFITEM                                                        00014600
           RECORDING MODE IS F                                          00014700
           BLOCK CONTAINS 0 RECORDS.                                    00014800
       01 FD-NFITEM.                                                    00014900
          05 FD-NFI-CHAVE.                                              00015000
             10 FD-NFI-NF        PIC 9(06).                             00015100
             10 FD-NFI-PRODUTO   PIC X(06).                             00015200
          05 FD-NFI-CLIENTE      PIC X(04).                             00015300
          05 FD-NFI-PEDIDO       PIC 9(06).                             00015400
          05 FD-NFI-QTDE         PIC 9(05).                             00015500
          05 FD-NFI-PRECO        PIC 9(07)V99.                          00015600
          05 FD-NFI-VALOR        PIC 9(09)V99.                          00015700
          05 FD-NFI-DATA         PIC X(08).                             00015800
          05 FD-NFI-QTDE-DEV     PIC 9(05).                             00015900
          05 FD-NFI-ALIQ-ICMS    PIC 9(02)V99.                          00016000
          05 FD-NFI-VALOR-ICMS   PIC 9(07)V99.                          00016100
          05 FILLER               PIC X(07).                            00016150
                                                                        00016200
       FD RELCOMIS                                                      00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-RELCOMIS            PIC X(80).                             00016600
                                                                        00016700
       FD COMISPAG                                                      00016800
           RECORDING MODE IS F                                          00016900
           BLOCK CONTAINS 0 RECORDS.                                    00017000
       01 FD-COMISPAG.                                                  00017100
          05 FD-CMP-ID           PIC 9(04).                             00017200
          05 FD-CMP-RUBRICA      PIC X(03).                             00017300
          05 FD-CMP-VALOR        PIC 9(08)V99.                          00017400
          05 FILLER              PIC X(03).                             00017500
                                                                        00017600
       SD CLASSIF.                                                      00017700
       01 SD-COMISSAO.                                                  00017800
          05 SD-GERENTE          PIC X(15).                             00017900
          05 SD-NF               PIC 9(06).                             00018000
          05 SD-CATEGORIA        PIC X(02).                             00018100
          05 SD-CLIENTE          PIC X(04).                             00018200
          05 SD-DATA             PIC X(08).                             00018300
          05 SD-BASE             PIC 9(09)V99.                          00018400
          05 SD-TAXA             PIC 9(02)V99.                          00018500
          05 SD-VALOR            PIC 9(07)V99.                          00018600
                                                                        00018700
      *-------------------------------------------------------*         00018800
       WORKING-STORAGE                            SECTION.              00018900
      *-------------------------------------------------------*         00019000
                                                                        00019100
      *-------------------------------------------------------*         00019200
        01 FILLER                          PIC X(050)   VALUE           00019300
                '*******AREA DE SQL ******'.                            00019400
      *-------------------------------------------------------*         00019500
                                                                        00019600
           EXEC SQL                                                     00019700
                INCLUDE SQLCA                                           00019800
           END-EXEC.                                                    00019900
                                                                        00020000
      *-------------------------------------------------------*         00020100
        01 FILLER                          PIC X(050)   VALUE           00020200
                '*******AREA DE AUXILIARES********'.                    00020300
      *-------------------------------------------------------*         00020400
                                                                        00020500
       77 WRK-SQLCODE       PIC -999.                                   00020600
                                                                        00020700
       77 WRK-FS-TITBAIXA   PIC X(02) VALUE ZEROS.                      00020900
       77 WRK-FS-CLIMASTR   PIC X(02) VALUE ZEROS.                      00021000
       77 WRK-FS-COMTAXA    PIC X(02) VALUE ZEROS.                      00021100
       77 WRK-FS-GERFUNC    PIC X(02) VALUE ZEROS.                      00021200
       77 WRK-FS-CLIENTES   PIC X(02) VALUE ZEROS.                      00021300
       77 WRK-FS-NFITEM     PIC X(02) VALUE ZEROS.                      00021400
       77 WRK-FS-RELCOMIS   PIC X(02) VALUE ZEROS.                      00021500
       77 WRK-FS-COMISPAG   PIC X(02) VALUE ZEROS.                      00021600
       77 WRK-MSG           PIC X(50) VALUE SPACES.                     00021700
                                                                        00021800
       77 DB2-ID            PIC S9(04) COMP VALUE ZEROS.                00021900
       01 DB2-SALARIO       PIC S9(08)V99 COMP-3 VALUE ZEROS.           00022000
                                                                        00022100
       77 WRK-COMPETENCIA   PIC X(06) VALUE SPACES.                     00022200
       77 WRK-RUBRICA       PIC X(03) VALUE '050'.                      00022300
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00022308
       01 WRK-PSV-AREA.                                                 00022316
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00022324
          05 WRK-PSV-NOME       PIC X(12).                              00022332
          05 WRK-PSV-VALOR      PIC X(30).                              00022340
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00022348
          05 WRK-PSV-NUMERICO   PIC X(01).                              00022356
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00022364
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00022372
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00022380
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00022388
                                                                        00022400
       01 WRK-TAB-CARTEIRA.                                             00022500
          05 WRK-TAB-CAR-ITEM OCCURS 2000 TIMES.                        00022600
             10 WRK-TAB-CAR-DOCUMENTO PIC X(14).                        00022700
             10 WRK-TAB-CAR-GERENTE   PIC X(15).                        00022800
       77 WRK-QTDE-CARTEIRA PIC 9(04) VALUE ZEROS.                      00022900
       77 WRK-IDX-CAR       PIC 9(04) VALUE ZEROS.                      00023000
                                                                        00023100
       01 WRK-TAB-TAXAS.                                                00023200
          05 WRK-TAB-TAX-ITEM OCCURS 200 TIMES.                         00023300
             10 WRK-TAB-TAX-GERENTE   PIC X(15).                        00023400
             10 WRK-TAB-TAX-CATEGORIA PIC X(02).                        00023500
             10 WRK-TAB-TAX-TAXA      PIC 9(02)V99.                     00023600
       77 WRK-QTDE-TAXAS    PIC 9(03) VALUE ZEROS.                      00023700
       77 WRK-IDX-TAX       PIC 9(03) VALUE ZEROS.                      00023800
                                                                        00023900
       01 WRK-TAB-GERFUNC.                                              00024000
          05 WRK-TAB-GFU-ITEM OCCURS 100 TIMES.                         00024100
             10 WRK-TAB-GFU-GERENTE   PIC X(15).                        00024200
             10 WRK-TAB-GFU-ID        PIC 9(04).                        00024300
       77 WRK-QTDE-GERFUNC  PIC 9(03) VALUE ZEROS.                      00024400
       77 WRK-IDX-GFU       PIC 9(03) VALUE ZEROS.                      00024500
                                                                        00024600
       01 WRK-TAB-CATEGORIAS.                                           00024700
          05 WRK-TAB-CTG-ITEM OCCURS 20 TIMES.                          00024800
             10 WRK-TAB-CTG-CODIGO    PIC X(02).                        00024900
             10 WRK-TAB-CTG-VALOR     PIC 9(11)V99.                     00025000
       77 WRK-QTDE-CATEGORIAS PIC 9(02) VALUE ZEROS.                    00025100
       77 WRK-IDX-CTG       PIC 9(02) VALUE ZEROS.                      00025200
                                                                        00025300
       77 WRK-GERENTE       PIC X(15) VALUE SPACES.                     00025400
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.                        00025500
          88 WRK-FOI-ACHADO          VALUE 'S'.                         00025600
          88 WRK-NAO-ACHADO          VALUE 'N'.                         00025700
       77 WRK-PRIORIDADE    PIC 9(01) VALUE ZEROS.                      00025800
       77 WRK-PRIORIDADE-ITEM PIC 9(01) VALUE ZEROS.                    00025900
       01 WRK-TAXA          PIC 9(02)V99 VALUE ZEROS.                   00026000
       01 WRK-VALOR-ITEM    PIC S9(11)V99 VALUE ZEROS.                  00026100
       01 WRK-TOTAL-NF      PIC 9(11)V99 VALUE ZEROS.                   00026200
       01 WRK-BASE          PIC 9(09)V99 VALUE ZEROS.                   00026300
       01 WRK-BASE-RESTO    PIC 9(09)V99 VALUE ZEROS.                   00026400
       01 WRK-COMISSAO      PIC 9(07)V99 VALUE ZEROS.                   00026500
                                                                        00026600
       77 WRK-FIM-CLASSIF   PIC X(01) VALUE 'N'.                        00026700
          88 WRK-CLASSIF-ACABOU      VALUE 'S'.                         00026800
       77 WRK-GERENTE-ATUAL PIC X(15) VALUE SPACES.                     00026900
       77 WRK-TEM-GERENTE   PIC X(01) VALUE 'N'.                        00027000
          88 WRK-GERENTE-ABERTO      VALUE 'S'.                         00027100
          88 WRK-GERENTE-FECHADO     VALUE 'N'.                         00027200
       01 WRK-RECEBIDO-GERENTE PIC 9(11)V99 VALUE ZEROS.                00027300
       01 WRK-COMISSAO-GERENTE PIC 9(09)V99 VALUE ZEROS.                00027400
       01 WRK-RECEBIDO-GERAL   PIC 9(13)V99 VALUE ZEROS.                00027500
       01 WRK-COMISSAO-GERAL   PIC 9(11)V99 VALUE ZEROS.                00027600
       01 WRK-LANCADO-FOLHA    PIC 9(11)V99 VALUE ZEROS.                00027700
       01 WRK-SEM-GERENTE-VLR  PIC 9(13)V99 VALUE ZEROS.                00027800
                                                                        00027900
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00028000
       77 WRK-REG-MES       PIC 9(07) VALUE ZEROS.                      00028100
       77 WRK-REG-SEM-GERENTE PIC 9(07) VALUE ZEROS.                    00028200
       77 WRK-REG-SEM-TAXA  PIC 9(07) VALUE ZEROS.                      00028300
       77 WRK-REG-SEM-ITEM  PIC 9(07) VALUE ZEROS.                      00028400
       77 WRK-REG-GERENTES  PIC 9(05) VALUE ZEROS.                      00028500
       77 WRK-REG-PROVENTOS PIC 9(05) VALUE ZEROS.                      00028600
       77 WRK-REG-SEM-FOLHA PIC 9(05) VALUE ZEROS.                      00028700
       77 WRK-CAR-EXCEDENTES PIC 9(07) VALUE ZEROS.                     00028800
                                                                        00028900
       01 WRK-LIN-CAB.                                                  00029000
          05 FILLER           PIC X(30) VALUE                           00029100
                'EXTRATO DE COMISSAO - GERENTE '.                       00029200
          05 WRK-LCB-GERENTE  PIC X(15).                                00029300
          05 FILLER           PIC X(15) VALUE '  COMPETENCIA '.         00029400
          05 WRK-LCB-COMPETENCIA PIC X(06).                             00029500
          05 FILLER           PIC X(14) VALUE SPACES.                   00029600
                                                                        00029700
       01 WRK-LIN-COLUNAS.                                              00029800
          05 FILLER           PIC X(40) VALUE                           00029900
                'NF      CLIE   DATA      CT VALOR RECEBI'.             00030000
          05 FILLER           PIC X(40) VALUE                           00030100
                'DO   TAXA     COMISSAO                  '.             00030200
                                                                        00030300
       01 WRK-LIN-DETALHE.                                              00030400
          05 WRK-LDT-NF       PIC 999999.                               00030500
          05 FILLER           PIC X(02) VALUE SPACES.                   00030600
          05 WRK-LDT-CLIENTE  PIC X(04).                                00030700
          05 FILLER           PIC X(03) VALUE SPACES.                   00030800
          05 WRK-LDT-DATA     PIC X(08).                                00030900
          05 FILLER           PIC X(02) VALUE SPACES.                   00031000
          05 WRK-LDT-CATEGORIA PIC X(02).                               00031100
          05 FILLER           PIC X(01) VALUE SPACES.                   00031200
          05 WRK-LDT-BASE     PIC ZZZ.ZZZ.ZZ9,99.                       00031300
          05 FILLER           PIC X(02) VALUE SPACES.                   00031400
          05 WRK-LDT-TAXA     PIC Z9,99.                                00031500
          05 FILLER           PIC X(01) VALUE SPACES.                   00031600
          05 WRK-LDT-VALOR    PIC Z.ZZZ.ZZ9,99.                         00031700
          05 FILLER           PIC X(18) VALUE SPACES.                   00031800
                                                                        00031900
       01 WRK-LIN-TOTAL.                                                00032000
          05 FILLER           PIC X(28) VALUE                           00032100
                'TOTAL DO GERENTE            '.                         00032200
          05 WRK-LTT-BASE     PIC ZZZ.ZZZ.ZZ9,99.                       00032300
          05 FILLER           PIC X(08) VALUE SPACES.                   00032400
          05 WRK-LTT-VALOR    PIC Z.ZZZ.ZZ9,99.                         00032500
          05 FILLER           PIC X(18) VALUE SPACES.                   00032600
                                                                        00032700
       01 WRK-LIN-FOLHA.                                                00032800
          05 WRK-LFL-TEXTO    PIC X(40).                                00032900
          05 WRK-LFL-ID       PIC X(04).                                00033000
          05 FILLER           PIC X(36) VALUE SPACES.                   00033100
                                                                        00033200
       01 WRK-LIN-TRACO.                                                00033300
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00033400
                                                                        00033500
      *-------------------------------------------------------*         00033600
                                                                        00033700
      *=======================================================*         00033800
       PROCEDURE                                  DIVISION.             00033900
      *=======================================================*         00034000
                                                                        00034100
      *-------------------------------------------------------*         00034200
       0000-PRINCIPAL                              SECTION.             00034300
      *-------------------------------------------------------*         00034400
                                                                        00034500
            PERFORM 1000-INICIAR.                                       00034600
                                                                        00034700
            SORT CLASSIF                                                00034800
                 ON ASCENDING KEY SD-GERENTE                            00034900
                                  SD-NF                                 00035000
                                  SD-CATEGORIA                          00035100
                 INPUT PROCEDURE IS 2000-SELECIONAR-BAIXAS              00035200
                 OUTPUT PROCEDURE IS 3000-EMITIR-EXTRATOS.              00035300
                                                                        00035400
            PERFORM 8000-FINALIZAR.                                     00035500
                                                                        00035600
      *-------------------------------------------------------*         00035700
       0000-999-FIM.                               EXIT.                00035800
      *-------------------------------------------------------*         00035900
                                                                        00036000
      *-------------------------------------------------------*         00036100
       1000-INICIAR                               SECTION.              00036200
      *-------------------------------------------------------*         00036300
                                                                        00036400
             MOVE 'FR03DB43'     TO WRK-PSV-PROGRAMA.                   00036466
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00036532
             PERFORM 1010-CHAMAR-PARMSERV.                              00036598
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00036664
                MOVE ' PARMSERV SEM COMPETENCIA ' TO WRK-MSG            00036730
                PERFORM 9000-TRATAR-ERROS                               00036800
             END-IF.                                                    00036900
             MOVE WRK-PSV-VALOR TO WRK-COMPETENCIA.                     00036971
             MOVE 'RUBRICA'      TO WRK-PSV-NOME.                       00037042
             PERFORM 1010-CHAMAR-PARMSERV.                              00037113
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00037184
                WRK-PSV-VALOR NOT EQUAL SPACES                          00037255
                MOVE WRK-PSV-VALOR(1:3) TO WRK-RUBRICA                  00037326
             END-IF.                                                    00037400
                                                                        00038000
             PERFORM 1100-CARREGAR-CARTEIRA.                            00038100
             PERFORM 1200-CARREGAR-TAXAS.                               00038200
             PERFORM 1300-CARREGAR-GERFUNC.                             00038300
                                                                        00038400
             OPEN INPUT CLIENTES.                                       00038500
             IF WRK-FS-CLIENTES NOT EQUAL '00'                          00038600
                MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                  00038700
                PERFORM 9000-TRATAR-ERROS                               00038800
             END-IF.                                                    00038900
                                                                        00039000
             OPEN INPUT NFITEM.                                         00039100
             IF WRK-FS-NFITEM NOT EQUAL '00'                            00039200
                MOVE ' ERRO OPEN NFITEM ' TO WRK-MSG                    00039300
                PERFORM 9000-TRATAR-ERROS                               00039400
             END-IF.                                                    00039500
                                                                        00039600
             OPEN OUTPUT RELCOMIS.                                      00039700
             IF WRK-FS-RELCOMIS NOT EQUAL '00'                          00039800
                MOVE ' ERRO OPEN RELCOMIS ' TO WRK-MSG                  00039900
                PERFORM 9000-TRATAR-ERROS                               00040000
             END-IF.                                                    00040100
                                                                        00040200
             OPEN OUTPUT COMISPAG.                                      00040300
             IF WRK-FS-COMISPAG NOT EQUAL '00'                          00040400
                MOVE ' ERRO OPEN COMISPAG ' TO WRK-MSG                  00040500
                PERFORM 9000-TRATAR-ERROS                               00040600
             END-IF.                                                    00040700
                                                                        00040800
             DISPLAY '===================================='.            00040900
             DISPLAY ' COMISSAO DOS GERENTES DA COMPETENCIA '           00041000
                      WRK-COMPETENCIA.                                  00041100
             DISPLAY ' RUBRICA DA FOLHA: ' WRK-RUBRICA.                 00041200
             DISPLAY '===================================='.            00041300
                                                                        00041400
      *-------------------------------------------------------*         00041500
       1000-999-FIM.                              EXIT.                 00041600
      *-------------------------------------------------------*         00041606
                                                                        00041612
      *-------------------------------------------------------*         00041618
       1010-CHAMAR-PARMSERV                       SECTION.              00041624
      *-------------------------------------------------------*         00041630
                                                                        00041636
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00041642
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00041648
                 ON EXCEPTION                                           00041654
                    MOVE '02' TO WRK-PSV-RETORNO                        00041660
             END-CALL.                                                  00041666
                                                                        00041672
      *-------------------------------------------------------*         00041678
       1010-999-FIM.                              EXIT.                 00041684
      *-------------------------------------------------------*         00041700
                                                                        00041800
      *---------------------------------------------------------------  00041900
      *    1100-CARREGAR-CARTEIRA                                       00042000
      *    DOCUMENTO E GERENTE DE CADA CLIENTE DO CLIMASTR; O           00042100
      *    CLIENTE DO TITULO CHEGA AQUI PELO CPF/CNPJ DO CLIENTES.      00042200
      *---------------------------------------------------------------  00042300
       1100-CARREGAR-CARTEIRA             SECTION.                      00042400
                                                                        00042500
             OPEN INPUT CLIMASTR.                                       00042600
             IF WRK-FS-CLIMASTR NOT EQUAL '00'                          00042700
                MOVE ' ERRO OPEN CLIMASTR ' TO WRK-MSG                  00042800
                PERFORM 9000-TRATAR-ERROS                               00042900
             END-IF.                                                    00043000
             READ CLIMASTR.                                             00043100
             PERFORM 1110-GUARDAR-CARTEIRA                              00043200
                UNTIL WRK-FS-CLIMASTR NOT EQUAL '00'.                   00043300
             CLOSE CLIMASTR.                                            00043400
             IF WRK-CAR-EXCEDENTES GREATER THAN ZEROS                   00043500
                DISPLAY ' CLIMASTR ESTOUROU A TABELA, CLIENTES '        00043600
                        'IGNORADOS: ' WRK-CAR-EXCEDENTES                00043700
             END-IF.                                                    00043800
                                                                        00043900
      *-------------------------------------------------------*         00044000
       1100-999-FIM.                              EXIT.                 00044100
      *-------------------------------------------------------*         00044200
                                                                        00044300
      *-------------------------------------------------------*         00044400
       1110-GUARDAR-CARTEIRA                      SECTION.              00044500
      *-------------------------------------------------------*         00044600
                                                                        00044700
             IF FD-DOCUMENTO NOT EQUAL SPACES AND                       00044800
                FD-GERENTE NOT EQUAL SPACES                             00044900
                IF WRK-QTDE-CARTEIRA LESS THAN 2000                     00045000
                   ADD 1 TO WRK-QTDE-CARTEIRA                           00045100
                   MOVE FD-DOCUMENTO TO                                 00045200
                        WRK-TAB-CAR-DOCUMENTO(WRK-QTDE-CARTEIRA)        00045300
                   MOVE FD-GERENTE TO                                   00045400
                        WRK-TAB-CAR-GERENTE(WRK-QTDE-CARTEIRA)          00045500
                ELSE                                                    00045600
                   ADD 1 TO WRK-CAR-EXCEDENTES                          00045700
                END-IF                                                  00045800
             END-IF.                                                    00045900
             READ CLIMASTR.                                             00046000
                                                                        00046100
      *-------------------------------------------------------*         00046200
       1110-999-FIM.                              EXIT.                 00046300
      *-------------------------------------------------------*         00046400
                                                                        00046500
      *-------------------------------------------------------*         00046600
       1200-CARREGAR-TAXAS                        SECTION.              00046700
      *-------------------------------------------------------*         00046800
                                                                        00046900
             OPEN INPUT COMTAXA.                                        00047000
             IF WRK-FS-COMTAXA NOT EQUAL '00'                           00047100
                MOVE ' ERRO OPEN COMTAXA ' TO WRK-MSG                   00047200
                PERFORM 9000-TRATAR-ERROS                               00047300
             END-IF.                                                    00047400
             READ COMTAXA.                                              00047500
             PERFORM 1210-GUARDAR-TAXA                                  00047600
                UNTIL WRK-FS-COMTAXA NOT EQUAL '00'.                    00047700
             CLOSE COMTAXA.                                             00047800
             IF WRK-QTDE-TAXAS EQUAL ZEROS                              00047900
                MOVE ' TABELA DE TAXAS VAZIA ' TO WRK-MSG               00048000
                PERFORM 9000-TRATAR-ERROS                               00048100
             END-IF.                                                    00048200
                                                                        00048300
      *-------------------------------------------------------*         00048400
       1200-999-FIM.                              EXIT.                 00048500
      *-------------------------------------------------------*         00048600
                                                                        00048700
      *-------------------------------------------------------*         00048800
       1210-GUARDAR-TAXA                          SECTION.              00048900
      *-------------------------------------------------------*         00049000
                                                                        00049100
             IF WRK-QTDE-TAXAS LESS THAN 200                            00049200
                ADD 1 TO WRK-QTDE-TAXAS                                 00049300
                MOVE FD-CTX-GERENTE TO                                  00049400
                     WRK-TAB-TAX-GERENTE(WRK-QTDE-TAXAS)                00049500
                MOVE FD-CTX-CATEGORIA TO                                00049600
                     WRK-TAB-TAX-CATEGORIA(WRK-QTDE-TAXAS)              00049700
                MOVE FD-CTX-TAXA TO                                     00049800
                     WRK-TAB-TAX-TAXA(WRK-QTDE-TAXAS)                   00049900
             END-IF.                                                    00050000
             READ COMTAXA.                                              00050100
                                                                        00050200
      *-------------------------------------------------------*         00050300
       1210-999-FIM.                              EXIT.                 00050400
      *-------------------------------------------------------*         00050500
                                                                        00050600
      *---------------------------------------------------------------  00050700
      *    1300-CARREGAR-GERFUNC                                        00050800
      *    MATRICULA DOS GERENTES QUE RECEBEM PELA FOLHA; SEM O         00050900
      *    ARQUIVO SAI SO O EXTRATO, SEM PROVENTO.                      00051000
      *---------------------------------------------------------------  00051100
       1300-CARREGAR-GERFUNC              SECTION.                      00051200
                                                                        00051300
             OPEN INPUT GERFUNC.                                        00051400
             IF WRK-FS-GERFUNC EQUAL '35'                               00051500
                DISPLAY ' GERFUNC AUSENTE, COMISSAO SEM PROVENTO '      00051600
             ELSE                                                       00051700
                IF WRK-FS-GERFUNC NOT EQUAL '00'                        00051800
                   MOVE ' ERRO OPEN GERFUNC ' TO WRK-MSG                00051900
                   PERFORM 9000-TRATAR-ERROS                            00052000
                END-IF                                                  00052100
                READ GERFUNC                                            00052200
                PERFORM 1310-GUARDAR-GERFUNC                            00052300
                   UNTIL WRK-FS-GERFUNC NOT EQUAL '00'                  00052400
                CLOSE GERFUNC                                           00052500
             END-IF.                                                    00052600
                                                                        00052700
      *-------------------------------------------------------*         00052800
       1300-999-FIM.                              EXIT.                 00052900
      *-------------------------------------------------------*         00053000
                                                                        00053100
      *-------------------------------------------------------*         00053200
       1310-GUARDAR-GERFUNC                       SECTION.              00053300
      *-------------------------------------------------------*         00053400
                                                                        00053500
             IF WRK-QTDE-GERFUNC LESS THAN 100                          00053600
                ADD 1 TO WRK-QTDE-GERFUNC                               00053700
                MOVE FD-GFU-GERENTE TO                                  00053800
                     WRK-TAB-GFU-GERENTE(WRK-QTDE-GERFUNC)              00053900
                MOVE FD-GFU-ID TO                                       00054000
                     WRK-TAB-GFU-ID(WRK-QTDE-GERFUNC)                   00054100
             END-IF.                                                    00054200
             READ GERFUNC.                                              00054300
                                                                        00054400
      *-------------------------------------------------------*         00054500
       1310-999-FIM.                              EXIT.                 00054600
      *-------------------------------------------------------*         00054700
                                                                        00054800
      *---------------------------------------------------------------  00054900
      *    2000-SELECIONAR-BAIXAS                                       00055000
      *    INPUT PROCEDURE: CADA BAIXA DA COMPETENCIA VIRA UMA          00055100
      *    LINHA POR CATEGORIA DA NOTA, JA COM TAXA E COMISSAO.         00055200
      *---------------------------------------------------------------  00055300
       2000-SELECIONAR-BAIXAS             SECTION.                      00055400
                                                                        00055500
             OPEN INPUT TITBAIXA.                                       00055600
             IF WRK-FS-TITBAIXA NOT EQUAL '00'                          00055700
                MOVE ' ERRO OPEN TITBAIXA ' TO WRK-MSG                  00055800
                PERFORM 9000-TRATAR-ERROS                               00055900
             END-IF.                                                    00056000
             READ TITBAIXA.                                             00056100
             PERFORM 2100-TRATAR-BAIXA                                  00056200
                UNTIL WRK-FS-TITBAIXA NOT EQUAL '00'.                   00056300
             CLOSE TITBAIXA.                                            00056400
                                                                        00056500
      *-------------------------------------------------------*         00056600
       2000-999-FIM.                              EXIT.                 00056700
      *-------------------------------------------------------*         00056800
                                                                        00056900
      *-------------------------------------------------------*         00057000
       2100-TRATAR-BAIXA                          SECTION.              00057100
      *-------------------------------------------------------*         00057200
                                                                        00057300
             ADD 1 TO WRK-REG-LIDOS.                                    00057400
             IF FD-TBX-DATA(1:6) EQUAL WRK-COMPETENCIA                  00057500
                ADD 1 TO WRK-REG-MES                                    00057600
                PERFORM 2200-ACHAR-GERENTE                              00057700
                IF WRK-FOI-ACHADO                                       00057800
                   PERFORM 2300-REPARTIR-NOTA                           00057900
                ELSE                                                    00058000
                   ADD 1 TO WRK-REG-SEM-GERENTE                         00058100
                   ADD FD-TBX-VALOR TO WRK-SEM-GERENTE-VLR              00058200
                   DISPLAY ' BAIXA SEM GERENTE: NF ' FD-TBX-NF          00058300
                           ' CLIENTE ' FD-TBX-CLIENTE                   00058400
                END-IF                                                  00058500
             END-IF.                                                    00058600
             READ TITBAIXA.                                             00058700
                                                                        00058800
      *-------------------------------------------------------*         00058900
       2100-999-FIM.                              EXIT.                 00059000
      *-------------------------------------------------------*         00059100
                                                                        00059200
      *-------------------------------------------------------*         00059300
       2200-ACHAR-GERENTE                         SECTION.              00059400
      *-------------------------------------------------------*         00059500
                                                                        00059600
             SET WRK-NAO-ACHADO TO TRUE.                                00059700
             MOVE FD-TBX-CLIENTE TO FD-CODIGO.                          00059800
             READ CLIENTES.                                             00059900
             IF WRK-FS-CLIENTES EQUAL '00' AND                          00060000
                FD-CPF-CNPJ NOT EQUAL SPACES                            00060100
                MOVE 1 TO WRK-IDX-CAR                                   00060200
                PERFORM 2210-PROCURAR-CARTEIRA                          00060300
                   UNTIL WRK-IDX-CAR GREATER THAN WRK-QTDE-CARTEIRA     00060400
                      OR WRK-FOI-ACHADO                                 00060500
             END-IF.                                                    00060600
                                                                        00060700
      *-------------------------------------------------------*         00060800
       2200-999-FIM.                              EXIT.                 00060900
      *-------------------------------------------------------*         00061000
                                                                        00061100
      *-------------------------------------------------------*         00061200
       2210-PROCURAR-CARTEIRA                     SECTION.              00061300
      *-------------------------------------------------------*         00061400
                                                                        00061500
             IF WRK-TAB-CAR-DOCUMENTO(WRK-IDX-CAR) EQUAL FD-CPF-CNPJ    00061600
                SET WRK-FOI-ACHADO TO TRUE                              00061700
                MOVE WRK-TAB-CAR-GERENTE(WRK-IDX-CAR) TO WRK-GERENTE    00061800
             ELSE                                                       00061900
                ADD 1 TO WRK-IDX-CAR                                    00062000
             END-IF.                                                    00062100
                                                                        00062200
      *-------------------------------------------------------*         00062300
       2210-999-FIM.                              EXIT.                 00062400
      *-------------------------------------------------------*         00062500
                                                                        00062600
      *---------------------------------------------------------------  00062700
      *    2300-REPARTIR-NOTA                                           00062800
      *    O RECEBIDO E REPARTIDO NA PROPORCAO DO VALOR LIQUIDO DE      00062900
      *    DEVOLUCAO DE CADA CATEGORIA NA NOTA; A ULTIMA CATEGORIA      00063000
      *    LEVA A SOBRA DO ARREDONDAMENTO. NOTA SEM ITEM NO NFITEM      00063100
      *    FICA INTEIRA SEM CATEGORIA (SO TAXA DO GERENTE OU GERAL).    00063200
      *---------------------------------------------------------------  00063300
       2300-REPARTIR-NOTA                 SECTION.                      00063400
                                                                        00063500
             MOVE ZEROS TO WRK-QTDE-CATEGORIAS.                         00063600
             MOVE ZEROS TO WRK-TOTAL-NF.                                00063700
             MOVE FD-TBX-NF  TO FD-NFI-NF.                              00063800
             MOVE LOW-VALUES TO FD-NFI-PRODUTO.                         00063900
             START NFITEM KEY NOT LESS THAN FD-NFI-CHAVE.               00064000
             IF WRK-FS-NFITEM EQUAL '00'                                00064100
                READ NFITEM NEXT                                        00064200
                PERFORM 2310-SOMAR-ITEM                                 00064300
                   UNTIL WRK-FS-NFITEM NOT EQUAL '00'                   00064400
                      OR FD-NFI-NF NOT EQUAL FD-TBX-NF                  00064500
             END-IF.                                                    00064600
                                                                        00064700
             IF WRK-TOTAL-NF EQUAL ZEROS                                00064800
                ADD 1 TO WRK-REG-SEM-ITEM                               00064900
                MOVE 1      TO WRK-QTDE-CATEGORIAS                      00065000
                MOVE SPACES TO WRK-TAB-CTG-CODIGO(1)                    00065100
                MOVE 1      TO WRK-TAB-CTG-VALOR(1)                     00065200
                MOVE 1      TO WRK-TOTAL-NF                             00065300
             END-IF.                                                    00065400
                                                                        00065500
             MOVE FD-TBX-VALOR TO WRK-BASE-RESTO.                       00065600
             MOVE 1 TO WRK-IDX-CTG.                                     00065700
             PERFORM 2320-LIBERAR-CATEGORIA                             00065800
                UNTIL WRK-IDX-CTG GREATER THAN WRK-QTDE-CATEGORIAS.     00065900
                                                                        00066000
      *-------------------------------------------------------*         00066100
       2300-999-FIM.                              EXIT.                 00066200
      *-------------------------------------------------------*         00066300
                                                                        00066400
      *-------------------------------------------------------*         00066500
       2310-SOMAR-ITEM                            SECTION.              00066600
      *-------------------------------------------------------*         00066700
                                                                        00066800
             COMPUTE WRK-VALOR-ITEM = FD-NFI-VALOR -                    00066900
                     FD-NFI-QTDE-DEV * FD-NFI-PRECO                     00067000
             END-COMPUTE.                                               00067100
             IF WRK-VALOR-ITEM GREATER THAN ZEROS                       00067200
                SET WRK-NAO-ACHADO TO TRUE                              00067300
                MOVE 1 TO WRK-IDX-CTG                                   00067400
                PERFORM 2311-PROCURAR-CATEGORIA                         00067500
                   UNTIL WRK-IDX-CTG GREATER THAN WRK-QTDE-CATEGORIAS   00067600
                      OR WRK-FOI-ACHADO                                 00067700
                IF WRK-NAO-ACHADO                                       00067800
                   IF WRK-QTDE-CATEGORIAS LESS THAN 20                  00067900
                      ADD 1 TO WRK-QTDE-CATEGORIAS                      00068000
                      MOVE WRK-QTDE-CATEGORIAS TO WRK-IDX-CTG           00068100
                   ELSE                                                 00068200
                      MOVE 20 TO WRK-IDX-CTG                            00068300
                   END-IF                                               00068400
                   MOVE FD-NFI-PRODUTO(1:2) TO                          00068500
                        WRK-TAB-CTG-CODIGO(WRK-IDX-CTG)                 00068600
                   MOVE ZEROS TO WRK-TAB-CTG-VALOR(WRK-IDX-CTG)         00068700
                END-IF                                                  00068800
                ADD WRK-VALOR-ITEM TO WRK-TAB-CTG-VALOR(WRK-IDX-CTG)    00068900
                ADD WRK-VALOR-ITEM TO WRK-TOTAL-NF                      00069000
             END-IF.                                                    00069100
             READ NFITEM NEXT.                                          00069200
                                                                        00069300
      *-------------------------------------------------------*         00069400
       2310-999-FIM.                              EXIT.                 00069500
      *-------------------------------------------------------*         00069600
                                                                        00069700
      *-------------------------------------------------------*         00069800
       2311-PROCURAR-CATEGORIA                    SECTION.              00069900
      *-------------------------------------------------------*         00070000
                                                                        00070100
             IF WRK-TAB-CTG-CODIGO(WRK-IDX-CTG) EQUAL                   00070200
                FD-NFI-PRODUTO(1:2)                                     00070300
                SET WRK-FOI-ACHADO TO TRUE                              00070400
             ELSE                                                       00070500
                ADD 1 TO WRK-IDX-CTG                                    00070600
             END-IF.                                                    00070700
                                                                        00070800
      *-------------------------------------------------------*         00070900
       2311-999-FIM.                              EXIT.                 00071000
      *-------------------------------------------------------*         00071100
                                                                        00071200
      *-------------------------------------------------------*         00071300
       2320-LIBERAR-CATEGORIA                     SECTION.              00071400
      *-------------------------------------------------------*         00071500
                                                                        00071600
             IF WRK-IDX-CTG EQUAL WRK-QTDE-CATEGORIAS                   00071700
                MOVE WRK-BASE-RESTO TO WRK-BASE                         00071800
             ELSE                                                       00071900
                COMPUTE WRK-BASE ROUNDED = FD-TBX-VALOR *               00072000
                        WRK-TAB-CTG-VALOR(WRK-IDX-CTG) / WRK-TOTAL-NF   00072100
                END-COMPUTE                                             00072200
                IF WRK-BASE GREATER THAN WRK-BASE-RESTO                 00072300
                   MOVE WRK-BASE-RESTO TO WRK-BASE                      00072400
                END-IF                                                  00072500
                SUBTRACT WRK-BASE FROM WRK-BASE-RESTO                   00072600
             END-IF.                                                    00072700
                                                                        00072800
             PERFORM 2400-PROCURAR-TAXA.                                00072900
             COMPUTE WRK-COMISSAO ROUNDED = WRK-BASE * WRK-TAXA / 100   00073000
             END-COMPUTE.                                               00073100
                                                                        00073200
             MOVE WRK-GERENTE                     TO SD-GERENTE.        00073300
             MOVE FD-TBX-NF                       TO SD-NF.             00073400
             MOVE WRK-TAB-CTG-CODIGO(WRK-IDX-CTG) TO SD-CATEGORIA.      00073500
             MOVE FD-TBX-CLIENTE                  TO SD-CLIENTE.        00073600
             MOVE FD-TBX-DATA                     TO SD-DATA.           00073700
             MOVE WRK-BASE                        TO SD-BASE.           00073800
             MOVE WRK-TAXA                        TO SD-TAXA.           00073900
             MOVE WRK-COMISSAO                    TO SD-VALOR.          00074000
             RELEASE SD-COMISSAO.                                       00074100
                                                                        00074200
             ADD 1 TO WRK-IDX-CTG.                                      00074300
                                                                        00074400
      *-------------------------------------------------------*         00074500
       2320-999-FIM.                              EXIT.                 00074600
      *-------------------------------------------------------*         00074700
                                                                        00074800
      *---------------------------------------------------------------  00074900
      *    2400-PROCURAR-TAXA                                           00075000
      *    VALE A ENTRADA MAIS ESPECIFICA DA COMTAXA: 4 = GERENTE E     00075100
      *    CATEGORIA, 3 = SO GERENTE, 2 = SO CATEGORIA, 1 = GERAL.      00075200
      *    SEM NENHUMA, A TAXA E ZERO E A BAIXA E CONTADA.              00075300
      *---------------------------------------------------------------  00075400
       2400-PROCURAR-TAXA                 SECTION.                      00075500
                                                                        00075600
             MOVE ZEROS TO WRK-TAXA.                                    00075700
             MOVE ZEROS TO WRK-PRIORIDADE.                              00075800
             MOVE 1 TO WRK-IDX-TAX.                                     00075900
             PERFORM 2410-TESTAR-TAXA                                   00076000
                UNTIL WRK-IDX-TAX GREATER THAN WRK-QTDE-TAXAS           00076100
                   OR WRK-PRIORIDADE EQUAL 4.                           00076200
             IF WRK-PRIORIDADE EQUAL ZEROS                              00076300
                ADD 1 TO WRK-REG-SEM-TAXA                               00076400
             END-IF.                                                    00076500
                                                                        00076600
      *-------------------------------------------------------*         00076700
       2400-999-FIM.                              EXIT.                 00076800
      *-------------------------------------------------------*         00076900
                                                                        00077000
      *-------------------------------------------------------*         00077100
       2410-TESTAR-TAXA                           SECTION.              00077200
      *-------------------------------------------------------*         00077300
                                                                        00077400
             MOVE ZEROS TO WRK-PRIORIDADE-ITEM.                         00077500
             IF WRK-TAB-TAX-GERENTE(WRK-IDX-TAX) EQUAL WRK-GERENTE      00077600
                IF WRK-TAB-TAX-CATEGORIA(WRK-IDX-TAX) EQUAL             00077700
                   WRK-TAB-CTG-CODIGO(WRK-IDX-CTG) AND                  00077800
                   WRK-TAB-CTG-CODIGO(WRK-IDX-CTG) NOT EQUAL SPACES     00077900
                   MOVE 4 TO WRK-PRIORIDADE-ITEM                        00078000
                END-IF                                                  00078100
                IF WRK-TAB-TAX-CATEGORIA(WRK-IDX-TAX) EQUAL SPACES      00078200
                   MOVE 3 TO WRK-PRIORIDADE-ITEM                        00078300
                END-IF                                                  00078400
             END-IF.                                                    00078500
             IF WRK-TAB-TAX-GERENTE(WRK-IDX-TAX) EQUAL SPACES           00078600
                IF WRK-TAB-TAX-CATEGORIA(WRK-IDX-TAX) EQUAL             00078700
                   WRK-TAB-CTG-CODIGO(WRK-IDX-CTG) AND                  00078800
                   WRK-TAB-CTG-CODIGO(WRK-IDX-CTG) NOT EQUAL SPACES     00078900
                   MOVE 2 TO WRK-PRIORIDADE-ITEM                        00079000
                END-IF                                                  00079100
                IF WRK-TAB-TAX-CATEGORIA(WRK-IDX-TAX) EQUAL SPACES      00079200
                   MOVE 1 TO WRK-PRIORIDADE-ITEM                        00079300
                END-IF                                                  00079400
             END-IF.                                                    00079500
             IF WRK-PRIORIDADE-ITEM GREATER THAN WRK-PRIORIDADE         00079600
                MOVE WRK-PRIORIDADE-ITEM TO WRK-PRIORIDADE              00079700
                MOVE WRK-TAB-TAX-TAXA(WRK-IDX-TAX) TO WRK-TAXA          00079800
             END-IF.                                                    00079900
             ADD 1 TO WRK-IDX-TAX.                                      00080000
                                                                        00080100
      *-------------------------------------------------------*         00080200
       2410-999-FIM.                              EXIT.                 00080300
      *-------------------------------------------------------*         00080400
                                                                        00080500
      *---------------------------------------------------------------  00080600
      *    3000-EMITIR-EXTRATOS                                         00080700
      *    OUTPUT PROCEDURE: QUEBRA POR GERENTE, NO MOLDE DA            00080800
      *    CARTEIRA DO FR03CB21.                                        00080900
      *---------------------------------------------------------------  00081000
       3000-EMITIR-EXTRATOS               SECTION.                      00081100
                                                                        00081200
             SET WRK-GERENTE-FECHADO TO TRUE.                           00081300
             PERFORM 3100-LER-CLASSIF.                                  00081400
             PERFORM 3200-TRATAR-LINHA                                  00081500
                UNTIL WRK-CLASSIF-ACABOU.                               00081600
             IF WRK-GERENTE-ABERTO                                      00081700
                PERFORM 3400-FECHAR-GERENTE                             00081800
             END-IF.                                                    00081900
                                                                        00082000
      *-------------------------------------------------------*         00082100
       3000-999-FIM.                              EXIT.                 00082200
      *-------------------------------------------------------*         00082300
                                                                        00082400
      *-------------------------------------------------------*         00082500
       3100-LER-CLASSIF                           SECTION.              00082600
      *-------------------------------------------------------*         00082700
                                                                        00082800
             RETURN CLASSIF                                             00082900
                AT END                                                  00083000
                   SET WRK-CLASSIF-ACABOU TO TRUE                       00083100
             END-RETURN.                                                00083200
                                                                        00083300
      *-------------------------------------------------------*         00083400
       3100-999-FIM.                              EXIT.                 00083500
      *-------------------------------------------------------*         00083600
                                                                        00083700
      *-------------------------------------------------------*         00083800
       3200-TRATAR-LINHA                          SECTION.              00083900
      *-------------------------------------------------------*         00084000
                                                                        00084100
             IF WRK-GERENTE-FECHADO                                     00084200
                MOVE SD-GERENTE TO WRK-GERENTE-ATUAL                    00084300
                PERFORM 3300-ABRIR-GERENTE                              00084400
             ELSE                                                       00084500
                IF SD-GERENTE NOT EQUAL WRK-GERENTE-ATUAL               00084600
                   PERFORM 3400-FECHAR-GERENTE                          00084700
                   MOVE SD-GERENTE TO WRK-GERENTE-ATUAL                 00084800
                   PERFORM 3300-ABRIR-GERENTE                           00084900
                END-IF                                                  00085000
             END-IF.                                                    00085100
                                                                        00085200
             MOVE SD-NF           TO WRK-LDT-NF.                        00085300
             MOVE SD-CLIENTE      TO WRK-LDT-CLIENTE.                   00085400
             MOVE SD-DATA         TO WRK-LDT-DATA.                      00085500
             MOVE SD-CATEGORIA    TO WRK-LDT-CATEGORIA.                 00085600
             MOVE SD-BASE         TO WRK-LDT-BASE.                      00085700
             MOVE SD-TAXA         TO WRK-LDT-TAXA.                      00085800
             MOVE SD-VALOR        TO WRK-LDT-VALOR.                     00085900
             MOVE WRK-LIN-DETALHE TO FD-RELCOMIS.                       00086000
             WRITE FD-RELCOMIS.                                         00086100
                                                                        00086200
             ADD SD-BASE  TO WRK-RECEBIDO-GERENTE.                      00086300
             ADD SD-VALOR TO WRK-COMISSAO-GERENTE.                      00086400
                                                                        00086500
             PERFORM 3100-LER-CLASSIF.                                  00086600
                                                                        00086700
      *-------------------------------------------------------*         00086800
       3200-999-FIM.                              EXIT.                 00086900
      *-------------------------------------------------------*         00087000
                                                                        00087100
      *-------------------------------------------------------*         00087200
       3300-ABRIR-GERENTE                         SECTION.              00087300
      *-------------------------------------------------------*         00087400
                                                                        00087500
             SET WRK-GERENTE-ABERTO TO TRUE.                            00087600
             ADD 1 TO WRK-REG-GERENTES.                                 00087700
             MOVE ZEROS TO WRK-RECEBIDO-GERENTE.                        00087800
             MOVE ZEROS TO WRK-COMISSAO-GERENTE.                        00087900
                                                                        00088000
             MOVE WRK-GERENTE-ATUAL TO WRK-LCB-GERENTE.                 00088100
             MOVE WRK-COMPETENCIA   TO WRK-LCB-COMPETENCIA.             00088200
             MOVE WRK-LIN-CAB       TO FD-RELCOMIS.                     00088300
             WRITE FD-RELCOMIS.                                         00088400
             MOVE WRK-LIN-COLUNAS   TO FD-RELCOMIS.                     00088500
             WRITE FD-RELCOMIS.                                         00088600
             MOVE WRK-LIN-TRACO     TO FD-RELCOMIS.                     00088700
             WRITE FD-RELCOMIS.                                         00088800
                                                                        00088900
      *-------------------------------------------------------*         00089000
       3300-999-FIM.                              EXIT.                 00089100
      *-------------------------------------------------------*         00089200
                                                                        00089300
      *---------------------------------------------------------------  00089400
      *    3400-FECHAR-GERENTE                                          00089500
      *    TOTAL DO EXTRATO E, SE O GERENTE TEM MATRICULA ATIVA NA      00089600
      *    FOUR001.FUNC, A LINHA DE PROVENTO PARA A FOLHA.              00089700
      *---------------------------------------------------------------  00089800
       3400-FECHAR-GERENTE                SECTION.                      00089900
                                                                        00090000
             MOVE WRK-LIN-TRACO        TO FD-RELCOMIS.                  00090100
             WRITE FD-RELCOMIS.                                         00090200
             MOVE WRK-RECEBIDO-GERENTE TO WRK-LTT-BASE.                 00090300
             MOVE WRK-COMISSAO-GERENTE TO WRK-LTT-VALOR.                00090400
             MOVE WRK-LIN-TOTAL        TO FD-RELCOMIS.                  00090500
             WRITE FD-RELCOMIS.                                         00090600
                                                                        00090700
             ADD WRK-RECEBIDO-GERENTE TO WRK-RECEBIDO-GERAL.            00090800
             ADD WRK-COMISSAO-GERENTE TO WRK-COMISSAO-GERAL.            00090900
                                                                        00091000
             MOVE SPACES TO WRK-LIN-FOLHA.                              00091100
             SET WRK-NAO-ACHADO TO TRUE.                                00091200
             MOVE 1 TO WRK-IDX-GFU.                                     00091300
             PERFORM 3410-PROCURAR-GERFUNC                              00091400
                UNTIL WRK-IDX-GFU GREATER THAN WRK-QTDE-GERFUNC         00091500
                   OR WRK-FOI-ACHADO.                                   00091600
                                                                        00091700
             IF WRK-NAO-ACHADO                                          00091800
                ADD 1 TO WRK-REG-SEM-FOLHA                              00091900
                MOVE 'GERENTE SEM MATRICULA - PAGAR FORA FOLHA'         00092000
                     TO WRK-LFL-TEXTO                                   00092100
             ELSE                                                       00092200
                MOVE WRK-TAB-GFU-ID(WRK-IDX-GFU) TO WRK-LFL-ID          00092300
                PERFORM 3420-GERAR-PROVENTO                             00092400
             END-IF.                                                    00092500
             MOVE WRK-LIN-FOLHA TO FD-RELCOMIS.                         00092600
             WRITE FD-RELCOMIS.                                         00092700
             MOVE SPACES TO FD-RELCOMIS.                                00092800
             WRITE FD-RELCOMIS.                                         00092900
                                                                        00093000
      *-------------------------------------------------------*         00093100
       3400-999-FIM.                              EXIT.                 00093200
      *-------------------------------------------------------*         00093300
                                                                        00093400
      *-------------------------------------------------------*         00093500
       3410-PROCURAR-GERFUNC                      SECTION.              00093600
      *-------------------------------------------------------*         00093700
                                                                        00093800
             IF WRK-TAB-GFU-GERENTE(WRK-IDX-GFU) EQUAL                  00093900
                WRK-GERENTE-ATUAL                                       00094000
                SET WRK-FOI-ACHADO TO TRUE                              00094100
             ELSE                                                       00094200
                ADD 1 TO WRK-IDX-GFU                                    00094300
             END-IF.                                                    00094400
                                                                        00094500
      *-------------------------------------------------------*         00094600
       3410-999-FIM.                              EXIT.                 00094700
      *-------------------------------------------------------*         00094800
                                                                        00094900
      *-------------------------------------------------------*         00095000
       3420-GERAR-PROVENTO                        SECTION.              00095100
      *-------------------------------------------------------*         00095200
                                                                        00095300
             MOVE WRK-TAB-GFU-ID(WRK-IDX-GFU) TO DB2-ID.                00095400
             EXEC SQL                                                   00095500
                SELECT SALARIO                                          00095600
                  INTO :DB2-SALARIO                                     00095700
                  FROM FOUR001.FUNC                                     00095800
                 WHERE ID = :DB2-ID                                     00095900
                   AND ( STATUS IS NULL OR STATUS <> 'D' )              00096000
             END-EXEC.                                                  00096100
             IF SQLCODE NOT EQUAL ZEROS                                 00096200
                ADD 1 TO WRK-REG-SEM-FOLHA                              00096300
                MOVE 'MATRICULA SEM FUNCIONARIO ATIVO:        '         00096400
                     TO WRK-LFL-TEXTO                                   00096500
             ELSE                                                       00096600
                IF WRK-COMISSAO-GERENTE GREATER THAN ZEROS              00096700
                   MOVE SPACES                      TO FD-COMISPAG      00096800
                   MOVE WRK-TAB-GFU-ID(WRK-IDX-GFU) TO FD-CMP-ID        00096900
                   MOVE WRK-RUBRICA                 TO FD-CMP-RUBRICA   00097000
                   MOVE WRK-COMISSAO-GERENTE        TO FD-CMP-VALOR     00097100
                   WRITE FD-COMISPAG                                    00097200
                   IF WRK-FS-COMISPAG NOT EQUAL '00'                    00097300
                      MOVE ' ERRO WRITE COMISPAG ' TO WRK-MSG           00097400
                      PERFORM 9000-TRATAR-ERROS                         00097500
                   END-IF                                               00097600
                   ADD 1 TO WRK-REG-PROVENTOS                           00097700
                   ADD WRK-COMISSAO-GERENTE TO WRK-LANCADO-FOLHA        00097800
                END-IF                                                  00097900
                MOVE 'COMISSAO LANCADA NA FOLHA - MATRICULA   '         00098000
                     TO WRK-LFL-TEXTO                                   00098100
             END-IF.                                                    00098200
                                                                        00098300
      *-------------------------------------------------------*         00098400
       3420-999-FIM.                              EXIT.                 00098500
      *-------------------------------------------------------*         00098600
                                                                        00098700
      *-------------------------------------------------------*         00098800
       8000-FINALIZAR                             SECTION.              00098900
      *-------------------------------------------------------*         00099000
                                                                        00099100
              CLOSE CLIENTES.                                           00099200
              CLOSE NFITEM.                                             00099300
              CLOSE RELCOMIS.                                           00099400
              CLOSE COMISPAG.                                           00099500
                                                                        00099600
              DISPLAY '===================================='.           00099700
              DISPLAY ' BAIXAS LIDAS..........: '                       00099800
                       WRK-REG-LIDOS.                                   00099900
              DISPLAY ' BAIXAS DA COMPETENCIA.: '                       00100000
                       WRK-REG-MES.                                     00100100
              DISPLAY ' BAIXAS SEM GERENTE....: '                       00100200
                       WRK-REG-SEM-GERENTE.                             00100300
              DISPLAY ' VALOR SEM GERENTE.....: '                       00100400
                       WRK-SEM-GERENTE-VLR.                             00100500
              DISPLAY ' NOTAS SEM ITEM........: '                       00100600
                       WRK-REG-SEM-ITEM.                                00100700
              DISPLAY ' LINHAS SEM TAXA.......: '                       00100800
                       WRK-REG-SEM-TAXA.                                00100900
              DISPLAY ' GERENTES NO EXTRATO...: '                       00101000
                       WRK-REG-GERENTES.                                00101100
              DISPLAY ' PROVENTOS GRAVADOS....: '                       00101200
                       WRK-REG-PROVENTOS.                               00101300
              DISPLAY ' GERENTES FORA DA FOLHA: '                       00101400
                       WRK-REG-SEM-FOLHA.                               00101500
              DISPLAY ' TOTAL RECEBIDO........: '                       00101600
                       WRK-RECEBIDO-GERAL.                              00101700
              DISPLAY ' TOTAL DE COMISSAO.....: '                       00101800
                       WRK-COMISSAO-GERAL.                              00101900
              DISPLAY ' LANCADO NA FOLHA......: '                       00102000
                       WRK-LANCADO-FOLHA.                               00102100
              DISPLAY '===================================='.           00102200
                 STOP RUN.                                              00102300
                                                                        00102400
      *-------------------------------------------------------*         00102500
       8000-999-FIM.                              EXIT.                 00102600
      *-------------------------------------------------------*         00102700
                                                                        00102800
      *-------------------------------------------------------*         00102900
       9000-TRATAR-ERROS                           SECTION.             00103000
      *-------------------------------------------------------*         00103100
                                                                        00103200
             DISPLAY '-----------------------------'.                   00103300
             DISPLAY WRK-MSG.                                           00103400
             DISPLAY '-----------------------------'.                   00103500
                STOP RUN.                                               00103600
                                                                        00103700
      *-------------------------------------------------------*         00103800
       9000-999-FIM.                              EXIT.                 00103900
      *-------------------------------------------------------*         00104000
