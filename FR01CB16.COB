      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB16.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 01/05/2023                                               00000900
      *  OBJETIVO: SEPARACAO E EXPEDICAO -- LE OS ITENS DE              00001000
      *            PEDIDO ACEITOS DO DIA (PEDACE, SEM OS                00001100
      *            CANCELADOS PELO FR01CB10) E EMITE:                   00001200
      *            - A LISTA DE SEPARACAO (RELSEPAR), POR               00001300
      *              ENDERECO DO PRODUTO NO ARMAZEM (ARQUIVO            00001400
      *              PRODLOC: RUA, MODULO E NIVEL), NA ORDEM            00001500
      *              DE UMA UNICA VOLTA: RUA IMPAR NO SENTIDO           00001600
      *              CRESCENTE DO MODULO, RUA PAR NO SENTIDO            00001700
      *              CONTRARIO. PRODUTO SEM ENDERECO VAI NO             00001800
      *              FIM DA LISTA;                                      00001900
      *            - O ROMANEIO DE EXPEDICAO (RELEXPED), POR            00002000
      *              LOTE DE CEP (3 PRIMEIRAS POSICOES, COMO            00002100
      *              NAS ETIQUETAS DO FR03CB27), COM NOME,              00002200
      *              ENDERECO E CEP DO KSDS CLIENTES;                   00002300
      *            - O ARQUIVO EXPEDIR, UM REGISTRO POR ITEM            00002400
      *              COM A QUANTIDADE EXPEDIDA JA IGUAL A               00002500
      *              PEDIDA. A DOCA CORRIGE O QUE NAO SAIU E            00002600
      *              DEVOLVE O ARQUIVO COMO EXPCONF, QUE O              00002700
      *              FR01CB05 USA PARA SO FATURAR O EXPEDIDO.           00002800
      *=====================================================            00002900
                                                                        00003000
      *====================================================             00003100
       ENVIRONMENT                               DIVISION.              00003200
      *====================================================             00003300
       CONFIGURATION                             SECTION.               00003400
       SPECIAL-NAMES.                                                   00003500
           DECIMAL-POINT  IS COMMA.                                     00003600
                                                                        00003700
       INPUT-OUTPUT                              SECTION.               00003800
       FILE-CONTROL.                                                    00003900
           SELECT PEDACE    ASSIGN TO PEDACE                            00004000
               FILE STATUS  IS WRK-FS-PEDACE.                           00004100
                                                                        00004200
           SELECT PRODLOC   ASSIGN TO PRODLOC                           00004300
               FILE STATUS  IS WRK-FS-PRODLOC.                          00004400
                                                                        00004500
           SELECT PRODMSTR  ASSIGN TO PRODMSTR                          00004600
               ORGANIZATION IS INDEXED                                  00004700
               ACCESS MODE  IS RANDOM                                   00004800
               RECORD KEY   IS FD-PM-CODIGO                             00004900
               FILE STATUS  IS WRK-FS-PRODMSTR.                         00005000
                                                                        00005100
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00005200
               ORGANIZATION IS INDEXED                                  00005300
               ACCESS MODE  IS RANDOM                                   00005400
               RECORD KEY   IS FD-CODIGO                                00005500
               FILE STATUS  IS WRK-FS-CLIENTES.                         00005600
                                                                        00005700
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00005800
                                                                        00005900
           SELECT CLASSEXP  ASSIGN TO SORTWK02.                         00006000
                                                                        00006100
           SELECT RELSEPAR  ASSIGN TO RELSEPAR                          00006200
               FILE STATUS  IS WRK-FS-RELSEPAR.                         00006300
                                                                        00006400
           SELECT RELEXPED  ASSIGN TO RELEXPED                          00006500
               FILE STATUS  IS WRK-FS-RELEXPED.                         00006600
                                                                        00006700
           SELECT EXPEDIR   ASSIGN TO EXPEDIR                           00006800
               FILE STATUS  IS WRK-FS-EXPEDIR.                          00006900
                                                                        00007000
      *====================================================             00007100
       DATA                                      DIVISION.              00007200
      *====================================================             00007300
       FILE                                      SECTION.               00007400
       FD PEDACE                                                        00007500
           RECORDING MODE IS F                                          00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-PEDACE.                                                    00007800
          05 FD-ACE-NUMERO   PIC 9(06).                                 00007900
          05 FD-ACE-CLIENTE  PIC X(04).                                 00008000
          05 FD-ACE-PRODUTO  PIC X(06).                                 00008100
          05 FD-ACE-QTDE     PIC 9(05).                                 00008200
          05 FD-ACE-DATA     PIC X(08).                                 00008300
          05 FD-ACE-SITUACAO PIC X(01).                                 00008400
             88 FD-ACE-CANCELADO     VALUE 'C'.                         00008500
          05 FD-ACE-ITEM     PIC 9(03).                                 00008600
          05 FILLER          PIC X(07).                                 00008700
                                                                        00008800
       FD PRODLOC                                                       00008900
           RECORDING MODE IS F                                          00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
       01 FD-PRODLOC.                                                   00009200
          05 FD-LOC-PRODUTO  PIC X(06).                                 00009300
          05 FD-LOC-RUA      PIC 9(02).                                 00009400
          05 FD-LOC-MODULO   PIC 9(03).                                 00009500
          05 FD-LOC-NIVEL    PIC 9(02).                                 00009600
          05 FILLER          PIC X(07).                                 00009700
                                                                        00009800
       FD PRODMSTR                                                      00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-PRODMSTR.                                                  00010200
          05 FD-PM-CODIGO         PIC X(06).                            00010300
          05 FD-PM-DESCRICAO      PIC X(30).                            00010400
          05 FD-PM-PRECO          PIC 9(07)V99.                         00010500
          05 FD-PM-QTDE           PIC 9(05).                            00010600
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00010700
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00010800
          05 FD-PM-EAN            PIC X(13).                            00010900
                                                                        00011000
       FD CLIENTES                                                      00011100
           RECORDING  MODE IS F                                         00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-CLIENTES.                                                  00011400
          05 FD-CODIGO         PIC X(04).                               00011500
          05 FD-NOME           PIC X(40).                               00011600
          05 FD-BANCO          PIC X(10).                               00011700
          05 FD-CPF-CNPJ       PIC X(14).                               00011800
          05 FD-ENDERECO       PIC X(40).                               00011900
          05 FD-CEP            PIC X(08).                               00012000
          05 FD-SITUACAO       PIC X(01).                               00012100
          05 FD-DATA-INCLUSAO  PIC X(08).                               00012200
          05 FD-DATA-ALTERACAO PIC X(08).                               00012300
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00012400
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00012500
          05 FD-DEVOLUCOES     PIC 9(03).                               00012600
          05 FD-BLOQUEIO       PIC X(01).                               00012700
             88 FD-CREDITO-BLOQUEADO VALUE 'S'.                         00012800
          05 FD-NIVEL-AVISO    PIC 9(01).                               00012900
          05 FD-SALDO-VENCIDO  PIC 9(09)V99 COMP-3.                     00013000
                                                                        00013100
       SD CLASSIF.                                                      00013200
       01 SD-CLASSIF.                                                   00013300
          05 SD-SEP-SEM-END    PIC X(01).                               00013400
          05 SD-SEP-RUA        PIC 9(02).                               00013500
          05 SD-SEP-ORDEM      PIC 9(03).                               00013600
          05 SD-SEP-NIVEL      PIC 9(02).                               00013700
          05 SD-SEP-PRODUTO    PIC X(06).                               00013800
          05 SD-SEP-NUMERO     PIC 9(06).                               00013900
          05 SD-SEP-ITEM       PIC 9(03).                               00014000
          05 SD-SEP-MODULO     PIC 9(03).                               00014100
          05 SD-SEP-CLIENTE    PIC X(04).                               00014200
          05 SD-SEP-QTDE       PIC 9(05).                               00014300
                                                                        00014400
       SD CLASSEXP.                                                     00014500
       01 SD-CLASSEXP.                                                  00014600
          05 SD-EXP-CEP.                                                00014700
             10 SD-EXP-LOTE    PIC X(03).                               00014800
             10 SD-EXP-SUFIXO  PIC X(05).                               00014900
          05 SD-EXP-NUMERO     PIC 9(06).                               00015000
          05 SD-EXP-ITEM       PIC 9(03).                               00015100
          05 SD-EXP-CLIENTE    PIC X(04).                               00015200
          05 SD-EXP-PRODUTO    PIC X(06).                               00015300
          05 SD-EXP-QTDE       PIC 9(05).                               00015400
          05 SD-EXP-NOME       PIC X(40).                               00015500
          05 SD-EXP-ENDERECO   PIC X(40).                               00015600
                                                                        00015700
       FD RELSEPAR                                                      00015800
           RECORDING MODE IS F                                          00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-RELSEPAR           PIC X(80).                              00016100
                                                                        00016200
       FD RELEXPED                                                      00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-RELEXPED           PIC X(80).                              00016600
                                                                        00016700
       FD EXPEDIR                                                       00016800
           RECORDING MODE IS F                                          00016900
           BLOCK CONTAINS 0 RECORDS.                                    00017000
       01 FD-EXPEDIR.                                                   00017100
          05 FD-EXP-NUMERO        PIC 9(06).                            00017200
          05 FD-EXP-ITEM          PIC 9(03).                            00017300
          05 FD-EXP-CLIENTE       PIC X(04).                            00017400
          05 FD-EXP-PRODUTO       PIC X(06).                            00017500
          05 FD-EXP-QTDE-PEDIDA   PIC 9(05).                            00017600
          05 FD-EXP-QTDE-EXPEDIDA PIC 9(05).                            00017700
          05 FD-EXP-LOTE          PIC X(03).                            00017800
          05 FILLER               PIC X(08).                            00017900
                                                                        00018000
       WORKING-STORAGE                           SECTION.               00018100
      *====================================================             00018200
                                                                        00018300
       77 WRK-FS-PEDACE   PIC X(02) VALUE ZEROS.                        00018400
       77 WRK-FS-PRODLOC  PIC X(02) VALUE ZEROS.                        00018500
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00018600
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00018700
       77 WRK-FS-RELSEPAR PIC X(02) VALUE ZEROS.                        00018800
       77 WRK-FS-RELEXPED PIC X(02) VALUE ZEROS.                        00018900
       77 WRK-FS-EXPEDIR  PIC X(02) VALUE ZEROS.                        00019000
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00019100
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00019200
                                                                        00019300
       01 WRK-TAB-LOCAL.                                                00019400
          05 WRK-TAB-LOC-ITEM OCCURS 2000 TIMES.                        00019500
             10 WRK-TAB-LOC-PRODUTO PIC X(06).                          00019600
             10 WRK-TAB-LOC-RUA     PIC 9(02).                          00019700
             10 WRK-TAB-LOC-MODULO  PIC 9(03).                          00019800
             10 WRK-TAB-LOC-NIVEL   PIC 9(02).                          00019900
       77 WRK-QTDE-LOCAIS   PIC 9(04) VALUE ZEROS.                      00020000
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.                      00020100
       77 WRK-LOC-ACHADO    PIC X(01) VALUE 'N'.                        00020200
          88 WRK-LOC-FOI-ACHADO     VALUE 'S'.                          00020300
          88 WRK-LOC-NAO-ACHADO     VALUE 'N'.                          00020400
                                                                        00020500
       77 WRK-METADE-RUA    PIC 9(02) VALUE ZEROS.                      00020600
       77 WRK-RESTO-RUA     PIC 9(01) VALUE ZEROS.                      00020700
                                                                        00020800
       77 WRK-FIM-SORT      PIC X(01) VALUE 'N'.                        00020900
          88 WRK-SORT-ACABOU        VALUE 'S'.                          00021000
          88 WRK-SORT-NAO-ACABOU    VALUE 'N'.                          00021100
                                                                        00021200
       01 WRK-CHAVE-ENDERECO.                                           00021300
          05 WRK-CHE-SEM-END   PIC X(01).                               00021400
          05 WRK-CHE-RUA       PIC 9(02).                               00021500
          05 WRK-CHE-ORDEM     PIC 9(03).                               00021600
          05 WRK-CHE-NIVEL     PIC 9(02).                               00021700
          05 WRK-CHE-PRODUTO   PIC X(06).                               00021800
       01 WRK-CHAVE-ANT        PIC X(14) VALUE HIGH-VALUES.             00021900
       01 WRK-QTDE-SEPARAR     PIC 9(07) VALUE ZEROS.                   00022000
                                                                        00022100
       77 WRK-CLIENTE-ANT   PIC X(04) VALUE HIGH-VALUES.                00022200
       77 WRK-CLI-NOME      PIC X(40) VALUE SPACES.                     00022300
       77 WRK-CLI-ENDERECO  PIC X(40) VALUE SPACES.                     00022400
       77 WRK-CLI-CEP       PIC X(08) VALUE SPACES.                     00022500
       77 WRK-LOTE-ANT      PIC X(03) VALUE HIGH-VALUES.                00022600
       77 WRK-PEDIDO-ANT    PIC 9(06) VALUE ZEROS.                      00022700
       77 WRK-LOTE-PEDIDOS  PIC 9(05) VALUE ZEROS.                      00022800
       77 WRK-LOTE-ITENS    PIC 9(05) VALUE ZEROS.                      00022900
       01 WRK-LOTE-QTDE     PIC 9(07) VALUE ZEROS.                      00023000
                                                                        00023100
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00023200
       77 WRK-REG-CANCELADOS PIC 9(07) VALUE ZEROS.                     00023300
       77 WRK-REG-SEPARAR    PIC 9(07) VALUE ZEROS.                     00023400
       77 WRK-REG-ENDERECOS  PIC 9(07) VALUE ZEROS.                     00023500
       77 WRK-REG-SEM-END    PIC 9(07) VALUE ZEROS.                     00023600
       77 WRK-REG-SEM-CLI    PIC 9(07) VALUE ZEROS.                     00023700
       77 WRK-REG-LOTES      PIC 9(07) VALUE ZEROS.                     00023800
       77 WRK-REG-PEDIDOS    PIC 9(07) VALUE ZEROS.                     00023900
       77 WRK-REG-EXPEDIR    PIC 9(07) VALUE ZEROS.                     00024000
                                                                        00024100
       01 WRK-LIN-CAB-SEP.                                              00024200
          05 FILLER          PIC X(40) VALUE                            00024300
                'FOURSYS - LISTA DE SEPARACAO'.                         00024400
          05 FILLER          PIC X(26) VALUE SPACES.                    00024500
          05 FILLER          PIC X(06) VALUE 'DATA: '.                  00024600
          05 WRK-LCS-DATA    PIC X(08).                                 00024700
                                                                        00024800
       01 WRK-LIN-COL-SEP.                                              00024900
          05 FILLER          PIC X(40) VALUE                            00025000
                'ENDERECO    PRODUTO DESCRICAO'.                        00025100
          05 FILLER          PIC X(40) VALUE                            00025200
                '                PEDIDO ITEM  QTDE'.                    00025300
                                                                        00025400
       01 WRK-LIN-ENDERECO.                                             00025500
          05 WRK-LEN-RUA     PIC 99.                                    00025600
          05 WRK-LEN-TRACO1  PIC X(01) VALUE '-'.                       00025700
          05 WRK-LEN-MODULO  PIC 999.                                   00025800
          05 WRK-LEN-TRACO2  PIC X(01) VALUE '-'.                       00025900
          05 WRK-LEN-NIVEL   PIC 99.                                    00026000
          05 FILLER          PIC X(03) VALUE SPACES.                    00026100
          05 WRK-LEN-PRODUTO PIC X(06).                                 00026200
          05 FILLER          PIC X(02) VALUE SPACES.                    00026300
          05 WRK-LEN-DESCR   PIC X(30).                                 00026400
          05 FILLER          PIC X(30) VALUE SPACES.                    00026500
       01 WRK-LIN-SEM-END REDEFINES WRK-LIN-ENDERECO.                   00026600
          05 WRK-LSE-TEXTO   PIC X(09).                                 00026700
          05 FILLER          PIC X(71).                                 00026800
                                                                        00026900
       01 WRK-LIN-PEDIDO-SEP.                                           00027000
          05 FILLER          PIC X(56) VALUE SPACES.                    00027100
          05 WRK-LPS-NUMERO  PIC 9(06).                                 00027200
          05 FILLER          PIC X(01) VALUE SPACES.                    00027300
          05 WRK-LPS-ITEM    PIC 9(03).                                 00027400
          05 FILLER          PIC X(01) VALUE SPACES.                    00027500
          05 WRK-LPS-QTDE    PIC ZZZZ9.                                 00027600
          05 FILLER          PIC X(08) VALUE SPACES.                    00027700
                                                                        00027800
       01 WRK-LIN-TOTAL-SEP.                                            00027900
          05 FILLER          PIC X(56) VALUE                            00028000
                '            TOTAL A SEPARAR NO ENDERECO'.              00028100
          05 FILLER          PIC X(07) VALUE SPACES.                    00028200
          05 WRK-LTS-QTDE    PIC Z.ZZZ.ZZ9.                             00028300
          05 FILLER          PIC X(08) VALUE SPACES.                    00028400
                                                                        00028500
       01 WRK-LIN-CAB-EXP.                                              00028600
          05 FILLER          PIC X(40) VALUE                            00028700
                'FOURSYS - ROMANEIO DE EXPEDICAO'.                      00028800
          05 FILLER          PIC X(26) VALUE SPACES.                    00028900
          05 FILLER          PIC X(06) VALUE 'DATA: '.                  00029000
          05 WRK-LCE-DATA    PIC X(08).                                 00029100
                                                                        00029200
       01 WRK-LIN-LOTE.                                                 00029300
          05 FILLER          PIC X(14) VALUE 'LOTE DE CEP : '.          00029400
          05 WRK-LLO-LOTE    PIC X(03).                                 00029500
          05 FILLER          PIC X(63) VALUE SPACES.                    00029600
                                                                        00029700
       01 WRK-LIN-PEDIDO-EXP.                                           00029800
          05 FILLER          PIC X(08) VALUE 'PEDIDO: '.                00029900
          05 WRK-LPE-NUMERO  PIC 9(06).                                 00030000
          05 FILLER          PIC X(11) VALUE '  CLIENTE: '.             00030100
          05 WRK-LPE-CLIENTE PIC X(04).                                 00030200
          05 FILLER          PIC X(01) VALUE SPACES.                    00030300
          05 WRK-LPE-NOME    PIC X(40).                                 00030400
          05 FILLER          PIC X(10) VALUE SPACES.                    00030500
                                                                        00030600
       01 WRK-LIN-ENTREGA.                                              00030700
          05 FILLER          PIC X(08) VALUE SPACES.                    00030800
          05 WRK-LET-ENDERECO PIC X(40).                                00030900
          05 FILLER          PIC X(07) VALUE '  CEP: '.                 00031000
          05 WRK-LET-CEP     PIC X(08).                                 00031100
          05 FILLER          PIC X(17) VALUE SPACES.                    00031200
                                                                        00031300
       01 WRK-LIN-ITEM-EXP.                                             00031400
          05 FILLER          PIC X(08) VALUE SPACES.                    00031500
          05 FILLER          PIC X(06) VALUE 'ITEM: '.                  00031600
          05 WRK-LIE-ITEM    PIC 9(03).                                 00031700
          05 FILLER          PIC X(02) VALUE SPACES.                    00031800
          05 WRK-LIE-PRODUTO PIC X(06).                                 00031900
          05 FILLER          PIC X(08) VALUE '  QTDE: '.                00032000
          05 WRK-LIE-QTDE    PIC ZZZZ9.                                 00032100
          05 FILLER          PIC X(06) VALUE '  [  ]'.                  00032200
          05 FILLER          PIC X(36) VALUE SPACES.                    00032300
                                                                        00032400
       01 WRK-LIN-TOTAL-LOTE.                                           00032500
          05 FILLER          PIC X(17) VALUE 'TOTAL DO LOTE -  '.       00032600
          05 FILLER          PIC X(09) VALUE 'PEDIDOS: '.               00032700
          05 WRK-LTL-PEDIDOS PIC ZZZZ9.                                 00032800
          05 FILLER          PIC X(09) VALUE '  ITENS: '.               00032900
          05 WRK-LTL-ITENS   PIC ZZZZ9.                                 00033000
          05 FILLER          PIC X(10) VALUE '  VOLUME: '.              00033100
          05 WRK-LTL-QTDE    PIC Z.ZZZ.ZZ9.                             00033200
          05 FILLER          PIC X(16) VALUE SPACES.                    00033300
                                                                        00033400
       01 WRK-LIN-TRACO.                                                00033500
          05 FILLER          PIC X(80) VALUE ALL '-'.                   00033600
                                                                        00033700
       PROCEDURE                                 DIVISION.              00033800
      *====================================================             00033900
       0000-PRINCIPAL                            SECTION.               00034000
           PERFORM 1000-INICIAR.                                        00034100
                                                                        00034200
           SORT CLASSIF                                                 00034300
                ON ASCENDING KEY SD-SEP-SEM-END                         00034400
                                 SD-SEP-RUA                             00034500
                                 SD-SEP-ORDEM                           00034600
                                 SD-SEP-NIVEL                           00034700
                                 SD-SEP-PRODUTO                         00034800
                                 SD-SEP-NUMERO                          00034900
                                 SD-SEP-ITEM                            00035000
                INPUT PROCEDURE IS 2000-SELECIONAR-SEPARACAO            00035100
                OUTPUT PROCEDURE IS 3000-EMITIR-SEPARACAO.              00035200
                                                                        00035300
           SORT CLASSEXP                                                00035400
                ON ASCENDING KEY SD-EXP-LOTE                            00035500
                                 SD-EXP-SUFIXO                          00035600
                                 SD-EXP-NUMERO                          00035700
                                 SD-EXP-ITEM                            00035800
                INPUT PROCEDURE IS 4000-SELECIONAR-EXPEDICAO            00035900
                OUTPUT PROCEDURE IS 5000-EMITIR-ROMANEIO.               00036000
                                                                        00036100
           PERFORM 8000-FINALIZAR.                                      00036200
            STOP RUN.                                                   00036300
                                                                        00036400
       1000-INICIAR                              SECTION.               00036500
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00036600
           MOVE WRK-DATA-HOJE TO WRK-LCS-DATA.                          00036700
           MOVE WRK-DATA-HOJE TO WRK-LCE-DATA.                          00036800
                                                                        00036900
           OPEN INPUT PRODMSTR.                                         00037000
           IF WRK-FS-PRODMSTR NOT EQUAL '00'                            00037100
              MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                    00037200
              PERFORM 9000-TRATAR-ERROS                                 00037300
           END-IF.                                                      00037400
                                                                        00037500
           OPEN INPUT CLIENTES.                                         00037600
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00037700
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00037800
              PERFORM 9000-TRATAR-ERROS                                 00037900
           END-IF.                                                      00038000
                                                                        00038100
           OPEN OUTPUT RELSEPAR.                                        00038200
           IF WRK-FS-RELSEPAR NOT EQUAL '00'                            00038300
              MOVE ' ERRO OPEN RELSEPAR ' TO WRK-MSG                    00038400
              PERFORM 9000-TRATAR-ERROS                                 00038500
           END-IF.                                                      00038600
                                                                        00038700
           OPEN OUTPUT RELEXPED.                                        00038800
           IF WRK-FS-RELEXPED NOT EQUAL '00'                            00038900
              MOVE ' ERRO OPEN RELEXPED ' TO WRK-MSG                    00039000
              PERFORM 9000-TRATAR-ERROS                                 00039100
           END-IF.                                                      00039200
                                                                        00039300
           OPEN OUTPUT EXPEDIR.                                         00039400
           IF WRK-FS-EXPEDIR NOT EQUAL '00'                             00039500
              MOVE ' ERRO OPEN EXPEDIR ' TO WRK-MSG                     00039600
              PERFORM 9000-TRATAR-ERROS                                 00039700
           END-IF.                                                      00039800
                                                                        00039900
           PERFORM 1100-CARREGAR-ENDERECOS.                             00040000
                                                                        00040100
           DISPLAY '------------------------------------------'.        00040200
           DISPLAY ' SEPARACAO E EXPEDICAO DE PEDIDOS ACEITOS '.        00040300
           DISPLAY ' ENDERECOS CARREGADOS.: ' WRK-QTDE-LOCAIS.          00040400
           DISPLAY '------------------------------------------'.        00040500
                                                                        00040600
      *---------------------------------------------------------------  00040700
      *    1100-CARREGAR-ENDERECOS                                      00040800
      *    ENDERECO DE CADA PRODUTO NO ARMAZEM (RUA, MODULO E NIVEL).   00040900
      *    SEM O PRODLOC TODA A SEPARACAO SAI COMO SEM ENDERECO.        00041000
      *---------------------------------------------------------------  00041100
       1100-CARREGAR-ENDERECOS                   SECTION.               00041200
           OPEN INPUT PRODLOC.                                          00041300
           IF WRK-FS-PRODLOC EQUAL '35'                                 00041400
              DISPLAY ' PRODLOC AUSENTE, SEPARACAO SEM ENDERECO '       00041500
           ELSE                                                         00041600
              IF WRK-FS-PRODLOC NOT EQUAL '00'                          00041700
                 MOVE ' ERRO OPEN PRODLOC ' TO WRK-MSG                  00041800
                 PERFORM 9000-TRATAR-ERROS                              00041900
              END-IF                                                    00042000
              READ PRODLOC                                              00042100
              PERFORM 1110-GUARDAR-ENDERECO                             00042200
                 UNTIL WRK-FS-PRODLOC NOT EQUAL '00'                    00042300
              CLOSE PRODLOC                                             00042400
           END-IF.                                                      00042500
                                                                        00042600
       1110-GUARDAR-ENDERECO                     SECTION.               00042700
           IF WRK-QTDE-LOCAIS LESS THAN 2000 AND                        00042800
              FD-LOC-RUA    NUMERIC AND                                 00042900
              FD-LOC-MODULO NUMERIC AND                                 00043000
              FD-LOC-NIVEL  NUMERIC                                     00043100
              ADD 1 TO WRK-QTDE-LOCAIS                                  00043200
              MOVE FD-LOC-PRODUTO TO                                    00043300
                   WRK-TAB-LOC-PRODUTO(WRK-QTDE-LOCAIS)                 00043400
              MOVE FD-LOC-RUA TO                                        00043500
                   WRK-TAB-LOC-RUA(WRK-QTDE-LOCAIS)                     00043600
              MOVE FD-LOC-MODULO TO                                     00043700
                   WRK-TAB-LOC-MODULO(WRK-QTDE-LOCAIS)                  00043800
              MOVE FD-LOC-NIVEL TO                                      00043900
                   WRK-TAB-LOC-NIVEL(WRK-QTDE-LOCAIS)                   00044000
           END-IF.                                                      00044100
           READ PRODLOC.                                                00044200
                                                                        00044300
      *---------------------------------------------------------------  00044400
      *    2000-SELECIONAR-SEPARACAO                                    00044500
      *    CADA ITEM NAO CANCELADO VAI AO SORT COM A CHAVE DA VOLTA     00044600
      *    NO ARMAZEM: NA RUA PAR O MODULO ENTRA INVERTIDO (999 MENOS   00044700
      *    O MODULO), PARA O SEPARADOR VOLTAR PELA RUA SEGUINTE.        00044800
      *---------------------------------------------------------------  00044900
       2000-SELECIONAR-SEPARACAO                 SECTION.               00045000
           OPEN INPUT PEDACE.                                           00045100
           IF WRK-FS-PEDACE NOT EQUAL '00'                              00045200
              MOVE ' ERRO OPEN PEDACE ' TO WRK-MSG                      00045300
              PERFORM 9000-TRATAR-ERROS                                 00045400
           END-IF.                                                      00045500
           READ PEDACE.                                                 00045600
           PERFORM 2100-LIBERAR-SEPARACAO                               00045700
              UNTIL WRK-FS-PEDACE NOT EQUAL '00'.                       00045800
           CLOSE PEDACE.                                                00045900
                                                                        00046000
       2100-LIBERAR-SEPARACAO                    SECTION.               00046100
           ADD 1 TO WRK-REG-LIDOS.                                      00046200
           IF FD-ACE-CANCELADO                                          00046300
              ADD 1 TO WRK-REG-CANCELADOS                               00046400
           ELSE                                                         00046500
              PERFORM 2200-LOCALIZAR-PRODUTO                            00046600
              MOVE FD-ACE-PRODUTO TO SD-SEP-PRODUTO                     00046700
              MOVE FD-ACE-NUMERO  TO SD-SEP-NUMERO                      00046800
              MOVE FD-ACE-ITEM    TO SD-SEP-ITEM                        00046900
              MOVE FD-ACE-CLIENTE TO SD-SEP-CLIENTE                     00047000
              MOVE FD-ACE-QTDE    TO SD-SEP-QTDE                        00047100
              RELEASE SD-CLASSIF                                        00047200
              ADD 1 TO WRK-REG-SEPARAR                                  00047300
           END-IF.                                                      00047400
           READ PEDACE.                                                 00047500
                                                                        00047600
       2200-LOCALIZAR-PRODUTO                    SECTION.               00047700
           SET WRK-LOC-NAO-ACHADO TO TRUE.                              00047800
           MOVE 1 TO WRK-IDX.                                           00047900
           PERFORM 2210-TESTAR-ENDERECO                                 00048000
              UNTIL WRK-IDX GREATER THAN WRK-QTDE-LOCAIS                00048100
                 OR WRK-LOC-FOI-ACHADO.                                 00048200
           IF WRK-LOC-FOI-ACHADO                                        00048300
              MOVE '0' TO SD-SEP-SEM-END                                00048400
              MOVE WRK-TAB-LOC-RUA(WRK-IDX)    TO SD-SEP-RUA            00048500
              MOVE WRK-TAB-LOC-MODULO(WRK-IDX) TO SD-SEP-MODULO         00048600
              MOVE WRK-TAB-LOC-NIVEL(WRK-IDX)  TO SD-SEP-NIVEL          00048700
              DIVIDE SD-SEP-RUA BY 2 GIVING WRK-METADE-RUA              00048800
                     REMAINDER WRK-RESTO-RUA                            00048900
              IF WRK-RESTO-RUA EQUAL ZEROS                              00049000
                 COMPUTE SD-SEP-ORDEM = 999 - SD-SEP-MODULO             00049100
              ELSE                                                      00049200
                 MOVE SD-SEP-MODULO TO SD-SEP-ORDEM                     00049300
              END-IF                                                    00049400
           ELSE                                                         00049500
              MOVE '1'   TO SD-SEP-SEM-END                              00049600
              MOVE ZEROS TO SD-SEP-RUA                                  00049700
              MOVE ZEROS TO SD-SEP-MODULO                               00049800
              MOVE ZEROS TO SD-SEP-ORDEM                                00049900
              MOVE ZEROS TO SD-SEP-NIVEL                                00050000
           END-IF.                                                      00050100
                                                                        00050200
       2210-TESTAR-ENDERECO                      SECTION.               00050300
           IF WRK-TAB-LOC-PRODUTO(WRK-IDX) EQUAL FD-ACE-PRODUTO         00050400
              SET WRK-LOC-FOI-ACHADO TO TRUE                            00050500
           ELSE                                                         00050600
              ADD 1 TO WRK-IDX                                          00050700
           END-IF.                                                      00050800
                                                                        00050900
      *---------------------------------------------------------------  00051000
      *    3000-EMITIR-SEPARACAO                                        00051100
      *    UMA LINHA POR ENDERECO/PRODUTO, OS PEDIDOS QUE LEVAM O       00051200
      *    PRODUTO LOGO ABAIXO E O TOTAL A TIRAR DO ENDERECO.           00051300
      *---------------------------------------------------------------  00051400
       3000-EMITIR-SEPARACAO                     SECTION.               00051500
           MOVE WRK-LIN-CAB-SEP TO FD-RELSEPAR.                         00051600
           WRITE FD-RELSEPAR.                                           00051700
           MOVE WRK-LIN-TRACO TO FD-RELSEPAR.                           00051800
           WRITE FD-RELSEPAR.                                           00051900
           MOVE WRK-LIN-COL-SEP TO FD-RELSEPAR.                         00052000
           WRITE FD-RELSEPAR.                                           00052100
           MOVE WRK-LIN-TRACO TO FD-RELSEPAR.                           00052200
           WRITE FD-RELSEPAR.                                           00052300
                                                                        00052400
           SET WRK-SORT-NAO-ACABOU TO TRUE.                             00052500
           PERFORM 3050-RETORNAR-SEPARACAO                              00052600
              UNTIL WRK-SORT-ACABOU.                                    00052700
           PERFORM 3300-FECHAR-ENDERECO.                                00052800
       3000-999-FIM.                             EXIT.                  00052900
                                                                        00053000
       3050-RETORNAR-SEPARACAO                   SECTION.               00053100
           RETURN CLASSIF                                               00053200
              AT END                                                    00053300
                 SET WRK-SORT-ACABOU TO TRUE                            00053400
              NOT AT END                                                00053500
                 PERFORM 3100-TRATAR-QUEBRA                             00053600
                 PERFORM 3200-EMITIR-PEDIDO                             00053700
           END-RETURN.                                                  00053800
       3050-999-FIM.                             EXIT.                  00053900
                                                                        00054000
       3100-TRATAR-QUEBRA                        SECTION.               00054100
           MOVE SD-SEP-SEM-END TO WRK-CHE-SEM-END.                      00054200
           MOVE SD-SEP-RUA     TO WRK-CHE-RUA.                          00054300
           MOVE SD-SEP-ORDEM   TO WRK-CHE-ORDEM.                        00054400
           MOVE SD-SEP-NIVEL   TO WRK-CHE-NIVEL.                        00054500
           MOVE SD-SEP-PRODUTO TO WRK-CHE-PRODUTO.                      00054600
           IF WRK-CHAVE-ENDERECO NOT EQUAL WRK-CHAVE-ANT                00054700
              PERFORM 3300-FECHAR-ENDERECO                              00054800
              MOVE WRK-CHAVE-ENDERECO TO WRK-CHAVE-ANT                  00054900
              MOVE ZEROS TO WRK-QTDE-SEPARAR                            00055000
              PERFORM 3150-ABRIR-ENDERECO                               00055100
           END-IF.                                                      00055200
       3100-999-FIM.                             EXIT.                  00055300
                                                                        00055400
       3150-ABRIR-ENDERECO                       SECTION.               00055500
           ADD 1 TO WRK-REG-ENDERECOS.                                  00055600
           MOVE SD-SEP-PRODUTO TO FD-PM-CODIGO.                         00055700
           READ PRODMSTR.                                               00055800
           EVALUATE WRK-FS-PRODMSTR                                     00055900
             WHEN '00'                                                  00056000
                CONTINUE                                                00056100
             WHEN '23'                                                  00056200
                MOVE '*** PRODUTO SEM MESTRE ***' TO FD-PM-DESCRICAO    00056300
             WHEN OTHER                                                 00056400
                MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                  00056500
                PERFORM 9000-TRATAR-ERROS                               00056600
           END-EVALUATE.                                                00056700
                                                                        00056800
           MOVE SPACES TO FD-RELSEPAR.                                  00056900
           WRITE FD-RELSEPAR.                                           00057000
           IF SD-SEP-SEM-END EQUAL '1'                                  00057100
              ADD 1 TO WRK-REG-SEM-END                                  00057200
              MOVE SPACES TO WRK-LIN-ENDERECO                           00057300
              MOVE 'SEM ENDER' TO WRK-LSE-TEXTO                         00057400
           ELSE                                                         00057500
              MOVE SD-SEP-RUA    TO WRK-LEN-RUA                         00057600
              MOVE '-'           TO WRK-LEN-TRACO1                      00057700
              MOVE SD-SEP-MODULO TO WRK-LEN-MODULO                      00057800
              MOVE '-'           TO WRK-LEN-TRACO2                      00057900
              MOVE SD-SEP-NIVEL  TO WRK-LEN-NIVEL                       00058000
           END-IF.                                                      00058100
           MOVE SD-SEP-PRODUTO  TO WRK-LEN-PRODUTO.                     00058200
           MOVE FD-PM-DESCRICAO TO WRK-LEN-DESCR.                       00058300
           MOVE WRK-LIN-ENDERECO TO FD-RELSEPAR.                        00058400
           WRITE FD-RELSEPAR.                                           00058500
       3150-999-FIM.                             EXIT.                  00058600
                                                                        00058700
       3200-EMITIR-PEDIDO                        SECTION.               00058800
           MOVE SD-SEP-NUMERO TO WRK-LPS-NUMERO.                        00058900
           MOVE SD-SEP-ITEM   TO WRK-LPS-ITEM.                          00059000
           MOVE SD-SEP-QTDE   TO WRK-LPS-QTDE.                          00059100
           MOVE WRK-LIN-PEDIDO-SEP TO FD-RELSEPAR.                      00059200
           WRITE FD-RELSEPAR.                                           00059300
           ADD SD-SEP-QTDE TO WRK-QTDE-SEPARAR.                         00059400
       3200-999-FIM.                             EXIT.                  00059500
                                                                        00059600
       3300-FECHAR-ENDERECO                      SECTION.               00059700
           IF WRK-CHAVE-ANT NOT EQUAL HIGH-VALUES                       00059800
              MOVE WRK-QTDE-SEPARAR TO WRK-LTS-QTDE                     00059900
              MOVE WRK-LIN-TOTAL-SEP TO FD-RELSEPAR                     00060000
              WRITE FD-RELSEPAR                                         00060100
           END-IF.                                                      00060200
       3300-999-FIM.                             EXIT.                  00060300
                                                                        00060400
      *---------------------------------------------------------------  00060500
      *    4000-SELECIONAR-EXPEDICAO                                    00060600
      *    RELE O PEDACE: CADA ITEM NAO CANCELADO VAI AO SORT COM O     00060700
      *    CEP DE ENTREGA DO CLIENTE E AO ARQUIVO EXPEDIR, QUE A DOCA   00060800
      *    CONFIRMA. CLIENTE SEM CADASTRO SAI SEM CEP, NO INICIO DO     00060900
      *    ROMANEIO, PARA SER RESOLVIDO ANTES DO CARREGAMENTO.          00061000
      *---------------------------------------------------------------  00061100
       4000-SELECIONAR-EXPEDICAO                 SECTION.               00061200
           OPEN INPUT PEDACE.                                           00061300
           IF WRK-FS-PEDACE NOT EQUAL '00'                              00061400
              MOVE ' ERRO OPEN PEDACE ' TO WRK-MSG                      00061500
              PERFORM 9000-TRATAR-ERROS                                 00061600
           END-IF.                                                      00061700
           READ PEDACE.                                                 00061800
           PERFORM 4100-LIBERAR-EXPEDICAO                               00061900
              UNTIL WRK-FS-PEDACE NOT EQUAL '00'.                       00062000
           CLOSE PEDACE.                                                00062100
                                                                        00062200
       4100-LIBERAR-EXPEDICAO                    SECTION.               00062300
           IF NOT FD-ACE-CANCELADO                                      00062400
              IF FD-ACE-CLIENTE NOT EQUAL WRK-CLIENTE-ANT               00062500
                 PERFORM 4200-LER-CLIENTE                               00062600
              END-IF                                                    00062700
              MOVE WRK-CLI-CEP      TO SD-EXP-CEP                       00062800
              MOVE FD-ACE-NUMERO    TO SD-EXP-NUMERO                    00062900
              MOVE FD-ACE-ITEM      TO SD-EXP-ITEM                      00063000
              MOVE FD-ACE-CLIENTE   TO SD-EXP-CLIENTE                   00063100
              MOVE FD-ACE-PRODUTO   TO SD-EXP-PRODUTO                   00063200
              MOVE FD-ACE-QTDE      TO SD-EXP-QTDE                      00063300
              MOVE WRK-CLI-NOME     TO SD-EXP-NOME                      00063400
              MOVE WRK-CLI-ENDERECO TO SD-EXP-ENDERECO                  00063500
              RELEASE SD-CLASSEXP                                       00063600
                                                                        00063700
              MOVE SPACES           TO FD-EXPEDIR                       00063800
              MOVE FD-ACE-NUMERO    TO FD-EXP-NUMERO                    00063900
              MOVE FD-ACE-ITEM      TO FD-EXP-ITEM                      00064000
              MOVE FD-ACE-CLIENTE   TO FD-EXP-CLIENTE                   00064100
              MOVE FD-ACE-PRODUTO   TO FD-EXP-PRODUTO                   00064200
              MOVE FD-ACE-QTDE      TO FD-EXP-QTDE-PEDIDA               00064300
              MOVE FD-ACE-QTDE      TO FD-EXP-QTDE-EXPEDIDA             00064400
              MOVE SD-EXP-LOTE      TO FD-EXP-LOTE                      00064500
              WRITE FD-EXPEDIR                                          00064600
              IF WRK-FS-EXPEDIR NOT EQUAL '00'                          00064700
                 MOVE ' ERRO WRITE EXPEDIR ' TO WRK-MSG                 00064800
                 PERFORM 9000-TRATAR-ERROS                              00064900
              END-IF                                                    00065000
              ADD 1 TO WRK-REG-EXPEDIR                                  00065100
           END-IF.                                                      00065200
           READ PEDACE.                                                 00065300
                                                                        00065400
       4200-LER-CLIENTE                          SECTION.               00065500
           MOVE FD-ACE-CLIENTE TO WRK-CLIENTE-ANT.                      00065600
           MOVE FD-ACE-CLIENTE TO FD-CODIGO.                            00065700
           READ CLIENTES.                                               00065800
           EVALUATE WRK-FS-CLIENTES                                     00065900
             WHEN '00'                                                  00066000
                MOVE FD-NOME     TO WRK-CLI-NOME                        00066100
                MOVE FD-ENDERECO TO WRK-CLI-ENDERECO                    00066200
                MOVE FD-CEP      TO WRK-CLI-CEP                         00066300
             WHEN '23'                                                  00066400
                ADD 1 TO WRK-REG-SEM-CLI                                00066500
                DISPLAY ' PEDIDO DE CLIENTE SEM CADASTRO: '             00066600
                        FD-ACE-NUMERO ' ' FD-ACE-CLIENTE                00066700
                MOVE '*** CLIENTE SEM CADASTRO ***' TO WRK-CLI-NOME     00066800
                MOVE SPACES TO WRK-CLI-ENDERECO                         00066900
                MOVE SPACES TO WRK-CLI-CEP                              00067000
             WHEN OTHER                                                 00067100
                MOVE ' ERRO READ CLIENTES ' TO WRK-MSG                  00067200
                PERFORM 9000-TRATAR-ERROS                               00067300
           END-EVALUATE.                                                00067400
                                                                        00067500
      *---------------------------------------------------------------  00067600
      *    5000-EMITIR-ROMANEIO                                         00067700
      *    QUEBRA POR LOTE DE CEP E POR PEDIDO: O PEDIDO SAI COM O      00067800
      *    CLIENTE E O ENDERECO DE ENTREGA, OS ITENS COM UM CAMPO       00067900
      *    PARA O CONFERENTE MARCAR, E O LOTE FECHA COM OS TOTAIS.      00068000
      *---------------------------------------------------------------  00068100
       5000-EMITIR-ROMANEIO                      SECTION.               00068200
           MOVE WRK-LIN-CAB-EXP TO FD-RELEXPED.                         00068300
           WRITE FD-RELEXPED.                                           00068400
                                                                        00068500
           SET WRK-SORT-NAO-ACABOU TO TRUE.                             00068600
           PERFORM 5050-RETORNAR-EXPEDICAO                              00068700
              UNTIL WRK-SORT-ACABOU.                                    00068800
           PERFORM 5300-FECHAR-LOTE.                                    00068900
       5000-999-FIM.                             EXIT.                  00069000
                                                                        00069100
       5050-RETORNAR-EXPEDICAO                   SECTION.               00069200
           RETURN CLASSEXP                                              00069300
              AT END                                                    00069400
                 SET WRK-SORT-ACABOU TO TRUE                            00069500
              NOT AT END                                                00069600
                 PERFORM 5100-TRATAR-QUEBRA                             00069700
                 PERFORM 5200-EMITIR-ITEM                               00069800
           END-RETURN.                                                  00069900
       5050-999-FIM.                             EXIT.                  00070000
                                                                        00070100
       5100-TRATAR-QUEBRA                        SECTION.               00070200
           IF SD-EXP-LOTE NOT EQUAL WRK-LOTE-ANT                        00070300
              PERFORM 5300-FECHAR-LOTE                                  00070400
              ADD 1 TO WRK-REG-LOTES                                    00070500
              MOVE SD-EXP-LOTE TO WRK-LOTE-ANT                          00070600
              MOVE ZEROS TO WRK-PEDIDO-ANT                              00070700
              MOVE ZEROS TO WRK-LOTE-PEDIDOS                            00070800
              MOVE ZEROS TO WRK-LOTE-ITENS                              00070900
              MOVE ZEROS TO WRK-LOTE-QTDE                               00071000
              MOVE WRK-LIN-TRACO TO FD-RELEXPED                         00071100
              WRITE FD-RELEXPED                                         00071200
              MOVE SD-EXP-LOTE TO WRK-LLO-LOTE                          00071300
              MOVE WRK-LIN-LOTE TO FD-RELEXPED                          00071400
              WRITE FD-RELEXPED                                         00071500
              MOVE WRK-LIN-TRACO TO FD-RELEXPED                         00071600
              WRITE FD-RELEXPED                                         00071700
           END-IF.                                                      00071800
           IF SD-EXP-NUMERO NOT EQUAL WRK-PEDIDO-ANT                    00071900
              ADD 1 TO WRK-REG-PEDIDOS                                  00072000
              ADD 1 TO WRK-LOTE-PEDIDOS                                 00072100
              MOVE SD-EXP-NUMERO TO WRK-PEDIDO-ANT                      00072200
              MOVE SPACES TO FD-RELEXPED                                00072300
              WRITE FD-RELEXPED                                         00072400
              MOVE SD-EXP-NUMERO   TO WRK-LPE-NUMERO                    00072500
              MOVE SD-EXP-CLIENTE  TO WRK-LPE-CLIENTE                   00072600
              MOVE SD-EXP-NOME     TO WRK-LPE-NOME                      00072700
              MOVE WRK-LIN-PEDIDO-EXP TO FD-RELEXPED                    00072800
              WRITE FD-RELEXPED                                         00072900
              MOVE SD-EXP-ENDERECO TO WRK-LET-ENDERECO                  00073000
              MOVE SD-EXP-CEP      TO WRK-LET-CEP                       00073100
              MOVE WRK-LIN-ENTREGA TO FD-RELEXPED                       00073200
              WRITE FD-RELEXPED                                         00073300
           END-IF.                                                      00073400
       5100-999-FIM.                             EXIT.                  00073500
                                                                        00073600
       5200-EMITIR-ITEM                          SECTION.               00073700
           MOVE SD-EXP-ITEM    TO WRK-LIE-ITEM.                         00073800
           MOVE SD-EXP-PRODUTO TO WRK-LIE-PRODUTO.                      00073900
           MOVE SD-EXP-QTDE    TO WRK-LIE-QTDE.                         00074000
           MOVE WRK-LIN-ITEM-EXP TO FD-RELEXPED.                        00074100
           WRITE FD-RELEXPED.                                           00074200
           ADD 1 TO WRK-LOTE-ITENS.                                     00074300
           ADD SD-EXP-QTDE TO WRK-LOTE-QTDE.                            00074400
       5200-999-FIM.                             EXIT.                  00074500
                                                                        00074600
       5300-FECHAR-LOTE                          SECTION.               00074700
           IF WRK-LOTE-ANT NOT EQUAL HIGH-VALUES                        00074800
              MOVE SPACES TO FD-RELEXPED                                00074900
              WRITE FD-RELEXPED                                         00075000
              MOVE WRK-LOTE-PEDIDOS TO WRK-LTL-PEDIDOS                  00075100
              MOVE WRK-LOTE-ITENS   TO WRK-LTL-ITENS                    00075200
              MOVE WRK-LOTE-QTDE    TO WRK-LTL-QTDE                     00075300
              MOVE WRK-LIN-TOTAL-LOTE TO FD-RELEXPED                    00075400
              WRITE FD-RELEXPED                                         00075500
           END-IF.                                                      00075600
       5300-999-FIM.                             EXIT.                  00075700
                                                                        00075800
       8000-FINALIZAR                            SECTION.               00075900
           CLOSE PRODMSTR.                                              00076000
           CLOSE CLIENTES.                                              00076100
           CLOSE RELSEPAR.                                              00076200
           CLOSE RELEXPED.                                              00076300
           CLOSE EXPEDIR.                                               00076400
                                                                        00076500
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00076600
           DISPLAY ' ITENS DE PEDIDO LIDOS.......: ' WRK-REG-LIDOS.     00076700
           DISPLAY ' ITENS CANCELADOS (PULADOS)..: '                    00076800
                   WRK-REG-CANCELADOS.                                  00076900
           DISPLAY ' ITENS A SEPARAR.............: ' WRK-REG-SEPARAR.   00077000
           DISPLAY ' ENDERECOS A VISITAR.........: '                    00077100
                   WRK-REG-ENDERECOS.                                   00077200
           DISPLAY ' PRODUTOS SEM ENDERECO.......: ' WRK-REG-SEM-END.   00077300
           DISPLAY ' LOTES DE CEP................: ' WRK-REG-LOTES.     00077400
           DISPLAY ' PEDIDOS NO ROMANEIO.........: ' WRK-REG-PEDIDOS.   00077500
           DISPLAY ' CLIENTES SEM CADASTRO.......: ' WRK-REG-SEM-CLI.   00077600
           DISPLAY ' ITENS GRAVADOS NO EXPEDIR...: ' WRK-REG-EXPEDIR.   00077700
                                                                        00077800
       9000-TRATAR-ERROS                         SECTION.               00077900
           DISPLAY '-----------------------------'.                     00078000
           DISPLAY WRK-MSG.                                             00078100
           DISPLAY ' FS PEDACE: ' WRK-FS-PEDACE                         00078200
                   ' FS PRODMSTR: ' WRK-FS-PRODMSTR                     00078300
                   ' FS CLIENTES: ' WRK-FS-CLIENTES.                    00078400
           DISPLAY '-----------------------------'.                     00078500
              STOP RUN.                                                 00078600
