      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB08.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 09/01/2023                                               00000900
      *  OBJETIVO: DEVOLUCAO DE CLIENTES E NOTA DE CREDITO --           00001000
      *            LE O ARQUIVO DEVOLUC (NOTA, PRODUTO,                 00001100
      *            QUANTIDADE E MOTIVO) CLASSIFICADO POR NOTA           00001200
      *            E CONFRONTA COM O CREBER NO MOLDE DO                 00001300
      *            FR01CB07 (LINHA BALANCEADA POR NOTA). CADA           00001400
      *            ITEM E CONFERIDO NO KSDS NFITEM (FATURADO            00001500
      *            MENOS JA DEVOLVIDO) E CREDITADO AO PRECO             00001600
      *            PRATICADO NA NOTA. AS LINHAS ACEITAS DE UMA          00001700
      *            MESMA NOTA FORMAM UMA NOTA DE CREDITO,               00001800
      *            NUMERADA PELO CONTROLE NCRNUM, IMPRESSA EM           00001900
      *            RELNCR E GRAVADA EM NCREDITO. O CREDITO              00002000
      *            REDUZ O VALOR DO TITULO (O CREBER                    00002100
      *            ATUALIZADO SAI EM CREBNOVO); O QUE CAIR NO           00002200
      *            SALDO EM ABERTO VOLTA PARA A EXPOSICAO DO            00002300
      *            CLIENTE E O QUE PASSAR DO SALDO (TITULO JA           00002400
      *            PAGO) SAI COMO VALOR A RESTITUIR. A                  00002500
      *            MERCADORIA VOLTA AO ESTOQUE POR MOVIMENTO            00002600
      *            'E' NO LAYOUT DO MOVTRAN (MOVDEV), POSTADO           00002700
      *            PELO ARQ016 E VISTO NO KARDEX DO ARQ017.             00002800
      *            REJEITADO SAI NO ENVELOPE PADRAO DE 180              00002900
      *            POSICOES (ORIGEM FR01CB08).                          00003000
      *-----------------------------------------------------            00003016
      *  MANUTENCAO:                                                    00003032
      *  - 27/02/2023: A NOTA DE CREDITO DEVOLVE TAMBEM O ICMS          00003048
      *    DO ITEM, PELA ALIQUOTA GUARDADA NO NFITEM PELO               00003064
      *    FR01CB05 - O TITULO JA SAI COM O TOTAL COM IMPOSTO.          00003080
      *  - 22/05/2023: O MOVDEV ACOMPANHOU O MOVTRAN DE 60              00003085
      *    POSICOES E A MERCADORIA DEVOLVIDA ENTRA NO DEPOSITO          00003090
      *    01, QUE RECEBE AS DEVOLUCOES.                                00003095
      *=====================================================            00003100
                                                                        00003200
      *====================================================             00003300
       ENVIRONMENT                               DIVISION.              00003400
      *====================================================             00003500
       CONFIGURATION                             SECTION.               00003600
       SPECIAL-NAMES.                                                   00003700
           DECIMAL-POINT  IS COMMA.                                     00003800
                                                                        00003900
       INPUT-OUTPUT                              SECTION.               00004000
       FILE-CONTROL.                                                    00004100
           SELECT DEVOLUC   ASSIGN TO DEVOLUC                           00004200
               FILE STATUS  IS WRK-FS-DEVOLUC.                          00004300
                                                                        00004400
           SELECT CREBER    ASSIGN TO CREBER                            00004500
               FILE STATUS  IS WRK-FS-CREBER.                           00004600
                                                                        00004700
           SELECT CREBNOVO  ASSIGN TO CREBNOVO                          00004800
               FILE STATUS  IS WRK-FS-CREBNOVO.                         00004900
                                                                        00005000
           SELECT NFITEM    ASSIGN TO NFITEM                            00005100
               ORGANIZATION IS INDEXED                                  00005200
               ACCESS MODE  IS RANDOM                                   00005300
               RECORD KEY   IS FD-NFI-CHAVE                             00005400
               FILE STATUS  IS WRK-FS-NFITEM.                           00005500
                                                                        00005600
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00005700
               ORGANIZATION IS INDEXED                                  00005800
               ACCESS MODE  IS RANDOM                                   00005900
               RECORD KEY   IS FD-CODIGO                                00006000
               FILE STATUS  IS WRK-FS-CLIENTES.                         00006100
                                                                        00006200
           SELECT MOVDEV    ASSIGN TO MOVDEV                            00006300
               FILE STATUS  IS WRK-FS-MOVDEV.                           00006400
                                                                        00006500
           SELECT NCREDITO  ASSIGN TO NCREDITO                          00006600
               FILE STATUS  IS WRK-FS-NCREDITO.                         00006700
                                                                        00006800
           SELECT NCRNUM    ASSIGN TO NCRNUM                            00006900
               FILE STATUS  IS WRK-FS-NCRNUM.                           00007000
                                                                        00007100
           SELECT RELNCR    ASSIGN TO RELNCR                            00007200
               FILE STATUS  IS WRK-FS-RELNCR.                           00007300
                                                                        00007400
           SELECT REJEITO   ASSIGN TO REJEITO                           00007500
               FILE STATUS  IS WRK-FS-REJEITO.                          00007600
                                                                        00007700
      *====================================================             00007800
       DATA                                      DIVISION.              00007900
      *====================================================             00008000
       FILE                                      SECTION.               00008100
       FD DEVOLUC                                                       00008200
           RECORDING MODE IS F                                          00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
       01 FD-DEVOLUC.                                                   00008500
          05 FD-DEV-NF          PIC 9(06).                              00008600
          05 FD-DEV-PRODUTO     PIC X(06).                              00008700
          05 FD-DEV-QTDE        PIC 9(05).                              00008800
          05 FD-DEV-MOTIVO      PIC X(20).                              00008900
          05 FILLER             PIC X(03).                              00009000
                                                                        00009100
       FD CREBER                                                        00009200
           RECORDING MODE IS F                                          00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
       01 FD-CREBER.                                                    00009500
          05 FD-CRB-CLIENTE     PIC X(04).                              00009600
          05 FD-CRB-NF          PIC 9(06).                              00009700
          05 FD-CRB-PEDIDO      PIC 9(06).                              00009800
          05 FD-CRB-VALOR       PIC 9(09)V99.                           00009900
          05 FD-CRB-DATA-EMISSA PIC X(08).                              00010000
          05 FD-CRB-DATA-VENCTO PIC X(10).                              00010100
          05 FD-CRB-SITUACAO    PIC X(01).                              00010200
             88 FD-CRB-ABERTO        VALUE 'A'.                         00010300
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00010400
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00010500
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00010600
          05 FILLER             PIC X(03).                              00010700
                                                                        00010800
       FD CREBNOVO                                                      00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-CREBNOVO           PIC X(60).                              00011200
                                                                        00011300
       FD NFITEM                                                        00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-NFITEM.                                                    00011700
          05 FD-NFI-CHAVE.                                              00011800
             10 FD-NFI-NF         PIC 9(06).                            00011900
             10 FD-NFI-PRODUTO    PIC X(06).                            00012000
          05 FD-NFI-CLIENTE       PIC X(04).                            00012100
          05 FD-NFI-PEDIDO        PIC 9(06).                            00012200
          05 FD-NFI-QTDE          PIC 9(05).                            00012300
          05 FD-NFI-PRECO         PIC 9(07)V99.                         00012400
          05 FD-NFI-VALOR         PIC 9(09)V99.                         00012500
          05 FD-NFI-DATA          PIC X(08).                            00012600
          05 FD-NFI-QTDE-DEV      PIC 9(05).                            00012700
          05 FD-NFI-ALIQ-ICMS     PIC 9(02)V99.                         00012750
          05 FD-NFI-VALOR-ICMS    PIC 9(07)V99.                         00012800
          05 FILLER               PIC X(07).                            00012850
                                                                        00012900
       FD CLIENTES                                                      00013000
           RECORDING  MODE IS F                                         00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-CLIENTES.                                                  00013300
          05 FD-CODIGO         PIC X(04).                               00013400
          05 FD-NOME           PIC X(40).                               00013500
          05 FD-BANCO          PIC X(10).                               00013600
          05 FD-CPF-CNPJ       PIC X(14).                               00013700
          05 FD-ENDERECO       PIC X(40).                               00013800
          05 FD-CEP            PIC X(08).                               00013900
          05 FD-SITUACAO       PIC X(01).                               00014000
          05 FD-DATA-INCLUSAO  PIC X(08).                               00014100
          05 FD-DATA-ALTERACAO PIC X(08).                               00014200
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00014300
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00014400
          05 FD-DEVOLUCOES     PIC 9(03).                               00014500
          05 FILLER            PIC X(08).                               00014600
                                                                        00014700
       FD MOVDEV                                                        00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-MOVDEV.                                                    00015100
          05 FD-MDV-CODIGO        PIC X(06).                            00015200
          05 FD-MDV-DATA          PIC X(08).                            00015300
          05 FD-MDV-TIPO          PIC X(01).                            00015400
          05 FD-MDV-QTDE          PIC 9(05).                            00015500
          05 FD-MDV-DOCUMENTO     PIC X(10).                            00015600
          05 FD-MDV-EAN           PIC X(13).                            00015700
          05 FILLER               PIC X(10).                            00015750
          05 FD-MDV-DEPOSITO      PIC X(02).                            00015800
          05 FILLER               PIC X(05).                            00015850
                                                                        00015900
       FD NCREDITO                                                      00016000
           RECORDING MODE IS F                                          00016100
           BLOCK CONTAINS 0 RECORDS.                                    00016200
       01 FD-NCREDITO.                                                  00016300
          05 FD-NCR-NUMERO      PIC 9(06).                              00016400
          05 FD-NCR-NF          PIC 9(06).                              00016500
          05 FD-NCR-CLIENTE     PIC X(04).                              00016600
          05 FD-NCR-VALOR       PIC 9(09)V99.                           00016700
          05 FD-NCR-ABATIDO     PIC 9(09)V99.                           00016800
          05 FD-NCR-RESTITUIR   PIC 9(09)V99.                           00016900
          05 FD-NCR-DATA        PIC X(08).                              00017000
          05 FILLER             PIC X(23).                              00017100
                                                                        00017200
       FD NCRNUM                                                        00017300
           RECORDING MODE IS F                                          00017400
           BLOCK CONTAINS 0 RECORDS.                                    00017500
       01 FD-NCRNUM.                                                    00017600
          05 FD-NUM-ULTIMO   PIC 9(06).                                 00017700
                                                                        00017800
       FD RELNCR                                                        00017900
           RECORDING MODE IS F                                          00018000
           BLOCK CONTAINS 0 RECORDS.                                    00018100
       01 FD-RELNCR             PIC X(80).                              00018200
                                                                        00018300
       FD REJEITO                                                       00018400
           RECORDING MODE IS F                                          00018500
           BLOCK CONTAINS 0 RECORDS.                                    00018600
       01 FD-REJEITO.                                                   00018700
          05 FD-REJ-ORIGEM   PIC X(08).                                 00018800
          05 FD-REJ-DATA     PIC X(08).                                 00018900
          05 FD-REJ-COD      PIC X(04).                                 00019000
          05 FD-REJ-SQLCODE  PIC X(04).                                 00019100
          05 FD-REJ-MOTIVO   PIC X(030).                                00019200
          05 FD-REJ-DADOS    PIC X(120).                                00019300
          05 FILLER          PIC X(06).                                 00019400
                                                                        00019500
       WORKING-STORAGE                           SECTION.               00019600
      *====================================================             00019700
                                                                        00019800
       77 WRK-FS-DEVOLUC  PIC X(02) VALUE ZEROS.                        00019900
       77 WRK-FS-CREBER   PIC X(02) VALUE ZEROS.                        00020000
       77 WRK-FS-CREBNOVO PIC X(02) VALUE ZEROS.                        00020100
       77 WRK-FS-NFITEM   PIC X(02) VALUE ZEROS.                        00020200
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00020300
       77 WRK-FS-MOVDEV   PIC X(02) VALUE ZEROS.                        00020400
       77 WRK-FS-NCREDITO PIC X(02) VALUE ZEROS.                        00020500
       77 WRK-FS-NCRNUM   PIC X(02) VALUE ZEROS.                        00020600
       77 WRK-FS-RELNCR   PIC X(02) VALUE ZEROS.                        00020700
       77 WRK-FS-REJEITO  PIC X(02) VALUE ZEROS.                        00020800
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00020900
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00021000
                                                                        00021100
       77 WRK-FIM-CRB     PIC X(01) VALUE 'N'.                          00021200
          88 WRK-CRB-ACABOU       VALUE 'S'.                            00021300
       77 WRK-FIM-DEV     PIC X(01) VALUE 'N'.                          00021400
          88 WRK-DEV-ACABOU       VALUE 'S'.                            00021500
       77 WRK-CHAVE-CRB   PIC 9(06) VALUE ZEROS.                        00021600
       77 WRK-CHAVE-DEV   PIC 9(06) VALUE ZEROS.                        00021700
                                                                        00021800
       77 WRK-DEV-STATUS  PIC X(01) VALUE 'S'.                          00021900
          88 WRK-DEV-OK           VALUE 'S'.                            00022000
          88 WRK-DEV-INVALIDA     VALUE 'N'.                            00022100
       77 WRK-REJ-MOTIVO  PIC X(30) VALUE SPACES.                       00022200
       77 WRK-REJ-COD     PIC X(04) VALUE SPACES.                       00022300
                                                                        00022400
       77 WRK-NCR-STATUS  PIC X(01) VALUE 'F'.                          00022500
          88 WRK-NCR-ABERTA       VALUE 'A'.                            00022600
          88 WRK-NCR-FECHADA      VALUE 'F'.                            00022700
       77 WRK-NUM-NCR     PIC 9(06) VALUE ZEROS.                        00022800
       77 WRK-QTDE-SALDO  PIC 9(05) VALUE ZEROS.                        00022900
                                                                        00023000
       01 WRK-DOC-NCR.                                                  00023100
          05 FILLER          PIC X(03) VALUE 'NCR'.                     00023200
          05 WRK-DOC-NUMERO  PIC 9(06).                                 00023300
          05 FILLER          PIC X(01) VALUE SPACES.                    00023400
                                                                        00023500
       01 WRK-VALOR-ITEM     PIC 9(09)V99 VALUE ZEROS.                  00023600
       01 WRK-VALOR-CREDITO  PIC 9(09)V99 VALUE ZEROS.                  00023700
       01 WRK-ICMS-ITEM      PIC 9(07)V99 VALUE ZEROS.                  00023733
       01 WRK-ICMS-CREDITO   PIC 9(09)V99 VALUE ZEROS.                  00023766
       01 WRK-VALOR-ABATIDO  PIC 9(09)V99 VALUE ZEROS.                  00023800
       01 WRK-VALOR-RESTITUIR PIC 9(09)V99 VALUE ZEROS.                 00023900
       01 WRK-SALDO-TITULO   PIC S9(09)V99 VALUE ZEROS.                 00024000
       01 WRK-TOTAL-CREDITADO PIC 9(13)V99 VALUE ZEROS.                 00024100
       01 WRK-TOTAL-RESTITUIR PIC 9(13)V99 VALUE ZEROS.                 00024200
                                                                        00024300
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00024400
       77 WRK-REG-CREDITADOS PIC 9(07) VALUE ZEROS.                     00024500
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00024600
       77 WRK-REG-NOTAS-CRED PIC 9(07) VALUE ZEROS.                     00024700
       77 WRK-REG-TITULOS    PIC 9(07) VALUE ZEROS.                     00024800
                                                                        00024900
       01 WRK-NCR-CAB.                                                  00025000
          05 FILLER          PIC X(17) VALUE 'NOTA DE CREDITO N'.       00025100
          05 FILLER          PIC X(01) VALUE '.'.                       00025200
          05 WRK-NCC-NUMERO  PIC 999999.                                00025300
          05 FILLER          PIC X(09) VALUE '  REF NF '.               00025400
          05 WRK-NCC-NF      PIC 999999.                                00025500
          05 FILLER          PIC X(10) VALUE '  CLIENTE '.              00025600
          05 WRK-NCC-CLIENTE PIC X(04).                                 00025700
          05 FILLER          PIC X(27) VALUE SPACES.                    00025800
                                                                        00025900
       01 WRK-NCR-ITEM.                                                 00026000
          05 FILLER          PIC X(02) VALUE SPACES.                    00026100
          05 WRK-NCI-PRODUTO PIC X(06).                                 00026200
          05 FILLER          PIC X(01) VALUE SPACES.                    00026300
          05 WRK-NCI-MOTIVO  PIC X(20).                                 00026400
          05 FILLER          PIC X(01) VALUE SPACES.                    00026500
          05 WRK-NCI-QTDE    PIC ZZZZ9.                                 00026600
          05 FILLER          PIC X(03) VALUE ' X '.                     00026700
          05 WRK-NCI-PRECO   PIC Z.ZZZ.ZZ9,99.                          00026800
          05 FILLER          PIC X(03) VALUE ' = '.                     00026900
          05 WRK-NCI-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00027000
          05 FILLER          PIC X(13) VALUE SPACES.                    00027100
                                                                        00027200
       01 WRK-NCR-TOTAL.                                                00027300
          05 FILLER          PIC X(02) VALUE SPACES.                    00027400
          05 WRK-NCT-TEXTO   PIC X(30).                                 00027500
          05 FILLER          PIC X(24) VALUE SPACES.                    00027600
          05 WRK-NCT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00027700
          05 FILLER          PIC X(10) VALUE SPACES.                    00027800
                                                                        00027900
       01 WRK-LIN-TRACO.                                                00028000
          05 FILLER          PIC X(80) VALUE ALL '-'.                   00028100
                                                                        00028200
       PROCEDURE                                 DIVISION.              00028300
      *====================================================             00028400
       0000-PRINCIPAL                            SECTION.               00028500
           PERFORM 1000-INICIAR.                                        00028600
           PERFORM 2000-BALANCEAR                                       00028700
              UNTIL WRK-CRB-ACABOU AND WRK-DEV-ACABOU.                  00028800
           PERFORM 8000-FINALIZAR.                                      00028900
            STOP RUN.                                                   00029000
                                                                        00029100
       1000-INICIAR                              SECTION.               00029200
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00029300
                                                                        00029400
           OPEN INPUT DEVOLUC.                                          00029500
           IF WRK-FS-DEVOLUC NOT EQUAL '00'                             00029600
              MOVE ' ERRO OPEN DEVOLUC ' TO WRK-MSG                     00029700
              PERFORM 9000-TRATAR-ERROS                                 00029800
           END-IF.                                                      00029900
                                                                        00030000
           OPEN INPUT CREBER.                                           00030100
           IF WRK-FS-CREBER NOT EQUAL '00'                              00030200
              MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                      00030300
              PERFORM 9000-TRATAR-ERROS                                 00030400
           END-IF.                                                      00030500
                                                                        00030600
           OPEN OUTPUT CREBNOVO.                                        00030700
           IF WRK-FS-CREBNOVO NOT EQUAL '00'                            00030800
              MOVE ' ERRO OPEN CREBNOVO ' TO WRK-MSG                    00030900
              PERFORM 9000-TRATAR-ERROS                                 00031000
           END-IF.                                                      00031100
                                                                        00031200
           OPEN I-O NFITEM.                                             00031300
           IF WRK-FS-NFITEM NOT EQUAL '00'                              00031400
              MOVE ' ERRO OPEN NFITEM ' TO WRK-MSG                      00031500
              PERFORM 9000-TRATAR-ERROS                                 00031600
           END-IF.                                                      00031700
                                                                        00031800
           OPEN I-O CLIENTES.                                           00031900
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00032000
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00032100
              PERFORM 9000-TRATAR-ERROS                                 00032200
           END-IF.                                                      00032300
                                                                        00032400
           OPEN OUTPUT MOVDEV.                                          00032500
           IF WRK-FS-MOVDEV NOT EQUAL '00'                              00032600
              MOVE ' ERRO OPEN MOVDEV ' TO WRK-MSG                      00032700
              PERFORM 9000-TRATAR-ERROS                                 00032800
           END-IF.                                                      00032900
                                                                        00033000
           OPEN OUTPUT NCREDITO.                                        00033100
           IF WRK-FS-NCREDITO NOT EQUAL '00'                            00033200
              MOVE ' ERRO OPEN NCREDITO ' TO WRK-MSG                    00033300
              PERFORM 9000-TRATAR-ERROS                                 00033400
           END-IF.                                                      00033500
                                                                        00033600
           OPEN OUTPUT RELNCR.                                          00033700
           IF WRK-FS-RELNCR NOT EQUAL '00'                              00033800
              MOVE ' ERRO OPEN RELNCR ' TO WRK-MSG                      00033900
              PERFORM 9000-TRATAR-ERROS                                 00034000
           END-IF.                                                      00034100
                                                                        00034200
           OPEN OUTPUT REJEITO.                                         00034300
           IF WRK-FS-REJEITO NOT EQUAL '00'                             00034400
              MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG                     00034500
              PERFORM 9000-TRATAR-ERROS                                 00034600
           END-IF.                                                      00034700
                                                                        00034800
           PERFORM 1100-LER-ULTIMO-NUMERO.                              00034900
                                                                        00035000
           DISPLAY '------------------------------------------'.        00035100
           DISPLAY ' DEVOLUCAO DE CLIENTES E NOTA DE CREDITO '.         00035200
           DISPLAY ' ULTIMA NOTA DE CREDITO: ' WRK-NUM-NCR.             00035300
           DISPLAY '------------------------------------------'.        00035400
                                                                        00035500
           PERFORM 1200-LER-TITULO.                                     00035600
           PERFORM 1300-LER-DEVOLUCAO.                                  00035700
                                                                        00035800
      *---------------------------------------------------------------  00035900
      *    1100-LER-ULTIMO-NUMERO                                       00036000
      *    NCRNUM GUARDA O ULTIMO NUMERO DE NOTA DE CREDITO EM UM       00036100
      *    UNICO REGISTRO; SEM O ARQUIVO A NUMERACAO COMECA DO ZERO.    00036200
      *---------------------------------------------------------------  00036300
       1100-LER-ULTIMO-NUMERO                    SECTION.               00036400
           OPEN INPUT NCRNUM.                                           00036500
           IF WRK-FS-NCRNUM EQUAL '35'                                  00036600
              MOVE ZEROS TO WRK-NUM-NCR                                 00036700
           ELSE                                                         00036800
              IF WRK-FS-NCRNUM NOT EQUAL '00'                           00036900
                 MOVE ' ERRO OPEN NCRNUM ' TO WRK-MSG                   00037000
                 PERFORM 9000-TRATAR-ERROS                              00037100
              END-IF                                                    00037200
              READ NCRNUM                                               00037300
              IF WRK-FS-NCRNUM EQUAL '00'                               00037400
                 MOVE FD-NUM-ULTIMO TO WRK-NUM-NCR                      00037500
              ELSE                                                      00037600
                 MOVE ZEROS TO WRK-NUM-NCR                              00037700
              END-IF                                                    00037800
              CLOSE NCRNUM                                              00037900
           END-IF.                                                      00038000
                                                                        00038100
       1200-LER-TITULO                           SECTION.               00038200
           READ CREBER.                                                 00038300
           IF WRK-FS-CREBER EQUAL '00'                                  00038400
              ADD 1 TO WRK-REG-TITULOS                                  00038500
              MOVE FD-CRB-NF TO WRK-CHAVE-CRB                           00038600
           ELSE                                                         00038700
              SET WRK-CRB-ACABOU TO TRUE                                00038800
              MOVE 999999 TO WRK-CHAVE-CRB                              00038900
           END-IF.                                                      00039000
                                                                        00039100
       1300-LER-DEVOLUCAO                        SECTION.               00039200
           READ DEVOLUC.                                                00039300
           IF WRK-FS-DEVOLUC EQUAL '00'                                 00039400
              ADD 1 TO WRK-REG-LIDOS                                    00039500
              MOVE FD-DEV-NF TO WRK-CHAVE-DEV                           00039600
           ELSE                                                         00039700
              SET WRK-DEV-ACABOU TO TRUE                                00039800
              MOVE 999999 TO WRK-CHAVE-DEV                              00039900
           END-IF.                                                      00040000
                                                                        00040100
      *---------------------------------------------------------------  00040200
      *    2000-BALANCEAR                                               00040300
      *    CREBER E DEVOLUC CLASSIFICADOS POR NOTA. O TITULO SO E       00040400
      *    GRAVADO NO CREBNOVO QUANDO A DEVOLUCAO PASSA DA NOTA DELE,   00040500
      *    DEPOIS DE FECHADA A NOTA DE CREDITO; DEVOLUCAO SEM TITULO    00040600
      *    VAI PARA O REJEITO (D02).                                    00040700
      *---------------------------------------------------------------  00040800
       2000-BALANCEAR                            SECTION.               00040900
           EVALUATE TRUE                                                00041000
             WHEN WRK-CRB-ACABOU AND WRK-DEV-ACABOU                     00041100
                CONTINUE                                                00041200
             WHEN NOT WRK-CRB-ACABOU AND                                00041300
                  ( WRK-DEV-ACABOU OR                                   00041400
                    WRK-CHAVE-CRB LESS THAN WRK-CHAVE-DEV )             00041500
                IF WRK-NCR-ABERTA                                       00041600
                   PERFORM 2500-FECHAR-NOTA-CREDITO                     00041700
                END-IF                                                  00041800
                WRITE FD-CREBNOVO FROM FD-CREBER                        00041900
                PERFORM 1200-LER-TITULO                                 00042000
             WHEN NOT WRK-DEV-ACABOU AND                                00042100
                  ( WRK-CRB-ACABOU OR                                   00042200
                    WRK-CHAVE-DEV LESS THAN WRK-CHAVE-CRB )             00042300
                MOVE ' NOTA SEM TITULO NO CREBER ' TO WRK-REJ-MOTIVO    00042400
                MOVE 'D02 ' TO WRK-REJ-COD                              00042500
                PERFORM 7000-GRAVAR-REJEITO                             00042600
                PERFORM 1300-LER-DEVOLUCAO                              00042700
             WHEN OTHER                                                 00042800
                PERFORM 2100-VALIDAR-DEVOLUCAO                          00042900
                IF WRK-DEV-OK                                           00043000
                   PERFORM 2200-CREDITAR-ITEM                           00043100
                ELSE                                                    00043200
                   PERFORM 7000-GRAVAR-REJEITO                          00043300
                END-IF                                                  00043400
                PERFORM 1300-LER-DEVOLUCAO                              00043500
           END-EVALUATE.                                                00043600
                                                                        00043700
      *---------------------------------------------------------------  00043800
      *    2100-VALIDAR-DEVOLUCAO                                       00043900
      *    O PRODUTO PRECISA ESTAR NA NOTA (NFITEM) E A QUANTIDADE      00044000
      *    NAO PODE PASSAR DO FATURADO MENOS O JA DEVOLVIDO.            00044100
      *---------------------------------------------------------------  00044200
       2100-VALIDAR-DEVOLUCAO                    SECTION.               00044300
           SET WRK-DEV-OK TO TRUE.                                      00044400
           MOVE SPACES TO WRK-REJ-MOTIVO.                               00044500
           MOVE SPACES TO WRK-REJ-COD.                                  00044600
                                                                        00044700
           IF FD-DEV-QTDE NOT NUMERIC OR FD-DEV-QTDE EQUAL ZEROS        00044800
              SET WRK-DEV-INVALIDA TO TRUE                              00044900
              MOVE ' QUANTIDADE INVALIDA ' TO WRK-REJ-MOTIVO            00045000
              MOVE 'D01 ' TO WRK-REJ-COD                                00045100
           END-IF.                                                      00045200
                                                                        00045300
           IF WRK-DEV-OK                                                00045400
              MOVE FD-DEV-NF      TO FD-NFI-NF                          00045500
              MOVE FD-DEV-PRODUTO TO FD-NFI-PRODUTO                     00045600
              READ NFITEM                                               00045700
              EVALUATE WRK-FS-NFITEM                                    00045800
                WHEN '00'                                               00045900
                   COMPUTE WRK-QTDE-SALDO =                             00046000
                           FD-NFI-QTDE - FD-NFI-QTDE-DEV                00046100
                   END-COMPUTE                                          00046200
                   IF FD-DEV-QTDE GREATER THAN WRK-QTDE-SALDO           00046300
                      SET WRK-DEV-INVALIDA TO TRUE                      00046400
                      MOVE ' DEVOLUCAO ACIMA DO FATURADO ' TO           00046500
                           WRK-REJ-MOTIVO                               00046600
                      MOVE 'D04 ' TO WRK-REJ-COD                        00046700
                   END-IF                                               00046800
                WHEN '23'                                               00046900
                   SET WRK-DEV-INVALIDA TO TRUE                         00047000
                   MOVE ' PRODUTO NAO CONSTA DA NOTA ' TO               00047100
                        WRK-REJ-MOTIVO                                  00047200
                   MOVE 'D03 ' TO WRK-REJ-COD                           00047300
                WHEN OTHER                                              00047400
                   MOVE ' ERRO READ NFITEM ' TO WRK-MSG                 00047500
                   PERFORM 9000-TRATAR-ERROS                            00047600
              END-EVALUATE                                              00047700
           END-IF.                                                      00047800
                                                                        00047900
      *---------------------------------------------------------------  00048000
      *    2200-CREDITAR-ITEM                                           00048100
      *    CREDITA O ITEM AO PRECO DA NOTA MAIS O ICMS DA ALIQUOTA      00048150
      *    DO ITEM (NFITEM ANTERIOR AO IMPOSTO NAO TEM), MARCA O        00048200
      *    DEVOLVIDO NO NFITEM E GERA A ENTRADA DE ESTOQUE PARA O       00048266
      *    ARQ016.                                                      00048332
      *---------------------------------------------------------------  00048400
       2200-CREDITAR-ITEM                        SECTION.               00048500
           IF WRK-NCR-FECHADA                                           00048600
              PERFORM 2210-ABRIR-NOTA-CREDITO                           00048700
           END-IF.                                                      00048800
                                                                        00048900
           COMPUTE WRK-VALOR-ITEM =                                     00049000
                   FD-NFI-PRECO * FD-DEV-QTDE                           00049100
           END-COMPUTE.                                                 00049200
           ADD WRK-VALOR-ITEM TO WRK-VALOR-CREDITO.                     00049300
           MOVE ZEROS TO WRK-ICMS-ITEM.                                 00049311
           IF FD-NFI-ALIQ-ICMS NUMERIC                                  00049322
              COMPUTE WRK-ICMS-ITEM ROUNDED =                           00049333
                      WRK-VALOR-ITEM * FD-NFI-ALIQ-ICMS / 100           00049344
              END-COMPUTE                                               00049355
           END-IF.                                                      00049366
           ADD WRK-ICMS-ITEM  TO WRK-VALOR-CREDITO.                     00049377
           ADD WRK-ICMS-ITEM  TO WRK-ICMS-CREDITO.                      00049388
                                                                        00049400
           ADD FD-DEV-QTDE TO FD-NFI-QTDE-DEV.                          00049500
           REWRITE FD-NFITEM.                                           00049600
           IF WRK-FS-NFITEM NOT EQUAL '00'                              00049700
              MOVE ' ERRO REWRITE NFITEM ' TO WRK-MSG                   00049800
              PERFORM 9000-TRATAR-ERROS                                 00049900
           END-IF.                                                      00050000
                                                                        00050100
           MOVE FD-DEV-PRODUTO  TO WRK-NCI-PRODUTO.                     00050200
           MOVE FD-DEV-MOTIVO   TO WRK-NCI-MOTIVO.                      00050300
           MOVE FD-DEV-QTDE     TO WRK-NCI-QTDE.                        00050400
           MOVE FD-NFI-PRECO    TO WRK-NCI-PRECO.                       00050500
           MOVE WRK-VALOR-ITEM  TO WRK-NCI-VALOR.                       00050600
           MOVE WRK-NCR-ITEM    TO FD-RELNCR.                           00050700
           WRITE FD-RELNCR.                                             00050800
                                                                        00050900
           MOVE SPACES          TO FD-MOVDEV.                           00051000
           MOVE FD-DEV-PRODUTO  TO FD-MDV-CODIGO.                       00051100
           MOVE WRK-DATA-HOJE   TO FD-MDV-DATA.                         00051200
           MOVE 'E'             TO FD-MDV-TIPO.                         00051300
           MOVE FD-DEV-QTDE     TO FD-MDV-QTDE.                         00051400
           MOVE WRK-NUM-NCR     TO WRK-DOC-NUMERO.                      00051500
           MOVE WRK-DOC-NCR     TO FD-MDV-DOCUMENTO.                    00051600
           MOVE '01'            TO FD-MDV-DEPOSITO.                     00051650
           WRITE FD-MOVDEV.                                             00051700
           ADD 1 TO WRK-REG-CREDITADOS.                                 00051800
                                                                        00051900
       2210-ABRIR-NOTA-CREDITO                   SECTION.               00052000
           ADD 1 TO WRK-NUM-NCR.                                        00052100
           SET WRK-NCR-ABERTA TO TRUE.                                  00052200
           MOVE ZEROS TO WRK-VALOR-CREDITO.                             00052300
           MOVE ZEROS TO WRK-ICMS-CREDITO.                              00052350
                                                                        00052400
           MOVE WRK-NUM-NCR     TO WRK-NCC-NUMERO.                      00052500
           MOVE FD-CRB-NF       TO WRK-NCC-NF.                          00052600
           MOVE FD-CRB-CLIENTE  TO WRK-NCC-CLIENTE.                     00052700
           MOVE WRK-NCR-CAB     TO FD-RELNCR.                           00052800
           WRITE FD-RELNCR.                                             00052900
                                                                        00053000
      *---------------------------------------------------------------  00053100
      *    2500-FECHAR-NOTA-CREDITO                                     00053200
      *    O CREDITO REDUZ O VALOR DO TITULO. A PARTE QUE CAI NO        00053300
      *    SALDO EM ABERTO VOLTA PARA A EXPOSICAO; A QUE PASSA DO       00053400
      *    SALDO (JA PAGO PELO CLIENTE) FICA A RESTITUIR. TITULO COM    00053500
      *    PAGO IGUAL OU ACIMA DO NOVO VALOR FICA LIQUIDADO.            00053600
      *---------------------------------------------------------------  00053700
       2500-FECHAR-NOTA-CREDITO                  SECTION.               00053800
           COMPUTE WRK-SALDO-TITULO =                                   00053900
                   FD-CRB-VALOR - FD-CRB-VALOR-PAGO                     00054000
           END-COMPUTE.                                                 00054100
           IF WRK-SALDO-TITULO LESS THAN ZEROS                          00054200
              MOVE ZEROS TO WRK-SALDO-TITULO                            00054300
           END-IF.                                                      00054400
                                                                        00054500
           IF WRK-VALOR-CREDITO GREATER THAN WRK-SALDO-TITULO           00054600
              MOVE WRK-SALDO-TITULO TO WRK-VALOR-ABATIDO                00054700
              COMPUTE WRK-VALOR-RESTITUIR =                             00054800
                      WRK-VALOR-CREDITO - WRK-SALDO-TITULO              00054900
              END-COMPUTE                                               00055000
           ELSE                                                         00055100
              MOVE WRK-VALOR-CREDITO TO WRK-VALOR-ABATIDO               00055200
              MOVE ZEROS TO WRK-VALOR-RESTITUIR                         00055300
           END-IF.                                                      00055400
                                                                        00055500
           IF WRK-VALOR-CREDITO GREATER THAN FD-CRB-VALOR               00055600
              MOVE ZEROS TO FD-CRB-VALOR                                00055700
           ELSE                                                         00055800
              SUBTRACT WRK-VALOR-CREDITO FROM FD-CRB-VALOR              00055900
           END-IF.                                                      00056000
           IF FD-CRB-VALOR-PAGO NOT LESS THAN FD-CRB-VALOR              00056100
              MOVE 'L' TO FD-CRB-SITUACAO                               00056200
           END-IF.                                                      00056300
                                                                        00056400
           PERFORM 2510-DEVOLVER-EXPOSICAO.                             00056500
                                                                        00056600
           MOVE SPACES              TO FD-NCREDITO.                     00056700
           MOVE WRK-NUM-NCR         TO FD-NCR-NUMERO.                   00056800
           MOVE FD-CRB-NF           TO FD-NCR-NF.                       00056900
           MOVE FD-CRB-CLIENTE      TO FD-NCR-CLIENTE.                  00057000
           MOVE WRK-VALOR-CREDITO   TO FD-NCR-VALOR.                    00057100
           MOVE WRK-VALOR-ABATIDO   TO FD-NCR-ABATIDO.                  00057200
           MOVE WRK-VALOR-RESTITUIR TO FD-NCR-RESTITUIR.                00057300
           MOVE WRK-DATA-HOJE       TO FD-NCR-DATA.                     00057400
           WRITE FD-NCREDITO.                                           00057500
                                                                        00057600
           MOVE ' ICMS DEVOLVIDO' TO WRK-NCT-TEXTO.                     00057620
           MOVE WRK-ICMS-CREDITO  TO WRK-NCT-VALOR.                     00057640
           MOVE WRK-NCR-TOTAL     TO FD-RELNCR.                         00057660
           WRITE FD-RELNCR.                                             00057680
           MOVE ' TOTAL DA NOTA DE CREDITO' TO WRK-NCT-TEXTO.           00057700
           MOVE WRK-VALOR-CREDITO TO WRK-NCT-VALOR.                     00057800
           MOVE WRK-NCR-TOTAL     TO FD-RELNCR.                         00057900
           WRITE FD-RELNCR.                                             00058000
           MOVE ' ABATIDO DO TITULO' TO WRK-NCT-TEXTO.                  00058100
           MOVE WRK-VALOR-ABATIDO TO WRK-NCT-VALOR.                     00058200
           MOVE WRK-NCR-TOTAL     TO FD-RELNCR.                         00058300
           WRITE FD-RELNCR.                                             00058400
           IF WRK-VALOR-RESTITUIR GREATER THAN ZEROS                    00058500
              MOVE ' A RESTITUIR AO CLIENTE' TO WRK-NCT-TEXTO           00058600
              MOVE WRK-VALOR-RESTITUIR TO WRK-NCT-VALOR                 00058700
              MOVE WRK-NCR-TOTAL     TO FD-RELNCR                       00058800
              WRITE FD-RELNCR                                           00058900
           END-IF.                                                      00059000
           MOVE WRK-LIN-TRACO     TO FD-RELNCR.                         00059100
           WRITE FD-RELNCR.                                             00059200
                                                                        00059300
           ADD WRK-VALOR-CREDITO   TO WRK-TOTAL-CREDITADO.              00059400
           ADD WRK-VALOR-RESTITUIR TO WRK-TOTAL-RESTITUIR.              00059500
           ADD 1 TO WRK-REG-NOTAS-CRED.                                 00059600
           SET WRK-NCR-FECHADA TO TRUE.                                 00059700
                                                                        00059800
      *---------------------------------------------------------------  00059900
      *    2510-DEVOLVER-EXPOSICAO                                      00060000
      *    O ABATIDO DO SALDO SAI DA EXPOSICAO DO CLIENTE (PISO         00060100
      *    ZERO, COMO NO FR01CB07) E A DEVOLUCAO E CONTADA.             00060200
      *---------------------------------------------------------------  00060300
       2510-DEVOLVER-EXPOSICAO                   SECTION.               00060400
           MOVE FD-CRB-CLIENTE TO FD-CODIGO.                            00060500
           READ CLIENTES.                                               00060600
           IF WRK-FS-CLIENTES EQUAL '00'                                00060700
              IF WRK-VALOR-ABATIDO GREATER THAN FD-EXPOSICAO            00060800
                 MOVE ZEROS TO FD-EXPOSICAO                             00060900
              ELSE                                                      00061000
                 SUBTRACT WRK-VALOR-ABATIDO FROM FD-EXPOSICAO           00061100
              END-IF                                                    00061200
              IF FD-DEVOLUCOES LESS THAN 999                            00061300
                 ADD 1 TO FD-DEVOLUCOES                                 00061400
              END-IF                                                    00061500
              REWRITE FD-CLIENTES                                       00061600
              IF WRK-FS-CLIENTES NOT EQUAL '00'                         00061700
                 MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG              00061800
                 PERFORM 9000-TRATAR-ERROS                              00061900
              END-IF                                                    00062000
           END-IF.                                                      00062100
                                                                        00062200
       7000-GRAVAR-REJEITO                       SECTION.               00062300
           MOVE SPACES         TO FD-REJEITO.                           00062400
           MOVE 'FR01CB08'     TO FD-REJ-ORIGEM.                        00062500
           MOVE WRK-DATA-HOJE  TO FD-REJ-DATA.                          00062600
           MOVE WRK-REJ-COD    TO FD-REJ-COD.                           00062700
           MOVE ZEROS          TO FD-REJ-SQLCODE.                       00062800
           MOVE WRK-REJ-MOTIVO TO FD-REJ-MOTIVO.                        00062900
           MOVE FD-DEVOLUC     TO FD-REJ-DADOS.                         00063000
           WRITE FD-REJEITO.                                            00063100
           ADD 1 TO WRK-REG-REJEITADOS.                                 00063200
                                                                        00063300
      *---------------------------------------------------------------  00063400
      *    8100-GRAVAR-ULTIMO-NUMERO                                    00063500
      *    REGRAVA NCRNUM COM A ULTIMA NOTA DE CREDITO DA RODADA.       00063600
      *---------------------------------------------------------------  00063700
       8100-GRAVAR-ULTIMO-NUMERO                 SECTION.               00063800
           OPEN OUTPUT NCRNUM.                                          00063900
           IF WRK-FS-NCRNUM NOT EQUAL '00'                              00064000
              MOVE ' ERRO OPEN OUTPUT NCRNUM ' TO WRK-MSG               00064100
              PERFORM 9000-TRATAR-ERROS                                 00064200
           END-IF.                                                      00064300
           MOVE WRK-NUM-NCR TO FD-NUM-ULTIMO.                           00064400
           WRITE FD-NCRNUM.                                             00064500
           CLOSE NCRNUM.                                                00064600
                                                                        00064700
       8000-FINALIZAR                            SECTION.               00064800
           PERFORM 8100-GRAVAR-ULTIMO-NUMERO.                           00064900
                                                                        00065000
           CLOSE DEVOLUC.                                               00065100
           CLOSE CREBER.                                                00065200
           CLOSE CREBNOVO.                                              00065300
           CLOSE NFITEM.                                                00065400
           CLOSE CLIENTES.                                              00065500
           CLOSE MOVDEV.                                                00065600
           CLOSE NCREDITO.                                              00065700
           CLOSE RELNCR.                                                00065800
           CLOSE REJEITO.                                               00065900
                                                                        00066000
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00066100
           DISPLAY ' TITULOS LIDOS...............: ' WRK-REG-TITULOS.   00066200
           DISPLAY ' ITENS DEVOLVIDOS LIDOS......: ' WRK-REG-LIDOS.     00066300
           DISPLAY ' ITENS CREDITADOS............: '                    00066400
                   WRK-REG-CREDITADOS.                                  00066500
           DISPLAY ' ITENS REJEITADOS............: '                    00066600
                   WRK-REG-REJEITADOS.                                  00066700
           DISPLAY ' NOTAS DE CREDITO EMITIDAS...: '                    00066800
                   WRK-REG-NOTAS-CRED.                                  00066900
           DISPLAY ' TOTAL CREDITADO.............: '                    00067000
                   WRK-TOTAL-CREDITADO.                                 00067100
           DISPLAY ' TOTAL A RESTITUIR...........: '                    00067200
                   WRK-TOTAL-RESTITUIR.                                 00067300
           DISPLAY ' ULTIMA NOTA DE CREDITO......: ' WRK-NUM-NCR.       00067400
                                                                        00067500
       9000-TRATAR-ERROS                         SECTION.               00067600
           DISPLAY '-----------------------------'.                     00067700
           DISPLAY WRK-MSG.                                             00067800
           DISPLAY ' FS DEVOLUC: ' WRK-FS-DEVOLUC                       00067900
                   ' FS CREBER: ' WRK-FS-CREBER                         00068000
                   ' FS NFITEM: ' WRK-FS-NFITEM.                        00068100
           DISPLAY ' FS CLIENTES: ' WRK-FS-CLIENTES.                    00068200
           DISPLAY '-----------------------------'.                     00068300
              STOP RUN.                                                 00068400
