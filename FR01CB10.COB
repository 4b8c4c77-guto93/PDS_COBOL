      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB10.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 30/01/2023                                               00000900
      *  OBJETIVO: CANCELAMENTO DE PEDIDOS ACEITOS ANTES DO             00001000
      *            FATURAMENTO -- LE AS SOLICITACOES DO                 00001100
      *            ARQUIVO CANCPED (PEDIDO, SOLICITANTE E               00001200
      *            MOTIVO) EM TABELA E PASSA O PEDACE: OS               00001300
      *            ITENS DO PEDIDO SAEM MARCADOS 'C' NO                 00001400
      *            PEDANOVO (NOVA GERACAO DO PEDACE, QUE O              00001500
      *            FR01CB05 PULA), A QUANTIDADE RESERVADA               00001600
      *            VOLTA AO ESTOQUE POR MOVIMENTO 'E' NO                00001700
      *            LAYOUT DO MOVTRAN (MOVCAN, POSTADO PELO              00001800
      *            ARQ016 E VISTO NO KARDEX DO ARQ017) E O              00001900
      *            VALOR A PRECO DE TABELA SAI DA EXPOSICAO             00002000
      *            DO CLIENTE. PENDENCIAS DO PEDIDO NA FILA             00002100
      *            BACKORD SAO DESCARTADAS (BACKNOVO). O                00002200
      *            RELATORIO RELCAN MOSTRA OS ITENS E, POR              00002300
      *            PEDIDO, QUEM PEDIU E O MOTIVO. REJEITADO             00002400
      *            SAI NO ENVELOPE PADRAO DE 180 POSICOES               00002500
      *            (ORIGEM FR01CB10).                                   00002600
      *-----------------------------------------------------            00002614
      *  MANUTENCAO:                                                    00002628
      *  - 22/05/2023: O MOVCAN ACOMPANHOU O MOVTRAN DE 60              00002642
      *    POSICOES. O DEPOSITO SEGUE EM BRANCO: A RESERVA              00002657
      *    DEVOLVIDA SO MEXE NO TOTAL DO PRODMSTR, POIS A               00002671
      *    MERCADORIA NAO CHEGOU A SAIR DO DEPOSITO.                    00002685
      *=====================================================            00002700
                                                                        00002800
      *====================================================             00002900
       ENVIRONMENT                               DIVISION.              00003000
      *====================================================             00003100
       CONFIGURATION                             SECTION.               00003200
       SPECIAL-NAMES.                                                   00003300
           DECIMAL-POINT  IS COMMA.                                     00003400
                                                                        00003500
       INPUT-OUTPUT                              SECTION.               00003600
       FILE-CONTROL.                                                    00003700
           SELECT CANCPED   ASSIGN TO CANCPED                           00003800
               FILE STATUS  IS WRK-FS-CANCPED.                          00003900
                                                                        00004000
           SELECT PEDACE    ASSIGN TO PEDACE                            00004100
               FILE STATUS  IS WRK-FS-PEDACE.                           00004200
                                                                        00004300
           SELECT PEDANOVO  ASSIGN TO PEDANOVO                          00004400
               FILE STATUS  IS WRK-FS-PEDANOVO.                         00004500
                                                                        00004600
           SELECT BACKORD   ASSIGN TO BACKORD                           00004700
               FILE STATUS  IS WRK-FS-BACKORD.                          00004800
                                                                        00004900
           SELECT BACKNOVO  ASSIGN TO BACKNOVO                          00005000
               FILE STATUS  IS WRK-FS-BACKNOVO.                         00005100
                                                                        00005200
           SELECT PRODMSTR  ASSIGN TO PRODMSTR                          00005300
               ORGANIZATION IS INDEXED                                  00005400
               ACCESS MODE  IS RANDOM                                   00005500
               RECORD KEY   IS FD-PM-CODIGO                             00005600
               FILE STATUS  IS WRK-FS-PRODMSTR.                         00005700
                                                                        00005800
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00005900
               ORGANIZATION IS INDEXED                                  00006000
               ACCESS MODE  IS RANDOM                                   00006100
               RECORD KEY   IS FD-CODIGO                                00006200
               FILE STATUS  IS WRK-FS-CLIENTES.                         00006300
                                                                        00006400
           SELECT MOVCAN    ASSIGN TO MOVCAN                            00006500
               FILE STATUS  IS WRK-FS-MOVCAN.                           00006600
                                                                        00006700
           SELECT RELCAN    ASSIGN TO RELCAN                            00006800
               FILE STATUS  IS WRK-FS-RELCAN.                           00006900
                                                                        00007000
           SELECT REJEITO   ASSIGN TO REJEITO                           00007100
               FILE STATUS  IS WRK-FS-REJEITO.                          00007200
                                                                        00007300
      *====================================================             00007400
       DATA                                      DIVISION.              00007500
      *====================================================             00007600
       FILE                                      SECTION.               00007700
       FD CANCPED                                                       00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-CANCPED.                                                   00008100
          05 FD-CAN-NUMERO      PIC 9(06).                              00008200
          05 FD-CAN-SOLICITANTE PIC X(20).                              00008300
          05 FD-CAN-MOTIVO      PIC X(30).                              00008400
          05 FILLER             PIC X(24).                              00008500
                                                                        00008600
       FD PEDACE                                                        00008700
           RECORDING MODE IS F                                          00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-PEDACE.                                                    00009000
          05 FD-ACE-NUMERO   PIC 9(06).                                 00009100
          05 FD-ACE-CLIENTE  PIC X(04).                                 00009200
          05 FD-ACE-PRODUTO  PIC X(06).                                 00009300
          05 FD-ACE-QTDE     PIC 9(05).                                 00009400
          05 FD-ACE-DATA     PIC X(08).                                 00009500
          05 FD-ACE-SITUACAO PIC X(01).                                 00009600
             88 FD-ACE-ACEITO        VALUE 'A'.                         00009700
             88 FD-ACE-CANCELADO     VALUE 'C'.                         00009800
          05 FD-ACE-ITEM     PIC 9(03).                                 00009900
          05 FILLER          PIC X(07).                                 00010000
                                                                        00010100
       FD PEDANOVO                                                      00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-PEDANOVO             PIC X(40).                            00010500
                                                                        00010600
       FD BACKORD                                                       00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-BACKORD.                                                   00011000
          05 FD-BCK-NUMERO     PIC 9(06).                               00011100
          05 FD-BCK-ITEM       PIC 9(03).                               00011200
          05 FD-BCK-CLIENTE    PIC X(04).                               00011300
          05 FD-BCK-PRODUTO    PIC X(06).                               00011400
          05 FD-BCK-QTDE       PIC 9(05).                               00011500
          05 FD-BCK-DATA       PIC X(08).                               00011600
          05 FD-BCK-PRIORIDADE PIC 9(01).                               00011700
          05 FILLER            PIC X(17).                               00011800
                                                                        00011900
       FD BACKNOVO                                                      00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-BACKNOVO             PIC X(50).                            00012300
                                                                        00012400
       FD PRODMSTR                                                      00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-PRODMSTR.                                                  00012800
          05 FD-PM-CODIGO         PIC X(06).                            00012900
          05 FD-PM-DESCRICAO      PIC X(30).                            00013000
          05 FD-PM-PRECO          PIC 9(07)V99.                         00013100
          05 FD-PM-QTDE           PIC 9(05).                            00013200
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00013300
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00013400
          05 FD-PM-EAN            PIC X(13).                            00013500
                                                                        00013600
       FD CLIENTES                                                      00013700
           RECORDING  MODE IS F                                         00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-CLIENTES.                                                  00014000
          05 FD-CODIGO         PIC X(04).                               00014100
          05 FD-NOME           PIC X(40).                               00014200
          05 FD-BANCO          PIC X(10).                               00014300
          05 FD-CPF-CNPJ       PIC X(14).                               00014400
          05 FD-ENDERECO       PIC X(40).                               00014500
          05 FD-CEP            PIC X(08).                               00014600
          05 FD-SITUACAO       PIC X(01).                               00014700
             88 FD-CLIENTE-ATIVO     VALUE 'A'.                         00014800
             88 FD-CLIENTE-INATIVO   VALUE 'I'.                         00014900
          05 FD-DATA-INCLUSAO  PIC X(08).                               00015000
          05 FD-DATA-ALTERACAO PIC X(08).                               00015100
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00015200
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00015300
          05 FD-DEVOLUCOES     PIC 9(03).                               00015400
          05 FILLER            PIC X(08).                               00015500
                                                                        00015600
       FD MOVCAN                                                        00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-MOVCAN.                                                    00016000
          05 FD-MCN-CODIGO        PIC X(06).                            00016100
          05 FD-MCN-DATA          PIC X(08).                            00016200
          05 FD-MCN-TIPO          PIC X(01).                            00016300
          05 FD-MCN-QTDE          PIC 9(05).                            00016400
          05 FD-MCN-DOCUMENTO     PIC X(10).                            00016500
          05 FD-MCN-EAN           PIC X(13).                            00016600
          05 FILLER               PIC X(17).                            00016700
                                                                        00016800
       FD RELCAN                                                        00016900
           RECORDING MODE IS F                                          00017000
           BLOCK CONTAINS 0 RECORDS.                                    00017100
       01 FD-RELCAN             PIC X(80).                              00017200
                                                                        00017300
       FD REJEITO                                                       00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
       01 FD-REJEITO.                                                   00017700
          05 FD-REJ-ORIGEM   PIC X(08).                                 00017800
          05 FD-REJ-DATA     PIC X(08).                                 00017900
          05 FD-REJ-COD      PIC X(04).                                 00018000
          05 FD-REJ-SQLCODE  PIC X(04).                                 00018100
          05 FD-REJ-MOTIVO   PIC X(030).                                00018200
          05 FD-REJ-DADOS    PIC X(120).                                00018300
          05 FILLER          PIC X(06).                                 00018400
                                                                        00018500
       WORKING-STORAGE                           SECTION.               00018600
      *====================================================             00018700
                                                                        00018800
       77 WRK-FS-CANCPED  PIC X(02) VALUE ZEROS.                        00018900
       77 WRK-FS-PEDACE   PIC X(02) VALUE ZEROS.                        00019000
       77 WRK-FS-PEDANOVO PIC X(02) VALUE ZEROS.                        00019100
       77 WRK-FS-BACKORD  PIC X(02) VALUE ZEROS.                        00019200
       77 WRK-FS-BACKNOVO PIC X(02) VALUE ZEROS.                        00019300
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00019400
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00019500
       77 WRK-FS-MOVCAN   PIC X(02) VALUE ZEROS.                        00019600
       77 WRK-FS-RELCAN   PIC X(02) VALUE ZEROS.                        00019700
       77 WRK-FS-REJEITO  PIC X(02) VALUE ZEROS.                        00019800
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00019900
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00020000
                                                                        00020100
       01 WRK-TAB-CANCEL.                                               00020200
          05 WRK-TAB-CAN-ITEM OCCURS 200 TIMES.                         00020300
             10 WRK-TAB-CAN-REGISTRO.                                   00020400
                15 WRK-TAB-CAN-NUMERO      PIC 9(06).                   00020500
                15 WRK-TAB-CAN-SOLICITANTE PIC X(20).                   00020600
                15 WRK-TAB-CAN-MOTIVO      PIC X(30).                   00020700
                15 FILLER                  PIC X(24).                   00020800
             10 WRK-TAB-CAN-CLIENTE  PIC X(04).                         00020900
             10 WRK-TAB-CAN-ITENS    PIC 9(03).                         00021000
             10 WRK-TAB-CAN-PENDENTES PIC 9(03).                        00021100
             10 WRK-TAB-CAN-JA-CANC  PIC 9(03).                         00021200
             10 WRK-TAB-CAN-VALOR    PIC 9(09)V99.                      00021300
       77 WRK-QTDE-CANCEL PIC 9(03) VALUE ZEROS.                        00021400
       77 WRK-IDX-CAN     PIC 9(03) VALUE ZEROS.                        00021500
       77 WRK-CAN-ACHADO  PIC X(01) VALUE 'N'.                          00021600
          88 WRK-CAN-FOI-ACHADO     VALUE 'S'.                          00021700
          88 WRK-CAN-NAO-ACHADO     VALUE 'N'.                          00021800
       77 WRK-NUM-PROCURADO PIC 9(06) VALUE ZEROS.                      00021900
                                                                        00022000
       77 WRK-REJ-MOTIVO  PIC X(30) VALUE SPACES.                       00022100
       77 WRK-REJ-COD     PIC X(04) VALUE SPACES.                       00022200
       77 WRK-REJ-DADOS   PIC X(80) VALUE SPACES.                       00022300
       77 WRK-SIT-BACKORD PIC X(01) VALUE 'N'.                          00022400
          88 WRK-BACKORD-ABERTO     VALUE 'S'.                          00022500
                                                                        00022600
       01 WRK-DOC-CAN.                                                  00022700
          05 FILLER          PIC X(03) VALUE 'CAN'.                     00022800
          05 WRK-DOC-NUMERO  PIC 9(06).                                 00022900
          05 FILLER          PIC X(01) VALUE SPACES.                    00023000
                                                                        00023100
       01 WRK-VALOR-ITEM     PIC 9(09)V99 VALUE ZEROS.                  00023200
       01 WRK-TOTAL-LIBERADO PIC 9(13)V99 VALUE ZEROS.                  00023300
                                                                        00023400
       77 WRK-REG-SOLICITADOS PIC 9(07) VALUE ZEROS.                    00023500
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00023600
       77 WRK-REG-ITENS-CANC PIC 9(07) VALUE ZEROS.                     00023700
       77 WRK-REG-PEDIDOS-CANC PIC 9(07) VALUE ZEROS.                   00023800
       77 WRK-REG-PENDENCIAS PIC 9(07) VALUE ZEROS.                     00023900
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00024000
                                                                        00024100
       01 WRK-CAN-CAB.                                                  00024200
          05 FILLER          PIC X(30)                                  00024300
                             VALUE 'CANCELAMENTO DE PEDIDOS EM '.       00024400
          05 WRK-CCB-DATA    PIC X(08).                                 00024500
          05 FILLER          PIC X(42) VALUE SPACES.                    00024600
                                                                        00024700
       01 WRK-CAN-ITEM.                                                 00024800
          05 FILLER          PIC X(09) VALUE '  PEDIDO '.               00024900
          05 WRK-CIT-NUMERO  PIC 999999.                                00025000
          05 FILLER          PIC X(06) VALUE ' ITEM '.                  00025100
          05 WRK-CIT-ITEM    PIC 999.                                   00025200
          05 FILLER          PIC X(01) VALUE SPACES.                    00025300
          05 WRK-CIT-PRODUTO PIC X(06).                                 00025400
          05 FILLER          PIC X(01) VALUE SPACES.                    00025500
          05 WRK-CIT-QTDE    PIC ZZZZ9.                                 00025600
          05 FILLER          PIC X(03) VALUE ' X '.                     00025700
          05 WRK-CIT-PRECO   PIC Z.ZZZ.ZZ9,99.                          00025800
          05 FILLER          PIC X(03) VALUE ' = '.                     00025900
          05 WRK-CIT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00026000
          05 FILLER          PIC X(11) VALUE SPACES.                    00026100
                                                                        00026200
       01 WRK-CAN-PEDIDO.                                               00026300
          05 FILLER          PIC X(07) VALUE 'PEDIDO '.                 00026400
          05 WRK-CPD-NUMERO  PIC 999999.                                00026500
          05 FILLER          PIC X(09) VALUE ' CLIENTE '.               00026600
          05 WRK-CPD-CLIENTE PIC X(04).                                 00026700
          05 FILLER          PIC X(07) VALUE ' ITENS '.                 00026800
          05 WRK-CPD-ITENS   PIC ZZ9.                                   00026900
          05 FILLER          PIC X(12) VALUE ' PENDENCIAS '.            00027000
          05 WRK-CPD-PENDENTES PIC ZZ9.                                 00027100
          05 FILLER          PIC X(15) VALUE ' EXPOS. LIBER. '.         00027200
          05 WRK-CPD-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00027300
                                                                        00027400
       01 WRK-CAN-PEDIU.                                                00027500
          05 FILLER          PIC X(13) VALUE '  PEDIDO POR '.           00027600
          05 WRK-CPE-SOLICITANTE PIC X(20).                             00027700
          05 FILLER          PIC X(08) VALUE ' MOTIVO '.                00027800
          05 WRK-CPE-MOTIVO  PIC X(30).                                 00027900
          05 FILLER          PIC X(09) VALUE SPACES.                    00028000
                                                                        00028100
       01 WRK-CAN-TOTAL.                                                00028200
          05 FILLER          PIC X(02) VALUE SPACES.                    00028300
          05 WRK-CTT-TEXTO   PIC X(30).                                 00028400
          05 FILLER          PIC X(24) VALUE SPACES.                    00028500
          05 WRK-CTT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00028600
          05 FILLER          PIC X(10) VALUE SPACES.                    00028700
                                                                        00028800
       01 WRK-LIN-TRACO.                                                00028900
          05 FILLER          PIC X(80) VALUE ALL '-'.                   00029000
                                                                        00029100
       PROCEDURE                                 DIVISION.              00029200
      *====================================================             00029300
       0000-PRINCIPAL                            SECTION.               00029400
           PERFORM 1000-INICIAR.                                        00029500
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PEDACE EQUAL '10'.       00029600
           PERFORM 3000-DESCARTAR-PENDENCIA                             00029700
              UNTIL WRK-FS-BACKORD NOT EQUAL '00'.                      00029800
           PERFORM 4000-RESUMIR-PEDIDOS.                                00029900
           PERFORM 8000-FINALIZAR.                                      00030000
            STOP RUN.                                                   00030100
                                                                        00030200
       1000-INICIAR                              SECTION.               00030300
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00030400
                                                                        00030500
           OPEN INPUT CANCPED.                                          00030600
           IF WRK-FS-CANCPED NOT EQUAL '00'                             00030700
              MOVE ' ERRO OPEN CANCPED ' TO WRK-MSG                     00030800
              PERFORM 9000-TRATAR-ERROS                                 00030900
           END-IF.                                                      00031000
                                                                        00031100
           OPEN INPUT PEDACE.                                           00031200
           IF WRK-FS-PEDACE NOT EQUAL '00'                              00031300
              MOVE ' ERRO OPEN PEDACE ' TO WRK-MSG                      00031400
              PERFORM 9000-TRATAR-ERROS                                 00031500
           END-IF.                                                      00031600
                                                                        00031700
           OPEN OUTPUT PEDANOVO.                                        00031800
           IF WRK-FS-PEDANOVO NOT EQUAL '00'                            00031900
              MOVE ' ERRO OPEN PEDANOVO ' TO WRK-MSG                    00032000
              PERFORM 9000-TRATAR-ERROS                                 00032100
           END-IF.                                                      00032200
                                                                        00032300
           OPEN OUTPUT BACKNOVO.                                        00032400
           IF WRK-FS-BACKNOVO NOT EQUAL '00'                            00032500
              MOVE ' ERRO OPEN BACKNOVO ' TO WRK-MSG                    00032600
              PERFORM 9000-TRATAR-ERROS                                 00032700
           END-IF.                                                      00032800
                                                                        00032900
           OPEN INPUT PRODMSTR.                                         00033000
           IF WRK-FS-PRODMSTR NOT EQUAL '00'                            00033100
              MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                    00033200
              PERFORM 9000-TRATAR-ERROS                                 00033300
           END-IF.                                                      00033400
                                                                        00033500
           OPEN I-O CLIENTES.                                           00033600
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00033700
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00033800
              PERFORM 9000-TRATAR-ERROS                                 00033900
           END-IF.                                                      00034000
                                                                        00034100
           OPEN OUTPUT MOVCAN.                                          00034200
           IF WRK-FS-MOVCAN NOT EQUAL '00'                              00034300
              MOVE ' ERRO OPEN MOVCAN ' TO WRK-MSG                      00034400
              PERFORM 9000-TRATAR-ERROS                                 00034500
           END-IF.                                                      00034600
                                                                        00034700
           OPEN OUTPUT RELCAN.                                          00034800
           IF WRK-FS-RELCAN NOT EQUAL '00'                              00034900
              MOVE ' ERRO OPEN RELCAN ' TO WRK-MSG                      00035000
              PERFORM 9000-TRATAR-ERROS                                 00035100
           END-IF.                                                      00035200
                                                                        00035300
           OPEN OUTPUT REJEITO.                                         00035400
           IF WRK-FS-REJEITO NOT EQUAL '00'                             00035500
              MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG                     00035600
              PERFORM 9000-TRATAR-ERROS                                 00035700
           END-IF.                                                      00035800
                                                                        00035900
           DISPLAY '------------------------------------------'.        00036000
           DISPLAY ' CANCELAMENTO DE PEDIDOS ACEITOS '.                 00036100
           DISPLAY '------------------------------------------'.        00036200
                                                                        00036300
           MOVE WRK-DATA-HOJE TO WRK-CCB-DATA.                          00036400
           MOVE WRK-CAN-CAB   TO FD-RELCAN.                             00036500
           WRITE FD-RELCAN.                                             00036600
           MOVE WRK-LIN-TRACO TO FD-RELCAN.                             00036700
           WRITE FD-RELCAN.                                             00036800
                                                                        00036900
           READ CANCPED.                                                00037000
           PERFORM 1100-CARREGAR-SOLICITACAO                            00037100
              UNTIL WRK-FS-CANCPED NOT EQUAL '00'.                      00037200
                                                                        00037300
           PERFORM 1200-ABRIR-BACKORD.                                  00037400
                                                                        00037500
           READ PEDACE.                                                 00037600
                                                                        00037700
      *---------------------------------------------------------------  00037800
      *    1100-CARREGAR-SOLICITACAO                                    00037900
      *    GUARDA AS SOLICITACOES EM TABELA: O PEDACE NAO VEM EM        00038000
      *    ORDEM DE PEDIDO DEPOIS DAS LIBERACOES DO FR01CB09.           00038100
      *    NUMERO INVALIDO (C01), REPETIDO (C03) OU ALEM DO LIMITE      00038200
      *    DA RODADA (C04) VAI DIRETO PARA O REJEITO.                   00038300
      *---------------------------------------------------------------  00038400
       1100-CARREGAR-SOLICITACAO                 SECTION.               00038500
           ADD 1 TO WRK-REG-SOLICITADOS.                                00038600
           MOVE SPACES TO WRK-REJ-COD.                                  00038700
           IF FD-CAN-NUMERO NOT NUMERIC OR FD-CAN-NUMERO EQUAL ZEROS    00038800
              MOVE ' NUMERO DE PEDIDO INVALIDO ' TO WRK-REJ-MOTIVO      00038900
              MOVE 'C01 ' TO WRK-REJ-COD                                00039000
           ELSE                                                         00039100
              MOVE FD-CAN-NUMERO TO WRK-NUM-PROCURADO                   00039200
              PERFORM 2150-PROCURAR-SOLICITACAO                         00039300
              IF WRK-CAN-FOI-ACHADO                                     00039400
                 MOVE ' CANCELAMENTO REPETIDO ' TO WRK-REJ-MOTIVO       00039500
                 MOVE 'C03 ' TO WRK-REJ-COD                             00039600
              ELSE                                                      00039700
                 IF WRK-QTDE-CANCEL NOT LESS THAN 200                   00039800
                    MOVE ' LIMITE DE 200 POR RODADA ' TO                00039900
                         WRK-REJ-MOTIVO                                 00040000
                    MOVE 'C04 ' TO WRK-REJ-COD                          00040100
                 END-IF                                                 00040200
              END-IF                                                    00040300
           END-IF.                                                      00040400
                                                                        00040500
           IF WRK-REJ-COD EQUAL SPACES                                  00040600
              ADD 1 TO WRK-QTDE-CANCEL                                  00040700
              MOVE FD-CANCPED TO                                        00040800
                   WRK-TAB-CAN-REGISTRO(WRK-QTDE-CANCEL)                00040900
              MOVE SPACES TO WRK-TAB-CAN-CLIENTE(WRK-QTDE-CANCEL)       00041000
              MOVE ZEROS  TO WRK-TAB-CAN-ITENS(WRK-QTDE-CANCEL)         00041100
              MOVE ZEROS  TO WRK-TAB-CAN-PENDENTES(WRK-QTDE-CANCEL)     00041200
              MOVE ZEROS  TO WRK-TAB-CAN-JA-CANC(WRK-QTDE-CANCEL)       00041300
              MOVE ZEROS  TO WRK-TAB-CAN-VALOR(WRK-QTDE-CANCEL)         00041400
           ELSE                                                         00041500
              MOVE FD-CANCPED TO WRK-REJ-DADOS                          00041600
              PERFORM 7000-GRAVAR-REJEITO                               00041700
           END-IF.                                                      00041800
           READ CANCPED.                                                00041900
                                                                        00042000
      *---------------------------------------------------------------  00042100
      *    1200-ABRIR-BACKORD                                           00042200
      *    SEM FILA DE PENDENCIAS NAO HA O QUE DESCARTAR; O BACKNOVO    00042300
      *    SAI VAZIO.                                                   00042400
      *---------------------------------------------------------------  00042500
       1200-ABRIR-BACKORD                        SECTION.               00042600
           OPEN INPUT BACKORD.                                          00042700
           IF WRK-FS-BACKORD EQUAL '35'                                 00042800
              DISPLAY ' BACKORD AUSENTE, SEM PENDENCIAS '               00042900
              MOVE '10' TO WRK-FS-BACKORD                               00043000
           ELSE                                                         00043100
              IF WRK-FS-BACKORD NOT EQUAL '00'                          00043200
                 MOVE ' ERRO OPEN BACKORD ' TO WRK-MSG                  00043300
                 PERFORM 9000-TRATAR-ERROS                              00043400
              END-IF                                                    00043500
              SET WRK-BACKORD-ABERTO TO TRUE                            00043600
              READ BACKORD                                              00043700
           END-IF.                                                      00043800
                                                                        00043900
      *---------------------------------------------------------------  00044000
      *    2000-PROCESSAR                                               00044100
      *    TODO O PEDACE E COPIADO PARA O PEDANOVO; O ITEM DE PEDIDO    00044200
      *    SOLICITADO SAI MARCADO 'C'. ITEM QUE JA ESTAVA CANCELADO     00044300
      *    SO E CONTADO.                                                00044400
      *---------------------------------------------------------------  00044500
       2000-PROCESSAR                            SECTION.               00044600
           IF WRK-FS-PEDACE EQUAL '00'                                  00044700
              ADD 1 TO WRK-REG-LIDOS                                    00044800
              MOVE FD-ACE-NUMERO TO WRK-NUM-PROCURADO                   00044900
              PERFORM 2150-PROCURAR-SOLICITACAO                         00045000
              IF WRK-CAN-FOI-ACHADO                                     00045100
                 MOVE FD-ACE-CLIENTE TO                                 00045200
                      WRK-TAB-CAN-CLIENTE(WRK-IDX-CAN)                  00045300
                 IF FD-ACE-CANCELADO                                    00045400
                    ADD 1 TO WRK-TAB-CAN-JA-CANC(WRK-IDX-CAN)           00045500
                 ELSE                                                   00045600
                    PERFORM 2200-CANCELAR-ITEM                          00045700
                 END-IF                                                 00045800
              END-IF                                                    00045900
              WRITE FD-PEDANOVO FROM FD-PEDACE                          00046000
              IF WRK-FS-PEDANOVO NOT EQUAL '00'                         00046100
                 MOVE ' ERRO WRITE PEDANOVO ' TO WRK-MSG                00046200
                 PERFORM 9000-TRATAR-ERROS                              00046300
              END-IF                                                    00046400
           END-IF.                                                      00046500
           READ PEDACE.                                                 00046600
                                                                        00046700
       2150-PROCURAR-SOLICITACAO                 SECTION.               00046800
           SET WRK-CAN-NAO-ACHADO TO TRUE.                              00046900
           MOVE 1 TO WRK-IDX-CAN.                                       00047000
           PERFORM 2160-TESTAR-SOLICITACAO                              00047100
              UNTIL WRK-IDX-CAN GREATER THAN WRK-QTDE-CANCEL            00047200
                 OR WRK-CAN-FOI-ACHADO.                                 00047300
                                                                        00047400
       2160-TESTAR-SOLICITACAO                   SECTION.               00047500
           IF WRK-TAB-CAN-NUMERO(WRK-IDX-CAN) EQUAL WRK-NUM-PROCURADO   00047600
              SET WRK-CAN-FOI-ACHADO TO TRUE                            00047700
           ELSE                                                         00047800
              ADD 1 TO WRK-IDX-CAN                                      00047900
           END-IF.                                                      00048000
                                                                        00048100
      *---------------------------------------------------------------  00048200
      *    2200-CANCELAR-ITEM                                           00048300
      *    MARCA O ITEM, GERA A ENTRADA DE ESTOQUE PARA O ARQ016 E      00048400
      *    TIRA DA EXPOSICAO O VALOR A PRECO DE TABELA (O MESMO         00048500
      *    CRITERIO DO ACEITE NO FR01CB04), COM PISO ZERO.              00048600
      *---------------------------------------------------------------  00048700
       2200-CANCELAR-ITEM                        SECTION.               00048800
           MOVE 'C' TO FD-ACE-SITUACAO.                                 00048900
           ADD 1 TO WRK-TAB-CAN-ITENS(WRK-IDX-CAN).                     00049000
           ADD 1 TO WRK-REG-ITENS-CANC.                                 00049100
                                                                        00049200
           MOVE FD-ACE-PRODUTO TO FD-PM-CODIGO.                         00049300
           READ PRODMSTR.                                               00049400
           EVALUATE WRK-FS-PRODMSTR                                     00049500
             WHEN '00'                                                  00049600
                COMPUTE WRK-VALOR-ITEM =                                00049700
                        FD-PM-PRECO * FD-ACE-QTDE                       00049800
                END-COMPUTE                                             00049900
             WHEN '23'                                                  00050000
                MOVE ZEROS TO FD-PM-PRECO                               00050100
                MOVE ZEROS TO WRK-VALOR-ITEM                            00050200
                DISPLAY ' ITEM CANCELADO SEM PRODUTO NO MESTRE: '       00050300
                        FD-ACE-PRODUTO ' PEDIDO ' FD-ACE-NUMERO         00050400
             WHEN OTHER                                                 00050500
                MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                  00050600
                PERFORM 9000-TRATAR-ERROS                               00050700
           END-EVALUATE.                                                00050800
           ADD WRK-VALOR-ITEM TO WRK-TAB-CAN-VALOR(WRK-IDX-CAN).        00050900
                                                                        00051000
           MOVE FD-ACE-NUMERO   TO WRK-CIT-NUMERO.                      00051100
           MOVE FD-ACE-ITEM     TO WRK-CIT-ITEM.                        00051200
           MOVE FD-ACE-PRODUTO  TO WRK-CIT-PRODUTO.                     00051300
           MOVE FD-ACE-QTDE     TO WRK-CIT-QTDE.                        00051400
           MOVE FD-PM-PRECO     TO WRK-CIT-PRECO.                       00051500
           MOVE WRK-VALOR-ITEM  TO WRK-CIT-VALOR.                       00051600
           MOVE WRK-CAN-ITEM    TO FD-RELCAN.                           00051700
           WRITE FD-RELCAN.                                             00051800
                                                                        00051900
           MOVE SPACES          TO FD-MOVCAN.                           00052000
           MOVE FD-ACE-PRODUTO  TO FD-MCN-CODIGO.                       00052100
           MOVE WRK-DATA-HOJE   TO FD-MCN-DATA.                         00052200
           MOVE 'E'             TO FD-MCN-TIPO.                         00052300
           MOVE FD-ACE-QTDE     TO FD-MCN-QTDE.                         00052400
           MOVE FD-ACE-NUMERO   TO WRK-DOC-NUMERO.                      00052500
           MOVE WRK-DOC-CAN     TO FD-MCN-DOCUMENTO.                    00052600
           WRITE FD-MOVCAN.                                             00052700
           IF WRK-FS-MOVCAN NOT EQUAL '00'                              00052800
              MOVE ' ERRO WRITE MOVCAN ' TO WRK-MSG                     00052900
              PERFORM 9000-TRATAR-ERROS                                 00053000
           END-IF.                                                      00053100
                                                                        00053200
           MOVE FD-ACE-CLIENTE TO FD-CODIGO.                            00053300
           READ CLIENTES.                                               00053400
           EVALUATE WRK-FS-CLIENTES                                     00053500
             WHEN '00'                                                  00053600
                IF WRK-VALOR-ITEM GREATER THAN FD-EXPOSICAO             00053700
                   MOVE ZEROS TO FD-EXPOSICAO                           00053800
                ELSE                                                    00053900
                   SUBTRACT WRK-VALOR-ITEM FROM FD-EXPOSICAO            00054000
                END-IF                                                  00054100
                REWRITE FD-CLIENTES                                     00054200
                IF WRK-FS-CLIENTES NOT EQUAL '00'                       00054300
                   MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG            00054400
                   PERFORM 9000-TRATAR-ERROS                            00054500
                END-IF                                                  00054600
             WHEN '23'                                                  00054700
                DISPLAY ' CLIENTE SEM CADASTRO NO CANCELAMENTO: '       00054800
                        FD-ACE-CLIENTE ' PEDIDO ' FD-ACE-NUMERO         00054900
             WHEN OTHER                                                 00055000
                MOVE ' ERRO READ CLIENTES ' TO WRK-MSG                  00055100
                PERFORM 9000-TRATAR-ERROS                               00055200
           END-EVALUATE.                                                00055300
                                                                        00055400
      *---------------------------------------------------------------  00055500
      *    3000-DESCARTAR-PENDENCIA                                     00055600
      *    A PENDENCIA DE PEDIDO CANCELADO NAO VOLTA PARA A FILA; COMO  00055700
      *    NAO TINHA RESERVA NEM EXPOSICAO, NAO HA O QUE ESTORNAR.      00055800
      *---------------------------------------------------------------  00055900
       3000-DESCARTAR-PENDENCIA                  SECTION.               00056000
           MOVE FD-BCK-NUMERO TO WRK-NUM-PROCURADO.                     00056100
           PERFORM 2150-PROCURAR-SOLICITACAO.                           00056200
           IF WRK-CAN-FOI-ACHADO                                        00056300
              MOVE FD-BCK-CLIENTE TO                                    00056400
                   WRK-TAB-CAN-CLIENTE(WRK-IDX-CAN)                     00056500
              ADD 1 TO WRK-TAB-CAN-PENDENTES(WRK-IDX-CAN)               00056600
              ADD 1 TO WRK-REG-PENDENCIAS                               00056700
           ELSE                                                         00056800
              WRITE FD-BACKNOVO FROM FD-BACKORD                         00056900
              IF WRK-FS-BACKNOVO NOT EQUAL '00'                         00057000
                 MOVE ' ERRO WRITE BACKNOVO ' TO WRK-MSG                00057100
                 PERFORM 9000-TRATAR-ERROS                              00057200
              END-IF                                                    00057300
           END-IF.                                                      00057400
           READ BACKORD.                                                00057500
                                                                        00057600
      *---------------------------------------------------------------  00057700
      *    4000-RESUMIR-PEDIDOS                                         00057800
      *    UMA LINHA POR SOLICITACAO COM QUEM PEDIU E O MOTIVO.         00057900
      *    PEDIDO SEM NADA A CANCELAR (NAO EXISTE, JA FATURADO OU       00058000
      *    JA CANCELADO) VAI PARA O REJEITO (C02).                      00058100
      *---------------------------------------------------------------  00058200
       4000-RESUMIR-PEDIDOS                      SECTION.               00058300
           MOVE WRK-LIN-TRACO TO FD-RELCAN.                             00058400
           WRITE FD-RELCAN.                                             00058500
           MOVE 1 TO WRK-IDX-CAN.                                       00058600
           PERFORM 4100-RESUMIR-PEDIDO                                  00058700
              UNTIL WRK-IDX-CAN GREATER THAN WRK-QTDE-CANCEL.           00058800
           MOVE ' TOTAL DE EXPOSICAO LIBERADA' TO WRK-CTT-TEXTO.        00058900
           MOVE WRK-TOTAL-LIBERADO TO WRK-CTT-VALOR.                    00059000
           MOVE WRK-CAN-TOTAL      TO FD-RELCAN.                        00059100
           WRITE FD-RELCAN.                                             00059200
                                                                        00059300
       4100-RESUMIR-PEDIDO                       SECTION.               00059400
           IF WRK-TAB-CAN-ITENS(WRK-IDX-CAN) EQUAL ZEROS AND            00059500
              WRK-TAB-CAN-PENDENTES(WRK-IDX-CAN) EQUAL ZEROS            00059600
              IF WRK-TAB-CAN-JA-CANC(WRK-IDX-CAN) GREATER THAN ZEROS    00059700
                 MOVE ' PEDIDO JA CANCELADO ' TO WRK-REJ-MOTIVO         00059800
              ELSE                                                      00059900
                 MOVE ' PEDIDO FORA DO PEDACE ' TO WRK-REJ-MOTIVO       00060000
              END-IF                                                    00060100
              MOVE 'C02 ' TO WRK-REJ-COD                                00060200
              MOVE WRK-TAB-CAN-REGISTRO(WRK-IDX-CAN) TO                 00060300
                   WRK-REJ-DADOS                                        00060400
              PERFORM 7000-GRAVAR-REJEITO                               00060500
           ELSE                                                         00060600
              ADD 1 TO WRK-REG-PEDIDOS-CANC                             00060700
              ADD WRK-TAB-CAN-VALOR(WRK-IDX-CAN) TO                     00060800
                  WRK-TOTAL-LIBERADO                                    00060900
              MOVE WRK-TAB-CAN-NUMERO(WRK-IDX-CAN)  TO WRK-CPD-NUMERO   00061000
              MOVE WRK-TAB-CAN-CLIENTE(WRK-IDX-CAN) TO                  00061100
                   WRK-CPD-CLIENTE                                      00061200
              MOVE WRK-TAB-CAN-ITENS(WRK-IDX-CAN)   TO WRK-CPD-ITENS    00061300
              MOVE WRK-TAB-CAN-PENDENTES(WRK-IDX-CAN) TO                00061400
                   WRK-CPD-PENDENTES                                    00061500
              MOVE WRK-TAB-CAN-VALOR(WRK-IDX-CAN)   TO WRK-CPD-VALOR    00061600
              MOVE WRK-CAN-PEDIDO TO FD-RELCAN                          00061700
              WRITE FD-RELCAN                                           00061800
              MOVE WRK-TAB-CAN-SOLICITANTE(WRK-IDX-CAN) TO              00061900
                   WRK-CPE-SOLICITANTE                                  00062000
              MOVE WRK-TAB-CAN-MOTIVO(WRK-IDX-CAN) TO WRK-CPE-MOTIVO    00062100
              MOVE WRK-CAN-PEDIU TO FD-RELCAN                           00062200
              WRITE FD-RELCAN                                           00062300
           END-IF.                                                      00062400
           ADD 1 TO WRK-IDX-CAN.                                        00062500
                                                                        00062600
       7000-GRAVAR-REJEITO                       SECTION.               00062700
           MOVE SPACES         TO FD-REJEITO.                           00062800
           MOVE 'FR01CB10'     TO FD-REJ-ORIGEM.                        00062900
           MOVE WRK-DATA-HOJE  TO FD-REJ-DATA.                          00063000
           MOVE WRK-REJ-COD    TO FD-REJ-COD.                           00063100
           MOVE ZEROS          TO FD-REJ-SQLCODE.                       00063200
           MOVE WRK-REJ-MOTIVO TO FD-REJ-MOTIVO.                        00063300
           MOVE WRK-REJ-DADOS  TO FD-REJ-DADOS.                         00063400
           WRITE FD-REJEITO.                                            00063500
           ADD 1 TO WRK-REG-REJEITADOS.                                 00063600
                                                                        00063700
       8000-FINALIZAR                            SECTION.               00063800
           CLOSE CANCPED.                                               00063900
           CLOSE PEDACE.                                                00064000
           CLOSE PEDANOVO.                                              00064100
           IF WRK-BACKORD-ABERTO                                        00064200
              CLOSE BACKORD                                             00064300
           END-IF.                                                      00064400
           CLOSE BACKNOVO.                                              00064500
           CLOSE PRODMSTR.                                              00064600
           CLOSE CLIENTES.                                              00064700
           CLOSE MOVCAN.                                                00064800
           CLOSE RELCAN.                                                00064900
           CLOSE REJEITO.                                               00065000
                                                                        00065100
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00065200
           DISPLAY ' SOLICITACOES LIDAS..........: '                    00065300
                   WRK-REG-SOLICITADOS.                                 00065400
           DISPLAY ' ITENS DE PEDACE LIDOS.......: ' WRK-REG-LIDOS.     00065500
           DISPLAY ' ITENS CANCELADOS............: '                    00065600
                   WRK-REG-ITENS-CANC.                                  00065700
           DISPLAY ' PENDENCIAS DESCARTADAS......: '                    00065800
                   WRK-REG-PENDENCIAS.                                  00065900
           DISPLAY ' PEDIDOS CANCELADOS..........: '                    00066000
                   WRK-REG-PEDIDOS-CANC.                                00066100
           DISPLAY ' SOLICITACOES REJEITADAS.....: '                    00066200
                   WRK-REG-REJEITADOS.                                  00066300
           DISPLAY ' EXPOSICAO LIBERADA..........: '                    00066400
                   WRK-TOTAL-LIBERADO.                                  00066500
                                                                        00066600
       9000-TRATAR-ERROS                         SECTION.               00066700
           DISPLAY '-----------------------------'.                     00066800
           DISPLAY WRK-MSG.                                             00066900
           DISPLAY ' FS CANCPED: ' WRK-FS-CANCPED                       00067000
                   ' FS PEDACE: ' WRK-FS-PEDACE                         00067100
                   ' FS PRODMSTR: ' WRK-FS-PRODMSTR.                    00067200
           DISPLAY ' FS CLIENTES: ' WRK-FS-CLIENTES                     00067300
                   ' FS BACKORD: ' WRK-FS-BACKORD.                      00067400
           DISPLAY '-----------------------------'.                     00067500
              STOP RUN.                                                 00067600
