      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB09.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 23/01/2023                                               00000900
      *  OBJETIVO: LIBERACAO DA FILA DE PENDENCIAS (BACKORD)            00001000
      *            -- RODA DEPOIS DO RECEBIMENTO DO ARQ014.             00001100
      *            CLASSIFICA AS PENDENCIAS GRAVADAS PELO               00001200
      *            FR01CB04 DA MAIS ANTIGA PARA A MAIS NOVA             00001300
      *            (DATA DO PEDIDO, PRIORIDADE, NUMERO E                00001400
      *            ITEM) E RESERVA NO MESTRE PRODMSTR O QUE O           00001500
      *            ESTOQUE PERMITIR. O LIBERADO VAI PARA O              00001600
      *            PEDACE (ACRESCENTADO, COM O NUMERO E O ITEM          00001700
      *            DO PEDIDO ORIGINAL) PARA O PROXIMO                   00001800
      *            FR01CB05 E SOMA NA EXPOSICAO DO CLIENTE; O           00001900
      *            QUE NAO COUBER CONTINUA NA FILA, GRAVADO EM          00002000
      *            BACKNOVO (NOVA GERACAO DO BACKORD).                  00002100
      *-----------------------------------------------------            00002114
      *  MANUTENCAO:                                                    00002128
      *  - 10/07/2023: A RESERVA DO LIBERADO NO PRODMSTR PASSOU         00002142
      *    A SAIR NO MOVLOG (TIPO V-RESERVA, DOCUMENTO 'RES' +          00002156
      *    NUMERO DO PEDIDO ORIGINAL) COM O SALDO ANTERIOR E O          00002170
      *    RESULTANTE, PARA A CONFERENCIA DO ARQ034.                    00002184
      *=====================================================            00002200
                                                                        00002300
      *====================================================             00002400
       ENVIRONMENT                               DIVISION.              00002500
      *====================================================             00002600
       CONFIGURATION                             SECTION.               00002700
       SPECIAL-NAMES.                                                   00002800
           DECIMAL-POINT  IS COMMA.                                     00002900
                                                                        00003000
       INPUT-OUTPUT                              SECTION.               00003100
       FILE-CONTROL.                                                    00003200
           SELECT BACKORD   ASSIGN TO BACKORD                           00003300
               FILE STATUS  IS WRK-FS-BACKORD.                          00003400
                                                                        00003500
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00003600
                                                                        00003700
           SELECT BACKNOVO  ASSIGN TO BACKNOVO                          00003800
               FILE STATUS  IS WRK-FS-BACKNOVO.                         00003900
                                                                        00004000
           SELECT PRODMSTR  ASSIGN TO PRODMSTR                          00004100
               ORGANIZATION IS INDEXED                                  00004200
               ACCESS MODE  IS RANDOM                                   00004300
               RECORD KEY   IS FD-PM-CODIGO                             00004400
               FILE STATUS  IS WRK-FS-PRODMSTR.                         00004500
                                                                        00004600
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00004700
               ORGANIZATION IS INDEXED                                  00004800
               ACCESS MODE  IS RANDOM                                   00004900
               RECORD KEY   IS FD-CODIGO                                00005000
               FILE STATUS  IS WRK-FS-CLIENTES.                         00005100
                                                                        00005200
           SELECT PEDACE    ASSIGN TO PEDACE                            00005300
               FILE STATUS  IS WRK-FS-PEDACE.                           00005400
                                                                        00005416
           SELECT MOVLOG    ASSIGN TO MOVLOG                            00005433
               FILE STATUS  IS WRK-FS-MOVLOG.                           00005466
                                                                        00005500
      *====================================================             00005600
       DATA                                      DIVISION.              00005700
      *====================================================             00005800
       FILE                                      SECTION.               00005900
       FD BACKORD                                                       00006000
           RECORDING MODE IS F                                          00006100
           BLOCK CONTAINS 0 RECORDS.                                    00006200
       01 FD-BACKORD               PIC X(50).                           00006300
                                                                        00006400
       SD CLASSIF.                                                      00006500
       01 SD-CLASSIF.                                                   00006600
          05 SD-BCK-NUMERO     PIC 9(06).                               00006700
          05 SD-BCK-ITEM       PIC 9(03).                               00006800
          05 SD-BCK-CLIENTE    PIC X(04).                               00006900
          05 SD-BCK-PRODUTO    PIC X(06).                               00007000
          05 SD-BCK-QTDE       PIC 9(05).                               00007100
          05 SD-BCK-DATA       PIC X(08).                               00007200
          05 SD-BCK-PRIORIDADE PIC 9(01).                               00007300
          05 FILLER            PIC X(17).                               00007400
                                                                        00007500
       FD BACKNOVO                                                      00007600
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-BACKNOVO              PIC X(50).                           00007900
                                                                        00008000
       FD PRODMSTR                                                      00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-PRODMSTR.                                                  00008400
          05 FD-PM-CODIGO         PIC X(06).                            00008500
          05 FD-PM-DESCRICAO      PIC X(30).                            00008600
          05 FD-PM-PRECO          PIC 9(07)V99.                         00008700
          05 FD-PM-QTDE           PIC 9(05).                            00008800
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00008900
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00009000
          05 FD-PM-EAN            PIC X(13).                            00009100
                                                                        00009200
       FD CLIENTES                                                      00009300
           RECORDING  MODE IS F                                         00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
       01 FD-CLIENTES.                                                  00009600
          05 FD-CODIGO         PIC X(04).                               00009700
          05 FD-NOME           PIC X(40).                               00009800
          05 FD-BANCO          PIC X(10).                               00009900
          05 FD-CPF-CNPJ       PIC X(14).                               00010000
          05 FD-ENDERECO       PIC X(40).                               00010100
          05 FD-CEP            PIC X(08).                               00010200
          05 FD-SITUACAO       PIC X(01).                               00010300
             88 FD-CLIENTE-ATIVO     VALUE 'A'.                         00010400
             88 FD-CLIENTE-INATIVO   VALUE 'I'.                         00010500
          05 FD-DATA-INCLUSAO  PIC X(08).                               00010600
          05 FD-DATA-ALTERACAO PIC X(08).                               00010700
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00010800
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00010900
          05 FD-DEVOLUCOES     PIC 9(03).                               00011000
          05 FILLER            PIC X(08).                               00011100
                                                                        00011200
       FD PEDACE                                                        00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-PEDACE.                                                    00011600
          05 FD-ACE-NUMERO   PIC 9(06).                                 00011700
          05 FD-ACE-CLIENTE  PIC X(04).                                 00011800
          05 FD-ACE-PRODUTO  PIC X(06).                                 00011900
          05 FD-ACE-QTDE     PIC 9(05).                                 00012000
          05 FD-ACE-DATA     PIC X(08).                                 00012100
          05 FD-ACE-SITUACAO PIC X(01).                                 00012200
          05 FD-ACE-ITEM     PIC 9(03).                                 00012300
          05 FILLER          PIC X(07).                                 00012400
                                                                        00012403
       FD MOVLOG                                                        00012407
           RECORDING MODE IS F                                          00012414
           BLOCK CONTAINS 0 RECORDS.                                    00012421
       01 FD-MOVLOG.                                                    00012428
          05 FD-LOG-CODIGO        PIC X(06).                            00012435
          05 FD-LOG-DATA          PIC X(08).                            00012442
          05 FD-LOG-TIPO          PIC X(01).                            00012449
          05 FD-LOG-QTDE          PIC 9(05).                            00012456
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00012463
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00012470
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00012477
          05 FD-LOG-LOTE          PIC X(10).                            00012484
          05 FD-LOG-DEPOSITO      PIC X(02).                            00012491
                                                                        00012500
       WORKING-STORAGE                           SECTION.               00012600
      *====================================================             00012700
                                                                        00012800
       77 WRK-FS-BACKORD  PIC X(02) VALUE ZEROS.                        00012900
       77 WRK-FS-BACKNOVO PIC X(02) VALUE ZEROS.                        00013000
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00013100
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00013200
       77 WRK-FS-PEDACE   PIC X(02) VALUE ZEROS.                        00013300
       77 WRK-FS-MOVLOG   PIC X(02) VALUE ZEROS.                        00013350
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00013400
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00013500
                                                                        00013600
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.                          00013700
          88 WRK-SORT-ACABOU       VALUE 'S'.                           00013800
                                                                        00013900
       77 WRK-QTDE-LIBERADA PIC 9(05) VALUE ZEROS.                      00014000
       77 WRK-SALDO-ANT     PIC 9(05) VALUE ZEROS.                      00014016
       01 WRK-DOC-RESERVA.                                              00014032
          05 FILLER          PIC X(03) VALUE 'RES'.                     00014048
          05 WRK-DOC-RES-NUM PIC 9(06) VALUE ZEROS.                     00014064
          05 FILLER          PIC X(01) VALUE SPACES.                    00014080
       01 WRK-VALOR-LIBERADO PIC 9(09)V99 VALUE ZEROS.                  00014100
       01 WRK-EXPOSTO-NOVO   PIC 9(09)V99 VALUE ZEROS.                  00014200
                                                                        00014300
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00014400
       77 WRK-REG-LIBERADOS  PIC 9(07) VALUE ZEROS.                     00014500
       77 WRK-REG-PARCIAIS   PIC 9(07) VALUE ZEROS.                     00014600
       77 WRK-REG-PENDENTES  PIC 9(07) VALUE ZEROS.                     00014700
       77 WRK-REG-SEM-PRODUTO PIC 9(07) VALUE ZEROS.                    00014800
                                                                        00014900
       PROCEDURE                                 DIVISION.              00015000
      *====================================================             00015100
       0000-PRINCIPAL                            SECTION.               00015200
           PERFORM 1000-INICIAR.                                        00015300
                                                                        00015400
           SORT CLASSIF                                                 00015500
                ON ASCENDING KEY SD-BCK-DATA                            00015600
                                 SD-BCK-PRIORIDADE                      00015700
                                 SD-BCK-NUMERO                          00015800
                                 SD-BCK-ITEM                            00015900
                USING BACKORD                                           00016000
                OUTPUT PROCEDURE IS 2000-LIBERAR.                       00016100
                                                                        00016200
           PERFORM 8000-FINALIZAR.                                      00016300
            STOP RUN.                                                   00016400
                                                                        00016500
       1000-INICIAR                              SECTION.               00016600
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00016700
                                                                        00016800
           OPEN OUTPUT BACKNOVO.                                        00016900
           IF WRK-FS-BACKNOVO NOT EQUAL '00'                            00017000
              MOVE ' ERRO OPEN BACKNOVO ' TO WRK-MSG                    00017100
              PERFORM 9000-TRATAR-ERROS                                 00017200
           END-IF.                                                      00017300
                                                                        00017400
           OPEN I-O PRODMSTR.                                           00017500
           IF WRK-FS-PRODMSTR NOT EQUAL '00'                            00017600
              MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                    00017700
              PERFORM 9000-TRATAR-ERROS                                 00017800
           END-IF.                                                      00017900
                                                                        00018000
           OPEN I-O CLIENTES.                                           00018100
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00018200
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00018300
              PERFORM 9000-TRATAR-ERROS                                 00018400
           END-IF.                                                      00018500
                                                                        00018600
           OPEN EXTEND PEDACE.                                          00018700
           IF WRK-FS-PEDACE EQUAL '35'                                  00018800
              OPEN OUTPUT PEDACE                                        00018900
           END-IF.                                                      00019000
           IF WRK-FS-PEDACE NOT EQUAL '00'                              00019100
              MOVE ' ERRO OPEN PEDACE ' TO WRK-MSG                      00019200
              PERFORM 9000-TRATAR-ERROS                                 00019300
           END-IF.                                                      00019400
                                                                        00019500
           OPEN OUTPUT MOVLOG.                                          00019516
           IF WRK-FS-MOVLOG NOT EQUAL '00'                              00019532
              MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                      00019548
              PERFORM 9000-TRATAR-ERROS                                 00019564
           END-IF.                                                      00019580
                                                                        00019590
           DISPLAY '------------------------------------------'.        00019600
           DISPLAY ' LIBERACAO DE PEDIDOS PENDENTES '.                  00019700
           DISPLAY '------------------------------------------'.        00019800
                                                                        00019900
      *---------------------------------------------------------------  00020000
      *    2000-LIBERAR                                                 00020100
      *    PERCORRE A FILA JA CLASSIFICADA: A PENDENCIA MAIS ANTIGA     00020200
      *    PEGA O ESTOQUE PRIMEIRO; NA MESMA DATA, A DE PRIORIDADE      00020300
      *    MENOR (MAIS URGENTE).                                        00020400
      *---------------------------------------------------------------  00020500
       2000-LIBERAR                              SECTION.               00020600
           PERFORM 2050-RETORNAR-PENDENCIA                              00020700
              UNTIL WRK-SORT-ACABOU.                                    00020800
                                                                        00020900
       2050-RETORNAR-PENDENCIA                   SECTION.               00021000
           RETURN CLASSIF                                               00021100
              AT END                                                    00021200
                 SET WRK-SORT-ACABOU TO TRUE                            00021300
              NOT AT END                                                00021400
                 PERFORM 2100-TRATAR-PENDENCIA                          00021500
           END-RETURN.                                                  00021600
                                                                        00021700
      *---------------------------------------------------------------  00021800
      *    2100-TRATAR-PENDENCIA                                        00021900
      *    PRODUTO SEM SALDO (OU FORA DO CADASTRO) DEIXA A PENDENCIA    00022000
      *    COMO ESTA; COM SALDO, LIBERA O QUE DER E O RESTO VOLTA       00022100
      *    PARA A FILA COM A DATA E A PRIORIDADE ORIGINAIS.             00022200
      *---------------------------------------------------------------  00022300
       2100-TRATAR-PENDENCIA                     SECTION.               00022400
           ADD 1 TO WRK-REG-LIDOS.                                      00022500
           MOVE ZEROS TO WRK-QTDE-LIBERADA.                             00022600
                                                                        00022700
           MOVE SD-BCK-PRODUTO TO FD-PM-CODIGO.                         00022800
           READ PRODMSTR.                                               00022900
           EVALUATE WRK-FS-PRODMSTR                                     00023000
             WHEN '00'                                                  00023100
                IF SD-BCK-QTDE GREATER THAN FD-PM-QTDE                  00023200
                   MOVE FD-PM-QTDE  TO WRK-QTDE-LIBERADA                00023300
                ELSE                                                    00023400
                   MOVE SD-BCK-QTDE TO WRK-QTDE-LIBERADA                00023500
                END-IF                                                  00023600
             WHEN '23'                                                  00023700
                ADD 1 TO WRK-REG-SEM-PRODUTO                            00023800
             WHEN OTHER                                                 00023900
                MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                  00024000
                PERFORM 9000-TRATAR-ERROS                               00024100
           END-EVALUATE.                                                00024200
                                                                        00024300
           IF WRK-QTDE-LIBERADA GREATER THAN ZEROS                      00024400
              PERFORM 2200-RESERVAR-LIBERADO                            00024500
              SUBTRACT WRK-QTDE-LIBERADA FROM SD-BCK-QTDE               00024600
              IF SD-BCK-QTDE GREATER THAN ZEROS                         00024700
                 ADD 1 TO WRK-REG-PARCIAIS                              00024800
              ELSE                                                      00024900
                 ADD 1 TO WRK-REG-LIBERADOS                             00025000
              END-IF                                                    00025100
           END-IF.                                                      00025200
                                                                        00025300
           IF SD-BCK-QTDE GREATER THAN ZEROS                            00025400
              WRITE FD-BACKNOVO FROM SD-CLASSIF                         00025500
              IF WRK-FS-BACKNOVO NOT EQUAL '00'                         00025600
                 MOVE ' ERRO WRITE BACKNOVO ' TO WRK-MSG                00025700
                 PERFORM 9000-TRATAR-ERROS                              00025800
              END-IF                                                    00025900
              ADD 1 TO WRK-REG-PENDENTES                                00026000
           END-IF.                                                      00026100
                                                                        00026200
      *---------------------------------------------------------------  00026300
      *    2200-RESERVAR-LIBERADO                                       00026400
      *    BAIXA NO MESTRE, GRAVA O ITEM NO PEDACE E SOMA O VALOR A     00026500
      *    PRECO DE TABELA NA EXPOSICAO. O CREDITO FOI TESTADO NA       00026600
      *    ENTRADA DO PEDIDO, PELO TOTAL COM A PENDENCIA.               00026700
      *---------------------------------------------------------------  00026800
       2200-RESERVAR-LIBERADO                    SECTION.               00026900
           MOVE FD-PM-QTDE TO WRK-SALDO-ANT.                            00026950
           SUBTRACT WRK-QTDE-LIBERADA FROM FD-PM-QTDE.                  00027000
           MOVE WRK-DATA-HOJE TO FD-PM-DATA-ULT-MOV.                    00027100
           REWRITE FD-PRODMSTR.                                         00027200
           IF WRK-FS-PRODMSTR NOT EQUAL '00'                            00027300
              MOVE ' ERRO REWRITE PRODMSTR ' TO WRK-MSG                 00027400
              PERFORM 9000-TRATAR-ERROS                                 00027500
           END-IF.                                                      00027600
           PERFORM 2250-GRAVAR-MOVLOG.                                  00027650
                                                                        00027700
           MOVE SPACES            TO FD-PEDACE.                         00027800
           MOVE SD-BCK-NUMERO     TO FD-ACE-NUMERO.                     00027900
           MOVE SD-BCK-ITEM       TO FD-ACE-ITEM.                       00028000
           MOVE SD-BCK-CLIENTE    TO FD-ACE-CLIENTE.                    00028100
           MOVE SD-BCK-PRODUTO    TO FD-ACE-PRODUTO.                    00028200
           MOVE WRK-QTDE-LIBERADA TO FD-ACE-QTDE.                       00028300
           MOVE WRK-DATA-HOJE     TO FD-ACE-DATA.                       00028400
           MOVE 'A'               TO FD-ACE-SITUACAO.                   00028500
           WRITE FD-PEDACE.                                             00028600
           IF WRK-FS-PEDACE NOT EQUAL '00'                              00028700
              MOVE ' ERRO WRITE PEDACE ' TO WRK-MSG                     00028800
              PERFORM 9000-TRATAR-ERROS                                 00028900
           END-IF.                                                      00029000
                                                                        00029100
           COMPUTE WRK-VALOR-LIBERADO =                                 00029200
                   FD-PM-PRECO * WRK-QTDE-LIBERADA                      00029300
           END-COMPUTE.                                                 00029400
           MOVE SD-BCK-CLIENTE TO FD-CODIGO.                            00029500
           READ CLIENTES.                                               00029600
           EVALUATE WRK-FS-CLIENTES                                     00029700
             WHEN '00'                                                  00029800
                COMPUTE WRK-EXPOSTO-NOVO =                              00029900
                        FD-EXPOSICAO + WRK-VALOR-LIBERADO               00030000
                END-COMPUTE                                             00030100
                MOVE WRK-EXPOSTO-NOVO TO FD-EXPOSICAO                   00030200
                REWRITE FD-CLIENTES                                     00030300
                IF WRK-FS-CLIENTES NOT EQUAL '00'                       00030400
                   MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG            00030500
                   PERFORM 9000-TRATAR-ERROS                            00030600
                END-IF                                                  00030700
             WHEN '23'                                                  00030800
                DISPLAY ' CLIENTE SEM CADASTRO NA LIBERACAO: '          00030900
                        SD-BCK-CLIENTE ' PEDIDO ' SD-BCK-NUMERO         00031000
             WHEN OTHER                                                 00031100
                MOVE ' ERRO READ CLIENTES ' TO WRK-MSG                  00031200
                PERFORM 9000-TRATAR-ERROS                               00031300
           END-EVALUATE.                                                00031400
                                                                        00031500
      *---------------------------------------------------------------  00031504
      *    2250-GRAVAR-MOVLOG                                           00031508
      *    A RESERVA DO LIBERADO BAIXA O TOTAL DO PRODUTO E FICA NO     00031512
      *    MOVLOG COMO TIPO V, COMO NA ENTRADA DO PEDIDO (FR01CB04).    00031516
      *---------------------------------------------------------------  00031520
       2250-GRAVAR-MOVLOG                        SECTION.               00031524
           MOVE SPACES            TO FD-MOVLOG.                         00031528
           MOVE FD-PM-CODIGO      TO FD-LOG-CODIGO.                     00031532
           MOVE WRK-DATA-HOJE     TO FD-LOG-DATA.                       00031536
           MOVE 'V'               TO FD-LOG-TIPO.                       00031540
           MOVE WRK-QTDE-LIBERADA TO FD-LOG-QTDE.                       00031544
           MOVE SD-BCK-NUMERO     TO WRK-DOC-RES-NUM.                   00031548
           MOVE WRK-DOC-RESERVA   TO FD-LOG-DOCUMENTO.                  00031552
           MOVE WRK-SALDO-ANT     TO FD-LOG-SALDO-ANT.                  00031556
           MOVE FD-PM-QTDE        TO FD-LOG-SALDO-ATU.                  00031560
           WRITE FD-MOVLOG.                                             00031564
           IF WRK-FS-MOVLOG NOT EQUAL '00'                              00031568
              MOVE ' ERRO WRITE MOVLOG ' TO WRK-MSG                     00031572
              PERFORM 9000-TRATAR-ERROS                                 00031576
           END-IF.                                                      00031580
       8000-FINALIZAR                            SECTION.               00031600
           CLOSE BACKNOVO.                                              00031700
           CLOSE PRODMSTR.                                              00031800
           CLOSE CLIENTES.                                              00031900
           CLOSE PEDACE.                                                00032000
           CLOSE MOVLOG.                                                00032050
                                                                        00032100
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00032200
           DISPLAY ' PENDENCIAS LIDAS............: ' WRK-REG-LIDOS.     00032300
           DISPLAY ' LIBERADAS POR INTEIRO.......: '                    00032400
                   WRK-REG-LIBERADOS.                                   00032500
           DISPLAY ' LIBERADAS EM PARTE..........: '                    00032600
                   WRK-REG-PARCIAIS.                                    00032700
           DISPLAY ' CONTINUAM NA FILA...........: '                    00032800
                   WRK-REG-PENDENTES.                                   00032900
           DISPLAY ' PRODUTO SEM CADASTRO........: '                    00033000
                   WRK-REG-SEM-PRODUTO.                                 00033100
                                                                        00033200
       9000-TRATAR-ERROS                         SECTION.               00033300
           DISPLAY '-----------------------------'.                     00033400
           DISPLAY WRK-MSG.                                             00033500
           DISPLAY ' FS BACKNOVO: ' WRK-FS-BACKNOVO                     00033600
                   ' FS PRODMSTR: ' WRK-FS-PRODMSTR                     00033700
                   ' FS CLIENTES: ' WRK-FS-CLIENTES                     00033800
                   ' FS PEDACE: '   WRK-FS-PEDACE.                      00033900
           DISPLAY '-----------------------------'.                     00034000
              STOP RUN.                                                 00034100
