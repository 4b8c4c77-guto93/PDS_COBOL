      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR11ARQ11.                                           00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: GUSTAVO                                                 00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 24/04/2023                                               00000900
      *  OBJETIVO: GRUPOS ECONOMICOS DE CLIENTES -- PASSA O             00001000
      *            KSDS CLIENTES E LIGA NO MESMO GRUPO AS               00001100
      *            FILIAIS COM A MESMA RAIZ DE CNPJ (8                  00001200
      *            PRIMEIROS DIGITOS, CNPJ APROVADO NA VALDOC).         00001300
      *            O ARQUIVO MANUAL GRPMANUT (CODIGO + GRUPO)           00001400
      *            PREVALECE: POE NUM GRUPO QUEM TEM OUTRA              00001500
      *            RAIZ OU CPF, E GRUPO EM BRANCO TIRA O                00001600
      *            CLIENTE DE QUALQUER GRUPO. O LIMITE DE CADA          00001700
      *            GRUPO VEM DO GRPLIMIT (GRUPO + LIMITE + NOME,        00001800
      *            MANTIDO PELO CREDITO). GRAVA O DE-PARA               00001900
      *            CLIGRUPO (CLIENTE X GRUPO) DOS GRUPOS COM            00002000
      *            MAIS DE UM CODIGO OU COM LIMITE, QUE A               00002100
      *            ENTRADA DE PEDIDOS FR01CB04 USA NA TRAVA DA          00002200
      *            EXPOSICAO CONSOLIDADA, E LISTA EM RELGRUPO           00002300
      *            A EXPOSICAO (FD-EXPOSICAO) DE CADA MEMBRO,           00002400
      *            O TOTAL DO GRUPO E O LIMITE.                         00002500
      *=====================================================            00002600
                                                                        00002700
      *====================================================             00002800
       ENVIRONMENT                               DIVISION.              00002900
      *====================================================             00003000
       CONFIGURATION                             SECTION.               00003100
       SPECIAL-NAMES.                                                   00003200
           DECIMAL-POINT  IS COMMA.                                     00003300
                                                                        00003400
       INPUT-OUTPUT                              SECTION.               00003500
       FILE-CONTROL.                                                    00003600
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00003700
               ORGANIZATION IS INDEXED                                  00003800
               ACCESS MODE  IS DYNAMIC                                  00003900
               RECORD KEY   IS FD-CODIGO                                00004000
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004100
                                                                        00004200
           SELECT GRPMANUT  ASSIGN TO GRPMANUT                          00004300
               FILE STATUS  IS WRK-FS-GRPMANUT.                         00004400
                                                                        00004500
           SELECT GRPLIMIT  ASSIGN TO GRPLIMIT                          00004600
               FILE STATUS  IS WRK-FS-GRPLIMIT.                         00004700
                                                                        00004800
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00004900
                                                                        00005000
           SELECT CLIGRUPO  ASSIGN TO CLIGRUPO                          00005100
               FILE STATUS  IS WRK-FS-CLIGRUPO.                         00005200
                                                                        00005300
           SELECT RELGRUPO  ASSIGN TO RELGRUPO                          00005400
               FILE STATUS  IS WRK-FS-RELGRUPO.                         00005500
                                                                        00005600
      *====================================================             00005700
       DATA                                      DIVISION.              00005800
      *====================================================             00005900
       FILE                                      SECTION.               00006000
       FD CLIENTES                                                      00006100
           RECORDING  MODE IS F                                         00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
       01 FD-CLIENTES.                                                  00006400
          05 FD-CODIGO         PIC X(04).                               00006500
          05 FD-NOME           PIC X(40).                               00006600
          05 FD-BANCO          PIC X(10).                               00006700
          05 FD-CPF-CNPJ       PIC X(14).                               00006800
          05 FD-ENDERECO       PIC X(40).                               00006900
          05 FD-CEP            PIC X(08).                               00007000
          05 FD-SITUACAO       PIC X(01).                               00007100
             88 FD-CLIENTE-ATIVO     VALUE 'A'.                         00007200
             88 FD-CLIENTE-INATIVO   VALUE 'I'.                         00007300
          05 FD-DATA-INCLUSAO  PIC X(08).                               00007400
          05 FD-DATA-ALTERACAO PIC X(08).                               00007500
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00007600
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00007700
          05 FD-DEVOLUCOES     PIC 9(03).                               00007800
          05 FILLER            PIC X(08).                               00007900
                                                                        00008000
       FD GRPMANUT                                                      00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-GRPMANUT.                                                  00008400
          05 FD-GRM-CLIENTE    PIC X(04).                               00008500
          05 FD-GRM-GRUPO      PIC X(08).                               00008600
          05 FILLER            PIC X(18).                               00008700
                                                                        00008800
       FD GRPLIMIT                                                      00008900
           RECORDING MODE IS F                                          00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
       01 FD-GRPLIMIT.                                                  00009200
          05 FD-GRL-GRUPO      PIC X(08).                               00009300
          05 FD-GRL-LIMITE     PIC 9(09)V99.                            00009400
          05 FD-GRL-NOME       PIC X(30).                               00009500
          05 FILLER            PIC X(11).                               00009600
                                                                        00009700
       SD CLASSIF.                                                      00009800
       01 SD-CLASSIF.                                                   00009900
          05 SD-GRUPO         PIC X(08).                                00010000
          05 SD-CODIGO        PIC X(04).                                00010100
          05 SD-NOME          PIC X(40).                                00010200
          05 SD-SITUACAO      PIC X(01).                                00010300
          05 SD-LIMITE        PIC 9(05)V99.                             00010400
          05 SD-EXPOSICAO     PIC 9(07)V99.                             00010500
          05 SD-ORIGEM        PIC X(01).                                00010600
                                                                        00010700
       FD CLIGRUPO                                                      00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-CLIGRUPO.                                                  00011100
          05 FD-CGR-CLIENTE    PIC X(04).                               00011200
          05 FD-CGR-GRUPO      PIC X(08).                               00011300
          05 FILLER            PIC X(08).                               00011400
                                                                        00011500
       FD RELGRUPO                                                      00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-RELGRUPO          PIC X(80).                               00011900
                                                                        00012000
       WORKING-STORAGE                           SECTION.               00012100
      *====================================================             00012200
                                                                        00012300
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00012400
       77 WRK-FS-GRPMANUT PIC X(02) VALUE ZEROS.                        00012500
       77 WRK-FS-GRPLIMIT PIC X(02) VALUE ZEROS.                        00012600
       77 WRK-FS-CLIGRUPO PIC X(02) VALUE ZEROS.                        00012700
       77 WRK-FS-RELGRUPO PIC X(02) VALUE ZEROS.                        00012800
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00012900
                                                                        00013000
       77 WRK-PROG-VALDOC PIC X(08) VALUE 'VALDOC'.                     00013100
       77 WRK-VAL-FUNCAO  PIC X(02) VALUE '02'.                         00013200
       77 WRK-VAL-RETORNO PIC X(02) VALUE SPACES.                       00013300
                                                                        00013400
       01 WRK-TAB-MANUAL.                                               00013500
          05 WRK-TAB-MAN-ITEM OCCURS 500 TIMES.                         00013600
             10 WRK-TAB-MAN-CLIENTE PIC X(04).                          00013700
             10 WRK-TAB-MAN-GRUPO   PIC X(08).                          00013800
       77 WRK-QTDE-MANUAL PIC 9(03) VALUE ZEROS.                        00013900
       77 WRK-IDX-MAN     PIC 9(03) VALUE ZEROS.                        00014000
       77 WRK-MAN-ACHADO  PIC X(01) VALUE 'N'.                          00014100
          88 WRK-MAN-FOI-ACHADO     VALUE 'S'.                          00014200
          88 WRK-MAN-NAO-ACHADO     VALUE 'N'.                          00014300
                                                                        00014400
       01 WRK-TAB-LIMITES.                                              00014500
          05 WRK-TAB-LIM-ITEM OCCURS 300 TIMES.                         00014600
             10 WRK-TAB-LIM-GRUPO   PIC X(08).                          00014700
             10 WRK-TAB-LIM-VALOR   PIC 9(09)V99.                       00014800
             10 WRK-TAB-LIM-NOME    PIC X(30).                          00014900
       77 WRK-QTDE-LIMITES PIC 9(03) VALUE ZEROS.                       00015000
       77 WRK-IDX-LIM     PIC 9(03) VALUE ZEROS.                        00015100
       77 WRK-LIM-ACHADO  PIC X(01) VALUE 'N'.                          00015200
          88 WRK-LIM-FOI-ACHADO     VALUE 'S'.                          00015300
          88 WRK-LIM-NAO-ACHADO     VALUE 'N'.                          00015400
                                                                        00015500
       77 WRK-GRUPO-ANT   PIC X(08) VALUE HIGH-VALUES.                  00015600
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.                          00015700
          88 WRK-SORT-ACABOU       VALUE 'S'.                           00015800
                                                                        00015900
       01 WRK-TAB-GRUPO.                                                00016000
          05 WRK-TAB-GRP-ITEM OCCURS 200 TIMES.                         00016100
             10 WRK-TAB-GRP-CODIGO    PIC X(04).                        00016200
             10 WRK-TAB-GRP-NOME      PIC X(40).                        00016300
             10 WRK-TAB-GRP-SITUACAO  PIC X(01).                        00016400
             10 WRK-TAB-GRP-LIMITE    PIC 9(05)V99.                     00016500
             10 WRK-TAB-GRP-EXPOSICAO PIC 9(07)V99.                     00016600
             10 WRK-TAB-GRP-ORIGEM    PIC X(01).                        00016700
       77 WRK-QTDE-GRUPO  PIC 9(03) VALUE ZEROS.                        00016800
       77 WRK-IDX         PIC 9(03) VALUE ZEROS.                        00016900
       01 WRK-EXPOSICAO-GRUPO PIC 9(11)V99 VALUE ZEROS.                 00017000
       01 WRK-LIMITE-GRUPO    PIC 9(09)V99 VALUE ZEROS.                 00017100
       77 WRK-NOME-GRUPO      PIC X(30) VALUE SPACES.                   00017200
                                                                        00017300
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00017400
       77 WRK-REG-SEM-GRUPO  PIC 9(07) VALUE ZEROS.                     00017500
       77 WRK-REG-MANUAIS    PIC 9(07) VALUE ZEROS.                     00017600
       77 WRK-REG-GRUPOS     PIC 9(07) VALUE ZEROS.                     00017700
       77 WRK-REG-MEMBROS    PIC 9(07) VALUE ZEROS.                     00017800
       77 WRK-REG-EXCEDIDOS  PIC 9(07) VALUE ZEROS.                     00017900
                                                                        00018000
       01 WRK-LIN-CAB.                                                  00018100
          05 FILLER PIC X(40) VALUE                                     00018200
             'GRUPOS ECONOMICOS - EXPOSICAO CONSOLIDAD'.                00018300
          05 FILLER PIC X(40) VALUE                                     00018400
             'A                                       '.                00018500
                                                                        00018600
       01 WRK-LIN-GRUPO.                                                00018700
          05 FILLER            PIC X(07) VALUE 'GRUPO: '.               00018800
          05 WRK-LGR-GRUPO     PIC X(08).                               00018900
          05 FILLER            PIC X(02) VALUE SPACES.                  00019000
          05 WRK-LGR-NOME      PIC X(30).                               00019100
          05 FILLER            PIC X(33) VALUE SPACES.                  00019200
                                                                        00019300
       01 WRK-LIN-MEMBRO.                                               00019400
          05 FILLER            PIC X(02) VALUE SPACES.                  00019500
          05 WRK-LMB-CODIGO    PIC X(04).                               00019600
          05 FILLER            PIC X(01) VALUE SPACES.                  00019700
          05 WRK-LMB-NOME      PIC X(30).                               00019800
          05 FILLER            PIC X(01) VALUE SPACES.                  00019900
          05 WRK-LMB-SITUACAO  PIC X(01).                               00020000
          05 FILLER            PIC X(01) VALUE SPACES.                  00020100
          05 WRK-LMB-ORIGEM    PIC X(06).                               00020200
          05 FILLER            PIC X(01) VALUE SPACES.                  00020300
          05 WRK-LMB-LIMITE    PIC ZZ.ZZ9,99.                           00020400
          05 FILLER            PIC X(02) VALUE SPACES.                  00020500
          05 WRK-LMB-EXPOSICAO PIC Z.ZZZ.ZZ9,99.                        00020600
          05 FILLER            PIC X(09) VALUE SPACES.                  00020700
                                                                        00020800
       01 WRK-LIN-TOTAL.                                                00020900
          05 FILLER            PIC X(02) VALUE SPACES.                  00021000
          05 WRK-LTO-TEXTO     PIC X(30).                               00021100
          05 FILLER            PIC X(02) VALUE SPACES.                  00021200
          05 WRK-LTO-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00021300
          05 FILLER            PIC X(02) VALUE SPACES.                  00021400
          05 WRK-LTO-ALERTA    PIC X(15).                               00021500
          05 FILLER            PIC X(12) VALUE SPACES.                  00021600
                                                                        00021700
       01 WRK-LIN-TRACO        PIC X(80) VALUE ALL '-'.                 00021800
                                                                        00021900
       PROCEDURE                                 DIVISION.              00022000
      *====================================================             00022100
       0000-PRINCIPAL                            SECTION.               00022200
           PERFORM 1000-INICIAR.                                        00022300
                                                                        00022400
           SORT CLASSIF                                                 00022500
                ON ASCENDING KEY SD-GRUPO                               00022600
                                 SD-CODIGO                              00022700
                INPUT PROCEDURE IS 2000-SELECIONAR                      00022800
                OUTPUT PROCEDURE IS 3000-AGRUPAR.                       00022900
                                                                        00023000
           PERFORM 8000-FINALIZAR.                                      00023100
            STOP RUN.                                                   00023200
                                                                        00023300
       1000-INICIAR                              SECTION.               00023400
           OPEN INPUT CLIENTES.                                         00023500
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00023600
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00023700
              PERFORM 9000-TRATAR-ERROS                                 00023800
           END-IF.                                                      00023900
                                                                        00024000
           PERFORM 1100-CARREGAR-MANUAL.                                00024100
           PERFORM 1200-CARREGAR-LIMITES.                               00024200
                                                                        00024300
           OPEN OUTPUT CLIGRUPO.                                        00024400
           IF WRK-FS-CLIGRUPO NOT EQUAL '00'                            00024500
              MOVE ' ERRO OPEN CLIGRUPO ' TO WRK-MSG                    00024600
              PERFORM 9000-TRATAR-ERROS                                 00024700
           END-IF.                                                      00024800
                                                                        00024900
           OPEN OUTPUT RELGRUPO.                                        00025000
           IF WRK-FS-RELGRUPO NOT EQUAL '00'                            00025100
              MOVE ' ERRO OPEN RELGRUPO ' TO WRK-MSG                    00025200
              PERFORM 9000-TRATAR-ERROS                                 00025300
           END-IF.                                                      00025400
           WRITE FD-RELGRUPO FROM WRK-LIN-CAB.                          00025500
           WRITE FD-RELGRUPO FROM WRK-LIN-TRACO.                        00025600
                                                                        00025700
           DISPLAY '------------------------------------------'.        00025800
           DISPLAY ' GRUPOS ECONOMICOS DE CLIENTES '.                   00025900
           DISPLAY ' LIGACOES MANUAIS.....: ' WRK-QTDE-MANUAL.          00026000
           DISPLAY ' GRUPOS COM LIMITE....: ' WRK-QTDE-LIMITES.         00026100
           DISPLAY '------------------------------------------'.        00026200
                                                                        00026300
      *---------------------------------------------------------------  00026400
      *    1100-CARREGAR-MANUAL                                         00026500
      *    LIGACOES MANUAIS DO GRPMANUT EM TABELA; SEM O ARQUIVO        00026600
      *    VALE SO A RAIZ DO CNPJ.                                      00026700
      *---------------------------------------------------------------  00026800
       1100-CARREGAR-MANUAL                      SECTION.               00026900
           OPEN INPUT GRPMANUT.                                         00027000
           IF WRK-FS-GRPMANUT EQUAL '35'                                00027100
              DISPLAY ' GRPMANUT AUSENTE, SO RAIZ DO CNPJ '             00027200
           ELSE                                                         00027300
              IF WRK-FS-GRPMANUT NOT EQUAL '00'                         00027400
                 MOVE ' ERRO OPEN GRPMANUT ' TO WRK-MSG                 00027500
                 PERFORM 9000-TRATAR-ERROS                              00027600
              END-IF                                                    00027700
              READ GRPMANUT                                             00027800
              PERFORM 1110-GUARDAR-MANUAL                               00027900
                 UNTIL WRK-FS-GRPMANUT NOT EQUAL '00'                   00028000
              CLOSE GRPMANUT                                            00028100
           END-IF.                                                      00028200
                                                                        00028300
       1110-GUARDAR-MANUAL                       SECTION.               00028400
           IF WRK-QTDE-MANUAL LESS THAN 500                             00028500
              ADD 1 TO WRK-QTDE-MANUAL                                  00028600
              MOVE FD-GRM-CLIENTE TO                                    00028700
                   WRK-TAB-MAN-CLIENTE(WRK-QTDE-MANUAL)                 00028800
              MOVE FD-GRM-GRUPO TO                                      00028900
                   WRK-TAB-MAN-GRUPO(WRK-QTDE-MANUAL)                   00029000
           END-IF.                                                      00029100
           READ GRPMANUT.                                               00029200
                                                                        00029300
      *---------------------------------------------------------------  00029400
      *    1200-CARREGAR-LIMITES                                        00029500
      *    LIMITE E NOME DE CADA GRUPO (GRPLIMIT); GRUPO SEM            00029600
      *    REGISTRO FICA SEM TRAVA, COMO O CLIENTE DE LIMITE ZERO.      00029700
      *---------------------------------------------------------------  00029800
       1200-CARREGAR-LIMITES                     SECTION.               00029900
           OPEN INPUT GRPLIMIT.                                         00030000
           IF WRK-FS-GRPLIMIT EQUAL '35'                                00030100
              DISPLAY ' GRPLIMIT AUSENTE, GRUPOS SEM LIMITE '           00030200
           ELSE                                                         00030300
              IF WRK-FS-GRPLIMIT NOT EQUAL '00'                         00030400
                 MOVE ' ERRO OPEN GRPLIMIT ' TO WRK-MSG                 00030500
                 PERFORM 9000-TRATAR-ERROS                              00030600
              END-IF                                                    00030700
              READ GRPLIMIT                                             00030800
              PERFORM 1210-GUARDAR-LIMITE                               00030900
                 UNTIL WRK-FS-GRPLIMIT NOT EQUAL '00'                   00031000
              CLOSE GRPLIMIT                                            00031100
           END-IF.                                                      00031200
                                                                        00031300
       1210-GUARDAR-LIMITE                       SECTION.               00031400
           IF WRK-QTDE-LIMITES LESS THAN 300 AND                        00031500
              FD-GRL-LIMITE NUMERIC                                     00031600
              ADD 1 TO WRK-QTDE-LIMITES                                 00031700
              MOVE FD-GRL-GRUPO  TO                                     00031800
                   WRK-TAB-LIM-GRUPO(WRK-QTDE-LIMITES)                  00031900
              MOVE FD-GRL-LIMITE TO                                     00032000
                   WRK-TAB-LIM-VALOR(WRK-QTDE-LIMITES)                  00032100
              MOVE FD-GRL-NOME   TO                                     00032200
                   WRK-TAB-LIM-NOME(WRK-QTDE-LIMITES)                   00032300
           END-IF.                                                      00032400
           READ GRPLIMIT.                                               00032500
                                                                        00032600
      *---------------------------------------------------------------  00032700
      *    2000-SELECIONAR                                              00032800
      *    PASSA O KSDS DE PONTA A PONTA; LIGACAO MANUAL PRIMEIRO,      00032900
      *    SENAO A RAIZ DO CNPJ VALIDO. CPF E DOCUMENTO RECUSADO        00033000
      *    SEM LIGACAO MANUAL FICAM FORA DE GRUPO.                      00033100
      *---------------------------------------------------------------  00033200
       2000-SELECIONAR                           SECTION.               00033300
           MOVE LOW-VALUES TO FD-CODIGO.                                00033400
           START CLIENTES KEY NOT LESS THAN FD-CODIGO.                  00033500
           IF WRK-FS-CLIENTES EQUAL '00'                                00033600
              READ CLIENTES NEXT                                        00033700
              PERFORM 2100-LIBERAR-CLIENTE                              00033800
                 UNTIL WRK-FS-CLIENTES NOT EQUAL '00'                   00033900
           END-IF.                                                      00034000
                                                                        00034100
       2100-LIBERAR-CLIENTE                      SECTION.               00034200
           ADD 1 TO WRK-REG-LIDOS.                                      00034300
           MOVE SPACES TO SD-CLASSIF.                                   00034400
           PERFORM 2150-PROCURAR-MANUAL.                                00034500
           IF WRK-MAN-FOI-ACHADO                                        00034600
              MOVE WRK-TAB-MAN-GRUPO(WRK-IDX-MAN) TO SD-GRUPO           00034700
              MOVE 'M' TO SD-ORIGEM                                     00034800
              ADD 1 TO WRK-REG-MANUAIS                                  00034900
           ELSE                                                         00035000
              IF FD-CPF-CNPJ NOT EQUAL SPACES                           00035100
                 CALL WRK-PROG-VALDOC USING FD-CPF-CNPJ,                00035200
                      WRK-VAL-FUNCAO, WRK-VAL-RETORNO                   00035300
                    ON EXCEPTION                                        00035400
                       MOVE ' VALDOC AUSENTE OU FALHOU ' TO WRK-MSG     00035500
                       PERFORM 9000-TRATAR-ERROS                        00035600
                 END-CALL                                               00035700
                 IF WRK-VAL-RETORNO EQUAL '00'                          00035800
                    MOVE FD-CPF-CNPJ(1:8) TO SD-GRUPO                   00035900
                    MOVE 'C' TO SD-ORIGEM                               00036000
                 END-IF                                                 00036100
              END-IF                                                    00036200
           END-IF.                                                      00036300
                                                                        00036400
           IF SD-GRUPO EQUAL SPACES                                     00036500
              ADD 1 TO WRK-REG-SEM-GRUPO                                00036600
           ELSE                                                         00036700
              MOVE FD-CODIGO         TO SD-CODIGO                       00036800
              MOVE FD-NOME           TO SD-NOME                         00036900
              MOVE FD-SITUACAO       TO SD-SITUACAO                     00037000
              MOVE FD-LIMITE-CREDITO TO SD-LIMITE                       00037100
              MOVE FD-EXPOSICAO      TO SD-EXPOSICAO                    00037200
              RELEASE SD-CLASSIF                                        00037300
           END-IF.                                                      00037400
           READ CLIENTES NEXT.                                          00037500
                                                                        00037600
       2150-PROCURAR-MANUAL                      SECTION.               00037700
           SET WRK-MAN-NAO-ACHADO TO TRUE.                              00037800
           MOVE 1 TO WRK-IDX-MAN.                                       00037900
           PERFORM 2160-TESTAR-MANUAL                                   00038000
              UNTIL WRK-IDX-MAN GREATER THAN WRK-QTDE-MANUAL            00038100
                 OR WRK-MAN-FOI-ACHADO.                                 00038200
                                                                        00038300
       2160-TESTAR-MANUAL                        SECTION.               00038400
           IF WRK-TAB-MAN-CLIENTE(WRK-IDX-MAN) EQUAL FD-CODIGO          00038500
              SET WRK-MAN-FOI-ACHADO TO TRUE                            00038600
           ELSE                                                         00038700
              ADD 1 TO WRK-IDX-MAN                                      00038800
           END-IF.                                                      00038900
                                                                        00039000
      *---------------------------------------------------------------  00039100
      *    3000-AGRUPAR                                                 00039200
      *    QUEBRA POR GRUPO: VALE COMO GRUPO O QUE TEM MAIS DE UM       00039300
      *    CODIGO OU LIMITE PROPRIO NO GRPLIMIT.                        00039400
      *---------------------------------------------------------------  00039500
       3000-AGRUPAR                              SECTION.               00039600
           PERFORM 3050-RETORNAR-CLIENTE                                00039700
              UNTIL WRK-SORT-ACABOU.                                    00039800
           PERFORM 3200-FECHAR-GRUPO.                                   00039900
                                                                        00040000
       3000-999-FIM.                             EXIT.                  00040100
                                                                        00040200
       3050-RETORNAR-CLIENTE                     SECTION.               00040300
           RETURN CLASSIF                                               00040400
              AT END                                                    00040500
                 SET WRK-SORT-ACABOU TO TRUE                            00040600
              NOT AT END                                                00040700
                 PERFORM 3100-TRATAR-RETORNADO                          00040800
           END-RETURN.                                                  00040900
                                                                        00041000
       3050-999-FIM.                             EXIT.                  00041100
                                                                        00041200
       3100-TRATAR-RETORNADO                     SECTION.               00041300
           IF SD-GRUPO NOT EQUAL WRK-GRUPO-ANT                          00041400
              PERFORM 3200-FECHAR-GRUPO                                 00041500
              MOVE SD-GRUPO TO WRK-GRUPO-ANT                            00041600
              MOVE ZEROS TO WRK-QTDE-GRUPO                              00041700
              MOVE ZEROS TO WRK-EXPOSICAO-GRUPO                         00041800
           END-IF.                                                      00041900
           ADD SD-EXPOSICAO TO WRK-EXPOSICAO-GRUPO.                     00042000
           IF WRK-QTDE-GRUPO LESS THAN 200                              00042100
              ADD 1 TO WRK-QTDE-GRUPO                                   00042200
              MOVE SD-CODIGO    TO                                      00042300
                   WRK-TAB-GRP-CODIGO(WRK-QTDE-GRUPO)                   00042400
              MOVE SD-NOME      TO                                      00042500
                   WRK-TAB-GRP-NOME(WRK-QTDE-GRUPO)                     00042600
              MOVE SD-SITUACAO  TO                                      00042700
                   WRK-TAB-GRP-SITUACAO(WRK-QTDE-GRUPO)                 00042800
              MOVE SD-LIMITE    TO                                      00042900
                   WRK-TAB-GRP-LIMITE(WRK-QTDE-GRUPO)                   00043000
              MOVE SD-EXPOSICAO TO                                      00043100
                   WRK-TAB-GRP-EXPOSICAO(WRK-QTDE-GRUPO)                00043200
              MOVE SD-ORIGEM    TO                                      00043300
                   WRK-TAB-GRP-ORIGEM(WRK-QTDE-GRUPO)                   00043400
           ELSE                                                         00043500
              DISPLAY ' GRUPO ' SD-GRUPO ' COM MAIS DE 200 CODIGOS,'    00043600
                      ' FORA: ' SD-CODIGO                               00043700
           END-IF.                                                      00043800
                                                                        00043900
       3100-999-FIM.                             EXIT.                  00044000
                                                                        00044100
      *---------------------------------------------------------------  00044200
      *    3200-FECHAR-GRUPO                                            00044300
      *    GRAVA O DE-PARA DE CADA MEMBRO E IMPRIME O GRUPO COM A       00044400
      *    EXPOSICAO CONSOLIDADA CONTRA O LIMITE (ZERO = SEM TRAVA).    00044500
      *---------------------------------------------------------------  00044600
       3200-FECHAR-GRUPO                         SECTION.               00044700
           IF WRK-QTDE-GRUPO GREATER THAN ZEROS                         00044800
              PERFORM 3210-PROCURAR-LIMITE                              00044900
              IF WRK-QTDE-GRUPO GREATER THAN 1 OR                       00045000
                 WRK-LIM-FOI-ACHADO                                     00045100
                 ADD 1 TO WRK-REG-GRUPOS                                00045200
                 MOVE WRK-GRUPO-ANT  TO WRK-LGR-GRUPO                   00045300
                 MOVE WRK-NOME-GRUPO TO WRK-LGR-NOME                    00045400
                 WRITE FD-RELGRUPO FROM WRK-LIN-GRUPO                   00045500
                 MOVE 1 TO WRK-IDX                                      00045600
                 PERFORM 3220-GRAVAR-MEMBRO                             00045700
                    UNTIL WRK-IDX GREATER THAN WRK-QTDE-GRUPO           00045800
                 PERFORM 3230-IMPRIMIR-TOTAL                            00045900
              END-IF                                                    00046000
           END-IF.                                                      00046100
                                                                        00046200
       3210-PROCURAR-LIMITE                      SECTION.               00046300
           SET WRK-LIM-NAO-ACHADO TO TRUE.                              00046400
           MOVE ZEROS  TO WRK-LIMITE-GRUPO.                             00046500
           MOVE SPACES TO WRK-NOME-GRUPO.                               00046600
           MOVE 1 TO WRK-IDX-LIM.                                       00046700
           PERFORM 3215-TESTAR-LIMITE                                   00046800
              UNTIL WRK-IDX-LIM GREATER THAN WRK-QTDE-LIMITES           00046900
                 OR WRK-LIM-FOI-ACHADO.                                 00047000
           IF WRK-LIM-FOI-ACHADO                                        00047100
              MOVE WRK-TAB-LIM-VALOR(WRK-IDX-LIM) TO WRK-LIMITE-GRUPO   00047200
              MOVE WRK-TAB-LIM-NOME(WRK-IDX-LIM)  TO WRK-NOME-GRUPO     00047300
           ELSE                                                         00047400
              MOVE WRK-TAB-GRP-NOME(1) TO WRK-NOME-GRUPO                00047500
           END-IF.                                                      00047600
                                                                        00047700
       3215-TESTAR-LIMITE                        SECTION.               00047800
           IF WRK-TAB-LIM-GRUPO(WRK-IDX-LIM) EQUAL WRK-GRUPO-ANT        00047900
              SET WRK-LIM-FOI-ACHADO TO TRUE                            00048000
           ELSE                                                         00048100
              ADD 1 TO WRK-IDX-LIM                                      00048200
           END-IF.                                                      00048300
                                                                        00048400
       3220-GRAVAR-MEMBRO                        SECTION.               00048500
           MOVE SPACES TO FD-CLIGRUPO.                                  00048600
           MOVE WRK-TAB-GRP-CODIGO(WRK-IDX) TO FD-CGR-CLIENTE.          00048700
           MOVE WRK-GRUPO-ANT               TO FD-CGR-GRUPO.            00048800
           WRITE FD-CLIGRUPO.                                           00048900
           IF WRK-FS-CLIGRUPO NOT EQUAL '00'                            00049000
              MOVE ' ERRO WRITE CLIGRUPO ' TO WRK-MSG                   00049100
              PERFORM 9000-TRATAR-ERROS                                 00049200
           END-IF.                                                      00049300
           ADD 1 TO WRK-REG-MEMBROS.                                    00049400
                                                                        00049500
           MOVE WRK-TAB-GRP-CODIGO(WRK-IDX)   TO WRK-LMB-CODIGO.        00049600
           MOVE WRK-TAB-GRP-NOME(WRK-IDX)     TO WRK-LMB-NOME.          00049700
           MOVE WRK-TAB-GRP-SITUACAO(WRK-IDX) TO WRK-LMB-SITUACAO.      00049800
           IF WRK-TAB-GRP-ORIGEM(WRK-IDX) EQUAL 'M'                     00049900
              MOVE 'MANUAL' TO WRK-LMB-ORIGEM                           00050000
           ELSE                                                         00050100
              MOVE 'CNPJ'   TO WRK-LMB-ORIGEM                           00050200
           END-IF.                                                      00050300
           MOVE WRK-TAB-GRP-LIMITE(WRK-IDX)    TO WRK-LMB-LIMITE.       00050400
           MOVE WRK-TAB-GRP-EXPOSICAO(WRK-IDX) TO WRK-LMB-EXPOSICAO.    00050500
           WRITE FD-RELGRUPO FROM WRK-LIN-MEMBRO.                       00050600
           ADD 1 TO WRK-IDX.                                            00050700
                                                                        00050800
       3230-IMPRIMIR-TOTAL                       SECTION.               00050900
           MOVE SPACES TO WRK-LTO-ALERTA.                               00051000
           MOVE 'EXPOSICAO CONSOLIDADA' TO WRK-LTO-TEXTO.               00051100
           MOVE WRK-EXPOSICAO-GRUPO TO WRK-LTO-VALOR.                   00051200
           IF WRK-LIMITE-GRUPO GREATER THAN ZEROS AND                   00051300
              WRK-EXPOSICAO-GRUPO GREATER THAN WRK-LIMITE-GRUPO         00051400
              MOVE 'ACIMA DO LIMITE' TO WRK-LTO-ALERTA                  00051500
              ADD 1 TO WRK-REG-EXCEDIDOS                                00051600
           END-IF.                                                      00051700
           WRITE FD-RELGRUPO FROM WRK-LIN-TOTAL.                        00051800
                                                                        00051900
           MOVE SPACES TO WRK-LTO-ALERTA.                               00052000
           MOVE 'LIMITE DO GRUPO' TO WRK-LTO-TEXTO.                     00052100
           MOVE WRK-LIMITE-GRUPO TO WRK-LTO-VALOR.                      00052200
           IF WRK-LIMITE-GRUPO EQUAL ZEROS                              00052300
              MOVE 'SEM TRAVA' TO WRK-LTO-ALERTA                        00052400
           END-IF.                                                      00052500
           WRITE FD-RELGRUPO FROM WRK-LIN-TOTAL.                        00052600
           WRITE FD-RELGRUPO FROM WRK-LIN-TRACO.                        00052700
                                                                        00052800
       8000-FINALIZAR                            SECTION.               00052900
           CLOSE CLIENTES.                                              00053000
           CLOSE CLIGRUPO.                                              00053100
           CLOSE RELGRUPO.                                              00053200
                                                                        00053300
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00053400
           DISPLAY ' CLIENTES LIDOS..............: ' WRK-REG-LIDOS.     00053500
           DISPLAY ' SEM GRUPO...................: '                    00053600
                   WRK-REG-SEM-GRUPO.                                   00053700
           DISPLAY ' LIGADOS MANUALMENTE.........: '                    00053800
                   WRK-REG-MANUAIS.                                     00053900
           DISPLAY ' GRUPOS GRAVADOS.............: ' WRK-REG-GRUPOS.    00054000
           DISPLAY ' MEMBROS GRAVADOS............: '                    00054100
                   WRK-REG-MEMBROS.                                     00054200
           DISPLAY ' GRUPOS ACIMA DO LIMITE......: '                    00054300
                   WRK-REG-EXCEDIDOS.                                   00054400
                                                                        00054500
       9000-TRATAR-ERROS                         SECTION.               00054600
           DISPLAY '-----------------------------'.                     00054700
           DISPLAY WRK-MSG.                                             00054800
           DISPLAY ' FS CLIENTES: ' WRK-FS-CLIENTES                     00054900
                   ' FS CLIGRUPO: ' WRK-FS-CLIGRUPO.                    00055000
           DISPLAY '-----------------------------'.                     00055100
              STOP RUN.                                                 00055200
