      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB49.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 21/08/2023                                       00001200
      *     OBJETIVO : QUADRO DE VAGAS -- CONFRONTA, CARGO A            00001300
      *              : CARGO, AS VAGAS AUTORIZADAS EM                   00001400
      *              : FOUR001.CARGO COM OS OCUPANTES ATIVOS EM         00001500
      *              : FOUR001.FUNC (STATUS NULO OU DIFERENTE DE        00001600
      *              : 'D'), COM TOTAL POR SETOR E GERAL, E             00001700
      *              : MARCA O CARGO COMO ABERTO, COMPLETO OU           00001800
      *              : EXCEDIDO (ADMISSAO ACIMA DO QUADRO               00001900
      *              : AUTORIZADA NO FR03DB03 OU VAGAS REDUZIDAS        00002000
      *              : NO FR03DB48). NO FIM DO RELVAGAS LISTA OS        00002100
      *              : FUNCIONARIOS ATIVOS SEM CARGO, COM CARGO         00002200
      *              : SEM CADASTRO OU COM CARGO DE OUTRO SETOR.        00002300
      *=======================================================*         00002400
      *=======================================================*         00002500
       ENVIRONMENT                                    DIVISION.         00002600
      *=======================================================*         00002700
       CONFIGURATION                                  SECTION.          00002800
      *=======================================================*         00002900
                                                                        00003000
          SPECIAL-NAMES.                                                00003100
              DECIMAL-POINT IS COMMA.                                   00003200
                                                                        00003300
      *=======================================================*         00003400
       INPUT-OUTPUT                                   SECTION.          00003500
       FILE-CONTROL.                                                    00003600
             SELECT RELVAGAS ASSIGN TO RELVAGAS                         00003700
                FILE STATUS  IS WRK-FS-RELVAGAS.                        00003800
      *=======================================================*         00003900
       DATA                                       DIVISION.             00004000
      *=======================================================*         00004100
                                                                        00004200
      *-------------------------------------------------------*         00004300
       FILE                                       SECTION.              00004400
      *-------------------------------------------------------*         00004500
       FD RELVAGAS                                                      00004600
           RECORDING MODE IS F                                          00004700
           BLOCK CONTAINS 0 RECORDS.                                    00004800
       01 FD-RELVAGAS             PIC X(80).                            00004900
                                                                        00005000
      *-------------------------------------------------------*         00005100
       WORKING-STORAGE                            SECTION.              00005200
      *-------------------------------------------------------*         00005300
                                                                        00005400
      *-------------------------------------------------------*         00005500
        01 FILLER                          PIC X(050)   VALUE           00005600
                '*******AREA DE SQL ******'.                            00005700
      *-------------------------------------------------------*         00005800
                                                                        00005900
           EXEC SQL                                                     00006000
                INCLUDE SQLCA                                           00006100
           END-EXEC.                                                    00006200
                                                                        00006300
      *-------------------------------------------------------*         00006400
        01 FILLER                          PIC X(050)   VALUE           00006500
                '*******AREA DE AUXILIARES********'.                    00006600
      *-------------------------------------------------------*         00006700
                                                                        00006800
       77 WRK-SQLCODE         PIC -999.                                 00006900
                                                                        00007000
       01 DB2-CARGO-SETOR     PIC X(04) VALUE SPACES.                   00007100
       01 DB2-CARGO-CODIGO    PIC X(06) VALUE SPACES.                   00007200
       01 DB2-CARGO-TITULO    PIC X(30) VALUE SPACES.                   00007300
       01 DB2-CARGO-VAGAS     PIC S9(04) COMP VALUE ZEROS.              00007400
       01 DB2-CARGO-FAIXA     PIC X(02) VALUE SPACES.                   00007500
       01 DB2-OCUPADOS        PIC S9(09) COMP VALUE ZEROS.              00007600
       01 DB2-FUNC-ID         PIC S9(04) COMP VALUE ZEROS.              00007700
       01 DB2-FUNC-NOME       PIC X(30) VALUE SPACES.                   00007800
       01 DB2-FUNC-SETOR      PIC X(04) VALUE SPACES.                   00007900
       01 DB2-FUNC-CARGO      PIC X(06) VALUE SPACES.                   00008000
                                                                        00008100
       77 WRK-FS-RELVAGAS     PIC X(02) VALUE SPACES.                   00008200
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00008300
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00008400
                                                                        00008500
       77 WRK-SETOR-ANT       PIC X(04) VALUE SPACES.                   00008600
       77 WRK-ABERTAS         PIC S9(05) VALUE ZEROS.                   00008700
       77 WRK-SET-VAGAS       PIC 9(05) VALUE ZEROS.                    00008800
       77 WRK-SET-OCUPADOS    PIC 9(05) VALUE ZEROS.                    00008900
       77 WRK-TOT-VAGAS       PIC 9(05) VALUE ZEROS.                    00009000
       77 WRK-TOT-OCUPADOS    PIC 9(05) VALUE ZEROS.                    00009100
       77 WRK-QTDE-CARGOS     PIC 9(05) VALUE ZEROS.                    00009200
       77 WRK-QTDE-EXCEDIDOS  PIC 9(05) VALUE ZEROS.                    00009300
       77 WRK-QTDE-SEM-CARGO  PIC 9(05) VALUE ZEROS.                    00009400
                                                                        00009500
       01 WRK-LIN-CAB.                                                  00009600
          05 FILLER           PIC X(40) VALUE                           00009700
                'QUADRO DE VAGAS POR CARGO - EMISSAO     '.             00009800
          05 WRK-LCB-DATA     PIC X(08).                                00009900
          05 FILLER           PIC X(32) VALUE SPACES.                   00010000
                                                                        00010100
       01 WRK-LIN-COLUNAS.                                              00010200
          05 FILLER           PIC X(40) VALUE                           00010300
                'SETOR CARGO   TITULO                    '.             00010400
          05 FILLER           PIC X(40) VALUE                           00010500
                '     FX  AUTOR  OCUP   ABERTAS SITUACAO '.             00010600
                                                                        00010700
       01 WRK-LIN-DETALHE.                                              00010800
          05 WRK-LDT-SETOR    PIC X(04).                                00010900
          05 FILLER           PIC X(02) VALUE SPACES.                   00011000
          05 WRK-LDT-CARGO    PIC X(06).                                00011100
          05 FILLER           PIC X(02) VALUE SPACES.                   00011200
          05 WRK-LDT-TITULO   PIC X(30).                                00011300
          05 FILLER           PIC X(01) VALUE SPACES.                   00011400
          05 WRK-LDT-FAIXA    PIC X(02).                                00011500
          05 FILLER           PIC X(02) VALUE SPACES.                   00011600
          05 WRK-LDT-VAGAS    PIC ZZZZ9.                                00011700
          05 FILLER           PIC X(02) VALUE SPACES.                   00011800
          05 WRK-LDT-OCUPADOS PIC ZZZZ9.                                00011900
          05 FILLER           PIC X(02) VALUE SPACES.                   00012000
          05 WRK-LDT-ABERTAS  PIC -ZZZZ9.                               00012100
          05 FILLER           PIC X(02) VALUE SPACES.                   00012200
          05 WRK-LDT-SITUACAO PIC X(08).                                00012300
          05 FILLER           PIC X(01) VALUE SPACES.                   00012400
                                                                        00012500
       01 WRK-LIN-SEM-CAB.                                              00012600
          05 FILLER           PIC X(40) VALUE                           00012700
                'FUNCIONARIOS ATIVOS SEM CARGO VALIDO NO '.             00012800
          05 FILLER           PIC X(40) VALUE                           00012900
                'SETOR                                   '.             00013000
                                                                        00013100
       01 WRK-LIN-SEM-COLUNAS.                                          00013200
          05 FILLER           PIC X(40) VALUE                           00013300
                'ID    NOME                            SE'.             00013400
          05 FILLER           PIC X(40) VALUE                           00013500
                'TOR  CARGO                              '.             00013600
                                                                        00013700
       01 WRK-LIN-SEM-CARGO.                                            00013800
          05 WRK-LSC-ID       PIC 9(04).                                00013900
          05 FILLER           PIC X(02) VALUE SPACES.                   00014000
          05 WRK-LSC-NOME     PIC X(30).                                00014100
          05 FILLER           PIC X(02) VALUE SPACES.                   00014200
          05 WRK-LSC-SETOR    PIC X(04).                                00014300
          05 FILLER           PIC X(03) VALUE SPACES.                   00014400
          05 WRK-LSC-CARGO    PIC X(06).                                00014500
          05 FILLER           PIC X(29) VALUE SPACES.                   00014600
                                                                        00014700
       01 WRK-LIN-TRACO.                                                00014800
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00014900
                                                                        00015000
       01 WRK-JOB-REGISTRO.                                             00015100
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00015200
          05 WRK-JOB-EVENTO        PIC X(01).                           00015300
          05 WRK-JOB-SITUACAO      PIC X(01).                           00015400
          05 WRK-JOB-LIDOS         PIC 9(07).                           00015500
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00015600
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00015700
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00015800
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00015900
                                                                        00016000
      *-------------------------------------------------------*         00016100
                                                                        00016200
      *=======================================================*         00016300
       PROCEDURE                                  DIVISION.             00016400
      *=======================================================*         00016500
                                                                        00016600
      *-------------------------------------------------------*         00016700
       0000-PRINCIPAL                              SECTION.             00016800
      *-------------------------------------------------------*         00016900
                                                                        00017000
            PERFORM 1000-INICIAR.                                       00017100
            PERFORM 2000-QUADRO-CARGOS.                                 00017200
            PERFORM 3000-LISTAR-SEM-CARGO.                              00017300
            PERFORM 8000-FINALIZAR.                                     00017400
                                                                        00017500
      *-------------------------------------------------------*         00017600
       0000-999-FIM.                               EXIT.                00017700
      *-------------------------------------------------------*         00017800
                                                                        00017900
      *-------------------------------------------------------*         00018000
       1000-INICIAR                               SECTION.              00018100
      *-------------------------------------------------------*         00018200
                                                                        00018300
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00018400
                                                                        00018500
             MOVE 'FR03DB49' TO WRK-JOB-PROGRAMA.                       00018600
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00018700
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00018800
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00018900
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00019000
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00019100
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00019200
                  WRK-JOB-RETORNO                                       00019300
                 ON EXCEPTION                                           00019400
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00019500
             END-CALL.                                                  00019600
                                                                        00019700
             OPEN OUTPUT RELVAGAS.                                      00019800
             IF WRK-FS-RELVAGAS NOT EQUAL '00'                          00019900
                MOVE ' ERRO OPEN RELVAGAS ' TO WRK-MSG                  00020000
                PERFORM 9000-TRATAR-ERROS                               00020100
             END-IF.                                                    00020200
                                                                        00020300
             MOVE WRK-DATA-HOJE TO WRK-LCB-DATA.                        00020400
             WRITE FD-RELVAGAS FROM WRK-LIN-CAB.                        00020500
             WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                      00020600
             WRITE FD-RELVAGAS FROM WRK-LIN-COLUNAS.                    00020700
             WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                      00020800
                                                                        00020900
             DISPLAY '===================================='.            00021000
             DISPLAY ' QUADRO DE VAGAS POR CARGO '.                     00021100
             DISPLAY '===================================='.            00021200
                                                                        00021300
      *-------------------------------------------------------*         00021400
       1000-999-FIM.                              EXIT.                 00021500
      *-------------------------------------------------------*         00021600
                                                                        00021700
      *---------------------------------------------------------------  00021800
      *    2000-QUADRO-CARGOS                                           00021900
      *    UM CURSOR SOBRE FOUR001.CARGO COM A CONTAGEM DE OCUPANTES    00022000
      *    ATIVOS POR CARGO (CARGO SEM OCUPANTE VEM COM ZERO), NA       00022100
      *    ORDEM DE SETOR PARA A QUEBRA DO TOTAL POR SETOR.             00022200
      *---------------------------------------------------------------  00022300
       2000-QUADRO-CARGOS                         SECTION.              00022400
                                                                        00022500
            EXEC SQL                                                    00022600
               DECLARE CSRCARGO CURSOR FOR                              00022700
                  SELECT C.SETOR, C.CODIGO, C.TITULO, C.VAGAS,          00022800
                         C.FAIXA, COALESCE(F.QTDE, 0)                   00022900
                    FROM FOUR001.CARGO C                                00023000
                    LEFT JOIN                                           00023100
                         (SELECT CARGO, COUNT(*) AS QTDE                00023200
                            FROM FOUR001.FUNC                           00023300
                           WHERE ( STATUS IS NULL OR STATUS <> 'D' )    00023400
                           GROUP BY CARGO) F                            00023500
                      ON F.CARGO = C.CODIGO                             00023600
                   ORDER BY C.SETOR, C.CODIGO                           00023700
            END-EXEC.                                                   00023800
                                                                        00023900
            EXEC SQL                                                    00024000
               OPEN CSRCARGO                                            00024100
            END-EXEC.                                                   00024200
            IF SQLCODE NOT EQUAL ZEROS                                  00024300
               MOVE SQLCODE TO WRK-SQLCODE                              00024400
               DISPLAY ' SQLCODE: ' WRK-SQLCODE                         00024500
               MOVE ' ERRO OPEN CSRCARGO ' TO WRK-MSG                   00024600
               PERFORM 9000-TRATAR-ERROS                                00024700
            END-IF.                                                     00024800
                                                                        00024900
            PERFORM 2100-BUSCAR-CARGO                                   00025000
               UNTIL SQLCODE NOT EQUAL ZEROS.                           00025100
                                                                        00025200
            EXEC SQL                                                    00025300
               CLOSE CSRCARGO                                           00025400
            END-EXEC.                                                   00025500
                                                                        00025600
            IF WRK-SETOR-ANT NOT EQUAL SPACES                           00025700
               PERFORM 2300-TOTALIZAR-SETOR                             00025800
            END-IF.                                                     00025900
                                                                        00026000
            MOVE SPACES             TO WRK-LIN-DETALHE.                 00026100
            MOVE 'TOTAL GERAL'      TO WRK-LDT-TITULO.                  00026200
            MOVE WRK-TOT-VAGAS      TO WRK-LDT-VAGAS.                   00026300
            MOVE WRK-TOT-OCUPADOS   TO WRK-LDT-OCUPADOS.                00026400
            COMPUTE WRK-ABERTAS = WRK-TOT-VAGAS - WRK-TOT-OCUPADOS      00026500
            END-COMPUTE.                                                00026600
            MOVE WRK-ABERTAS        TO WRK-LDT-ABERTAS.                 00026700
            WRITE FD-RELVAGAS FROM WRK-LIN-DETALHE.                     00026800
            WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                       00026900
                                                                        00027000
      *-------------------------------------------------------*         00027100
       2000-999-FIM.                              EXIT.                 00027200
      *-------------------------------------------------------*         00027300
                                                                        00027400
      *-------------------------------------------------------*         00027500
       2100-BUSCAR-CARGO                           SECTION.             00027600
      *-------------------------------------------------------*         00027700
                                                                        00027800
            EXEC SQL                                                    00027900
               FETCH CSRCARGO                                           00028000
                INTO :DB2-CARGO-SETOR, :DB2-CARGO-CODIGO,               00028100
                     :DB2-CARGO-TITULO, :DB2-CARGO-VAGAS,               00028200
                     :DB2-CARGO-FAIXA, :DB2-OCUPADOS                    00028300
            END-EXEC.                                                   00028400
                                                                        00028500
            EVALUATE SQLCODE                                            00028600
              WHEN 0                                                    00028700
                 IF DB2-CARGO-SETOR NOT EQUAL WRK-SETOR-ANT AND         00028800
                    WRK-SETOR-ANT NOT EQUAL SPACES                      00028900
                    PERFORM 2300-TOTALIZAR-SETOR                        00029000
                 END-IF                                                 00029100
                 MOVE DB2-CARGO-SETOR TO WRK-SETOR-ANT                  00029200
                 PERFORM 2200-IMPRIMIR-CARGO                            00029300
              WHEN 100                                                  00029400
                 CONTINUE                                               00029500
              WHEN OTHER                                                00029600
                 MOVE SQLCODE TO WRK-SQLCODE                            00029700
                 DISPLAY ' SQLCODE: ' WRK-SQLCODE                       00029800
                 MOVE ' ERRO FETCH CSRCARGO ' TO WRK-MSG                00029900
                 PERFORM 9000-TRATAR-ERROS                              00030000
            END-EVALUATE.                                               00030100
                                                                        00030200
      *-------------------------------------------------------*         00030300
       2100-999-FIM.                              EXIT.                 00030400
      *-------------------------------------------------------*         00030500
                                                                        00030600
      *-------------------------------------------------------*         00030700
       2200-IMPRIMIR-CARGO                         SECTION.             00030800
      *-------------------------------------------------------*         00030900
                                                                        00031000
             ADD 1 TO WRK-QTDE-CARGOS.                                  00031100
             COMPUTE WRK-ABERTAS = DB2-CARGO-VAGAS - DB2-OCUPADOS       00031200
             END-COMPUTE.                                               00031300
                                                                        00031400
             MOVE SPACES            TO WRK-LIN-DETALHE.                 00031500
             MOVE DB2-CARGO-SETOR   TO WRK-LDT-SETOR.                   00031600
             MOVE DB2-CARGO-CODIGO  TO WRK-LDT-CARGO.                   00031700
             MOVE DB2-CARGO-TITULO  TO WRK-LDT-TITULO.                  00031800
             MOVE DB2-CARGO-FAIXA   TO WRK-LDT-FAIXA.                   00031900
             MOVE DB2-CARGO-VAGAS   TO WRK-LDT-VAGAS.                   00032000
             MOVE DB2-OCUPADOS      TO WRK-LDT-OCUPADOS.                00032100
             MOVE WRK-ABERTAS       TO WRK-LDT-ABERTAS.                 00032200
             EVALUATE TRUE                                              00032300
               WHEN WRK-ABERTAS LESS THAN ZEROS                         00032400
                  MOVE 'EXCEDIDO'   TO WRK-LDT-SITUACAO                 00032500
                  ADD 1 TO WRK-QTDE-EXCEDIDOS                           00032600
               WHEN WRK-ABERTAS EQUAL ZEROS                             00032700
                  MOVE 'COMPLETO'   TO WRK-LDT-SITUACAO                 00032800
               WHEN OTHER                                               00032900
                  MOVE 'ABERTO'     TO WRK-LDT-SITUACAO                 00033000
             END-EVALUATE.                                              00033100
             WRITE FD-RELVAGAS FROM WRK-LIN-DETALHE.                    00033200
                                                                        00033300
             ADD DB2-CARGO-VAGAS    TO WRK-SET-VAGAS.                   00033400
             ADD DB2-OCUPADOS       TO WRK-SET-OCUPADOS.                00033500
                                                                        00033600
      *-------------------------------------------------------*         00033700
       2200-999-FIM.                              EXIT.                 00033800
      *-------------------------------------------------------*         00033900
                                                                        00034000
      *-------------------------------------------------------*         00034100
       2300-TOTALIZAR-SETOR                        SECTION.             00034200
      *-------------------------------------------------------*         00034300
                                                                        00034400
             MOVE SPACES            TO WRK-LIN-DETALHE.                 00034500
             MOVE WRK-SETOR-ANT     TO WRK-LDT-SETOR.                   00034600
             MOVE 'TOTAL DO SETOR'  TO WRK-LDT-TITULO.                  00034700
             MOVE WRK-SET-VAGAS     TO WRK-LDT-VAGAS.                   00034800
             MOVE WRK-SET-OCUPADOS  TO WRK-LDT-OCUPADOS.                00034900
             COMPUTE WRK-ABERTAS = WRK-SET-VAGAS - WRK-SET-OCUPADOS     00035000
             END-COMPUTE.                                               00035100
             MOVE WRK-ABERTAS       TO WRK-LDT-ABERTAS.                 00035200
             WRITE FD-RELVAGAS FROM WRK-LIN-DETALHE.                    00035300
             WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                      00035400
                                                                        00035500
             DISPLAY ' SETOR ' WRK-SETOR-ANT                            00035600
                     ' AUTORIZADAS ' WRK-SET-VAGAS                      00035700
                     ' OCUPADAS ' WRK-SET-OCUPADOS.                     00035800
                                                                        00035900
             ADD WRK-SET-VAGAS      TO WRK-TOT-VAGAS.                   00036000
             ADD WRK-SET-OCUPADOS   TO WRK-TOT-OCUPADOS.                00036100
             MOVE ZEROS             TO WRK-SET-VAGAS.                   00036200
             MOVE ZEROS             TO WRK-SET-OCUPADOS.                00036300
                                                                        00036400
      *-------------------------------------------------------*         00036500
       2300-999-FIM.                              EXIT.                 00036600
      *-------------------------------------------------------*         00036700
                                                                        00036800
      *---------------------------------------------------------------  00036900
      *    3000-LISTAR-SEM-CARGO                                        00037000
      *    FUNCIONARIOS ATIVOS QUE NAO CONTAM EM NENHUM CARGO DO        00037100
      *    SETOR: SEM CARGO (CARGA ANTERIOR AO CADASTRO DE CARGOS),     00037200
      *    CARGO SEM CADASTRO OU CARGO DE OUTRO SETOR (FUNCIONARIO      00037300
      *    TRANSFERIDO SEM TROCA DE CARGO).                             00037400
      *---------------------------------------------------------------  00037500
       3000-LISTAR-SEM-CARGO                      SECTION.              00037600
                                                                        00037700
            WRITE FD-RELVAGAS FROM WRK-LIN-SEM-CAB.                     00037800
            WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                       00037900
            WRITE FD-RELVAGAS FROM WRK-LIN-SEM-COLUNAS.                 00038000
            WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                       00038100
                                                                        00038200
            EXEC SQL                                                    00038300
               DECLARE CSRSEMCARGO CURSOR FOR                           00038400
                  SELECT F.ID, F.NOME, F.SETOR,                         00038500
                         COALESCE(F.CARGO, ' ')                         00038600
                    FROM FOUR001.FUNC F                                 00038700
                   WHERE ( F.STATUS IS NULL OR F.STATUS <> 'D' )        00038800
                     AND NOT EXISTS                                     00038900
                         (SELECT 1                                      00039000
                            FROM FOUR001.CARGO C                        00039100
                           WHERE C.CODIGO = F.CARGO                     00039200
                             AND C.SETOR  = F.SETOR)                    00039300
                   ORDER BY F.SETOR, F.ID                               00039400
            END-EXEC.                                                   00039500
                                                                        00039600
            EXEC SQL                                                    00039700
               OPEN CSRSEMCARGO                                         00039800
            END-EXEC.                                                   00039900
            IF SQLCODE NOT EQUAL ZEROS                                  00040000
               MOVE SQLCODE TO WRK-SQLCODE                              00040100
               DISPLAY ' SQLCODE: ' WRK-SQLCODE                         00040200
               MOVE ' ERRO OPEN CSRSEMCARGO ' TO WRK-MSG                00040300
               PERFORM 9000-TRATAR-ERROS                                00040400
            END-IF.                                                     00040500
                                                                        00040600
            PERFORM 3100-BUSCAR-SEM-CARGO                               00040700
               UNTIL SQLCODE NOT EQUAL ZEROS.                           00040800
                                                                        00040900
            EXEC SQL                                                    00041000
               CLOSE CSRSEMCARGO                                        00041100
            END-EXEC.                                                   00041200
                                                                        00041300
            WRITE FD-RELVAGAS FROM WRK-LIN-TRACO.                       00041400
                                                                        00041500
      *-------------------------------------------------------*         00041600
       3000-999-FIM.                              EXIT.                 00041700
      *-------------------------------------------------------*         00041800
                                                                        00041900
      *-------------------------------------------------------*         00042000
       3100-BUSCAR-SEM-CARGO                       SECTION.             00042100
      *-------------------------------------------------------*         00042200
                                                                        00042300
            EXEC SQL                                                    00042400
               FETCH CSRSEMCARGO                                        00042500
                INTO :DB2-FUNC-ID, :DB2-FUNC-NOME,                      00042600
                     :DB2-FUNC-SETOR, :DB2-FUNC-CARGO                   00042700
            END-EXEC.                                                   00042800
                                                                        00042900
            EVALUATE SQLCODE                                            00043000
              WHEN 0                                                    00043100
                 ADD 1 TO WRK-QTDE-SEM-CARGO                            00043200
                 MOVE SPACES          TO WRK-LIN-SEM-CARGO              00043300
                 MOVE DB2-FUNC-ID     TO WRK-LSC-ID                     00043400
                 MOVE DB2-FUNC-NOME   TO WRK-LSC-NOME                   00043500
                 MOVE DB2-FUNC-SETOR  TO WRK-LSC-SETOR                  00043600
                 MOVE DB2-FUNC-CARGO  TO WRK-LSC-CARGO                  00043700
                 WRITE FD-RELVAGAS FROM WRK-LIN-SEM-CARGO               00043800
              WHEN 100                                                  00043900
                 CONTINUE                                               00044000
              WHEN OTHER                                                00044100
                 MOVE SQLCODE TO WRK-SQLCODE                            00044200
                 DISPLAY ' SQLCODE: ' WRK-SQLCODE                       00044300
                 MOVE ' ERRO FETCH CSRSEMCARGO ' TO WRK-MSG             00044400
                 PERFORM 9000-TRATAR-ERROS                              00044500
            END-EVALUATE.                                               00044600
                                                                        00044700
      *-------------------------------------------------------*         00044800
       3100-999-FIM.                              EXIT.                 00044900
      *-------------------------------------------------------*         00045000
                                                                        00045100
      *-------------------------------------------------------*         00045200
       8000-FINALIZAR                             SECTION.              00045300
      *-------------------------------------------------------*         00045400
                                                                        00045500
              CLOSE RELVAGAS.                                           00045600
                                                                        00045700
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00045800
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00045900
             MOVE WRK-QTDE-CARGOS TO WRK-JOB-LIDOS.                     00046000
             MOVE WRK-QTDE-CARGOS TO WRK-JOB-GRAVADOS.                  00046100
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00046200
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00046300
                  WRK-JOB-RETORNO                                       00046400
                 ON EXCEPTION                                           00046500
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00046600
             END-CALL.                                                  00046700
                                                                        00046800
              DISPLAY '===================================='.           00046900
              DISPLAY ' CARGOS LISTADOS.......: '                       00047000
                       WRK-QTDE-CARGOS.                                 00047100
              DISPLAY ' VAGAS AUTORIZADAS.....: '                       00047200
                       WRK-TOT-VAGAS.                                   00047300
              DISPLAY ' VAGAS OCUPADAS........: '                       00047400
                       WRK-TOT-OCUPADOS.                                00047500
              DISPLAY ' CARGOS EXCEDIDOS......: '                       00047600
                       WRK-QTDE-EXCEDIDOS.                              00047700
              DISPLAY ' ATIVOS SEM CARGO VALIDO: '                      00047800
                       WRK-QTDE-SEM-CARGO.                              00047900
              DISPLAY '===================================='.           00048000
                 STOP RUN.                                              00048100
                                                                        00048200
      *-------------------------------------------------------*         00048300
       8000-999-FIM.                              EXIT.                 00048400
      *-------------------------------------------------------*         00048500
                                                                        00048600
      *-------------------------------------------------------*         00048700
       9000-TRATAR-ERROS                           SECTION.             00048800
      *-------------------------------------------------------*         00048900
                                                                        00049000
             DISPLAY '-----------------------------'.                   00049100
             DISPLAY WRK-MSG.                                           00049200
             DISPLAY '-----------------------------'.                   00049300
                STOP RUN.                                               00049400
                                                                        00049500
      *-------------------------------------------------------*         00049600
       9000-999-FIM.                              EXIT.                 00049700
      *-------------------------------------------------------*         00049800
