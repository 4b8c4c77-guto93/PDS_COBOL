      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB51.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 28/08/2023                                       00001200
      *     OBJETIVO : RELATORIO MENSAL DE AFASTADOS -- LISTA EM        00001300
      *              : RELAFAST QUEM ESTEVE AFASTADO NA                 00001400
      *              : COMPETENCIA (FOUR001.AFASTAMENTO, MANTIDA        00001500
      *              : PELO FR03DB50), POR TIPO DE AFASTAMENTO E        00001600
      *              : SETOR, COM OS DIAS DE AFASTAMENTO NO MES         00001700
      *              : (CONVENCAO 360, COMO NA FOLHA), TOTAL POR        00001800
      *              : SETOR, POR TIPO E GERAL.                         00001900
      *-------------------------------------------------------*         00002000
      *     PARMSERV (OPCIONAL, FR03DB51/COMPETENCIA): AAAAMM.          00002100
      *     SEM ELA, OU COM COMPETENCIA INVALIDA, VALE O MES            00002200
      *     CORRENTE. ENTRA O AFASTAMENTO INICIADO ATE O FIM DO         00002300
      *     MES E SEM RETORNO EFETIVO ATE O PRIMEIRO DIA DO MES.        00002400
      *-------------------------------------------------------*         00002416
      *     MANUTENCAO:                                                 00002432
      *     - 04/12/2023: A COMPETENCIA SAIU DO AFAPARM E PASSOU A SER  00002448
      *       LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,         00002464
      *       FR03DB51/COMPETENCIA).                                    00002480
      *=======================================================*         00002500
      *=======================================================*         00002600
       ENVIRONMENT                                    DIVISION.         00002700
      *=======================================================*         00002800
       CONFIGURATION                                  SECTION.          00002900
      *=======================================================*         00003000
                                                                        00003100
          SPECIAL-NAMES.                                                00003200
              DECIMAL-POINT IS COMMA.                                   00003300
                                                                        00003400
      *=======================================================*         00003500
       INPUT-OUTPUT                                   SECTION.          00003600
       FILE-CONTROL.                                                    00003700
             SELECT RELAFAST ASSIGN TO RELAFAST                         00004000
                FILE STATUS  IS WRK-FS-RELAFAST.                        00004100
      *=======================================================*         00004200
       DATA                                       DIVISION.             00004300
      *=======================================================*         00004400
                                                                        00004500
      *-------------------------------------------------------*         00004600
       FILE                                       SECTION.              00004700
      *-------------------------------------------------------*         00004800
       FD RELAFAST                                                      00005600
           RECORDING MODE IS F                                          00005700
           BLOCK CONTAINS 0 RECORDS.                                    00005800
       01 FD-RELAFAST             PIC X(80).                            00005900
                                                                        00006000
      *-------------------------------------------------------*         00006100
       WORKING-STORAGE                            SECTION.              00006200
      *-------------------------------------------------------*         00006300
                                                                        00006400
      *-------------------------------------------------------*         00006500
        01 FILLER                          PIC X(050)   VALUE           00006600
                '*******AREA DE SQL ******'.                            00006700
      *-------------------------------------------------------*         00006800
                                                                        00006900
           EXEC SQL                                                     00007000
                INCLUDE SQLCA                                           00007100
           END-EXEC.                                                    00007200
                                                                        00007300
      *-------------------------------------------------------*         00007400
        01 FILLER                          PIC X(050)   VALUE           00007500
                '*******AREA DE AUXILIARES********'.                    00007600
      *-------------------------------------------------------*         00007700
                                                                        00007800
       77 WRK-SQLCODE         PIC -999.                                 00007900
                                                                        00008000
       01 DB2-AFA-TIPO        PIC X(01) VALUE SPACES.                   00008100
       01 DB2-FUNC-SETOR      PIC X(04) VALUE SPACES.                   00008200
       01 DB2-AFA-ID          PIC S9(04) COMP VALUE ZEROS.              00008300
       01 DB2-FUNC-NOME       PIC X(30) VALUE SPACES.                   00008400
       01 DB2-AFA-INICIO      PIC X(10) VALUE SPACES.                   00008500
       01 DB2-AFA-RET-PREV    PIC X(10) VALUE SPACES.                   00008600
       01 DB2-AFA-RET-EFET    PIC X(10) VALUE SPACES.                   00008700
       77 WRK-RET-EFET-NULL   PIC S9(04) COMP VALUE ZEROS.              00008800
                                                                        00008900
       77 WRK-FS-RELAFAST     PIC X(02) VALUE SPACES.                   00009100
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00009200
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00009300
       77 WRK-COMPETENCIA     PIC X(06) VALUE SPACES.                   00009400
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00009408
       01 WRK-PSV-AREA.                                                 00009416
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00009424
          05 WRK-PSV-NOME       PIC X(12).                              00009432
          05 WRK-PSV-VALOR      PIC X(30).                              00009440
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00009448
          05 WRK-PSV-NUMERICO   PIC X(01).                              00009456
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00009464
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00009472
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00009480
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00009488
       01 WRK-INI-COMPET      PIC X(10) VALUE SPACES.                   00009500
       01 WRK-FIM-COMPET      PIC X(10) VALUE SPACES.                   00009600
                                                                        00009700
      *    DATAS EM DIAS CORRIDOS NA CONVENCAO 360 (AAAA*360 +          00009800
      *    (MM-1)*30 + DD, DIA 31 CONTA COMO 30)                        00009900
       01 WRK-DATA-DN         PIC X(10) VALUE SPACES.                   00010000
       01 WRK-DATA-DN-R REDEFINES WRK-DATA-DN.                          00010100
          05 WRK-DN-ANO       PIC 9(04).                                00010200
          05 FILLER           PIC X(01).                                00010300
          05 WRK-DN-MES       PIC 9(02).                                00010400
          05 FILLER           PIC X(01).                                00010500
          05 WRK-DN-DIA       PIC 9(02).                                00010600
       77 WRK-DN              PIC S9(07) COMP VALUE ZEROS.              00010700
       77 WRK-DN-MES-INI      PIC S9(07) COMP VALUE ZEROS.              00010800
       77 WRK-DN-MES-FIM      PIC S9(07) COMP VALUE ZEROS.              00010900
       77 WRK-DN-DE           PIC S9(07) COMP VALUE ZEROS.              00011000
       77 WRK-DN-ATE          PIC S9(07) COMP VALUE ZEROS.              00011100
       77 WRK-DIAS-MES        PIC S9(03) COMP VALUE ZEROS.              00011200
                                                                        00011300
       77 WRK-TIPO-ANT        PIC X(01) VALUE SPACES.                   00011400
       77 WRK-SETOR-ANT       PIC X(04) VALUE SPACES.                   00011500
       77 WRK-SET-QTDE        PIC 9(05) VALUE ZEROS.                    00011600
       77 WRK-SET-DIAS        PIC 9(05) VALUE ZEROS.                    00011700
       77 WRK-TIP-QTDE        PIC 9(05) VALUE ZEROS.                    00011800
       77 WRK-TIP-DIAS        PIC 9(05) VALUE ZEROS.                    00011900
       77 WRK-TOT-QTDE        PIC 9(05) VALUE ZEROS.                    00012000
       77 WRK-TOT-DIAS        PIC 9(05) VALUE ZEROS.                    00012100
       77 WRK-QTDE-ABERTOS    PIC 9(05) VALUE ZEROS.                    00012200
                                                                        00012300
       01 WRK-LIN-CAB.                                                  00012400
          05 FILLER           PIC X(40) VALUE                           00012500
                'AFASTADOS NA COMPETENCIA                '.             00012600
          05 WRK-LCB-COMPET   PIC X(06).                                00012700
          05 FILLER           PIC X(12) VALUE                           00012800
                '  - EMISSAO '.                                         00012900
          05 WRK-LCB-DATA     PIC X(08).                                00013000
          05 FILLER           PIC X(14) VALUE SPACES.                   00013100
                                                                        00013200
       01 WRK-LIN-TIPO.                                                 00013300
          05 FILLER           PIC X(06) VALUE 'TIPO: '.                 00013400
          05 WRK-LTP-TIPO     PIC X(01).                                00013500
          05 FILLER           PIC X(03) VALUE ' - '.                    00013600
          05 WRK-LTP-DESCR    PIC X(40).                                00013700
          05 FILLER           PIC X(30) VALUE SPACES.                   00013800
                                                                        00013900
       01 WRK-LIN-COLUNAS.                                              00014000
          05 FILLER           PIC X(40) VALUE                           00014100
                'SETOR ID    NOME                      IN'.             00014200
          05 FILLER           PIC X(40) VALUE                           00014300
                'ICIO      PREVISTO   RETORNO     DIAS   '.             00014400
                                                                        00014500
       01 WRK-LIN-DETALHE.                                              00014600
          05 WRK-LDT-SETOR    PIC X(04).                                00014700
          05 FILLER           PIC X(02) VALUE SPACES.                   00014800
          05 WRK-LDT-ID       PIC 9(04).                                00014900
          05 FILLER           PIC X(02) VALUE SPACES.                   00015000
          05 WRK-LDT-NOME     PIC X(25).                                00015100
          05 FILLER           PIC X(01) VALUE SPACES.                   00015200
          05 WRK-LDT-INICIO   PIC X(10).                                00015300
          05 FILLER           PIC X(01) VALUE SPACES.                   00015400
          05 WRK-LDT-RET-PREV PIC X(10).                                00015500
          05 FILLER           PIC X(01) VALUE SPACES.                   00015600
          05 WRK-LDT-RET-EFET PIC X(10).                                00015700
          05 FILLER           PIC X(02) VALUE SPACES.                   00015800
          05 WRK-LDT-DIAS     PIC ZZZZ9.                                00015900
          05 FILLER           PIC X(03) VALUE SPACES.                   00016000
                                                                        00016100
       01 WRK-LIN-TOTAL.                                                00016200
          05 WRK-LTT-SETOR    PIC X(04) VALUE SPACES.                   00016300
          05 FILLER           PIC X(02) VALUE SPACES.                   00016400
          05 WRK-LTT-TEXTO    PIC X(26).                                00016500
          05 FILLER           PIC X(01) VALUE SPACES.                   00016600
          05 WRK-LTT-QTDE     PIC ZZZZ9.                                00016700
          05 FILLER           PIC X(12) VALUE ' AFASTADOS  '.           00016800
          05 FILLER           PIC X(18) VALUE SPACES.                   00016900
          05 WRK-LTT-DIAS     PIC ZZZZ9.                                00017000
          05 FILLER           PIC X(07) VALUE ' DIAS  '.                00017100
                                                                        00017200
       01 WRK-LIN-TRACO.                                                00017300
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00017400
                                                                        00017500
       01 WRK-JOB-REGISTRO.                                             00017600
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00017700
          05 WRK-JOB-EVENTO        PIC X(01).                           00017800
          05 WRK-JOB-SITUACAO      PIC X(01).                           00017900
          05 WRK-JOB-LIDOS         PIC 9(07).                           00018000
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00018100
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00018200
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00018300
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00018400
                                                                        00018500
      *-------------------------------------------------------*         00018600
                                                                        00018700
      *=======================================================*         00018800
       PROCEDURE                                  DIVISION.             00018900
      *=======================================================*         00019000
                                                                        00019100
      *-------------------------------------------------------*         00019200
       0000-PRINCIPAL                              SECTION.             00019300
      *-------------------------------------------------------*         00019400
                                                                        00019500
            PERFORM 1000-INICIAR.                                       00019600
            PERFORM 2000-LISTAR-AFASTADOS.                              00019700
            PERFORM 8000-FINALIZAR.                                     00019800
                                                                        00019900
      *-------------------------------------------------------*         00020000
       0000-999-FIM.                               EXIT.                00020100
      *-------------------------------------------------------*         00020200
                                                                        00020300
      *-------------------------------------------------------*         00020400
       1000-INICIAR                               SECTION.              00020500
      *-------------------------------------------------------*         00020600
                                                                        00020700
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00020800
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00020900
                                                                        00021000
             MOVE 'FR03DB51' TO WRK-JOB-PROGRAMA.                       00021100
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00021200
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00021300
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00021400
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00021500
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00021600
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00021700
                  WRK-JOB-RETORNO                                       00021800
                 ON EXCEPTION                                           00021900
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00022000
             END-CALL.                                                  00022100
                                                                        00022200
             MOVE 'FR03DB51'     TO WRK-PSV-PROGRAMA.                   00022388
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00022576
             PERFORM 1010-CHAMAR-PARMSERV.                              00022764
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00022952
                WRK-PSV-VALOR(1:6) NUMERIC AND                          00023140
                WRK-PSV-VALOR(5:2) GREATER THAN '00' AND                00023328
                WRK-PSV-VALOR(5:2) LESS THAN '13'                       00023516
                MOVE WRK-PSV-VALOR(1:6) TO WRK-COMPETENCIA              00023704
             END-IF.                                                    00023900
                                                                        00024000
             MOVE SPACES               TO WRK-INI-COMPET.               00024100
             STRING WRK-COMPETENCIA(1:4) '-' WRK-COMPETENCIA(5:2)       00024200
                    '-01' DELIMITED BY SIZE INTO WRK-INI-COMPET.        00024300
             MOVE WRK-INI-COMPET       TO WRK-FIM-COMPET.               00024400
             MOVE '31'                 TO WRK-FIM-COMPET(9:2).          00024500
                                                                        00024600
             MOVE WRK-INI-COMPET TO WRK-DATA-DN.                        00024700
             PERFORM 2900-CONVERTER-DATA.                               00024800
             MOVE WRK-DN TO WRK-DN-MES-INI.                             00024900
             COMPUTE WRK-DN-MES-FIM = WRK-DN-MES-INI + 29               00025000
             END-COMPUTE.                                               00025100
                                                                        00025200
             OPEN OUTPUT RELAFAST.                                      00025300
             IF WRK-FS-RELAFAST NOT EQUAL '00'                          00025400
                MOVE ' ERRO OPEN RELAFAST ' TO WRK-MSG                  00025500
                PERFORM 9000-TRATAR-ERROS                               00025600
             END-IF.                                                    00025700
                                                                        00025800
             MOVE WRK-COMPETENCIA TO WRK-LCB-COMPET.                    00025900
             MOVE WRK-DATA-HOJE   TO WRK-LCB-DATA.                      00026000
             WRITE FD-RELAFAST FROM WRK-LIN-CAB.                        00026100
             WRITE FD-RELAFAST FROM WRK-LIN-TRACO.                      00026200
                                                                        00026300
             DISPLAY '===================================='.            00026400
             DISPLAY ' RELATORIO MENSAL DE AFASTADOS '.                 00026500
             DISPLAY ' COMPETENCIA: ' WRK-COMPETENCIA.                  00026600
             DISPLAY '===================================='.            00026700
                                                                        00026800
      *-------------------------------------------------------*         00026900
       1000-999-FIM.                              EXIT.                 00027000
      *-------------------------------------------------------*         00027006
                                                                        00027012
      *-------------------------------------------------------*         00027018
       1010-CHAMAR-PARMSERV                       SECTION.              00027024
      *-------------------------------------------------------*         00027030
                                                                        00027036
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00027042
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00027048
                 ON EXCEPTION                                           00027054
                    MOVE '02' TO WRK-PSV-RETORNO                        00027060
             END-CALL.                                                  00027066
                                                                        00027072
      *-------------------------------------------------------*         00027078
       1010-999-FIM.                              EXIT.                 00027084
      *-------------------------------------------------------*         00027100
                                                                        00027200
      *---------------------------------------------------------------  00027300
      *    2000-LISTAR-AFASTADOS                                        00027400
      *    UM CURSOR SOBRE FOUR001.AFASTAMENTO COM O NOME E O SETOR     00027500
      *    DO FUNCIONARIO, NA ORDEM DE TIPO E SETOR PARA AS QUEBRAS.    00027600
      *---------------------------------------------------------------  00027700
       2000-LISTAR-AFASTADOS                      SECTION.              00027800
                                                                        00027900
            EXEC SQL                                                    00028000
               DECLARE CSRAFAST CURSOR FOR                              00028100
                  SELECT A.TIPO, F.SETOR, A.ID, F.NOME,                 00028200
                         A.DATA_INICIO, A.RETORNO_PREV,                 00028300
                         A.RETORNO_EFET                                 00028400
                    FROM FOUR001.AFASTAMENTO A                          00028500
                   INNER JOIN FOUR001.FUNC F                            00028600
                      ON F.ID = A.ID                                    00028700
                   WHERE A.DATA_INICIO <= :WRK-FIM-COMPET               00028800
                     AND ( A.RETORNO_EFET IS NULL OR                    00028900
                           A.RETORNO_EFET > :WRK-INI-COMPET )           00029000
                   ORDER BY A.TIPO, F.SETOR, A.ID                       00029100
            END-EXEC.                                                   00029200
                                                                        00029300
            EXEC SQL                                                    00029400
               OPEN CSRAFAST                                            00029500
            END-EXEC.                                                   00029600
            IF SQLCODE NOT EQUAL ZEROS                                  00029700
               MOVE SQLCODE TO WRK-SQLCODE                              00029800
               DISPLAY ' SQLCODE: ' WRK-SQLCODE                         00029900
               MOVE ' ERRO OPEN CSRAFAST ' TO WRK-MSG                   00030000
               PERFORM 9000-TRATAR-ERROS                                00030100
            END-IF.                                                     00030200
                                                                        00030300
            PERFORM 2100-BUSCAR-AFASTADO                                00030400
               UNTIL SQLCODE NOT EQUAL ZEROS.                           00030500
                                                                        00030600
            EXEC SQL                                                    00030700
               CLOSE CSRAFAST                                           00030800
            END-EXEC.                                                   00030900
                                                                        00031000
            IF WRK-TIPO-ANT NOT EQUAL SPACES                            00031100
               PERFORM 2300-TOTALIZAR-SETOR                             00031200
               PERFORM 2400-TOTALIZAR-TIPO                              00031300
            END-IF.                                                     00031400
                                                                        00031500
            MOVE SPACES             TO WRK-LTT-SETOR.                   00031600
            MOVE 'TOTAL GERAL'      TO WRK-LTT-TEXTO.                   00031700
            MOVE WRK-TOT-QTDE       TO WRK-LTT-QTDE.                    00031800
            MOVE WRK-TOT-DIAS       TO WRK-LTT-DIAS.                    00031900
            WRITE FD-RELAFAST FROM WRK-LIN-TOTAL.                       00032000
            WRITE FD-RELAFAST FROM WRK-LIN-TRACO.                       00032100
                                                                        00032200
      *-------------------------------------------------------*         00032300
       2000-999-FIM.                              EXIT.                 00032400
      *-------------------------------------------------------*         00032500
                                                                        00032600
      *-------------------------------------------------------*         00032700
       2100-BUSCAR-AFASTADO                        SECTION.             00032800
      *-------------------------------------------------------*         00032900
                                                                        00033000
            EXEC SQL                                                    00033100
               FETCH CSRAFAST                                           00033200
                INTO :DB2-AFA-TIPO, :DB2-FUNC-SETOR,                    00033300
                     :DB2-AFA-ID, :DB2-FUNC-NOME,                       00033400
                     :DB2-AFA-INICIO, :DB2-AFA-RET-PREV,                00033500
                     :DB2-AFA-RET-EFET :WRK-RET-EFET-NULL               00033600
            END-EXEC.                                                   00033700
                                                                        00033800
            EVALUATE SQLCODE                                            00033900
              WHEN 0                                                    00034000
                 IF DB2-AFA-TIPO NOT EQUAL WRK-TIPO-ANT                 00034100
                    IF WRK-TIPO-ANT NOT EQUAL SPACES                    00034200
                       PERFORM 2300-TOTALIZAR-SETOR                     00034300
                       PERFORM 2400-TOTALIZAR-TIPO                      00034400
                    END-IF                                              00034500
                    MOVE DB2-AFA-TIPO   TO WRK-TIPO-ANT                 00034600
                    MOVE DB2-FUNC-SETOR TO WRK-SETOR-ANT                00034700
                    PERFORM 2150-CABECALHO-TIPO                         00034800
                 ELSE                                                   00034900
                    IF DB2-FUNC-SETOR NOT EQUAL WRK-SETOR-ANT           00035000
                       PERFORM 2300-TOTALIZAR-SETOR                     00035100
                       MOVE DB2-FUNC-SETOR TO WRK-SETOR-ANT             00035200
                    END-IF                                              00035300
                 END-IF                                                 00035400
                 PERFORM 2200-IMPRIMIR-AFASTADO                         00035500
              WHEN 100                                                  00035600
                 CONTINUE                                               00035700
              WHEN OTHER                                                00035800
                 MOVE SQLCODE TO WRK-SQLCODE                            00035900
                 DISPLAY ' SQLCODE: ' WRK-SQLCODE                       00036000
                 MOVE ' ERRO FETCH CSRAFAST ' TO WRK-MSG                00036100
                 PERFORM 9000-TRATAR-ERROS                              00036200
            END-EVALUATE.                                               00036300
                                                                        00036400
      *-------------------------------------------------------*         00036500
       2100-999-FIM.                              EXIT.                 00036600
      *-------------------------------------------------------*         00036700
                                                                        00036800
      *-------------------------------------------------------*         00036900
       2150-CABECALHO-TIPO                         SECTION.             00037000
      *-------------------------------------------------------*         00037100
                                                                        00037200
             MOVE DB2-AFA-TIPO  TO WRK-LTP-TIPO.                        00037300
             EVALUATE DB2-AFA-TIPO                                      00037400
               WHEN 'D'                                                 00037500
                  MOVE 'DOENCA (INSS APOS O 15O DIA)'                   00037600
                    TO WRK-LTP-DESCR                                    00037700
               WHEN 'A'                                                 00037800
                  MOVE 'ACIDENTE TRABALHO (INSS APOS O 15O DIA)'        00037900
                    TO WRK-LTP-DESCR                                    00038000
               WHEN 'M'                                                 00038100
                  MOVE 'LICENCA MATERNIDADE'                            00038200
                    TO WRK-LTP-DESCR                                    00038300
               WHEN 'N'                                                 00038400
                  MOVE 'LICENCA NAO REMUNERADA'                         00038500
                    TO WRK-LTP-DESCR                                    00038600
               WHEN OTHER                                               00038700
                  MOVE 'TIPO SEM DESCRICAO'                             00038800
                    TO WRK-LTP-DESCR                                    00038900
             END-EVALUATE.                                              00039000
             WRITE FD-RELAFAST FROM WRK-LIN-TIPO.                       00039100
             WRITE FD-RELAFAST FROM WRK-LIN-COLUNAS.                    00039200
             WRITE FD-RELAFAST FROM WRK-LIN-TRACO.                      00039300
                                                                        00039400
      *-------------------------------------------------------*         00039500
       2150-999-FIM.                              EXIT.                 00039600
      *-------------------------------------------------------*         00039700
                                                                        00039800
      *---------------------------------------------------------------  00039900
      *    2200-IMPRIMIR-AFASTADO                                       00040000
      *    DIAS NO MES: DO MAIOR ENTRE INICIO E DIA 1 ATE O MENOR       00040100
      *    ENTRE A VESPERA DO RETORNO EFETIVO E O DIA 30; SEM           00040200
      *    RETORNO O AFASTAMENTO SEGUE ATE O FIM DO MES.                00040300
      *---------------------------------------------------------------  00040400
       2200-IMPRIMIR-AFASTADO                      SECTION.             00040500
                                                                        00040600
             MOVE DB2-AFA-INICIO TO WRK-DATA-DN.                        00040700
             PERFORM 2900-CONVERTER-DATA.                               00040800
             MOVE WRK-DN TO WRK-DN-DE.                                  00040900
             IF WRK-DN-DE LESS THAN WRK-DN-MES-INI                      00041000
                MOVE WRK-DN-MES-INI TO WRK-DN-DE                        00041100
             END-IF.                                                    00041200
                                                                        00041300
             MOVE WRK-DN-MES-FIM TO WRK-DN-ATE.                         00041400
             IF WRK-RET-EFET-NULL LESS THAN ZEROS                       00041500
                MOVE 'EM ABERTO' TO DB2-AFA-RET-EFET                    00041600
                ADD 1 TO WRK-QTDE-ABERTOS                               00041700
             ELSE                                                       00041800
                MOVE DB2-AFA-RET-EFET TO WRK-DATA-DN                    00041900
                PERFORM 2900-CONVERTER-DATA                             00042000
                IF WRK-DN - 1 LESS THAN WRK-DN-ATE                      00042100
                   COMPUTE WRK-DN-ATE = WRK-DN - 1                      00042200
                   END-COMPUTE                                          00042300
                END-IF                                                  00042400
             END-IF.                                                    00042500
                                                                        00042600
             MOVE ZEROS TO WRK-DIAS-MES.                                00042700
             IF WRK-DN-ATE NOT LESS THAN WRK-DN-DE                      00042800
                COMPUTE WRK-DIAS-MES = WRK-DN-ATE - WRK-DN-DE + 1       00042900
                END-COMPUTE                                             00043000
             END-IF.                                                    00043100
                                                                        00043200
             MOVE SPACES            TO WRK-LIN-DETALHE.                 00043300
             MOVE DB2-FUNC-SETOR    TO WRK-LDT-SETOR.                   00043400
             MOVE DB2-AFA-ID        TO WRK-LDT-ID.                      00043500
             MOVE DB2-FUNC-NOME     TO WRK-LDT-NOME.                    00043600
             MOVE DB2-AFA-INICIO    TO WRK-LDT-INICIO.                  00043700
             MOVE DB2-AFA-RET-PREV  TO WRK-LDT-RET-PREV.                00043800
             MOVE DB2-AFA-RET-EFET  TO WRK-LDT-RET-EFET.                00043900
             MOVE WRK-DIAS-MES      TO WRK-LDT-DIAS.                    00044000
             WRITE FD-RELAFAST FROM WRK-LIN-DETALHE.                    00044100
                                                                        00044200
             ADD 1             TO WRK-SET-QTDE.                         00044300
             ADD WRK-DIAS-MES  TO WRK-SET-DIAS.                         00044400
                                                                        00044500
      *-------------------------------------------------------*         00044600
       2200-999-FIM.                              EXIT.                 00044700
      *-------------------------------------------------------*         00044800
                                                                        00044900
      *-------------------------------------------------------*         00045000
       2300-TOTALIZAR-SETOR                        SECTION.             00045100
      *-------------------------------------------------------*         00045200
                                                                        00045300
             MOVE WRK-SETOR-ANT     TO WRK-LTT-SETOR.                   00045400
             MOVE 'TOTAL DO SETOR'  TO WRK-LTT-TEXTO.                   00045500
             MOVE WRK-SET-QTDE      TO WRK-LTT-QTDE.                    00045600
             MOVE WRK-SET-DIAS      TO WRK-LTT-DIAS.                    00045700
             WRITE FD-RELAFAST FROM WRK-LIN-TOTAL.                      00045800
                                                                        00045900
             DISPLAY ' TIPO ' WRK-TIPO-ANT ' SETOR ' WRK-SETOR-ANT      00046000
                     ' AFASTADOS ' WRK-SET-QTDE                         00046100
                     ' DIAS ' WRK-SET-DIAS.                             00046200
                                                                        00046300
             ADD WRK-SET-QTDE       TO WRK-TIP-QTDE.                    00046400
             ADD WRK-SET-DIAS       TO WRK-TIP-DIAS.                    00046500
             MOVE ZEROS             TO WRK-SET-QTDE.                    00046600
             MOVE ZEROS             TO WRK-SET-DIAS.                    00046700
                                                                        00046800
      *-------------------------------------------------------*         00046900
       2300-999-FIM.                              EXIT.                 00047000
      *-------------------------------------------------------*         00047100
                                                                        00047200
      *-------------------------------------------------------*         00047300
       2400-TOTALIZAR-TIPO                         SECTION.             00047400
      *-------------------------------------------------------*         00047500
                                                                        00047600
             MOVE SPACES            TO WRK-LTT-SETOR.                   00047700
             MOVE 'TOTAL DO TIPO'   TO WRK-LTT-TEXTO.                   00047800
             MOVE WRK-TIP-QTDE      TO WRK-LTT-QTDE.                    00047900
             MOVE WRK-TIP-DIAS      TO WRK-LTT-DIAS.                    00048000
             WRITE FD-RELAFAST FROM WRK-LIN-TOTAL.                      00048100
             WRITE FD-RELAFAST FROM WRK-LIN-TRACO.                      00048200
                                                                        00048300
             ADD WRK-TIP-QTDE       TO WRK-TOT-QTDE.                    00048400
             ADD WRK-TIP-DIAS       TO WRK-TOT-DIAS.                    00048500
             MOVE ZEROS             TO WRK-TIP-QTDE.                    00048600
             MOVE ZEROS             TO WRK-TIP-DIAS.                    00048700
                                                                        00048800
      *-------------------------------------------------------*         00048900
       2400-999-FIM.                              EXIT.                 00049000
      *-------------------------------------------------------*         00049100
                                                                        00049200
      *-------------------------------------------------------*         00049300
       2900-CONVERTER-DATA                         SECTION.             00049400
      *-------------------------------------------------------*         00049500
                                                                        00049600
             IF WRK-DN-DIA GREATER THAN 30                              00049700
                MOVE 30 TO WRK-DN-DIA                                   00049800
             END-IF.                                                    00049900
             COMPUTE WRK-DN = WRK-DN-ANO * 360                          00050000
                            + ( WRK-DN-MES - 1 ) * 30                   00050100
                            + WRK-DN-DIA                                00050200
             END-COMPUTE.                                               00050300
                                                                        00050400
      *-------------------------------------------------------*         00050500
       2900-999-FIM.                              EXIT.                 00050600
      *-------------------------------------------------------*         00050700
                                                                        00050800
      *-------------------------------------------------------*         00050900
       8000-FINALIZAR                             SECTION.              00051000
      *-------------------------------------------------------*         00051100
                                                                        00051200
              CLOSE RELAFAST.                                           00051300
                                                                        00051400
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00051500
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00051600
             MOVE WRK-TOT-QTDE TO WRK-JOB-LIDOS.                        00051700
             MOVE WRK-TOT-QTDE TO WRK-JOB-GRAVADOS.                     00051800
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00051900
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00052000
                  WRK-JOB-RETORNO                                       00052100
                 ON EXCEPTION                                           00052200
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00052300
             END-CALL.                                                  00052400
                                                                        00052500
              DISPLAY '===================================='.           00052600
              DISPLAY ' AFASTADOS NO MES......: '                       00052700
                       WRK-TOT-QTDE.                                    00052800
              DISPLAY ' AINDA EM ABERTO.......: '                       00052900
                       WRK-QTDE-ABERTOS.                                00053000
              DISPLAY ' DIAS DE AFASTAMENTO...: '                       00053100
                       WRK-TOT-DIAS.                                    00053200
              DISPLAY '===================================='.           00053300
                 STOP RUN.                                              00053400
                                                                        00053500
      *-------------------------------------------------------*         00053600
       8000-999-FIM.                              EXIT.                 00053700
      *-------------------------------------------------------*         00053800
                                                                        00053900
      *-------------------------------------------------------*         00054000
       9000-TRATAR-ERROS                           SECTION.             00054100
      *-------------------------------------------------------*         00054200
                                                                        00054300
             DISPLAY '-----------------------------'.                   00054400
             DISPLAY WRK-MSG.                                           00054500
             DISPLAY '-----------------------------'.                   00054600
                STOP RUN.                                               00054700
                                                                        00054800
      *-------------------------------------------------------*         00054900
       9000-999-FIM.                              EXIT.                 00055000
      *-------------------------------------------------------*         00055100
