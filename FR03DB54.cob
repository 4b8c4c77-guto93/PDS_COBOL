      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB54.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 11/09/2023                                       00001200
      *     OBJETIVO : CONFERENCIA DA PREVIA DA FOLHA ANTES DO          00001300
      *              : FECHAMENTO -- CRUZA O HOLERITE DA RODADA         00001400
      *              : SIMULADA DO FR03DB15 (HOLPREV, POR ID) COM       00001500
      *              : O HOLHIST DA COMPETENCIA ANTERIOR E LISTA        00001600
      *              : EM RELVARIA QUEM TEVE O LIQUIDO VARIANDO         00001700
      *              : ACIMA DO LIMITE, QUEM E NOVO NA FOLHA E          00001800
      *              : QUEM SAIU DELA, COM BRUTO E LIQUIDO DOS          00001900
      *              : DOIS MESES. GRAVA O FOLLIBER DA COMPETENCIA      00002000
      *              : COMO PENDENTE; A RODADA REAL DO FR03DB15         00002100
      *              : SO COMECA DEPOIS DA LIBERACAO (OPCAO L).         00002200
      *-------------------------------------------------------*         00002300
      *     SYSIN (UM REGISTRO):                                        00002400
      *     POS 01    OPCAO  P (OU BRANCO) = CONFERIR A PREVIA          00002500
      *                      L = LIBERAR A PREVIA CONFERIDA             00002600
      *     POS 03-06 LIMITE DE VARIACAO DO LIQUIDO, 9(02)V99           00002700
      *               (EX.: 1000 = 10,00%); SEM VALOR, 10,00%           00002800
      *     POS 08-15 USUARIO QUE LIBERA (OBRIGATORIO NA OPCAO L)       00002900
      *=======================================================*         00003000
      *=======================================================*         00003100
       ENVIRONMENT                                    DIVISION.         00003200
      *=======================================================*         00003300
       CONFIGURATION                                  SECTION.          00003400
      *=======================================================*         00003500
                                                                        00003600
          SPECIAL-NAMES.                                                00003700
              DECIMAL-POINT IS COMMA.                                   00003800
                                                                        00003900
      *=======================================================*         00004000
       INPUT-OUTPUT                                   SECTION.          00004100
       FILE-CONTROL.                                                    00004200
             SELECT HOLPREV  ASSIGN TO HOLPREV                          00004300
                FILE STATUS  IS WRK-FS-HOLPREV.                         00004400
             SELECT HOLHIST  ASSIGN TO HOLHIST                          00004500
                ORGANIZATION IS INDEXED                                 00004600
                ACCESS MODE  IS SEQUENTIAL                              00004700
                RECORD KEY   IS FD-HH-CHAVE                             00004800
                FILE STATUS  IS WRK-FS-HOLHIST.                         00004900
             SELECT RELVARIA ASSIGN TO RELVARIA                         00005000
                FILE STATUS  IS WRK-FS-RELVARIA.                        00005100
             SELECT FOLLIBER ASSIGN TO FOLLIBER                         00005200
                FILE STATUS  IS WRK-FS-FOLLIBER.                        00005300
      *=======================================================*         00005400
       DATA                                       DIVISION.             00005500
      *=======================================================*         00005600
                                                                        00005700
      *-------------------------------------------------------*         00005800
       FILE                                       SECTION.              00005900
      *-------------------------------------------------------*         00006000
       FD HOLPREV                                                       00006100
           RECORDING MODE IS F                                          00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
       01 FD-HOLPREV.                                                   00006400
          05 FD-HOL-ID        PIC 9(04).                                00006500
          05 FD-HOL-NOME      PIC X(30).                                00006600
          05 FD-HOL-SETOR     PIC X(04).                                00006700
          05 FD-HOL-BRUTO     PIC 9(08)V99.                             00006800
          05 FD-HOL-INSS      PIC 9(08)V99.                             00006900
          05 FD-HOL-IRRF      PIC 9(08)V99.                             00007000
          05 FD-HOL-LIQUIDO   PIC 9(08)V99.                             00007100
                                                                        00007200
       FD HOLHIST                                                       00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-HOLHIST.                                                   00007600
          05 FD-HH-CHAVE.                                               00007700
             10 FD-HH-ID          PIC 9(04).                            00007800
             10 FD-HH-COMPETENCIA PIC X(06).                            00007900
          05 FD-HH-BRUTO          PIC 9(08)V99.                         00008000
          05 FD-HH-INSS           PIC 9(08)V99.                         00008100
          05 FD-HH-IRRF           PIC 9(08)V99.                         00008200
          05 FD-HH-LIQUIDO        PIC 9(08)V99.                         00008300
                                                                        00008400
       FD RELVARIA                                                      00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-RELVARIA             PIC X(80).                            00008800
                                                                        00008900
       FD FOLLIBER                                                      00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-FOLLIBER.                                                  00009300
          05 FD-LIB-COMPETENCIA   PIC X(06).                            00009400
          05 FD-LIB-SITUACAO      PIC X(01).                            00009500
             88 FD-LIB-PENDENTE         VALUE 'P'.                      00009600
             88 FD-LIB-LIBERADA         VALUE 'L'.                      00009700
          05 FD-LIB-DATA-PREVIA   PIC X(08).                            00009800
          05 FD-LIB-DATA-LIBERA   PIC X(08).                            00009900
          05 FD-LIB-USUARIO       PIC X(08).                            00010000
          05 FD-LIB-ALERTAS       PIC 9(05).                            00010100
          05 FD-LIB-PERC          PIC 9(02)V99.                         00010200
          05 FILLER               PIC X(10).                            00010300
                                                                        00010400
      *-------------------------------------------------------*         00010500
       WORKING-STORAGE                            SECTION.              00010600
      *-------------------------------------------------------*         00010700
                                                                        00010800
      *-------------------------------------------------------*         00010900
        01 FILLER                          PIC X(050)   VALUE           00011000
                '*******AREA DE SQL ******'.                            00011100
      *-------------------------------------------------------*         00011200
                                                                        00011300
           EXEC SQL                                                     00011400
                INCLUDE SQLCA                                           00011500
           END-EXEC.                                                    00011600
                                                                        00011700
      *-------------------------------------------------------*         00011800
        01 FILLER                          PIC X(050)   VALUE           00011900
                '*******AREA DE AUXILIARES********'.                    00012000
      *-------------------------------------------------------*         00012100
                                                                        00012200
       77 WRK-SQLCODE         PIC -999.                                 00012300
       01 DB2-FUNC-ID         PIC S9(04) COMP VALUE ZEROS.              00012400
       01 DB2-FUNC-NOME       PIC X(30) VALUE SPACES.                   00012500
                                                                        00012600
       77 WRK-FS-HOLPREV      PIC X(02) VALUE SPACES.                   00012700
       77 WRK-FS-HOLHIST      PIC X(02) VALUE SPACES.                   00012800
       77 WRK-FS-RELVARIA     PIC X(02) VALUE SPACES.                   00012900
       77 WRK-FS-FOLLIBER     PIC X(02) VALUE SPACES.                   00013000
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00013100
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00013200
                                                                        00013300
       01 WRK-PARM-ENTRADA.                                             00013400
          05 WRK-PARM-OPCAO   PIC X(01).                                00013500
             88 WRK-OPCAO-CONFERIR      VALUE 'P' ' '.                  00013600
             88 WRK-OPCAO-LIBERAR       VALUE 'L'.                      00013700
          05 FILLER           PIC X(01).                                00013800
          05 WRK-PARM-PERC    PIC X(04).                                00013900
          05 WRK-PARM-PERC-N REDEFINES WRK-PARM-PERC                    00014000
                              PIC 9(02)V99.                             00014100
          05 FILLER           PIC X(01).                                00014200
          05 WRK-PARM-USUARIO PIC X(08).                                00014300
          05 FILLER           PIC X(65).                                00014400
       01 WRK-LIMITE          PIC 9(02)V99 VALUE 10,00.                 00014500
                                                                        00014600
       01 WRK-COMPETENCIA     PIC X(06) VALUE SPACES.                   00014700
       01 WRK-COMP-ANT        PIC X(06) VALUE SPACES.                   00014800
       01 WRK-COMP-ANT-R REDEFINES WRK-COMP-ANT.                        00014900
          05 WRK-ANT-ANO      PIC 9(04).                                00015000
          05 WRK-ANT-MES      PIC 9(02).                                00015100
                                                                        00015200
      *    CHAVES DO BATIMENTO POR ID; 99999 = ARQUIVO NO FIM           00015300
       77 WRK-CHAVE-PRV       PIC 9(05) VALUE ZEROS.                    00015400
       77 WRK-CHAVE-HST       PIC 9(05) VALUE ZEROS.                    00015500
       01 WRK-VARIACAO        PIC S9(05)V99 COMP-3 VALUE ZEROS.         00015600
       01 WRK-VARIACAO-ABS    PIC 9(05)V99 COMP-3 VALUE ZEROS.          00015700
                                                                        00015800
       77 WRK-REG-PREVIA      PIC 9(07) VALUE ZEROS.                    00015900
       77 WRK-REG-HISTORICO   PIC 9(07) VALUE ZEROS.                    00016000
       77 WRK-REG-COMPARADOS  PIC 9(07) VALUE ZEROS.                    00016100
       77 WRK-REG-VARIACOES   PIC 9(07) VALUE ZEROS.                    00016200
       77 WRK-REG-NOVOS       PIC 9(07) VALUE ZEROS.                    00016300
       77 WRK-REG-SAIDOS      PIC 9(07) VALUE ZEROS.                    00016400
       77 WRK-REG-ALERTAS     PIC 9(07) VALUE ZEROS.                    00016500
       01 WRK-TOT-BRUTO-ANT   PIC 9(12)V99 VALUE ZEROS.                 00016600
       01 WRK-TOT-BRUTO-NOVO  PIC 9(12)V99 VALUE ZEROS.                 00016700
       01 WRK-TOT-LIQ-ANT     PIC 9(12)V99 VALUE ZEROS.                 00016800
       01 WRK-TOT-LIQ-NOVO    PIC 9(12)V99 VALUE ZEROS.                 00016900
                                                                        00017000
       01 WRK-LIN-CAB.                                                  00017100
          05 FILLER           PIC X(16) VALUE 'PREVIA DA FOLHA '.       00017200
          05 WRK-LCB-COMPET   PIC X(06).                                00017300
          05 FILLER           PIC X(08) VALUE ' CONTRA '.               00017400
          05 WRK-LCB-COMP-ANT PIC X(06).                                00017500
          05 FILLER           PIC X(11) VALUE ' - EMISSAO '.            00017600
          05 WRK-LCB-DATA     PIC X(08).                                00017700
          05 FILLER           PIC X(25) VALUE SPACES.                   00017800
       01 WRK-LIN-LIMITE.                                               00017900
          05 FILLER           PIC X(36) VALUE                           00018000
                'LISTA QUEM TEVE O LIQUIDO VARIANDO +'.                 00018100
          05 FILLER           PIC X(10) VALUE '/- MAIS DE'.             00018200
          05 WRK-LLM-PERC     PIC ZZ9,99.                               00018300
          05 FILLER           PIC X(28) VALUE                           00018400
                '%, NOVOS E SAIDOS DA FOLHA  '.                         00018500
       01 WRK-LIN-COLUNAS.                                              00018600
          05 FILLER           PIC X(40) VALUE                           00018700
                'ID   NOME          BRUTO ANT.  BRUTO NOV'.             00018800
          05 FILLER           PIC X(40) VALUE                           00018900
                'O   LIQ. ANT.   LIQ. NOVO   VAR.% OCORR '.             00019000
       01 WRK-LIN-DETALHE.                                              00019100
          05 WRK-LDT-ID       PIC 9(04).                                00019200
          05 FILLER           PIC X(01) VALUE SPACES.                   00019300
          05 WRK-LDT-NOME     PIC X(12).                                00019400
          05 FILLER           PIC X(01) VALUE SPACES.                   00019500
          05 WRK-LDT-BRUTO-ANT  PIC ZZZZZZZ9,99.                        00019600
          05 FILLER           PIC X(01) VALUE SPACES.                   00019700
          05 WRK-LDT-BRUTO-NOVO PIC ZZZZZZZ9,99.                        00019800
          05 FILLER           PIC X(01) VALUE SPACES.                   00019900
          05 WRK-LDT-LIQ-ANT    PIC ZZZZZZZ9,99.                        00020000
          05 FILLER           PIC X(01) VALUE SPACES.                   00020100
          05 WRK-LDT-LIQ-NOVO   PIC ZZZZZZZ9,99.                        00020200
          05 FILLER           PIC X(01) VALUE SPACES.                   00020300
          05 WRK-LDT-VARIACAO PIC -ZZZ9,9.                              00020400
          05 FILLER           PIC X(01) VALUE SPACES.                   00020500
          05 WRK-LDT-OCORR    PIC X(05).                                00020600
          05 FILLER           PIC X(01) VALUE SPACES.                   00020700
       01 WRK-LIN-TOTAL.                                                00020800
          05 WRK-LTT-TEXTO    PIC X(30).                                00020900
          05 WRK-LTT-QTDE     PIC ZZZZZZ9.                              00021000
          05 FILLER           PIC X(43) VALUE SPACES.                   00021100
       01 WRK-LIN-TOT-VALOR.                                            00021200
          05 WRK-LTV-TEXTO    PIC X(14).                                00021300
          05 FILLER           PIC X(06) VALUE ' ANT. '.                 00021400
          05 WRK-LTV-ANT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00021500
          05 FILLER           PIC X(06) VALUE ' NOVO '.                 00021600
          05 WRK-LTV-NOVO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00021700
          05 FILLER           PIC X(20) VALUE SPACES.                   00021800
       01 WRK-LIN-TRACO.                                                00021900
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00022000
                                                                        00022100
       01 WRK-JOB-REGISTRO.                                             00022200
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00022300
          05 WRK-JOB-EVENTO        PIC X(01).                           00022400
          05 WRK-JOB-SITUACAO      PIC X(01).                           00022500
          05 WRK-JOB-LIDOS         PIC 9(07).                           00022600
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00022700
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00022800
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00022900
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00023000
                                                                        00023100
      *-------------------------------------------------------*         00023200
                                                                        00023300
      *=======================================================*         00023400
       PROCEDURE                                  DIVISION.             00023500
      *=======================================================*         00023600
                                                                        00023700
      *-------------------------------------------------------*         00023800
       0000-PRINCIPAL                              SECTION.             00023900
      *-------------------------------------------------------*         00024000
                                                                        00024100
            PERFORM 1000-INICIAR.                                       00024200
            IF WRK-OPCAO-LIBERAR                                        00024300
               PERFORM 5000-LIBERAR-PREVIA                              00024400
            ELSE                                                        00024500
               PERFORM 1100-ABRIR-ARQUIVOS                              00024600
               PERFORM 2000-COMPARAR                                    00024700
                  UNTIL WRK-CHAVE-PRV EQUAL 99999                       00024800
                    AND WRK-CHAVE-HST EQUAL 99999                       00024900
               PERFORM 3000-GRAVAR-PENDENCIA                            00025000
            END-IF.                                                     00025100
            PERFORM 8000-FINALIZAR.                                     00025200
                                                                        00025300
      *-------------------------------------------------------*         00025400
       0000-999-FIM.                               EXIT.                00025500
      *-------------------------------------------------------*         00025600
                                                                        00025700
      *-------------------------------------------------------*         00025800
       1000-INICIAR                               SECTION.              00025900
      *-------------------------------------------------------*         00026000
                                                                        00026100
             MOVE 'FR03DB54' TO WRK-JOB-PROGRAMA.                       00026200
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00026300
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00026400
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00026500
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00026600
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00026700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00026800
                  WRK-JOB-RETORNO                                       00026900
                 ON EXCEPTION                                           00027000
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00027100
             END-CALL.                                                  00027200
                                                                        00027300
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00027400
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00027500
             MOVE WRK-COMPETENCIA    TO WRK-COMP-ANT.                   00027600
             IF WRK-ANT-MES EQUAL 1                                     00027700
                MOVE 12 TO WRK-ANT-MES                                  00027800
                SUBTRACT 1 FROM WRK-ANT-ANO                             00027900
             ELSE                                                       00028000
                SUBTRACT 1 FROM WRK-ANT-MES                             00028100
             END-IF.                                                    00028200
                                                                        00028300
             MOVE SPACES TO WRK-PARM-ENTRADA.                           00028400
             ACCEPT WRK-PARM-ENTRADA FROM SYSIN.                        00028500
             IF NOT WRK-OPCAO-CONFERIR AND NOT WRK-OPCAO-LIBERAR        00028600
                MOVE ' OPCAO DA SYSIN DIFERENTE DE P/L ' TO WRK-MSG     00028700
                PERFORM 9000-TRATAR-ERROS                               00028800
             END-IF.                                                    00028900
             IF WRK-PARM-PERC IS NUMERIC AND                            00029000
                WRK-PARM-PERC-N GREATER THAN ZEROS                      00029100
                MOVE WRK-PARM-PERC-N TO WRK-LIMITE                      00029200
             END-IF.                                                    00029300
                                                                        00029400
             DISPLAY '===================================='.            00029500
             DISPLAY ' PREVIA DA FOLHA - COMPETENCIA ' WRK-COMPETENCIA. 00029600
             IF WRK-OPCAO-LIBERAR                                       00029700
                DISPLAY ' OPCAO: LIBERAR A PREVIA '                     00029800
             ELSE                                                       00029900
                DISPLAY ' OPCAO: CONFERIR CONTRA ' WRK-COMP-ANT         00030000
             END-IF.                                                    00030100
             DISPLAY '===================================='.            00030200
                                                                        00030300
      *-------------------------------------------------------*         00030400
       1000-999-FIM.                              EXIT.                 00030500
      *-------------------------------------------------------*         00030600
                                                                        00030700
      *-------------------------------------------------------*         00030800
       1100-ABRIR-ARQUIVOS                        SECTION.              00030900
      *-------------------------------------------------------*         00031000
                                                                        00031100
             OPEN INPUT HOLPREV.                                        00031200
             IF WRK-FS-HOLPREV NOT EQUAL '00'                           00031300
                MOVE ' ERRO OPEN HOLPREV ' TO WRK-MSG                   00031400
                PERFORM 9000-TRATAR-ERROS                               00031500
             END-IF.                                                    00031600
                                                                        00031700
             OPEN INPUT HOLHIST.                                        00031800
             IF WRK-FS-HOLHIST NOT EQUAL '00'                           00031900
                MOVE ' ERRO OPEN HOLHIST ' TO WRK-MSG                   00032000
                PERFORM 9000-TRATAR-ERROS                               00032100
             END-IF.                                                    00032200
                                                                        00032300
             OPEN OUTPUT RELVARIA.                                      00032400
             IF WRK-FS-RELVARIA NOT EQUAL '00'                          00032500
                MOVE ' ERRO OPEN RELVARIA ' TO WRK-MSG                  00032600
                PERFORM 9000-TRATAR-ERROS                               00032700
             END-IF.                                                    00032800
                                                                        00032900
             MOVE WRK-COMPETENCIA   TO WRK-LCB-COMPET.                  00033000
             MOVE WRK-COMP-ANT      TO WRK-LCB-COMP-ANT.                00033100
             MOVE WRK-DATA-HOJE     TO WRK-LCB-DATA.                    00033200
             WRITE FD-RELVARIA FROM WRK-LIN-CAB.                        00033300
             MOVE WRK-LIMITE        TO WRK-LLM-PERC.                    00033400
             WRITE FD-RELVARIA FROM WRK-LIN-LIMITE.                     00033500
             WRITE FD-RELVARIA FROM WRK-LIN-TRACO.                      00033600
             WRITE FD-RELVARIA FROM WRK-LIN-COLUNAS.                    00033700
             WRITE FD-RELVARIA FROM WRK-LIN-TRACO.                      00033800
                                                                        00033900
             PERFORM 2900-LER-PREVIA.                                   00034000
             PERFORM 2910-LER-HISTORICO.                                00034100
                                                                        00034200
      *-------------------------------------------------------*         00034300
       1100-999-FIM.                              EXIT.                 00034400
      *-------------------------------------------------------*         00034500
                                                                        00034600
      *---------------------------------------------------------------  00034700
      *    2000-COMPARAR                                                00034800
      *    BATIMENTO POR ID ENTRE A PREVIA E O HOLHIST DO MES           00034900
      *    ANTERIOR (OS DOIS EM ORDEM DE ID): SO NA PREVIA = NOVO,      00035000
      *    SO NO HISTORICO = SAIU, NOS DOIS = CONFERE A VARIACAO.       00035100
      *---------------------------------------------------------------  00035200
       2000-COMPARAR                               SECTION.             00035300
                                                                        00035400
             EVALUATE TRUE                                              00035500
               WHEN WRK-CHAVE-PRV EQUAL WRK-CHAVE-HST                   00035600
                  PERFORM 2100-CONFERIR-VARIACAO                        00035700
                  PERFORM 2900-LER-PREVIA                               00035800
                  PERFORM 2910-LER-HISTORICO                            00035900
               WHEN WRK-CHAVE-PRV LESS THAN WRK-CHAVE-HST               00036000
                  PERFORM 2200-LISTAR-NOVO                              00036100
                  PERFORM 2900-LER-PREVIA                               00036200
               WHEN OTHER                                               00036300
                  PERFORM 2300-LISTAR-SAIDO                             00036400
                  PERFORM 2910-LER-HISTORICO                            00036500
             END-EVALUATE.                                              00036600
                                                                        00036700
      *-------------------------------------------------------*         00036800
       2000-999-FIM.                              EXIT.                 00036900
      *-------------------------------------------------------*         00037000
                                                                        00037100
      *---------------------------------------------------------------  00037200
      *    2100-CONFERIR-VARIACAO                                       00037300
      *    VARIACAO DO LIQUIDO EM % SOBRE O MES ANTERIOR; LIQUIDO       00037400
      *    ANTERIOR ZERADO CONTA COMO VARIACAO MAXIMA.                  00037500
      *---------------------------------------------------------------  00037600
       2100-CONFERIR-VARIACAO                      SECTION.             00037700
                                                                        00037800
             ADD 1 TO WRK-REG-COMPARADOS.                               00037900
             ADD FD-HH-BRUTO     TO WRK-TOT-BRUTO-ANT.                  00038000
             ADD FD-HH-LIQUIDO   TO WRK-TOT-LIQ-ANT.                    00038100
             ADD FD-HOL-BRUTO    TO WRK-TOT-BRUTO-NOVO.                 00038200
             ADD FD-HOL-LIQUIDO  TO WRK-TOT-LIQ-NOVO.                   00038300
                                                                        00038400
             IF FD-HH-LIQUIDO EQUAL ZEROS                               00038500
                IF FD-HOL-LIQUIDO EQUAL ZEROS                           00038600
                   MOVE ZEROS TO WRK-VARIACAO                           00038700
                ELSE                                                    00038800
                   MOVE 9999,9 TO WRK-VARIACAO                          00038900
                END-IF                                                  00039000
             ELSE                                                       00039100
                COMPUTE WRK-VARIACAO ROUNDED =                          00039200
                        (FD-HOL-LIQUIDO - FD-HH-LIQUIDO) * 100          00039300
                        / FD-HH-LIQUIDO                                 00039400
                   ON SIZE ERROR                                        00039500
                      MOVE 9999,9 TO WRK-VARIACAO                       00039600
                END-COMPUTE                                             00039700
             END-IF.                                                    00039800
             IF WRK-VARIACAO GREATER THAN 9999,9                        00039900
                MOVE 9999,9 TO WRK-VARIACAO                             00040000
             END-IF.                                                    00040100
                                                                        00040200
             IF WRK-VARIACAO LESS THAN ZEROS                            00040300
                COMPUTE WRK-VARIACAO-ABS = WRK-VARIACAO * -1            00040400
                END-COMPUTE                                             00040500
             ELSE                                                       00040600
                MOVE WRK-VARIACAO TO WRK-VARIACAO-ABS                   00040700
             END-IF.                                                    00040800
                                                                        00040900
             IF WRK-VARIACAO-ABS GREATER THAN WRK-LIMITE                00041000
                ADD 1 TO WRK-REG-VARIACOES                              00041100
                MOVE FD-HOL-ID      TO WRK-LDT-ID                       00041200
                MOVE FD-HOL-NOME    TO WRK-LDT-NOME                     00041300
                MOVE FD-HH-BRUTO    TO WRK-LDT-BRUTO-ANT                00041400
                MOVE FD-HOL-BRUTO   TO WRK-LDT-BRUTO-NOVO               00041500
                MOVE FD-HH-LIQUIDO  TO WRK-LDT-LIQ-ANT                  00041600
                MOVE FD-HOL-LIQUIDO TO WRK-LDT-LIQ-NOVO                 00041700
                MOVE WRK-VARIACAO   TO WRK-LDT-VARIACAO                 00041800
                MOVE 'VARIA'        TO WRK-LDT-OCORR                    00041900
                PERFORM 2800-GRAVAR-DETALHE                             00042000
             END-IF.                                                    00042100
                                                                        00042200
      *-------------------------------------------------------*         00042300
       2100-999-FIM.                              EXIT.                 00042400
      *-------------------------------------------------------*         00042500
                                                                        00042600
      *-------------------------------------------------------*         00042700
       2200-LISTAR-NOVO                            SECTION.             00042800
      *-------------------------------------------------------*         00042900
                                                                        00043000
             ADD 1 TO WRK-REG-NOVOS.                                    00043100
             ADD FD-HOL-BRUTO    TO WRK-TOT-BRUTO-NOVO.                 00043200
             ADD FD-HOL-LIQUIDO  TO WRK-TOT-LIQ-NOVO.                   00043300
                                                                        00043400
             MOVE FD-HOL-ID      TO WRK-LDT-ID.                         00043500
             MOVE FD-HOL-NOME    TO WRK-LDT-NOME.                       00043600
             MOVE ZEROS          TO WRK-LDT-BRUTO-ANT.                  00043700
             MOVE FD-HOL-BRUTO   TO WRK-LDT-BRUTO-NOVO.                 00043800
             MOVE ZEROS          TO WRK-LDT-LIQ-ANT.                    00043900
             MOVE FD-HOL-LIQUIDO TO WRK-LDT-LIQ-NOVO.                   00044000
             MOVE ZEROS          TO WRK-LDT-VARIACAO.                   00044100
             MOVE 'NOVO '        TO WRK-LDT-OCORR.                      00044200
             PERFORM 2800-GRAVAR-DETALHE.                               00044300
                                                                        00044400
      *-------------------------------------------------------*         00044500
       2200-999-FIM.                              EXIT.                 00044600
      *-------------------------------------------------------*         00044700
                                                                        00044800
      *-------------------------------------------------------*         00044900
       2300-LISTAR-SAIDO                           SECTION.             00045000
      *-------------------------------------------------------*         00045100
                                                                        00045200
             ADD 1 TO WRK-REG-SAIDOS.                                   00045300
             ADD FD-HH-BRUTO     TO WRK-TOT-BRUTO-ANT.                  00045400
             ADD FD-HH-LIQUIDO   TO WRK-TOT-LIQ-ANT.                    00045500
                                                                        00045600
             PERFORM 2310-BUSCAR-NOME.                                  00045700
             MOVE FD-HH-ID       TO WRK-LDT-ID.                         00045800
             MOVE DB2-FUNC-NOME  TO WRK-LDT-NOME.                       00045900
             MOVE FD-HH-BRUTO    TO WRK-LDT-BRUTO-ANT.                  00046000
             MOVE ZEROS          TO WRK-LDT-BRUTO-NOVO.                 00046100
             MOVE FD-HH-LIQUIDO  TO WRK-LDT-LIQ-ANT.                    00046200
             MOVE ZEROS          TO WRK-LDT-LIQ-NOVO.                   00046300
             MOVE ZEROS          TO WRK-LDT-VARIACAO.                   00046400
             MOVE 'SAIU '        TO WRK-LDT-OCORR.                      00046500
             PERFORM 2800-GRAVAR-DETALHE.                               00046600
                                                                        00046700
      *-------------------------------------------------------*         00046800
       2300-999-FIM.                              EXIT.                 00046900
      *-------------------------------------------------------*         00047000
                                                                        00047100
      *---------------------------------------------------------------  00047200
      *    2310-BUSCAR-NOME                                             00047300
      *    QUEM SAIU NAO TEM HOLERITE NA PREVIA; O NOME VEM DO          00047400
      *    CADASTRO (DESLIGADO CONTINUA NA FOUR001.FUNC).               00047500
      *---------------------------------------------------------------  00047600
       2310-BUSCAR-NOME                            SECTION.             00047700
                                                                        00047800
             MOVE FD-HH-ID TO DB2-FUNC-ID.                              00047900
             EXEC SQL                                                   00048000
                SELECT NOME                                             00048100
                  INTO :DB2-FUNC-NOME                                   00048200
                  FROM FOUR001.FUNC                                     00048300
                 WHERE ID = :DB2-FUNC-ID                                00048400
             END-EXEC.                                                  00048500
                                                                        00048600
             EVALUATE SQLCODE                                           00048700
               WHEN 0                                                   00048800
                  CONTINUE                                              00048900
               WHEN 100                                                 00049000
                  MOVE 'SEM CADASTRO' TO DB2-FUNC-NOME                  00049100
               WHEN OTHER                                               00049200
                  MOVE SQLCODE TO WRK-SQLCODE                           00049300
                  DISPLAY ' ERRO SELECT FUNC: ' WRK-SQLCODE             00049400
                  MOVE SPACES TO DB2-FUNC-NOME                          00049500
             END-EVALUATE.                                              00049600
                                                                        00049700
      *-------------------------------------------------------*         00049800
       2310-999-FIM.                              EXIT.                 00049900
      *-------------------------------------------------------*         00050000
                                                                        00050100
      *-------------------------------------------------------*         00050200
       2800-GRAVAR-DETALHE                         SECTION.             00050300
      *-------------------------------------------------------*         00050400
                                                                        00050500
             WRITE FD-RELVARIA FROM WRK-LIN-DETALHE.                    00050600
             ADD 1 TO WRK-REG-ALERTAS.                                  00050700
                                                                        00050800
      *-------------------------------------------------------*         00050900
       2800-999-FIM.                              EXIT.                 00051000
      *-------------------------------------------------------*         00051100
                                                                        00051200
      *-------------------------------------------------------*         00051300
       2900-LER-PREVIA                             SECTION.             00051400
      *-------------------------------------------------------*         00051500
                                                                        00051600
             READ HOLPREV.                                              00051700
             IF WRK-FS-HOLPREV EQUAL '00'                               00051800
                ADD 1 TO WRK-REG-PREVIA                                 00051900
                MOVE FD-HOL-ID TO WRK-CHAVE-PRV                         00052000
             ELSE                                                       00052100
                MOVE 99999 TO WRK-CHAVE-PRV                             00052200
             END-IF.                                                    00052300
                                                                        00052400
      *-------------------------------------------------------*         00052500
       2900-999-FIM.                              EXIT.                 00052600
      *-------------------------------------------------------*         00052700
                                                                        00052800
      *---------------------------------------------------------------  00052900
      *    2910-LER-HISTORICO                                           00053000
      *    O HOLHIST VEM POR ID + COMPETENCIA; SO INTERESSA A           00053100
      *    LINHA DA COMPETENCIA ANTERIOR DE CADA ID.                    00053200
      *---------------------------------------------------------------  00053300
       2910-LER-HISTORICO                          SECTION.             00053400
                                                                        00053500
             PERFORM 2920-LER-PROXIMO.                                  00053600
             PERFORM 2920-LER-PROXIMO                                   00053700
                UNTIL WRK-FS-HOLHIST NOT EQUAL '00'                     00053800
                   OR FD-HH-COMPETENCIA EQUAL WRK-COMP-ANT.             00053900
             IF WRK-FS-HOLHIST EQUAL '00'                               00054000
                ADD 1 TO WRK-REG-HISTORICO                              00054100
                MOVE FD-HH-ID TO WRK-CHAVE-HST                          00054200
             ELSE                                                       00054300
                MOVE 99999 TO WRK-CHAVE-HST                             00054400
             END-IF.                                                    00054500
                                                                        00054600
      *-------------------------------------------------------*         00054700
       2910-999-FIM.                              EXIT.                 00054800
      *-------------------------------------------------------*         00054900
                                                                        00055000
       2920-LER-PROXIMO                            SECTION.             00055100
                                                                        00055200
             READ HOLHIST NEXT.                                         00055300
                                                                        00055400
      *-------------------------------------------------------*         00055500
       2920-999-FIM.                              EXIT.                 00055600
      *-------------------------------------------------------*         00055700
                                                                        00055800
      *---------------------------------------------------------------  00055900
      *    3000-GRAVAR-PENDENCIA                                        00056000
      *    FECHA O RELATORIO COM OS TOTAIS E DEIXA A PREVIA DA          00056100
      *    COMPETENCIA PENDENTE DE LIBERACAO NO FOLLIBER.               00056200
      *---------------------------------------------------------------  00056300
       3000-GRAVAR-PENDENCIA                       SECTION.             00056400
                                                                        00056500
             WRITE FD-RELVARIA FROM WRK-LIN-TRACO.                      00056600
             MOVE 'HOLERITES NA PREVIA.........:' TO WRK-LTT-TEXTO.     00056700
             MOVE WRK-REG-PREVIA     TO WRK-LTT-QTDE.                   00056800
             WRITE FD-RELVARIA FROM WRK-LIN-TOTAL.                      00056900
             MOVE 'HOLERITES NO MES ANTERIOR...:' TO WRK-LTT-TEXTO.     00057000
             MOVE WRK-REG-HISTORICO  TO WRK-LTT-QTDE.                   00057100
             WRITE FD-RELVARIA FROM WRK-LIN-TOTAL.                      00057200
             MOVE 'VARIACAO ACIMA DO LIMITE....:' TO WRK-LTT-TEXTO.     00057300
             MOVE WRK-REG-VARIACOES  TO WRK-LTT-QTDE.                   00057400
             WRITE FD-RELVARIA FROM WRK-LIN-TOTAL.                      00057500
             MOVE 'NOVOS NA FOLHA..............:' TO WRK-LTT-TEXTO.     00057600
             MOVE WRK-REG-NOVOS      TO WRK-LTT-QTDE.                   00057700
             WRITE FD-RELVARIA FROM WRK-LIN-TOTAL.                      00057800
             MOVE 'SAIRAM DA FOLHA.............:' TO WRK-LTT-TEXTO.     00057900
             MOVE WRK-REG-SAIDOS     TO WRK-LTT-QTDE.                   00058000
             WRITE FD-RELVARIA FROM WRK-LIN-TOTAL.                      00058100
             MOVE 'TOTAL BRUTO'      TO WRK-LTV-TEXTO.                  00058200
             MOVE WRK-TOT-BRUTO-ANT  TO WRK-LTV-ANT.                    00058300
             MOVE WRK-TOT-BRUTO-NOVO TO WRK-LTV-NOVO.                   00058400
             WRITE FD-RELVARIA FROM WRK-LIN-TOT-VALOR.                  00058500
             MOVE 'TOTAL LIQUIDO'    TO WRK-LTV-TEXTO.                  00058600
             MOVE WRK-TOT-LIQ-ANT    TO WRK-LTV-ANT.                    00058700
             MOVE WRK-TOT-LIQ-NOVO   TO WRK-LTV-NOVO.                   00058800
             WRITE FD-RELVARIA FROM WRK-LIN-TOT-VALOR.                  00058900
                                                                        00059000
             CLOSE HOLPREV.                                             00059100
             CLOSE HOLHIST.                                             00059200
             CLOSE RELVARIA.                                            00059300
                                                                        00059400
             OPEN OUTPUT FOLLIBER.                                      00059500
             IF WRK-FS-FOLLIBER NOT EQUAL '00'                          00059600
                MOVE ' ERRO OPEN FOLLIBER ' TO WRK-MSG                  00059700
                PERFORM 9000-TRATAR-ERROS                               00059800
             END-IF.                                                    00059900
             MOVE SPACES            TO FD-FOLLIBER.                     00060000
             MOVE WRK-COMPETENCIA   TO FD-LIB-COMPETENCIA.              00060100
             SET FD-LIB-PENDENTE    TO TRUE.                            00060200
             MOVE WRK-DATA-HOJE     TO FD-LIB-DATA-PREVIA.              00060300
             MOVE WRK-REG-ALERTAS   TO FD-LIB-ALERTAS.                  00060400
             MOVE WRK-LIMITE        TO FD-LIB-PERC.                     00060500
             WRITE FD-FOLLIBER.                                         00060600
             CLOSE FOLLIBER.                                            00060700
                                                                        00060800
             DISPLAY ' PREVIA PENDENTE DE LIBERACAO - CONFERIR O '      00060900
                     'RELVARIA E RODAR COM A OPCAO L '.                 00061000
                                                                        00061100
      *-------------------------------------------------------*         00061200
       3000-999-FIM.                              EXIT.                 00061300
      *-------------------------------------------------------*         00061400
                                                                        00061500
      *---------------------------------------------------------------  00061600
      *    5000-LIBERAR-PREVIA                                          00061700
      *    SO LIBERA A PREVIA PENDENTE DA PROPRIA COMPETENCIA, COM      00061800
      *    O USUARIO RESPONSAVEL REGISTRADO.                            00061900
      *---------------------------------------------------------------  00062000
       5000-LIBERAR-PREVIA                         SECTION.             00062100
                                                                        00062200
             IF WRK-PARM-USUARIO EQUAL SPACES                           00062300
                MOVE ' LIBERACAO SEM USUARIO NA SYSIN ' TO WRK-MSG      00062400
                PERFORM 9000-TRATAR-ERROS                               00062500
             END-IF.                                                    00062600
                                                                        00062700
             OPEN I-O FOLLIBER.                                         00062800
             IF WRK-FS-FOLLIBER NOT EQUAL '00'                          00062900
                MOVE ' FOLLIBER AUSENTE, RODAR A PREVIA ' TO WRK-MSG    00063000
                PERFORM 9000-TRATAR-ERROS                               00063100
             END-IF.                                                    00063200
             READ FOLLIBER.                                             00063300
             IF WRK-FS-FOLLIBER NOT EQUAL '00' OR                       00063400
                FD-LIB-COMPETENCIA NOT EQUAL WRK-COMPETENCIA            00063500
                MOVE ' SEM PREVIA DA COMPETENCIA ' TO WRK-MSG           00063600
                PERFORM 9000-TRATAR-ERROS                               00063700
             END-IF.                                                    00063800
                                                                        00063900
             IF FD-LIB-LIBERADA                                         00064000
                DISPLAY ' PREVIA JA LIBERADA EM ' FD-LIB-DATA-LIBERA    00064100
                        ' POR ' FD-LIB-USUARIO                          00064200
             ELSE                                                       00064300
                SET FD-LIB-LIBERADA    TO TRUE                          00064400
                MOVE WRK-DATA-HOJE     TO FD-LIB-DATA-LIBERA            00064500
                MOVE WRK-PARM-USUARIO  TO FD-LIB-USUARIO                00064600
                REWRITE FD-FOLLIBER                                     00064700
                DISPLAY ' PREVIA ' FD-LIB-COMPETENCIA                   00064800
                        ' LIBERADA POR ' FD-LIB-USUARIO                 00064900
                        ' - ALERTAS: ' FD-LIB-ALERTAS                   00065000
             END-IF.                                                    00065100
             CLOSE FOLLIBER.                                            00065200
                                                                        00065300
      *-------------------------------------------------------*         00065400
       5000-999-FIM.                              EXIT.                 00065500
      *-------------------------------------------------------*         00065600
                                                                        00065700
      *-------------------------------------------------------*         00065800
       8000-FINALIZAR                             SECTION.              00065900
      *-------------------------------------------------------*         00066000
                                                                        00066100
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00066200
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00066300
             MOVE WRK-REG-PREVIA     TO WRK-JOB-LIDOS.                  00066400
             MOVE WRK-REG-ALERTAS    TO WRK-JOB-GRAVADOS.               00066500
             MOVE ZEROS              TO WRK-JOB-REJEITADOS.             00066600
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00066700
                  WRK-JOB-RETORNO                                       00066800
                 ON EXCEPTION                                           00066900
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00067000
             END-CALL.                                                  00067100
                                                                        00067200
             IF WRK-OPCAO-CONFERIR                                      00067300
                DISPLAY '===================================='          00067400
                DISPLAY ' HOLERITES NA PREVIA....: ' WRK-REG-PREVIA     00067500
                DISPLAY ' HOLERITES MES ANTERIOR.: ' WRK-REG-HISTORICO  00067600
                DISPLAY ' COMPARADOS.............: ' WRK-REG-COMPARADOS 00067700
                DISPLAY ' VARIACAO ACIMA LIMITE..: ' WRK-REG-VARIACOES  00067800
                DISPLAY ' NOVOS NA FOLHA.........: ' WRK-REG-NOVOS      00067900
                DISPLAY ' SAIRAM DA FOLHA........: ' WRK-REG-SAIDOS     00068000
                DISPLAY '===================================='          00068100
             END-IF.                                                    00068200
                STOP RUN.                                               00068300
                                                                        00068400
      *-------------------------------------------------------*         00068500
       8000-999-FIM.                              EXIT.                 00068600
      *-------------------------------------------------------*         00068700
                                                                        00068800
      *-------------------------------------------------------*         00068900
       9000-TRATAR-ERROS                           SECTION.             00069000
      *-------------------------------------------------------*         00069100
                                                                        00069200
             DISPLAY '-----------------------------'.                   00069300
             DISPLAY WRK-MSG.                                           00069400
             DISPLAY '-----------------------------'.                   00069500
                STOP RUN.                                               00069600
                                                                        00069700
      *-------------------------------------------------------*         00069800
       9000-999-FIM.                              EXIT.                 00069900
      *-------------------------------------------------------*         00070000
