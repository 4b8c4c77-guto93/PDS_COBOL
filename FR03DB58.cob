      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB58.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 27/11/2023                                       00001200
      *     OBJETIVO : LINHA DE BASE DE TEMPO DOS LOTES -- CASA         00001300
      *              : OS EVENTOS I/F DE FOUR001.JOB_LOG (GRAVADOS      00001400
      *              : PELA SUBROTINA JOBLOG), GUARDA CADA EXECUCAO     00001500
      *              : EM FOUR001.JOB_HIST (TEMPO DECORRIDO E           00001600
      *              : CONTADORES, HISTORICO ROTATIVO DE N DIAS) E      00001700
      *              : RECALCULA EM FOUR001.JOB_BASE A FAIXA NORMAL     00001800
      *              : DE DURACAO E DE VOLUME DE CADA PROGRAMA POR      00001900
      *              : DIA DA SEMANA. LISTA A EXECUCAO FORA DA          00002000
      *              : FAIXA E O LOTE QUE, COM VOLUME CRESCENDO,        00002100
      *              : JA TERMINA PERTO DO FIM DA JANELA. O F03CIP14    00002200
      *              : USA A JOB_BASE PARA AVISAR LOTE AINDA RODANDO    00002300
      *              : BEM DEPOIS DO TEMPO DE COSTUME.                  00002400
      *-------------------------------------------------------*         00002500
      *     SYSIN (OPCIONAL, BRANCO OU ZERO ASSUME O PADRAO):           00002600
      *     DIAS DE HISTORICO  9(03) - PADRAO 090                       00002700
      *     INICIO DA JANELA   9(04) - HHMM, PADRAO 2200                00002800
      *     FIM DA JANELA      9(04) - HHMM, PADRAO 0600                00002900
      *     ALERTA DE JANELA   9(03) - % DA JANELA, PADRAO 080          00003000
      *     TOLERANCIA MINIMA  9(03) - % DA MEDIA, PADRAO 020           00003100
      *-------------------------------------------------------*         00003200
      *     FAIXA NORMAL = MEDIA +/- O MAIOR ENTRE DUAS VEZES O         00003300
      *     DESVIO PADRAO E A TOLERANCIA MINIMA SOBRE A MEDIA. SO       00003400
      *     EXECUCAO TERMINADA COM SITUACAO 'O' ENTRA NA BASE, E        00003500
      *     BASE COM MENOS DE 3 EXECUCOES NAO E USADA.                  00003600
      *     A BASE E RECALCULADA ANTES DA COLETA: A EXECUCAO NOVA       00003700
      *     E JULGADA CONTRA O HISTORICO ANTERIOR A ELA.                00003800
      *=======================================================*         00003900
      *=======================================================*         00004000
       ENVIRONMENT                                    DIVISION.         00004100
      *=======================================================*         00004200
       CONFIGURATION                                  SECTION.          00004300
      *=======================================================*         00004400
                                                                        00004500
          SPECIAL-NAMES.                                                00004600
              DECIMAL-POINT IS COMMA.                                   00004700
                                                                        00004800
      *=======================================================*         00004900
       DATA                                       DIVISION.             00005000
      *=======================================================*         00005100
                                                                        00005200
      *-------------------------------------------------------*         00005300
       WORKING-STORAGE                            SECTION.              00005400
      *-------------------------------------------------------*         00005500
                                                                        00005600
      *-------------------------------------------------------*         00005700
        01 FILLER                          PIC X(050)   VALUE           00005800
                '*******AREA DE SQL ******'.                            00005900
      *-------------------------------------------------------*         00006000
                                                                        00006100
           EXEC SQL                                                     00006200
                INCLUDE SQLCA                                           00006300
           END-EXEC.                                                    00006400
                                                                        00006500
      *-------------------------------------------------------*         00006600
        01 FILLER                          PIC X(050)   VALUE           00006700
                '*******AREA DE AUXILIARES********'.                    00006800
      *-------------------------------------------------------*         00006900
                                                                        00007000
       77 WRK-SQLCODE       PIC -999.                                   00007100
       77 WRK-MSG           PIC X(50) VALUE SPACES.                     00007200
                                                                        00007300
       01 WRK-PARM-BASE.                                                00007400
          05 WRK-PRM-DIAS       PIC 9(03).                              00007500
          05 WRK-PRM-JAN-INI.                                           00007600
             10 WRK-PRM-INI-HH  PIC 9(02).                              00007700
             10 WRK-PRM-INI-MM  PIC 9(02).                              00007800
          05 WRK-PRM-JAN-FIM.                                           00007900
             10 WRK-PRM-FIM-HH  PIC 9(02).                              00008000
             10 WRK-PRM-FIM-MM  PIC 9(02).                              00008100
          05 WRK-PRM-ALERTA     PIC 9(03).                              00008200
          05 WRK-PRM-TOLER      PIC 9(03).                              00008300
          05 FILLER             PIC X(63).                              00008400
                                                                        00008500
       77 WRK-JAN-INI-SEG   PIC 9(05) VALUE ZEROS.                      00008600
       77 WRK-JAN-FIM-SEG   PIC 9(05) VALUE ZEROS.                      00008700
       77 WRK-JAN-TAMANHO   PIC 9(05) VALUE ZEROS.                      00008800
                                                                        00008900
       01 WRK-DIAS-SEMANA.                                              00009000
          05 FILLER PIC X(07) VALUE 'DOMINGO'.                          00009100
          05 FILLER PIC X(07) VALUE 'SEGUNDA'.                          00009200
          05 FILLER PIC X(07) VALUE 'TERCA  '.                          00009300
          05 FILLER PIC X(07) VALUE 'QUARTA '.                          00009400
          05 FILLER PIC X(07) VALUE 'QUINTA '.                          00009500
          05 FILLER PIC X(07) VALUE 'SEXTA  '.                          00009600
          05 FILLER PIC X(07) VALUE 'SABADO '.                          00009700
       01 WRK-TAB-DIAS REDEFINES WRK-DIAS-SEMANA.                       00009800
          05 WRK-NOME-DIA OCCURS 7 TIMES PIC X(07).                     00009900
                                                                        00010000
      *    EVENTO LIDO DO JOB_LOG                                       00010100
       77 DB2-PROGRAMA      PIC X(08) VALUE SPACES.                     00010200
       77 DB2-EVENTO        PIC X(01) VALUE SPACES.                     00010300
       77 DB2-SITUACAO      PIC X(01) VALUE SPACES.                     00010400
       77 DB2-LIDOS         PIC 9(07) VALUE ZEROS.                      00010500
       77 DB2-GRAVADOS      PIC 9(07) VALUE ZEROS.                      00010600
       77 DB2-DATA-HORA     PIC X(26) VALUE SPACES.                     00010700
       01 DB2-DIA-SEMANA    PIC S9(09) COMP VALUE ZEROS.                00010800
       01 DB2-DIAS          PIC S9(09) COMP VALUE ZEROS.                00010900
       01 DB2-SEGUNDOS      PIC S9(09) COMP VALUE ZEROS.                00011000
       77 DB2-ULTIMA-COLETA PIC X(26) VALUE SPACES.                     00011100
       01 DB2-DIAS-HIST     PIC S9(04) COMP VALUE ZEROS.                00011200
                                                                        00011300
      *    INICIO EM ABERTO DO PROGRAMA CORRENTE DO CURSOR              00011400
       77 WRK-PROG-ANT      PIC X(08) VALUE SPACES.                     00011500
       77 WRK-TEM-INICIO    PIC X(01) VALUE 'N'.                        00011600
          88 WRK-HA-INICIO          VALUE 'S'.                          00011700
          88 WRK-SEM-INICIO         VALUE 'N'.                          00011800
       77 WRK-INI-DATA-HORA PIC X(26) VALUE SPACES.                     00011900
       01 WRK-INI-DIA-SEMANA PIC S9(09) COMP VALUE ZEROS.               00012000
       01 WRK-INI-DIAS      PIC S9(09) COMP VALUE ZEROS.                00012100
       01 WRK-INI-SEGUNDOS  PIC S9(09) COMP VALUE ZEROS.                00012200
                                                                        00012300
      *    EXECUCAO MONTADA (I + F) E GRAVADA NA JOB_HIST               00012400
       01 DB2-HST-DURACAO   PIC S9(09) COMP VALUE ZEROS.                00012500
       01 DB2-HST-DIA       PIC S9(04) COMP VALUE ZEROS.                00012600
                                                                        00012700
      *    LINHA DE BASE (JOB_BASE)                                     00012800
       01 DB2-BAS-DIA       PIC S9(04) COMP VALUE ZEROS.                00012900
       01 DB2-BAS-QTDE      PIC S9(09) COMP VALUE ZEROS.                00013000
       01 DB2-BAS-DUR-MEDIA PIC S9(09) COMP VALUE ZEROS.                00013100
       01 DB2-BAS-DUR-DESVIO PIC S9(09) COMP-3 VALUE ZEROS.             00013200
       01 DB2-BAS-DUR-MIN   PIC S9(09) COMP VALUE ZEROS.                00013300
       01 DB2-BAS-DUR-MAX   PIC S9(09) COMP VALUE ZEROS.                00013400
       01 DB2-BAS-VOL-MEDIA PIC S9(09) COMP-3 VALUE ZEROS.              00013500
       01 DB2-BAS-VOL-DESVIO PIC S9(09) COMP-3 VALUE ZEROS.             00013600
       01 DB2-BAS-VOL-MIN   PIC S9(09) COMP-3 VALUE ZEROS.              00013700
       01 DB2-BAS-VOL-MAX   PIC S9(09) COMP-3 VALUE ZEROS.              00013800
       77 WRK-MARGEM        PIC S9(09) COMP-3 VALUE ZEROS.              00013900
       77 WRK-MARGEM-MIN    PIC S9(09) COMP-3 VALUE ZEROS.              00014000
                                                                        00014100
      *    JULGAMENTO DA EXECUCAO                                       00014200
       77 WRK-TERMINO-JAN   PIC S9(07) COMP-3 VALUE ZEROS.              00014300
       77 WRK-INICIO-JAN    PIC S9(07) COMP-3 VALUE ZEROS.              00014400
       77 WRK-USO-JANELA    PIC S9(05) COMP-3 VALUE ZEROS.              00014500
       77 WRK-TEM-ALERTA    PIC X(01) VALUE 'N'.                        00014600
          88 WRK-HA-ALERTA          VALUE 'S'.                          00014700
          88 WRK-SEM-ALERTA         VALUE 'N'.                          00014800
       77 WRK-ALERTA-TEMPO  PIC X(14) VALUE SPACES.                     00014900
       77 WRK-ALERTA-VOLUME PIC X(14) VALUE SPACES.                     00015000
       77 WRK-ALERTA-JANELA PIC X(16) VALUE SPACES.                     00015100
       77 WRK-DUR-EDIT      PIC ZZZZZZ9.                                00015200
       77 WRK-MED-EDIT      PIC ZZZZZZ9.                                00015300
       77 WRK-MIN-EDIT      PIC ZZZZZZ9.                                00015400
       77 WRK-MAX-EDIT      PIC ZZZZZZ9.                                00015500
       77 WRK-VOL-EDIT      PIC ZZZZZZ9.                                00015600
       77 WRK-USO-EDIT      PIC ZZZZ9.                                  00015700
                                                                        00015800
       77 WRK-FIM-CURSOR    PIC X(01) VALUE 'N'.                        00015900
          88 WRK-CURSOR-ACABOU      VALUE 'S'.                          00016000
       77 WRK-FIM-BASE      PIC X(01) VALUE 'N'.                        00016100
          88 WRK-BASE-ACABOU        VALUE 'S'.                          00016200
                                                                        00016300
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00016400
       77 WRK-REG-EXECUCOES PIC 9(07) VALUE ZEROS.                      00016500
       77 WRK-REG-BASES     PIC 9(07) VALUE ZEROS.                      00016600
       77 WRK-REG-FORA      PIC 9(07) VALUE ZEROS.                      00016700
       77 WRK-REG-JANELA    PIC 9(07) VALUE ZEROS.                      00016800
       77 WRK-REG-SEM-BASE  PIC 9(07) VALUE ZEROS.                      00016900
                                                                        00017000
       01 WRK-JOB-REGISTRO.                                             00017100
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00017200
          05 WRK-JOB-EVENTO        PIC X(01).                           00017300
          05 WRK-JOB-SITUACAO      PIC X(01).                           00017400
          05 WRK-JOB-LIDOS         PIC 9(07).                           00017500
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00017600
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00017700
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00017800
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00017900
                                                                        00018000
      *-------------------------------------------------------*         00018100
                                                                        00018200
      *=======================================================*         00018300
       PROCEDURE                                  DIVISION.             00018400
      *=======================================================*         00018500
                                                                        00018600
      *-------------------------------------------------------*         00018700
       0000-PRINCIPAL                              SECTION.             00018800
      *-------------------------------------------------------*         00018900
                                                                        00019000
            PERFORM 1000-INICIAR.                                       00019100
            PERFORM 2000-EXPURGAR-HISTORICO.                            00019200
            PERFORM 3000-RECALCULAR-BASE.                               00019300
            PERFORM 4000-COLETAR-EXECUCOES.                             00019400
            PERFORM 8000-FINALIZAR.                                     00019500
                                                                        00019600
      *-------------------------------------------------------*         00019700
       0000-999-FIM.                               EXIT.                00019800
      *-------------------------------------------------------*         00019900
                                                                        00020000
      *-------------------------------------------------------*         00020100
       1000-INICIAR                               SECTION.              00020200
      *-------------------------------------------------------*         00020300
                                                                        00020400
             MOVE SPACES TO WRK-PARM-BASE.                              00020500
             ACCEPT WRK-PARM-BASE FROM SYSIN.                           00020600
                                                                        00020700
             IF WRK-PRM-DIAS NOT NUMERIC OR                             00020800
                WRK-PRM-DIAS EQUAL ZEROS                                00020900
                MOVE 090 TO WRK-PRM-DIAS                                00021000
             END-IF.                                                    00021100
             IF WRK-PRM-JAN-INI NOT NUMERIC OR                          00021200
                WRK-PRM-INI-HH GREATER THAN 23 OR                       00021300
                WRK-PRM-INI-MM GREATER THAN 59                          00021400
                MOVE '2200' TO WRK-PRM-JAN-INI                          00021500
             END-IF.                                                    00021600
             IF WRK-PRM-JAN-FIM NOT NUMERIC OR                          00021700
                WRK-PRM-FIM-HH GREATER THAN 23 OR                       00021800
                WRK-PRM-FIM-MM GREATER THAN 59 OR                       00021900
                WRK-PRM-JAN-FIM EQUAL WRK-PRM-JAN-INI                   00022000
                MOVE '0600' TO WRK-PRM-JAN-FIM                          00022100
             END-IF.                                                    00022200
             IF WRK-PRM-ALERTA NOT NUMERIC OR                           00022300
                WRK-PRM-ALERTA EQUAL ZEROS OR                           00022400
                WRK-PRM-ALERTA GREATER THAN 100                         00022500
                MOVE 080 TO WRK-PRM-ALERTA                              00022600
             END-IF.                                                    00022700
             IF WRK-PRM-TOLER NOT NUMERIC OR                            00022800
                WRK-PRM-TOLER EQUAL ZEROS                               00022900
                MOVE 020 TO WRK-PRM-TOLER                               00023000
             END-IF.                                                    00023100
             MOVE WRK-PRM-DIAS TO DB2-DIAS-HIST.                        00023200
                                                                        00023300
             COMPUTE WRK-JAN-INI-SEG = WRK-PRM-INI-HH * 3600            00023400
                                     + WRK-PRM-INI-MM * 60.             00023500
             COMPUTE WRK-JAN-FIM-SEG = WRK-PRM-FIM-HH * 3600            00023600
                                     + WRK-PRM-FIM-MM * 60.             00023700
             IF WRK-JAN-FIM-SEG GREATER THAN WRK-JAN-INI-SEG            00023800
                COMPUTE WRK-JAN-TAMANHO = WRK-JAN-FIM-SEG               00023900
                                        - WRK-JAN-INI-SEG               00024000
             ELSE                                                       00024100
                COMPUTE WRK-JAN-TAMANHO = 86400 - WRK-JAN-INI-SEG       00024200
                                        + WRK-JAN-FIM-SEG               00024300
             END-IF.                                                    00024400
                                                                        00024500
             MOVE 'FR03DB58' TO WRK-JOB-PROGRAMA.                       00024600
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00024700
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00024800
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00024900
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00025000
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00025100
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00025200
                  WRK-JOB-RETORNO                                       00025300
                 ON EXCEPTION                                           00025400
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00025500
             END-CALL.                                                  00025600
                                                                        00025700
             DISPLAY '===================================='.            00025800
             DISPLAY ' LINHA DE BASE DOS LOTES '.                       00025900
             DISPLAY ' HISTORICO.....: ' WRK-PRM-DIAS ' DIAS'.          00026000
             DISPLAY ' JANELA........: ' WRK-PRM-JAN-INI ' A '          00026100
                     WRK-PRM-JAN-FIM ' (ALERTA EM '                     00026200
                     WRK-PRM-ALERTA '%)'.                               00026300
             DISPLAY ' TOLERANCIA....: ' WRK-PRM-TOLER '% DA MEDIA'.    00026400
             DISPLAY '===================================='.            00026500
                                                                        00026600
      *-------------------------------------------------------*         00026700
       1000-999-FIM.                              EXIT.                 00026800
      *-------------------------------------------------------*         00026900
                                                                        00027000
      *---------------------------------------------------------------  00027100
      *    2000-EXPURGAR-HISTORICO                                      00027200
      *    O HISTORICO E ROTATIVO: EXECUCAO MAIS VELHA QUE OS DIAS      00027300
      *    DO PARAMETRO SAI DA JOB_HIST (O JOB_LOG NAO E MEXIDO).       00027400
      *---------------------------------------------------------------  00027500
       2000-EXPURGAR-HISTORICO                    SECTION.              00027600
                                                                        00027700
            EXEC SQL                                                    00027800
               DELETE FROM FOUR001.JOB_HIST                             00027900
                WHERE DATE(DATA_INICIO) <                               00028000
                      CURRENT DATE - :DB2-DIAS-HIST DAYS                00028100
            END-EXEC.                                                   00028200
                                                                        00028300
            IF SQLCODE NOT EQUAL ZEROS AND                              00028400
               SQLCODE NOT EQUAL 100                                    00028500
               MOVE SQLCODE TO WRK-SQLCODE                              00028600
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_HIST'           00028700
               MOVE ' ERRO NO EXPURGO DA JOB_HIST ' TO WRK-MSG          00028800
               PERFORM 9000-TRATAR-ERROS                                00028900
            END-IF.                                                     00029000
                                                                        00029100
      *-------------------------------------------------------*         00029200
       2000-999-FIM.                              EXIT.                 00029300
      *-------------------------------------------------------*         00029400
                                                                        00029500
      *---------------------------------------------------------------  00029600
      *    3000-RECALCULAR-BASE                                         00029700
      *    A JOB_BASE E REFEITA INTEIRA A CADA RODADA A PARTIR DO       00029800
      *    HISTORICO QUE FICOU (SO EXECUCAO COM SITUACAO 'O').          00029900
      *---------------------------------------------------------------  00030000
       3000-RECALCULAR-BASE                       SECTION.              00030100
                                                                        00030200
            EXEC SQL                                                    00030300
               DELETE FROM FOUR001.JOB_BASE                             00030400
            END-EXEC.                                                   00030500
                                                                        00030600
            IF SQLCODE NOT EQUAL ZEROS AND                              00030700
               SQLCODE NOT EQUAL 100                                    00030800
               MOVE SQLCODE TO WRK-SQLCODE                              00030900
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_BASE'           00031000
               MOVE ' ERRO AO LIMPAR A JOB_BASE ' TO WRK-MSG            00031100
               PERFORM 9000-TRATAR-ERROS                                00031200
            END-IF.                                                     00031300
                                                                        00031400
            EXEC SQL                                                    00031500
               DECLARE CSRBASE CURSOR FOR                               00031600
                  SELECT PROGRAMA, DIA_SEMANA, COUNT(*),                00031700
                         AVG(DURACAO_SEG),                              00031800
                         DECIMAL(VALUE(STDDEV(DURACAO_SEG), 0), 9, 0),  00031900
                         DECIMAL(AVG(LIDOS), 9, 0),                     00032000
                         DECIMAL(VALUE(STDDEV(LIDOS), 0), 9, 0)         00032100
                    FROM FOUR001.JOB_HIST                               00032200
                   WHERE SITUACAO = 'O'                                 00032300
                   GROUP BY PROGRAMA, DIA_SEMANA                        00032400
            END-EXEC.                                                   00032500
                                                                        00032600
            EXEC SQL                                                    00032700
               OPEN CSRBASE                                             00032800
            END-EXEC.                                                   00032900
                                                                        00033000
            IF SQLCODE NOT EQUAL ZEROS                                  00033100
               MOVE SQLCODE TO WRK-SQLCODE                              00033200
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_HIST'           00033300
               MOVE ' ERRO OPEN CURSOR DA BASE ' TO WRK-MSG             00033400
               PERFORM 9000-TRATAR-ERROS                                00033500
            END-IF.                                                     00033600
                                                                        00033700
            PERFORM 3100-GRAVAR-BASE                                    00033800
               UNTIL WRK-BASE-ACABOU.                                   00033900
                                                                        00034000
            EXEC SQL                                                    00034100
               CLOSE CSRBASE                                            00034200
            END-EXEC.                                                   00034300
                                                                        00034400
      *-------------------------------------------------------*         00034500
       3000-999-FIM.                              EXIT.                 00034600
      *-------------------------------------------------------*         00034700
                                                                        00034800
      *-------------------------------------------------------*         00034900
       3100-GRAVAR-BASE                           SECTION.              00035000
      *-------------------------------------------------------*         00035100
                                                                        00035200
            EXEC SQL                                                    00035300
               FETCH CSRBASE                                            00035400
                INTO :DB2-PROGRAMA, :DB2-BAS-DIA, :DB2-BAS-QTDE,        00035500
                     :DB2-BAS-DUR-MEDIA, :DB2-BAS-DUR-DESVIO,           00035600
                     :DB2-BAS-VOL-MEDIA, :DB2-BAS-VOL-DESVIO            00035700
            END-EXEC.                                                   00035800
                                                                        00035900
            IF SQLCODE EQUAL 100                                        00036000
               SET WRK-BASE-ACABOU TO TRUE                              00036100
            ELSE                                                        00036122
               IF SQLCODE NOT EQUAL ZEROS                               00036144
                  MOVE SQLCODE TO WRK-SQLCODE                           00036166
                  DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_HIST'        00036188
                  MOVE ' ERRO FETCH CURSOR DA BASE ' TO WRK-MSG         00036210
                  PERFORM 9000-TRATAR-ERROS                             00036232
               END-IF                                                   00036254
               PERFORM 3150-CALCULAR-FAIXAS                             00036276
            END-IF.                                                     00036300
                                                                        00036377
      *-------------------------------------------------------*         00036454
       3100-999-FIM.                              EXIT.                 00036531
      *-------------------------------------------------------*         00036608
                                                                        00036685
      *-------------------------------------------------------*         00036762
       3150-CALCULAR-FAIXAS                       SECTION.              00036839
      *-------------------------------------------------------*         00036916
                                                                        00037000
            COMPUTE WRK-MARGEM     = DB2-BAS-DUR-DESVIO * 2.            00037100
            COMPUTE WRK-MARGEM-MIN = DB2-BAS-DUR-MEDIA                  00037200
                                   * WRK-PRM-TOLER / 100.               00037300
            IF WRK-MARGEM LESS THAN WRK-MARGEM-MIN                      00037400
               MOVE WRK-MARGEM-MIN TO WRK-MARGEM                        00037500
            END-IF.                                                     00037600
            COMPUTE DB2-BAS-DUR-MAX = DB2-BAS-DUR-MEDIA + WRK-MARGEM.   00037700
            IF WRK-MARGEM LESS THAN DB2-BAS-DUR-MEDIA                   00037800
               COMPUTE DB2-BAS-DUR-MIN = DB2-BAS-DUR-MEDIA              00037900
                                       - WRK-MARGEM                     00038000
            ELSE                                                        00038100
               MOVE ZEROS TO DB2-BAS-DUR-MIN                            00038200
            END-IF.                                                     00038300
                                                                        00038400
            COMPUTE WRK-MARGEM     = DB2-BAS-VOL-DESVIO * 2.            00038500
            COMPUTE WRK-MARGEM-MIN = DB2-BAS-VOL-MEDIA                  00038600
                                   * WRK-PRM-TOLER / 100.               00038700
            IF WRK-MARGEM LESS THAN WRK-MARGEM-MIN                      00038800
               MOVE WRK-MARGEM-MIN TO WRK-MARGEM                        00038900
            END-IF.                                                     00039000
            COMPUTE DB2-BAS-VOL-MAX = DB2-BAS-VOL-MEDIA + WRK-MARGEM.   00039100
            IF WRK-MARGEM LESS THAN DB2-BAS-VOL-MEDIA                   00039200
               COMPUTE DB2-BAS-VOL-MIN = DB2-BAS-VOL-MEDIA              00039300
                                       - WRK-MARGEM                     00039400
            ELSE                                                        00039500
               MOVE ZEROS TO DB2-BAS-VOL-MIN                            00039600
            END-IF.                                                     00039700
                                                                        00039800
            EXEC SQL                                                    00039900
               INSERT INTO FOUR001.JOB_BASE                             00040000
                    (PROGRAMA, DIA_SEMANA, QTD_EXEC,                    00040100
                     DURACAO_MEDIA, DURACAO_MIN, DURACAO_MAX,           00040200
                     VOLUME_MEDIO, VOLUME_MIN, VOLUME_MAX,              00040300
                     DATA_CALCULO)                                      00040400
               VALUES(:DB2-PROGRAMA, :DB2-BAS-DIA, :DB2-BAS-QTDE,       00040500
                      :DB2-BAS-DUR-MEDIA, :DB2-BAS-DUR-MIN,             00040600
                      :DB2-BAS-DUR-MAX, :DB2-BAS-VOL-MEDIA,             00040700
                      :DB2-BAS-VOL-MIN, :DB2-BAS-VOL-MAX,               00040800
                      CURRENT DATE)                                     00040900
            END-EXEC.                                                   00041000
                                                                        00041100
            IF SQLCODE NOT EQUAL ZEROS                                  00041200
               MOVE SQLCODE TO WRK-SQLCODE                              00041300
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_BASE'           00041400
               MOVE ' ERRO INSERT NA JOB_BASE ' TO WRK-MSG              00041500
               PERFORM 9000-TRATAR-ERROS                                00041600
            END-IF.                                                     00041700
            ADD 1 TO WRK-REG-BASES.                                     00041800
                                                                        00041900
      *-------------------------------------------------------*         00042000
       3150-999-FIM.                              EXIT.                 00042100
      *-------------------------------------------------------*         00042200
                                                                        00042300
      *---------------------------------------------------------------  00042400
      *    4000-COLETAR-EXECUCOES                                       00042500
      *    PEGA DO JOB_LOG O QUE TERMINOU DEPOIS DA ULTIMA COLETA       00042600
      *    (NA PRIMEIRA RODADA, OS DIAS DO PARAMETRO). O CURSOR         00042700
      *    RECUA UM DIA A MAIS PARA ACHAR O INICIO DE LOTE QUE          00042800
      *    ATRAVESSOU A COLETA ANTERIOR; LOTE AINDA SEM O EVENTO F      00042900
      *    FICA PARA A PROXIMA.                                         00043000
      *---------------------------------------------------------------  00043100
       4000-COLETAR-EXECUCOES                     SECTION.              00043200
                                                                        00043300
            EXEC SQL                                                    00043400
               SELECT CHAR(VALUE(MAX(DATA_FIM),                         00043500
                      CURRENT TIMESTAMP - :DB2-DIAS-HIST DAYS))         00043600
                 INTO :DB2-ULTIMA-COLETA                                00043700
                 FROM FOUR001.JOB_HIST                                  00043800
            END-EXEC.                                                   00043900
                                                                        00044000
            IF SQLCODE NOT EQUAL ZEROS                                  00044100
               MOVE SQLCODE TO WRK-SQLCODE                              00044200
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_HIST'           00044300
               MOVE ' ERRO NA ULTIMA COLETA ' TO WRK-MSG                00044400
               PERFORM 9000-TRATAR-ERROS                                00044500
            END-IF.                                                     00044600
                                                                        00044700
            DISPLAY ' EXECUCOES TERMINADAS APOS ' DB2-ULTIMA-COLETA.    00044800
            DISPLAY '------------------------------------------'.       00044900
                                                                        00045000
            EXEC SQL                                                    00045100
               DECLARE CSRCOLETA CURSOR FOR                             00045200
                  SELECT PROGRAMA, EVENTO, SITUACAO, LIDOS,             00045300
                         GRAVADOS, CHAR(DATA_HORA),                     00045400
                         DAYOFWEEK(DATA_HORA), DAYS(DATA_HORA),         00045500
                         MIDNIGHT_SECONDS(DATA_HORA)                    00045600
                    FROM FOUR001.JOB_LOG                                00045700
                   WHERE DATA_HORA >                                    00045800
                         TIMESTAMP(:DB2-ULTIMA-COLETA) - 1 DAY          00045900
                   ORDER BY PROGRAMA, DATA_HORA                         00046000
            END-EXEC.                                                   00046100
                                                                        00046200
            EXEC SQL                                                    00046300
               OPEN CSRCOLETA                                           00046400
            END-EXEC.                                                   00046500
                                                                        00046600
            IF SQLCODE NOT EQUAL ZEROS                                  00046700
               MOVE SQLCODE TO WRK-SQLCODE                              00046800
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NO JOB_LOG'            00046900
               MOVE ' ERRO OPEN CURSOR DO JOB_LOG ' TO WRK-MSG          00047000
               PERFORM 9000-TRATAR-ERROS                                00047100
            END-IF.                                                     00047200
                                                                        00047300
            PERFORM 4100-BUSCAR-EVENTO                                  00047400
               UNTIL WRK-CURSOR-ACABOU.                                 00047500
                                                                        00047600
            EXEC SQL                                                    00047700
               CLOSE CSRCOLETA                                          00047800
            END-EXEC.                                                   00047900
                                                                        00048000
      *-------------------------------------------------------*         00048100
       4000-999-FIM.                              EXIT.                 00048200
      *-------------------------------------------------------*         00048300
                                                                        00048400
      *-------------------------------------------------------*         00048500
       4100-BUSCAR-EVENTO                         SECTION.              00048600
      *-------------------------------------------------------*         00048700
                                                                        00048800
            EXEC SQL                                                    00048900
               FETCH CSRCOLETA                                          00049000
                INTO :DB2-PROGRAMA, :DB2-EVENTO, :DB2-SITUACAO,         00049100
                     :DB2-LIDOS, :DB2-GRAVADOS, :DB2-DATA-HORA,         00049200
                     :DB2-DIA-SEMANA, :DB2-DIAS, :DB2-SEGUNDOS          00049300
            END-EXEC.                                                   00049400
                                                                        00049500
            IF SQLCODE EQUAL 100                                        00049600
               SET WRK-CURSOR-ACABOU TO TRUE                            00049700
            ELSE                                                        00049722
               IF SQLCODE NOT EQUAL ZEROS                               00049744
                  MOVE SQLCODE TO WRK-SQLCODE                           00049766
                  DISPLAY ' SQLCODE ' WRK-SQLCODE ' NO JOB_LOG'         00049788
                  MOVE ' ERRO FETCH DO JOB_LOG ' TO WRK-MSG             00049810
                  PERFORM 9000-TRATAR-ERROS                             00049832
               END-IF                                                   00049854
               PERFORM 4150-TRATAR-EVENTO                               00049876
            END-IF.                                                     00049900
                                                                        00049977
      *-------------------------------------------------------*         00050054
       4100-999-FIM.                              EXIT.                 00050131
      *-------------------------------------------------------*         00050208
                                                                        00050285
      *-------------------------------------------------------*         00050362
       4150-TRATAR-EVENTO                         SECTION.              00050439
      *-------------------------------------------------------*         00050516
                                                                        00050600
            ADD 1 TO WRK-REG-LIDOS.                                     00050700
                                                                        00050800
            IF DB2-PROGRAMA NOT EQUAL WRK-PROG-ANT                      00050900
               MOVE DB2-PROGRAMA TO WRK-PROG-ANT                        00051000
               SET WRK-SEM-INICIO TO TRUE                               00051100
            END-IF.                                                     00051200
                                                                        00051300
            IF DB2-EVENTO EQUAL 'I'                                     00051400
               SET WRK-HA-INICIO TO TRUE                                00051500
               MOVE DB2-DATA-HORA  TO WRK-INI-DATA-HORA                 00051600
               MOVE DB2-DIA-SEMANA TO WRK-INI-DIA-SEMANA                00051700
               MOVE DB2-DIAS       TO WRK-INI-DIAS                      00051800
               MOVE DB2-SEGUNDOS   TO WRK-INI-SEGUNDOS                  00051900
            ELSE                                                        00052000
               IF WRK-HA-INICIO AND                                     00052100
                  DB2-DATA-HORA GREATER THAN DB2-ULTIMA-COLETA          00052200
                  PERFORM 4200-REGISTRAR-EXECUCAO                       00052300
               END-IF                                                   00052400
               SET WRK-SEM-INICIO TO TRUE                               00052500
            END-IF.                                                     00052600
                                                                        00052700
      *-------------------------------------------------------*         00052800
       4150-999-FIM.                              EXIT.                 00052900
      *-------------------------------------------------------*         00053000
                                                                        00053100
      *---------------------------------------------------------------  00053200
      *    4200-REGISTRAR-EXECUCAO                                      00053300
      *    DURACAO EM SEGUNDOS (DIAS DE DIFERENCA * 86400 MAIS A        00053400
      *    DIFERENCA DE SEGUNDOS DESDE A MEIA-NOITE), JULGADA           00053500
      *    CONTRA A BASE DO PROGRAMA NO DIA DA SEMANA DO INICIO.        00053600
      *---------------------------------------------------------------  00053700
       4200-REGISTRAR-EXECUCAO                    SECTION.              00053800
                                                                        00053900
            COMPUTE DB2-HST-DURACAO = ( DB2-DIAS - WRK-INI-DIAS )       00054000
                                    * 86400 + DB2-SEGUNDOS              00054100
                                    - WRK-INI-SEGUNDOS.                 00054200
            MOVE WRK-INI-DIA-SEMANA TO DB2-HST-DIA.                     00054300
                                                                        00054400
            PERFORM 4300-JULGAR-EXECUCAO.                               00054500
                                                                        00054600
            EXEC SQL                                                    00054700
               INSERT INTO FOUR001.JOB_HIST                             00054800
                    (PROGRAMA, DATA_INICIO, DATA_FIM, DIA_SEMANA,       00054900
                     DURACAO_SEG, SITUACAO, LIDOS, GRAVADOS)            00055000
               VALUES(:DB2-PROGRAMA,                                    00055100
                      TIMESTAMP(:WRK-INI-DATA-HORA),                    00055200
                      TIMESTAMP(:DB2-DATA-HORA), :DB2-HST-DIA,          00055300
                      :DB2-HST-DURACAO, :DB2-SITUACAO, :DB2-LIDOS,      00055400
                      :DB2-GRAVADOS)                                    00055500
            END-EXEC.                                                   00055600
                                                                        00055700
            IF SQLCODE NOT EQUAL ZEROS                                  00055800
               MOVE SQLCODE TO WRK-SQLCODE                              00055900
               DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_HIST'           00056000
               MOVE ' ERRO INSERT NA JOB_HIST ' TO WRK-MSG              00056100
               PERFORM 9000-TRATAR-ERROS                                00056200
            END-IF.                                                     00056300
            ADD 1 TO WRK-REG-EXECUCOES.                                 00056400
                                                                        00056500
      *-------------------------------------------------------*         00056600
       4200-999-FIM.                              EXIT.                 00056700
      *-------------------------------------------------------*         00056800
                                                                        00056900
      *-------------------------------------------------------*         00057000
       4300-JULGAR-EXECUCAO                       SECTION.              00057100
      *-------------------------------------------------------*         00057200
                                                                        00057300
            SET WRK-SEM-ALERTA TO TRUE.                                 00057400
            MOVE SPACES TO WRK-ALERTA-TEMPO.                            00057500
            MOVE SPACES TO WRK-ALERTA-VOLUME.                           00057600
            MOVE SPACES TO WRK-ALERTA-JANELA.                           00057700
                                                                        00057800
            IF DB2-SITUACAO EQUAL 'O'                                   00057900
               PERFORM 4310-COMPARAR-BASE                               00058000
            END-IF.                                                     00058100
                                                                        00058108
      *-------------------------------------------------------*         00058116
       4300-999-FIM.                              EXIT.                 00058124
      *-------------------------------------------------------*         00058132
                                                                        00058140
      *---------------------------------------------------------------  00058148
      *    4310-COMPARAR-BASE                                           00058156
      *    SO LOTE QUE TERMINOU BEM E JULGADO, E SO CONTRA BASE         00058164
      *    COM PELO MENOS TRES EXECUCOES NO DIA DA SEMANA.              00058172
      *---------------------------------------------------------------  00058180
       4310-COMPARAR-BASE                         SECTION.              00058188
                                                                        00058200
            EXEC SQL                                                    00058300
               SELECT QTD_EXEC, DURACAO_MEDIA, DURACAO_MIN,             00058400
                      DURACAO_MAX, VOLUME_MEDIO, VOLUME_MIN,            00058500
                      VOLUME_MAX                                        00058600
                 INTO :DB2-BAS-QTDE, :DB2-BAS-DUR-MEDIA,                00058700
                      :DB2-BAS-DUR-MIN, :DB2-BAS-DUR-MAX,               00058800
                      :DB2-BAS-VOL-MEDIA, :DB2-BAS-VOL-MIN,             00058900
                      :DB2-BAS-VOL-MAX                                  00059000
                 FROM FOUR001.JOB_BASE                                  00059100
                WHERE PROGRAMA   = :DB2-PROGRAMA                        00059200
                  AND DIA_SEMANA = :DB2-HST-DIA                         00059300
            END-EXEC.                                                   00059400
                                                                        00059500
            IF SQLCODE EQUAL 100 OR                                     00059600
               ( SQLCODE EQUAL ZEROS AND DB2-BAS-QTDE LESS THAN 3 )     00059700
               ADD 1 TO WRK-REG-SEM-BASE                                00059800
            ELSE                                                        00059909
               IF SQLCODE NOT EQUAL ZEROS                               00060018
                  MOVE SQLCODE TO WRK-SQLCODE                           00060127
                  DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA JOB_BASE'        00060236
                  MOVE ' ERRO SELECT NA JOB_BASE ' TO WRK-MSG           00060345
                  PERFORM 9000-TRATAR-ERROS                             00060454
               END-IF                                                   00060563
               IF DB2-HST-DURACAO GREATER THAN DB2-BAS-DUR-MAX          00060672
                  MOVE 'TEMPO ACIMA'    TO WRK-ALERTA-TEMPO             00060781
                  SET WRK-HA-ALERTA TO TRUE                             00060890
               END-IF                                                   00060999
               IF DB2-HST-DURACAO LESS THAN DB2-BAS-DUR-MIN             00061108
                  MOVE 'TEMPO ABAIXO'   TO WRK-ALERTA-TEMPO             00061217
                  SET WRK-HA-ALERTA TO TRUE                             00061326
               END-IF                                                   00061435
               IF DB2-LIDOS GREATER THAN DB2-BAS-VOL-MAX                00061544
                  MOVE 'VOLUME ACIMA'   TO WRK-ALERTA-VOLUME            00061653
                  SET WRK-HA-ALERTA TO TRUE                             00061762
               END-IF                                                   00061871
               IF DB2-LIDOS LESS THAN DB2-BAS-VOL-MIN                   00061980
                  MOVE 'VOLUME ABAIXO'  TO WRK-ALERTA-VOLUME            00062089
                  SET WRK-HA-ALERTA TO TRUE                             00062198
               END-IF                                                   00062307
               IF WRK-HA-ALERTA                                         00062416
                  ADD 1 TO WRK-REG-FORA                                 00062525
               END-IF                                                   00062634
               PERFORM 4400-CONFERIR-JANELA                             00062743
               IF WRK-HA-ALERTA                                         00062852
                  PERFORM 4500-IMPRIMIR-ALERTA                          00062961
               END-IF                                                   00063070
            END-IF.                                                     00063200
                                                                        00063300
      *-------------------------------------------------------*         00063400
       4310-999-FIM.                              EXIT.                 00063500
      *-------------------------------------------------------*         00063600
                                                                        00063700
      *---------------------------------------------------------------  00063800
      *    4400-CONFERIR-JANELA                                         00063900
      *    SO PARA LOTE QUE COMECOU DENTRO DA JANELA: QUANTO DA         00064000
      *    JANELA JA FOI CONSUMIDO NO TERMINO. PASSOU DO PERCENTUAL     00064100
      *    DE ALERTA COM VOLUME ACIMA DA MEDIA (CRESCENDO), AVISA;      00064200
      *    PASSOU DO FIM, E ESTOURO.                                    00064300
      *---------------------------------------------------------------  00064400
       4400-CONFERIR-JANELA                       SECTION.              00064500
                                                                        00064600
            MOVE ZEROS TO WRK-USO-JANELA.                               00064700
            COMPUTE WRK-INICIO-JAN = WRK-INI-SEGUNDOS                   00064800
                                   - WRK-JAN-INI-SEG.                   00064900
            IF WRK-INICIO-JAN LESS THAN ZEROS                           00065000
               ADD 86400 TO WRK-INICIO-JAN                              00065100
            END-IF.                                                     00065200
            IF WRK-INICIO-JAN LESS THAN WRK-JAN-TAMANHO                 00065425
               COMPUTE WRK-TERMINO-JAN = WRK-INICIO-JAN                 00065650
                                       + DB2-HST-DURACAO                00065875
               COMPUTE WRK-USO-JANELA = WRK-TERMINO-JAN * 100           00066100
                                      / WRK-JAN-TAMANHO                 00066325
               IF WRK-TERMINO-JAN GREATER THAN WRK-JAN-TAMANHO          00066550
                  MOVE 'ESTOUROU JANELA'  TO WRK-ALERTA-JANELA          00066775
                  SET WRK-HA-ALERTA TO TRUE                             00067000
                  ADD 1 TO WRK-REG-JANELA                               00067100
               ELSE                                                     00067112
                  IF WRK-USO-JANELA NOT LESS THAN WRK-PRM-ALERTA AND    00067124
                     DB2-LIDOS GREATER THAN DB2-BAS-VOL-MEDIA           00067136
                     MOVE 'PERTO DO LIMITE' TO WRK-ALERTA-JANELA        00067148
                     SET WRK-HA-ALERTA TO TRUE                          00067160
                     ADD 1 TO WRK-REG-JANELA                            00067172
                  END-IF                                                00067184
               END-IF                                                   00067200
            END-IF.                                                     00067300
                                                                        00067400
      *-------------------------------------------------------*         00067500
       4400-999-FIM.                              EXIT.                 00067600
      *-------------------------------------------------------*         00067700
                                                                        00067800
      *-------------------------------------------------------*         00067900
       4500-IMPRIMIR-ALERTA                       SECTION.              00068000
      *-------------------------------------------------------*         00068100
                                                                        00068200
            MOVE DB2-HST-DURACAO   TO WRK-DUR-EDIT.                     00068300
            MOVE DB2-BAS-DUR-MEDIA TO WRK-MED-EDIT.                     00068400
            MOVE DB2-BAS-DUR-MIN   TO WRK-MIN-EDIT.                     00068500
            MOVE DB2-BAS-DUR-MAX   TO WRK-MAX-EDIT.                     00068600
            MOVE DB2-LIDOS         TO WRK-VOL-EDIT.                     00068700
            MOVE WRK-USO-JANELA    TO WRK-USO-EDIT.                     00068800
                                                                        00068900
            DISPLAY ' LOTE ' DB2-PROGRAMA ' ' WRK-NOME-DIA(DB2-HST-DIA) 00069000
                    ' INICIO ' WRK-INI-DATA-HORA(1:19).                 00069100
            DISPLAY '   DURACAO ' WRK-DUR-EDIT 'S  MEDIA '              00069200
                    WRK-MED-EDIT 'S  FAIXA ' WRK-MIN-EDIT ' A '         00069300
                    WRK-MAX-EDIT.                                       00069400
            MOVE DB2-BAS-VOL-MEDIA TO WRK-MED-EDIT.                     00069500
            MOVE DB2-BAS-VOL-MIN   TO WRK-MIN-EDIT.                     00069600
            MOVE DB2-BAS-VOL-MAX   TO WRK-MAX-EDIT.                     00069700
            DISPLAY '   LIDOS   ' WRK-VOL-EDIT '   MEDIA '              00069800
                    WRK-MED-EDIT '   FAIXA ' WRK-MIN-EDIT ' A '         00069900
                    WRK-MAX-EDIT.                                       00070000
            DISPLAY '   *** ' WRK-ALERTA-TEMPO ' ' WRK-ALERTA-VOLUME    00070100
                    ' ' WRK-ALERTA-JANELA ' (JANELA ' WRK-USO-EDIT      00070200
                    '%)'.                                               00070300
                                                                        00070400
      *-------------------------------------------------------*         00070500
       4500-999-FIM.                              EXIT.                 00070600
      *-------------------------------------------------------*         00070700
                                                                        00070800
      *-------------------------------------------------------*         00070900
       8000-FINALIZAR                             SECTION.              00071000
      *-------------------------------------------------------*         00071100
                                                                        00071200
              EXEC SQL                                                  00071300
                 COMMIT                                                 00071400
              END-EXEC.                                                 00071500
                                                                        00071600
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00071700
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00071800
             MOVE WRK-REG-LIDOS     TO WRK-JOB-LIDOS.                   00071900
             MOVE WRK-REG-EXECUCOES TO WRK-JOB-GRAVADOS.                00072000
             MOVE ZEROS             TO WRK-JOB-REJEITADOS.              00072100
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00072200
                  WRK-JOB-RETORNO                                       00072300
                 ON EXCEPTION                                           00072400
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00072500
             END-CALL.                                                  00072600
                                                                        00072700
              DISPLAY '===================================='.           00072800
              DISPLAY ' EVENTOS LIDOS NO JOB_LOG: ' WRK-REG-LIDOS.      00072900
              DISPLAY ' EXECUCOES NO HISTORICO..: ' WRK-REG-EXECUCOES.  00073000
              DISPLAY ' BASES RECALCULADAS......: ' WRK-REG-BASES.      00073100
              DISPLAY ' FORA DA FAIXA NORMAL....: ' WRK-REG-FORA.       00073200
              DISPLAY ' ALERTAS DE JANELA.......: ' WRK-REG-JANELA.     00073300
              DISPLAY ' SEM BASE (< 3 EXECUCOES): ' WRK-REG-SEM-BASE.   00073400
              DISPLAY '===================================='.           00073500
                 STOP RUN.                                              00073600
                                                                        00073700
      *-------------------------------------------------------*         00073800
       8000-999-FIM.                              EXIT.                 00073900
      *-------------------------------------------------------*         00074000
                                                                        00074100
      *-------------------------------------------------------*         00074200
       9000-TRATAR-ERROS                           SECTION.             00074300
      *-------------------------------------------------------*         00074400
                                                                        00074500
             EXEC SQL                                                   00074600
                ROLLBACK                                                00074700
             END-EXEC.                                                  00074800
             DISPLAY '-----------------------------'.                   00074900
             DISPLAY WRK-MSG.                                           00075000
             DISPLAY '-----------------------------'.                   00075100
                STOP RUN.                                               00075200
                                                                        00075300
      *-------------------------------------------------------*         00075400
       9000-999-FIM.                              EXIT.                 00075500
      *-------------------------------------------------------*         00075600
