      *                QUE AINDA NAO RODOU SOBEM PARA O TOPO DA         00002400
      *                LISTA. F5 ATUALIZA A TELA - E O RESUMO DO        00002500
      *                FR03DB32 SEM ESPERAR A MANHA SEGUINTE.           00002600
      *    MANUTENCAO:                                                  00002614
      *    - 27/11/2023: LOTE EM ABERTO QUE JA PASSOU DA DURACAO        00002628
      *      MAXIMA NORMAL GRAVADA PELO FR03DB58 EM FOUR001.JOB_BASE    00002642
      *      (MESMO PROGRAMA E DIA DA SEMANA DO INICIO, BASE COM 3      00002656
      *      OU MAIS EXECUCOES) SAI COMO ATRASADO, COM OS MINUTOS       00002670
      *      ALEM DO COSTUME, E A MENSAGEM DA TELA AVISA.               00002684
      *-------------------------------------------------------*         00002700
      *=======================================================*         00002800
       ENVIRONMENT                                DIVISION.             00002900
       77 DB2-LIDOS         PIC 9(07) VALUE ZEROS.                      00006500
       77 DB2-GRAVADOS      PIC 9(07) VALUE ZEROS.                      00006600
       77 DB2-REJEITADOS    PIC 9(07) VALUE ZEROS.                      00006700
       01 DB2-DIA-SEMANA    PIC S9(04) COMP VALUE ZEROS.                00006725
       01 DB2-DECORRIDO     PIC S9(09) COMP VALUE ZEROS.                00006750
       01 DB2-BAS-DUR-MAX   PIC S9(09) COMP VALUE ZEROS.                00006775
                                                                        00006800
       01 WRK-TAB-LOTES.                                                00006900
          05 WRK-TAB-LOT-ITEM OCCURS 20 TIMES.                          00007000
             10 WRK-TAB-LOT-LIDOS  PIC 9(07).                           00007400
             10 WRK-TAB-LOT-GRAV   PIC 9(07).                           00007500
             10 WRK-TAB-LOT-REJ    PIC 9(07).                           00007600
             10 WRK-TAB-LOT-DIA    PIC S9(04) COMP.                     00007633
             10 WRK-TAB-LOT-DECOR  PIC S9(09) COMP.                     00007666
       77 WRK-QTD-LOTES     PIC 9(02) VALUE ZEROS.                      00007700
       77 WRK-IDX           PIC 9(02) VALUE ZEROS.                      00007800
       77 WRK-IDX-ESP       PIC 9(02) VALUE ZEROS.                      00007900
       77 WRK-IDX-LIN       PIC 9(02) VALUE ZEROS.                      00008000
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.                        00008100
       77 WRK-ATRASO-MIN    PIC 9(04) VALUE ZEROS.                      00008133
       77 WRK-QTD-ATRASADOS PIC 9(02) VALUE ZEROS.                      00008166
                                                                        00008200
      *-------------------------------------------------------*         00008300
      *    LOTES QUE O PLANTAO ESPERA VER TODA NOITE; LOTE              00008400
            EXEC SQL                                                    00019400
               DECLARE CSRMON CURSOR FOR                                00019500
                  SELECT PROGRAMA, EVENTO, SITUACAO, LIDOS,             00019600
                         GRAVADOS, REJEITADOS,                          00019628
                         DAYOFWEEK(DATA_HORA),                          00019656
                         ( DAYS(CURRENT TIMESTAMP)                      00019684
                         - DAYS(DATA_HORA) ) * 86400                    00019712
                         + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)          00019740
                         - MIDNIGHT_SECONDS(DATA_HORA)                  00019768
                    FROM FOUR001.JOB_LOG                                00019800
                   WHERE DATE(DATA_HORA) = CURRENT DATE                 00019900
                   ORDER BY DATA_HORA                                   00020000
            EXEC SQL                                                    00022700
               FETCH CSRMON                                             00022800
                INTO :DB2-PROGRAMA, :DB2-EVENTO, :DB2-SITUACAO,         00022900
                     :DB2-LIDOS, :DB2-GRAVADOS, :DB2-REJEITADOS,        00022966
                     :DB2-DIA-SEMANA, :DB2-DECORRIDO                    00023032
            END-EXEC.                                                   00023100
                                                                        00023200
            IF SQLCODE EQUAL 100                                        00023300
            MOVE DB2-LIDOS     TO WRK-TAB-LOT-LIDOS  (WRK-IDX).         00028000
            MOVE DB2-GRAVADOS  TO WRK-TAB-LOT-GRAV   (WRK-IDX).         00028100
            MOVE DB2-REJEITADOS TO WRK-TAB-LOT-REJ   (WRK-IDX).         00028200
            MOVE DB2-DIA-SEMANA TO WRK-TAB-LOT-DIA   (WRK-IDX).         00028233
            MOVE DB2-DECORRIDO TO WRK-TAB-LOT-DECOR  (WRK-IDX).         00028266
                                                                        00028300
      *-------------------------------------------------------*         00028400
       2250-999-FIM.                              EXIT.                 00028500
            MOVE SPACES TO DET1O DET2O DET3O DET4O DET5O DET6O          00029600
                           DET7O DET8O DET9O DET10O DET11O DET12O.      00029700
            MOVE ZEROS  TO WRK-IDX-LIN.                                 00029800
            MOVE ZEROS  TO WRK-QTD-ATRASADOS.                           00029850
                                                                        00029900
            MOVE 1 TO WRK-IDX.                                          00030000
            PERFORM 2320-LINHA-PROBLEMA                                 00030100
            IF WRK-IDX-LIN EQUAL ZEROS                                  00033100
               MOVE ' NENHUM LOTE REGISTRADO HOJE ' TO MSGO             00033200
            ELSE                                                        00033300
               IF WRK-QTD-ATRASADOS GREATER ZEROS                       00033333
                  MOVE ' HA LOTE ATRASADO - VER A LISTA ' TO MSGO       00033366
               ELSE                                                     00033399
                  MOVE ' TELA ATUALIZADA ' TO MSGO                      00033432
               END-IF                                                   00033465
            END-IF.                                                     00033500
                                                                        00033600
      *-------------------------------------------------------*         00033700
            ELSE                                                        00035500
               IF WRK-TAB-LOT-EVENTO (WRK-IDX) EQUAL 'I'                00035600
                  MOVE 'EM ABERTO' TO WRK-LIN-ALERTA                    00035700
                  PERFORM 2420-CONFERIR-ATRASO                          00035750
               END-IF                                                   00035800
            END-IF.                                                     00035900
                                                                        00036000
                                                                        00036200
      *-------------------------------------------------------*         00036300
       2400-999-FIM.                              EXIT.                 00036400
      *-------------------------------------------------------*         00036402
                                                                        00036404
      *---------------------------------------------------------------  00036406
      *    2420-CONFERIR-ATRASO                                         00036408
      *    LOTE AINDA RODANDO: O TEMPO DECORRIDO DESDE O EVENTO I       00036410
      *    CONTRA A DURACAO MAXIMA NORMAL DA JOB_BASE. SEM BASE         00036412
      *    (OU BASE CURTA) CONTINUA SO EM ABERTO.                       00036414
      *---------------------------------------------------------------  00036416
       2420-CONFERIR-ATRASO                       SECTION.              00036418
                                                                        00036420
            MOVE WRK-TAB-LOT-PROG (WRK-IDX) TO DB2-PROGRAMA.            00036422
            MOVE WRK-TAB-LOT-DIA  (WRK-IDX) TO DB2-DIA-SEMANA.          00036424
                                                                        00036426
            EXEC SQL                                                    00036428
               SELECT DURACAO_MAX                                       00036430
                 INTO :DB2-BAS-DUR-MAX                                  00036432
                 FROM FOUR001.JOB_BASE                                  00036434
                WHERE PROGRAMA   = :DB2-PROGRAMA                        00036436
                  AND DIA_SEMANA = :DB2-DIA-SEMANA                      00036438
                  AND QTD_EXEC  >= 3                                    00036440
            END-EXEC.                                                   00036442
                                                                        00036444
            IF SQLCODE EQUAL ZEROS                                      00036446
               IF WRK-TAB-LOT-DECOR (WRK-IDX) GREATER DB2-BAS-DUR-MAX   00036448
                  COMPUTE WRK-ATRASO-MIN =                              00036450
                        ( WRK-TAB-LOT-DECOR (WRK-IDX)                   00036452
                        - DB2-BAS-DUR-MAX ) / 60                        00036454
                  MOVE SPACES TO WRK-LIN-ALERTA                         00036456
                  STRING 'ATRASADO +' WRK-ATRASO-MIN 'MIN'              00036458
                         DELIMITED BY SIZE INTO WRK-LIN-ALERTA          00036460
                  ADD 1 TO WRK-QTD-ATRASADOS                            00036462
               END-IF                                                   00036464
            END-IF.                                                     00036466
                                                                        00036468
      *-------------------------------------------------------*         00036470
       2420-999-FIM.                              EXIT.                 00036472
      *-------------------------------------------------------*         00036500
                                                                        00036600
      *-------------------------------------------------------*         00036700
