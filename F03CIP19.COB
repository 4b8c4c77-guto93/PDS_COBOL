      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID. F03CIP19.                                            00000500
                                                                        00000600
      *=======================================================*         00000700
      *             T  R  E  I  N  A  M  E  N  T  O                     00000800
      *=======================================================*         00000900
      *     PROGRAMA......: F03CIP19                                    00001000
      *     TIPO..........: SERVICO DE ACESSO A DADOS                   00001100
      *-------------------------------------------------------*         00001200
      *    PROGRAMADOR(A): AUGUSTO MARTINS  - TREINAMENTO               00001300
      *    ANALISTA......: IVAN PETRUCCI    - TREINAMENTO               00001400
      *    DATA..........: 11/12/2023                                   00001500
      *-------------------------------------------------------*         00001600
      *-------------------------------------------------------*         00001700
      *    OBJETIVO..: LIBERACAO DAS REMESSAS DE PAGAMENTO              00001800
      *                REGISTRADAS PELO FR03CB56 NO KSDS REMCTL         00001900
      *                (CHAVE = ARQUIVO + DATA + HORA DA                00002000
      *                GERACAO): F6 CONSULTA (SEM DATA = ULTIMA         00002100
      *                GERACAO DO ARQUIVO), F7 LISTA A PARTIR DA        00002200
      *                CHAVE, F5 APROVA E F9 CANCELA.                   00002300
      *                APROVACAO SO PARA PERFIL ADMIN DA                00002400
      *                FOUR001.USUARIOS, E SO COM A QTDE E A            00002500
      *                SOMA (EM CENTAVOS) DO TRAILER DIGITADAS          00002600
      *                A PARTIR DO RELATORIO DO LOTE - A TELA           00002700
      *                NAO MOSTRA OS TOTAIS. A SEGUNDA APROVACAO        00002800
      *                TEM DE SER DE OUTRO USUARIO; COM AS DUAS         00002900
      *                A GERACAO FICA APROVADA E O FR03CB56 'L'         00003000
      *                PODE MANDA-LA AO BANCO. RECUSA DE PERFIL         00003100
      *                VAI PARA FOUR001.ACESSO_LOG; TODA                00003200
      *                APROVACAO, TENTATIVA RECUSADA E                  00003300
      *                CANCELAMENTO GRAVA TRILHA EM REMAUD.             00003400
      *-------------------------------------------------------*         00003500
      *=======================================================*         00003600
       ENVIRONMENT                                DIVISION.             00003700
      *=======================================================*         00003800
       CONFIGURATION                              SECTION.              00003900
      *-------------------------------------------------------*         00004000
                                                                        00004100
           SPECIAL-NAMES.                                               00004200
               DECIMAL-POINT IS COMMA.                                  00004300
                                                                        00004400
      *=======================================================*         00004500
       DATA                                       DIVISION.             00004600
                                                                        00004700
      *-------------------------------------------------------*         00004800
       WORKING-STORAGE                            SECTION.              00004900
      *-------------------------------------------------------*         00005000
                                                                        00005100
      *-------------------------------------------------------*         00005200
       01 FILLER                          PIC X(050)   VALUE            00005300
                 '*******AREA DA  BOOK   ******'.                       00005400
      *-------------------------------------------------------*         00005500
                                                                        00005600
            COPY F03CIME.                                               00005700
                                                                        00005800
      *-------------------------------------------------------*         00005900
       01 FILLER                          PIC X(050)   VALUE            00006000
                 '*******AREA DB2  ********'.                           00006100
      *-------------------------------------------------------*         00006200
                                                                        00006300
           EXEC SQL                                                     00006400
             INCLUDE SQLCA                                              00006500
           END-EXEC.                                                    00006600
                                                                        00006700
      *-------------------------------------------------------*         00006800
       01 FILLER                          PIC X(050)   VALUE            00006900
                '*******AREA DE AUXILIARES********'.                    00007000
      *-------------------------------------------------------*         00007100
                                                                        00007200
       01 WRK-REG-REMCTL.                                               00007300
          05 WRK-RCT-CHAVE.                                             00007400
             10 WRK-RCT-ARQUIVO    PIC X(08).                           00007500
             10 WRK-RCT-DATA-GER   PIC X(08).                           00007600
             10 WRK-RCT-HORA-GER   PIC X(06).                           00007700
          05 WRK-RCT-SITUACAO      PIC X(01).                           00007800
             88 WRK-RCT-PENDENTE          VALUE 'P'.                    00007900
             88 WRK-RCT-UMA-APROVACAO     VALUE '1'.                    00008000
             88 WRK-RCT-APROVADA          VALUE 'A'.                    00008100
             88 WRK-RCT-TRANSMITIDA       VALUE 'T'.                    00008200
             88 WRK-RCT-CANCELADA         VALUE 'C'.                    00008300
             88 WRK-RCT-SUBSTITUIDA       VALUE 'S'.                    00008400
             88 WRK-RCT-RECUSADA          VALUE 'X'.                    00008500
          05 WRK-RCT-DATA-REMESSA  PIC X(08).                           00008600
          05 WRK-RCT-QTDE          PIC 9(07).                           00008700
          05 WRK-RCT-SOMA          PIC 9(13)V99.                        00008800
          05 WRK-RCT-REGISTROS     PIC 9(07).                           00008900
          05 WRK-RCT-ASSINATURA    PIC 9(12).                           00009000
          05 WRK-RCT-APR1-USUARIO  PIC X(08).                           00009100
          05 WRK-RCT-APR1-DATA     PIC X(08).                           00009200
          05 WRK-RCT-APR1-HORA     PIC X(06).                           00009300
          05 WRK-RCT-APR2-USUARIO  PIC X(08).                           00009400
          05 WRK-RCT-APR2-DATA     PIC X(08).                           00009500
          05 WRK-RCT-APR2-HORA     PIC X(06).                           00009600
          05 WRK-RCT-DATA-SAIDA    PIC X(08).                           00009700
          05 WRK-RCT-HORA-SAIDA    PIC X(06).                           00009800
          05 FILLER                PIC X(20).                           00009900
                                                                        00010000
       01 WRK-CHAVE-REMCTL.                                             00010100
          05 WRK-CHR-ARQUIVO       PIC X(08).                           00010200
          05 WRK-CHR-DATA-GER      PIC X(08).                           00010300
          05 WRK-CHR-HORA-GER      PIC X(06).                           00010400
                                                                        00010500
       01 WRK-REG-REMAUD.                                               00010600
          05 WRK-AUD-CHAVE.                                             00010700
             10 WRK-AUD-DATA       PIC X(08).                           00010800
             10 WRK-AUD-HORA       PIC X(06).                           00010900
             10 WRK-AUD-ARQUIVO    PIC X(08).                           00011000
             10 WRK-AUD-DATA-GER   PIC X(08).                           00011100
             10 WRK-AUD-HORA-GER   PIC X(06).                           00011200
             10 WRK-AUD-ACAO       PIC X(01).                           00011300
             10 WRK-AUD-TAREFA     PIC 9(07).                           00011350
          05 WRK-AUD-USUARIO       PIC X(08).                           00011400
          05 WRK-AUD-SIT-ANT       PIC X(01).                           00011500
          05 WRK-AUD-SIT-NOVA      PIC X(01).                           00011600
          05 WRK-AUD-QTDE          PIC 9(07).                           00011700
          05 WRK-AUD-SOMA          PIC 9(13)V99.                        00011800
          05 WRK-AUD-MOTIVO        PIC X(30).                           00011900
          05 FILLER                PIC X(01).                           00012000
                                                                        00012100
       01 WRK-LINHA-DET.                                                00012200
          05 WRK-DET-ARQUIVO       PIC X(08).                           00012300
          05 FILLER                PIC X(01) VALUE SPACES.              00012400
          05 WRK-DET-DATA-GER      PIC X(08).                           00012500
          05 FILLER                PIC X(01) VALUE SPACES.              00012600
          05 WRK-DET-HORA-GER      PIC X(06).                           00012700
          05 FILLER                PIC X(01) VALUE SPACES.              00012800
          05 WRK-DET-SITUACAO      PIC X(01).                           00012900
          05 FILLER                PIC X(01) VALUE SPACES.              00013000
          05 WRK-DET-DATA-REMESSA  PIC X(08).                           00013100
          05 FILLER                PIC X(01) VALUE SPACES.              00013200
          05 WRK-DET-APR1          PIC X(08).                           00013300
          05 FILLER                PIC X(01) VALUE SPACES.              00013400
          05 WRK-DET-APR2          PIC X(08).                           00013500
                                                                        00013600
       01 WRK-LINHA-APROV.                                              00013700
          05 WRK-APV-USUARIO       PIC X(08).                           00013800
          05 FILLER                PIC X(01) VALUE SPACES.              00013900
          05 WRK-APV-DATA          PIC X(08).                           00014000
          05 FILLER                PIC X(01) VALUE SPACES.              00014100
          05 WRK-APV-HORA          PIC X(06).                           00014200
                                                                        00014300
       01 WRK-SOMA-DIGITADA        PIC 9(15)    VALUE ZEROS.            00014400
       01 WRK-SOMA-VALOR REDEFINES WRK-SOMA-DIGITADA                    00014500
                                   PIC 9(13)V99.                        00014600
       77 WRK-QTDE-DIGITADA        PIC 9(07)    VALUE ZEROS.            00014700
       01 WRK-CHAVE-ULTIMA         PIC X(22)    VALUE SPACES.           00014800
                                                                        00014900
       77 WRK-USUARIO        PIC X(08) VALUE SPACES.                    00015000
       77 DB2-PERFIL         PIC X(01) VALUE SPACES.                    00015100
          88 WRK-PERFIL-CONSULTA        VALUE 'C'.                      00015200
          88 WRK-PERFIL-MANUTENCAO      VALUE 'M'.                      00015300
          88 WRK-PERFIL-ADMIN           VALUE 'A'.                      00015400
       77 WRK-ACESSO         PIC X(01) VALUE 'S'.                       00015500
          88 WRK-ACESSO-LIBERADO        VALUE 'S'.                      00015600
          88 WRK-ACESSO-NEGADO          VALUE 'N'.                      00015700
                                                                        00015800
       77 WRK-RESP           PIC S9(08) COMP VALUE ZEROS.               00015900
       77 WRK-SAIDA          PIC X(30)  VALUE SPACES.                   00016000
       77 WRK-IDX            PIC 9(02) VALUE ZEROS.                     00016100
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.                    00016200
       77 WRK-HORA-AGORA     PIC X(06) VALUE SPACES.                    00016300
       77 WRK-ABSTIME        PIC S9(15) COMP-3 VALUE ZEROS.             00016400
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.                       00016500
       77 WRK-SIT-ANTERIOR   PIC X(01) VALUE SPACES.                    00016600
       77 WRK-TRILHA-OK      PIC X(01) VALUE 'N'.                       00016650
                                                                        00016700
      *=======================================================*         00016800
       PROCEDURE                                  DIVISION.             00016900
      *=======================================================*         00017000
                                                                        00017100
      *-------------------------------------------------------*         00017200
                                                                        00017300
      *         R O T I N A  P R I N C I P A L *                        00017400
                                                                        00017500
      *-------------------------------------------------------*         00017600
                                                                        00017700
      *-------------------------------------------------------*         00017800
       0000-PRINCIPAL                              SECTION.             00017900
      *-------------------------------------------------------*         00018000
                                                                        00018100
                  PERFORM 1000-INICIAR-CICS                             00018200
                  PERFORM 2000-PROCESSAR                                00018300
                  PERFORM 3000-FINALIZAR-CICS.                          00018400
                                                                        00018500
      *-------------------------------------------------------*         00018600
       0000-999-FIM.                               EXIT.                00018700
      *-------------------------------------------------------*         00018800
                                                                        00018900
      *-------------------------------------------------------*         00019000
       1000-INICIAR-CICS                          SECTION.              00019100
      *-------------------------------------------------------*         00019200
                                                                        00019300
            EXEC CICS SEND                                              00019400
              MAPSET('F03CIME')                                         00019500
              MAP('MAPREM')                                             00019600
              ERASE                                                     00019700
              MAPONLY                                                   00019800
            END-EXEC.                                                   00019900
                                                                        00020000
      *-------------------------------------------------------*         00020100
       1000-999-FIM.                              EXIT.                 00020200
      *-------------------------------------------------------*         00020300
                                                                        00020400
      *-------------------------------------------------------*         00020500
       2000-PROCESSAR                             SECTION.              00020600
      *-------------------------------------------------------*         00020700
                                                                        00020800
            EXEC CICS RECEIVE                                           00020900
              MAPSET('F03CIME')                                         00021000
              MAP('MAPREM')                                             00021100
              INTO(MAPREMI)                                             00021200
            END-EXEC.                                                   00021300
                                                                        00021400
            PERFORM 2040-OBTER-DATA-HORA.                               00021500
            PERFORM 2050-CONFERIR-PERFIL.                               00021600
                                                                        00021700
            IF EIBAID = '6'                                             00021800
               PERFORM 2100-CONSULTAR-REMESSA                           00021900
            END-IF.                                                     00022000
                                                                        00022100
            IF EIBAID = '7'                                             00022200
               PERFORM 2200-LISTAR-REMESSAS                             00022300
            END-IF.                                                     00022400
                                                                        00022500
            IF EIBAID = '5' AND WRK-ACESSO-LIBERADO                     00022600
               PERFORM 2300-APROVAR-REMESSA                             00022700
            END-IF.                                                     00022800
                                                                        00022900
            IF EIBAID = '9' AND WRK-ACESSO-LIBERADO                     00023000
               PERFORM 2500-CANCELAR-REMESSA                            00023100
            END-IF.                                                     00023200
                                                                        00023300
            IF EIBAID = '3'                                             00023400
               EXEC CICS                                                00023500
                 RETURN                                                 00023600
               END-EXEC                                                 00023700
            END-IF.                                                     00023800
                                                                        00023900
            EXEC CICS SEND                                              00024000
              MAPSET('F03CIME')                                         00024100
              MAP('MAPREM')                                             00024200
              DATAONLY                                                  00024300
            END-EXEC.                                                   00024400
                                                                        00024500
      *-------------------------------------------------------*         00024600
       2000-999-FIM.                              EXIT.                 00024700
      *-------------------------------------------------------*         00024800
                                                                        00024900
      *-------------------------------------------------------*         00025000
       2040-OBTER-DATA-HORA                       SECTION.              00025100
      *-------------------------------------------------------*         00025200
                                                                        00025300
            EXEC CICS ASKTIME                                           00025400
               ABSTIME(WRK-ABSTIME)                                     00025500
            END-EXEC.                                                   00025600
            EXEC CICS FORMATTIME                                        00025700
               ABSTIME(WRK-ABSTIME)                                     00025800
               YYYYMMDD(WRK-DATA-HOJE)                                  00025900
               TIME(WRK-HORA-AGORA)                                     00026000
            END-EXEC.                                                   00026100
                                                                        00026200
      *-------------------------------------------------------*         00026300
       2040-999-FIM.                              EXIT.                 00026400
      *-------------------------------------------------------*         00026500
                                                                        00026600
      *---------------------------------------------------------------  00026700
      *    2050-CONFERIR-PERFIL                                         00026800
      *    APROVAR (F5) E CANCELAR (F9) SO COM PERFIL ADMIN;            00026900
      *    CONSULTA E LISTA PARA TODOS.                                 00027000
      *---------------------------------------------------------------  00027100
       2050-CONFERIR-PERFIL                       SECTION.              00027200
                                                                        00027300
            SET WRK-ACESSO-LIBERADO TO TRUE.                            00027400
            EXEC CICS ASSIGN                                            00027500
               USERID(WRK-USUARIO)                                      00027600
            END-EXEC.                                                   00027700
                                                                        00027800
            EXEC SQL                                                    00027900
               SELECT PERFIL                                            00028000
                INTO :DB2-PERFIL                                        00028100
                FROM FOUR001.USUARIOS                                   00028200
               WHERE USUARIO = :WRK-USUARIO                             00028300
            END-EXEC.                                                   00028400
            IF SQLCODE NOT EQUAL ZEROS                                  00028500
               MOVE 'C' TO DB2-PERFIL                                   00028600
            END-IF.                                                     00028700
                                                                        00028800
            EVALUATE EIBAID                                             00028900
              WHEN '5'                                                  00029000
              WHEN '9'                                                  00029100
                 IF NOT WRK-PERFIL-ADMIN                                00029200
                    SET WRK-ACESSO-NEGADO TO TRUE                       00029300
                 END-IF                                                 00029400
            END-EVALUATE.                                               00029500
                                                                        00029600
            IF WRK-ACESSO-NEGADO                                        00029700
               MOVE 'ACESSO NEGADO PARA O SEU PERFIL' TO MSGO           00029800
               PERFORM 2060-REGISTRAR-RECUSA                            00029900
            END-IF.                                                     00030000
                                                                        00030100
      *-------------------------------------------------------*         00030200
       2050-999-FIM.                              EXIT.                 00030300
      *-------------------------------------------------------*         00030400
                                                                        00030500
       2060-REGISTRAR-RECUSA                      SECTION.              00030600
                                                                        00030700
            EXEC SQL                                                    00030800
               INSERT INTO FOUR001.ACESSO_LOG                           00030900
                    (USUARIO, PROGRAMA, TECLA, DATA_HORA)               00031000
               VALUES(:WRK-USUARIO, 'F03CIP19', :EIBAID,                00031100
                      CURRENT TIMESTAMP)                                00031200
            END-EXEC.                                                   00031300
            EXEC SQL                                                    00031400
               COMMIT                                                   00031500
            END-EXEC.                                                   00031600
                                                                        00031700
      *-------------------------------------------------------*         00031800
       2060-999-FIM.                              EXIT.                 00031900
      *-------------------------------------------------------*         00032000
                                                                        00032100
      *---------------------------------------------------------------  00032200
      *    2100-CONSULTAR-REMESSA                                       00032300
      *    COM DATA E HORA DA GERACAO LE DIRETO PELA CHAVE; SO          00032400
      *    COM O ARQUIVO MOSTRA A ULTIMA GERACAO DELE.                  00032500
      *---------------------------------------------------------------  00032600
       2100-CONSULTAR-REMESSA                     SECTION.              00032700
                                                                        00032800
            IF ARQI EQUAL SPACES                                        00032900
               MOVE ' INFORME O ARQUIVO ' TO MSGO                       00033000
            ELSE                                                        00033012
               IF DTGERI EQUAL SPACES                                   00033024
                  PERFORM 2110-PROCURAR-ULTIMA                          00033036
                  IF WRK-ACHOU EQUAL 'S'                                00033048
                     PERFORM 2130-MOSTRAR-GERACAO                       00033060
                  ELSE                                                  00033072
                     PERFORM 2160-LIMPAR-TELA                           00033084
                     MOVE ' NENHUMA GERACAO DESTE ARQUIVO ' TO MSGO     00033096
                  END-IF                                                00033108
               ELSE                                                     00033120
                  MOVE ARQI   TO WRK-CHR-ARQUIVO                        00033132
                  MOVE DTGERI TO WRK-CHR-DATA-GER                       00033144
                  MOVE HRGERI TO WRK-CHR-HORA-GER                       00033156
                  PERFORM 2130-MOSTRAR-GERACAO                          00033168
               END-IF                                                   00033180
            END-IF.                                                     00033200
                                                                        00033300
      *-------------------------------------------------------*         00033462
       2100-999-FIM.                              EXIT.                 00033624
      *-------------------------------------------------------*         00033786
                                                                        00033948
      *-------------------------------------------------------*         00034110
       2130-MOSTRAR-GERACAO                       SECTION.              00034272
      *-------------------------------------------------------*         00034434
                                                                        00034600
            EXEC CICS READ                                              00034700
               FILE('REMCTL')                                           00034800
               INTO(WRK-REG-REMCTL)                                     00034900
               RIDFLD(WRK-CHAVE-REMCTL)                                 00035000
               RESP(WRK-RESP)                                           00035100
            END-EXEC.                                                   00035200
                                                                        00035300
            EVALUATE WRK-RESP                                           00035400
              WHEN DFHRESP(NORMAL)                                      00035500
                 PERFORM 2150-MOVER-REG-PARA-TELA                       00035600
                 MOVE ' GERACAO ENCONTRADA ' TO MSGO                    00035700
              WHEN DFHRESP(NOTFND)                                      00035800
                 PERFORM 2160-LIMPAR-TELA                               00035900
                 MOVE ' GERACAO NAO REGISTRADA ' TO MSGO                00036000
              WHEN OTHER                                                00036100
                 MOVE ' ERRO AO LER O REMCTL ' TO MSGO                  00036200
            END-EVALUATE.                                               00036300
                                                                        00036400
      *-------------------------------------------------------*         00036500
       2130-999-FIM.                              EXIT.                 00036600
      *-------------------------------------------------------*         00036700
                                                                        00036800
      *-------------------------------------------------------*         00036900
       2110-PROCURAR-ULTIMA                       SECTION.              00037000
      *-------------------------------------------------------*         00037100
                                                                        00037200
            MOVE 'N'        TO WRK-ACHOU.                               00037300
            MOVE ARQI       TO WRK-CHR-ARQUIVO.                         00037400
            MOVE LOW-VALUES TO WRK-CHR-DATA-GER WRK-CHR-HORA-GER.       00037500
                                                                        00037600
            EXEC CICS STARTBR                                           00037700
               FILE('REMCTL')                                           00037800
               RIDFLD(WRK-CHAVE-REMCTL)                                 00037900
               GTEQ                                                     00038000
               RESP(WRK-RESP)                                           00038100
            END-EXEC.                                                   00038200
                                                                        00038300
            IF WRK-RESP = DFHRESP(NORMAL)                               00038400
               PERFORM 2120-LER-GERACAO                                 00038500
                  UNTIL WRK-RESP NOT = DFHRESP(NORMAL)                  00038600
               EXEC CICS ENDBR                                          00038700
                  FILE('REMCTL')                                        00038800
               END-EXEC                                                 00038900
            END-IF.                                                     00039000
                                                                        00039100
            IF WRK-ACHOU EQUAL 'S'                                      00039200
               MOVE WRK-CHAVE-ULTIMA TO WRK-CHAVE-REMCTL                00039300
            END-IF.                                                     00039400
                                                                        00039500
      *-------------------------------------------------------*         00039600
       2110-999-FIM.                              EXIT.                 00039700
      *-------------------------------------------------------*         00039800
                                                                        00039900
      *-------------------------------------------------------*         00040000
       2120-LER-GERACAO                           SECTION.              00040100
      *-------------------------------------------------------*         00040200
                                                                        00040300
            EXEC CICS READNEXT                                          00040400
               FILE('REMCTL')                                           00040500
               INTO(WRK-REG-REMCTL)                                     00040600
               RIDFLD(WRK-CHAVE-REMCTL)                                 00040700
               RESP(WRK-RESP)                                           00040800
            END-EXEC.                                                   00040900
                                                                        00041000
            IF WRK-RESP = DFHRESP(NORMAL)                               00041100
               IF WRK-RCT-ARQUIVO EQUAL ARQI                            00041200
                  MOVE 'S'           TO WRK-ACHOU                       00041300
                  MOVE WRK-RCT-CHAVE TO WRK-CHAVE-ULTIMA                00041400
               ELSE                                                     00041500
                  MOVE DFHRESP(ENDFILE) TO WRK-RESP                     00041600
               END-IF                                                   00041700
            END-IF.                                                     00041800
                                                                        00041900
      *-------------------------------------------------------*         00042000
       2120-999-FIM.                              EXIT.                 00042100
      *-------------------------------------------------------*         00042200
                                                                        00042300
      *-------------------------------------------------------*         00042400
       2150-MOVER-REG-PARA-TELA                   SECTION.              00042500
      *-------------------------------------------------------*         00042600
                                                                        00042700
            MOVE WRK-RCT-ARQUIVO      TO ARQO.                          00042800
            MOVE WRK-RCT-DATA-GER     TO DTGERO.                        00042900
            MOVE WRK-RCT-HORA-GER     TO HRGERO.                        00043000
            MOVE WRK-RCT-DATA-REMESSA TO DTREMO.                        00043100
                                                                        00043200
            EVALUATE TRUE                                               00043300
              WHEN WRK-RCT-PENDENTE                                     00043400
                 MOVE 'P - AGUARDA DUAS APROVACOES'  TO SITO            00043500
              WHEN WRK-RCT-UMA-APROVACAO                                00043600
                 MOVE '1 - AGUARDA 2A APROVACAO'     TO SITO            00043700
              WHEN WRK-RCT-APROVADA                                     00043800
                 MOVE 'A - APROVADA, AGUARDA ENVIO'  TO SITO            00043900
              WHEN WRK-RCT-TRANSMITIDA                                  00044000
                 MOVE 'T - ENVIADA AO BANCO'         TO SITO            00044100
              WHEN WRK-RCT-CANCELADA                                    00044200
                 MOVE 'C - CANCELADA'                TO SITO            00044300
              WHEN WRK-RCT-SUBSTITUIDA                                  00044400
                 MOVE 'S - SUBSTITUIDA POR OUTRA'    TO SITO            00044500
              WHEN WRK-RCT-RECUSADA                                     00044600
                 MOVE 'X - RECUSADA NO ENVIO'        TO SITO            00044700
              WHEN OTHER                                                00044800
                 MOVE WRK-RCT-SITUACAO               TO SITO            00044900
            END-EVALUATE.                                               00045000
                                                                        00045100
            MOVE WRK-RCT-APR1-USUARIO TO WRK-APV-USUARIO.               00045200
            MOVE WRK-RCT-APR1-DATA    TO WRK-APV-DATA.                  00045300
            MOVE WRK-RCT-APR1-HORA    TO WRK-APV-HORA.                  00045400
            MOVE WRK-LINHA-APROV      TO APR1O.                         00045500
            MOVE WRK-RCT-APR2-USUARIO TO WRK-APV-USUARIO.               00045600
            MOVE WRK-RCT-APR2-DATA    TO WRK-APV-DATA.                  00045700
            MOVE WRK-RCT-APR2-HORA    TO WRK-APV-HORA.                  00045800
            MOVE WRK-LINHA-APROV      TO APR2O.                         00045900
                                                                        00046000
      *-------------------------------------------------------*         00046100
       2150-999-FIM.                              EXIT.                 00046200
      *-------------------------------------------------------*         00046300
                                                                        00046400
      *-------------------------------------------------------*         00046500
       2160-LIMPAR-TELA                           SECTION.              00046600
      *-------------------------------------------------------*         00046700
                                                                        00046800
            MOVE SPACES TO SITO DTREMO APR1O APR2O.                     00046900
                                                                        00047000
      *-------------------------------------------------------*         00047100
       2160-999-FIM.                              EXIT.                 00047200
      *-------------------------------------------------------*         00047300
                                                                        00047400
      *---------------------------------------------------------------  00047500
      *    2200-LISTAR-REMESSAS                                         00047600
      *    BROWSE A PARTIR DO ARQUIVO E GERACAO DIGITADOS (OU DO        00047700
      *    INICIO, SE EM BRANCO) E ENCHE AS 8 LINHAS DA TELA.           00047800
      *---------------------------------------------------------------  00047900
       2200-LISTAR-REMESSAS                       SECTION.              00048000
                                                                        00048100
            MOVE SPACES TO DET1O DET2O DET3O DET4O                      00048200
                           DET5O DET6O DET7O DET8O.                     00048300
                                                                        00048400
            IF ARQI EQUAL SPACES                                        00048500
               MOVE LOW-VALUES TO WRK-CHAVE-REMCTL                      00048600
            ELSE                                                        00048700
               MOVE ARQI   TO WRK-CHR-ARQUIVO                           00048800
               MOVE DTGERI TO WRK-CHR-DATA-GER                          00048900
               MOVE HRGERI TO WRK-CHR-HORA-GER                          00049000
            END-IF.                                                     00049100
            MOVE ZEROS TO WRK-IDX.                                      00049200
                                                                        00049300
            EXEC CICS STARTBR                                           00049400
               FILE('REMCTL')                                           00049500
               RIDFLD(WRK-CHAVE-REMCTL)                                 00049600
               GTEQ                                                     00049700
               RESP(WRK-RESP)                                           00049800
            END-EXEC.                                                   00049900
                                                                        00050000
            IF WRK-RESP = DFHRESP(NORMAL)                               00050100
               PERFORM 2250-LER-REMESSA                                 00050200
                  UNTIL WRK-RESP NOT = DFHRESP(NORMAL)                  00050300
                     OR WRK-IDX NOT LESS THAN 8                         00050400
               EXEC CICS ENDBR                                          00050500
                  FILE('REMCTL')                                        00050600
               END-EXEC                                                 00050700
               MOVE ' LISTA ATUALIZADA ' TO MSGO                        00050800
            ELSE                                                        00050900
               MOVE ' NENHUMA REMESSA REGISTRADA ' TO MSGO              00051000
            END-IF.                                                     00051100
                                                                        00051200
      *-------------------------------------------------------*         00051300
       2200-999-FIM.                              EXIT.                 00051400
      *-------------------------------------------------------*         00051500
                                                                        00051600
      *-------------------------------------------------------*         00051700
       2250-LER-REMESSA                           SECTION.              00051800
      *-------------------------------------------------------*         00051900
                                                                        00052000
            EXEC CICS READNEXT                                          00052100
               FILE('REMCTL')                                           00052200
               INTO(WRK-REG-REMCTL)                                     00052300
               RIDFLD(WRK-CHAVE-REMCTL)                                 00052400
               RESP(WRK-RESP)                                           00052500
            END-EXEC.                                                   00052600
                                                                        00052700
            IF WRK-RESP = DFHRESP(NORMAL)                               00052800
               ADD 1 TO WRK-IDX                                         00052900
               MOVE WRK-RCT-ARQUIVO      TO WRK-DET-ARQUIVO             00053000
               MOVE WRK-RCT-DATA-GER     TO WRK-DET-DATA-GER            00053100
               MOVE WRK-RCT-HORA-GER     TO WRK-DET-HORA-GER            00053200
               MOVE WRK-RCT-SITUACAO     TO WRK-DET-SITUACAO            00053300
               MOVE WRK-RCT-DATA-REMESSA TO WRK-DET-DATA-REMESSA        00053400
               MOVE WRK-RCT-APR1-USUARIO TO WRK-DET-APR1                00053500
               MOVE WRK-RCT-APR2-USUARIO TO WRK-DET-APR2                00053600
               EVALUATE WRK-IDX                                         00053700
                 WHEN 1 MOVE WRK-LINHA-DET TO DET1O                     00053800
                 WHEN 2 MOVE WRK-LINHA-DET TO DET2O                     00053900
                 WHEN 3 MOVE WRK-LINHA-DET TO DET3O                     00054000
                 WHEN 4 MOVE WRK-LINHA-DET TO DET4O                     00054100
                 WHEN 5 MOVE WRK-LINHA-DET TO DET5O                     00054200
                 WHEN 6 MOVE WRK-LINHA-DET TO DET6O                     00054300
                 WHEN 7 MOVE WRK-LINHA-DET TO DET7O                     00054400
                 WHEN 8 MOVE WRK-LINHA-DET TO DET8O                     00054500
               END-EVALUATE                                             00054600
            END-IF.                                                     00054700
                                                                        00054800
      *-------------------------------------------------------*         00054900
       2250-999-FIM.                              EXIT.                 00055000
      *-------------------------------------------------------*         00055100
                                                                        00055200
      *---------------------------------------------------------------  00055300
      *    2300-APROVAR-REMESSA                                         00055400
      *    CADA APROVADOR DIGITA A QTDE E A SOMA DO TRAILER QUE         00055500
      *    CONFERIU NO RELATORIO DO LOTE; ELAS TEM DE BATER COM O       00055600
      *    QUE O FR03CB56 REGISTROU. A 1A APROVACAO LEVA A              00055700
      *    GERACAO DE P PARA 1 E A 2A, DE OUTRO USUARIO, DE 1           00055800
      *    PARA A. TENTATIVA RECUSADA TAMBEM VAI PARA A TRILHA.         00055900
      *---------------------------------------------------------------  00056000
       2300-APROVAR-REMESSA                       SECTION.              00056100
                                                                        00056200
            EVALUATE TRUE                                               00056240
              WHEN ARQI EQUAL SPACES OR DTGERI EQUAL SPACES OR          00056280
                   HRGERI EQUAL SPACES                                  00056320
                 MOVE ' INFORME ARQUIVO, DATA E HORA ' TO MSGO          00056360
              WHEN QTDEI NOT NUMERIC OR SOMAI NOT NUMERIC               00056400
                 MOVE ' INFORME QTDE E SOMA DO TRAILER ' TO MSGO        00056440
              WHEN OTHER                                                00056480
                 MOVE QTDEI  TO WRK-QTDE-DIGITADA                       00056520
                 MOVE SOMAI  TO WRK-SOMA-DIGITADA                       00056560
                 MOVE ARQI   TO WRK-CHR-ARQUIVO                         00056600
                 MOVE DTGERI TO WRK-CHR-DATA-GER                        00056640
                 MOVE HRGERI TO WRK-CHR-HORA-GER                        00056680
                 PERFORM 2310-LER-PARA-APROVAR                          00056720
            END-EVALUATE.                                               00056760
                                                                        00056800
      *-------------------------------------------------------*         00056975
       2300-999-FIM.                              EXIT.                 00057150
      *-------------------------------------------------------*         00057325
                                                                        00057500
      *-------------------------------------------------------*         00057600
       2310-LER-PARA-APROVAR                      SECTION.              00057700
      *-------------------------------------------------------*         00057800
                                                                        00057900
            EXEC CICS READ                                              00058000
               FILE('REMCTL')                                           00058100
               INTO(WRK-REG-REMCTL)                                     00058200
               RIDFLD(WRK-CHAVE-REMCTL)                                 00058300
               UPDATE                                                   00058400
               RESP(WRK-RESP)                                           00058500
            END-EXEC.                                                   00058600
                                                                        00058700
            EVALUATE WRK-RESP                                           00058800
              WHEN DFHRESP(NORMAL)                                      00058900
                 MOVE WRK-RCT-SITUACAO TO WRK-SIT-ANTERIOR              00058966
                 PERFORM 2320-CONFERIR-APROVACAO                        00059032
              WHEN DFHRESP(NOTFND)                                      00059100
                 MOVE ' GERACAO NAO REGISTRADA ' TO MSGO                00059200
              WHEN OTHER                                                00059400
                 MOVE ' ERRO AO LER O REMCTL ' TO MSGO                  00059500
            END-EVALUATE.                                               00059700
                                                                        00059800
      *-------------------------------------------------------*         00059850
       2310-999-FIM.                              EXIT.                 00059900
      *-------------------------------------------------------*         00059950
                                                                        00060000
      *---------------------------------------------------------------  00060128
      *    2320-CONFERIR-APROVACAO                                      00060256
      *    GERACAO FORA DE P/1, 2A APROVACAO DO MESMO USUARIO OU        00060384
      *    TOTAIS DIVERGENTES: LIBERA O REGISTRO E RECUSA.              00060512
      *---------------------------------------------------------------  00060640
       2320-CONFERIR-APROVACAO                    SECTION.              00060768
                                                                        00060900
            EVALUATE TRUE                                               00060936
              WHEN NOT WRK-RCT-PENDENTE AND NOT WRK-RCT-UMA-APROVACAO   00060972
                 EXEC CICS UNLOCK                                       00061008
                    FILE('REMCTL')                                      00061044
                 END-EXEC                                               00061080
                 PERFORM 2150-MOVER-REG-PARA-TELA                       00061116
                 MOVE ' GERACAO NAO ESTA AGUARDANDO APROVACAO '         00061152
                      TO MSGO                                           00061188
              WHEN WRK-RCT-UMA-APROVACAO AND                            00061224
                   WRK-RCT-APR1-USUARIO EQUAL WRK-USUARIO               00061260
                 EXEC CICS UNLOCK                                       00061296
                    FILE('REMCTL')                                      00061332
                 END-EXEC                                               00061368
                 MOVE 'N' TO WRK-AUD-ACAO                               00061404
                 MOVE 'MESMO USUARIO DA 1A APROVACAO'                   00061440
                      TO WRK-AUD-MOTIVO                                 00061476
                 PERFORM 2600-GRAVAR-TRILHA                             00061512
                 MOVE ' 2A APROVACAO TEM DE SER DE OUTRO USUARIO '      00061548
                      TO MSGO                                           00061584
              WHEN WRK-QTDE-DIGITADA NOT EQUAL WRK-RCT-QTDE OR          00061620
                   WRK-SOMA-VALOR    NOT EQUAL WRK-RCT-SOMA             00061656
                 EXEC CICS UNLOCK                                       00061692
                    FILE('REMCTL')                                      00061728
                 END-EXEC                                               00061764
                 MOVE 'N' TO WRK-AUD-ACAO                               00061800
                 MOVE 'TOTAIS NAO CONFEREM' TO WRK-AUD-MOTIVO           00061836
                 PERFORM 2600-GRAVAR-TRILHA                             00061872
                 MOVE ' QTDE/SOMA NAO CONFEREM COM O TRAILER '          00061908
                      TO MSGO                                           00061944
              WHEN OTHER                                                00061980
                 PERFORM 2330-GRAVAR-APROVACAO                          00062016
            END-EVALUATE.                                               00062052
                                                                        00062100
      *-------------------------------------------------------*         00062250
       2320-999-FIM.                              EXIT.                 00062400
      *-------------------------------------------------------*         00062550
                                                                        00062700
      *-------------------------------------------------------*         00062850
       2330-GRAVAR-APROVACAO                      SECTION.              00063000
      *-------------------------------------------------------*         00063150
                                                                        00063300
            IF WRK-RCT-PENDENTE                                         00063400
               MOVE '1'            TO WRK-RCT-SITUACAO                  00063500
               MOVE WRK-USUARIO    TO WRK-RCT-APR1-USUARIO              00063600
               MOVE WRK-DATA-HOJE  TO WRK-RCT-APR1-DATA                 00063700
               MOVE WRK-HORA-AGORA TO WRK-RCT-APR1-HORA                 00063800
               MOVE '1'            TO WRK-AUD-ACAO                      00063900
               MOVE 'PRIMEIRA APROVACAO' TO WRK-AUD-MOTIVO              00064000
            ELSE                                                        00064100
               MOVE 'A'            TO WRK-RCT-SITUACAO                  00064200
               MOVE WRK-USUARIO    TO WRK-RCT-APR2-USUARIO              00064300
               MOVE WRK-DATA-HOJE  TO WRK-RCT-APR2-DATA                 00064400
               MOVE WRK-HORA-AGORA TO WRK-RCT-APR2-HORA                 00064500
               MOVE '2'            TO WRK-AUD-ACAO                      00064600
               MOVE 'SEGUNDA APROVACAO' TO WRK-AUD-MOTIVO               00064700
            END-IF.                                                     00064800
                                                                        00064900
            PERFORM 2600-GRAVAR-TRILHA.                                 00065200
                                                                        00065500
            IF WRK-TRILHA-OK EQUAL 'S'                                  00065543
               EXEC CICS REWRITE                                        00065586
                  FILE('REMCTL')                                        00065629
                  FROM(WRK-REG-REMCTL)                                  00065672
                  RESP(WRK-RESP)                                        00065715
               END-EXEC                                                 00065758
               IF WRK-RESP = DFHRESP(NORMAL)                            00065801
                  PERFORM 2150-MOVER-REG-PARA-TELA                      00065844
                  MOVE SPACES TO QTDEO SOMAO                            00065887
                  IF WRK-RCT-APROVADA                                   00065930
                     MOVE ' REMESSA APROVADA - LIBERADA P/ ENVIO '      00065973
                          TO MSGO                                       00066016
                  ELSE                                                  00066059
                     MOVE ' 1A APROVACAO REGISTRADA ' TO MSGO           00066102
                  END-IF                                                00066145
               ELSE                                                     00066200
                  EXEC CICS SYNCPOINT ROLLBACK                          00066250
                  END-EXEC                                              00066300
                  MOVE ' ERRO AO REGRAVAR NO REMCTL ' TO MSGO           00066350
               END-IF                                                   00066400
            ELSE                                                        00066500
               EXEC CICS UNLOCK                                         00066550
                  FILE('REMCTL')                                        00066600
               END-EXEC                                                 00066650
            END-IF.                                                     00066700
                                                                        00066800
      *-------------------------------------------------------*         00066900
       2330-999-FIM.                              EXIT.                 00067000
      *-------------------------------------------------------*         00067100
                                                                        00067200
      *---------------------------------------------------------------  00067300
      *    2500-CANCELAR-REMESSA                                        00067400
      *    GERACAO AINDA NAO ENVIADA (P, 1 OU A) PODE SER               00067500
      *    CANCELADA; O FR03CB56 NAO A LIBERA MAIS.                     00067600
      *---------------------------------------------------------------  00067700
       2500-CANCELAR-REMESSA                      SECTION.              00067800
                                                                        00067900
            IF ARQI EQUAL SPACES OR DTGERI EQUAL SPACES OR              00068000
               HRGERI EQUAL SPACES                                      00068100
               MOVE ' INFORME ARQUIVO, DATA E HORA ' TO MSGO            00068200
            ELSE                                                        00068233
               MOVE ARQI   TO WRK-CHR-ARQUIVO                           00068266
               MOVE DTGERI TO WRK-CHR-DATA-GER                          00068299
               MOVE HRGERI TO WRK-CHR-HORA-GER                          00068332
               PERFORM 2510-LER-PARA-CANCELAR                           00068365
            END-IF.                                                     00068400
                                                                        00068500
      *-------------------------------------------------------*         00068550
       2500-999-FIM.                              EXIT.                 00068600
      *-------------------------------------------------------*         00068650
                                                                        00068700
      *-------------------------------------------------------*         00068750
       2510-LER-PARA-CANCELAR                     SECTION.              00068800
      *-------------------------------------------------------*         00068850
                                                                        00068900
            EXEC CICS READ                                              00069000
               FILE('REMCTL')                                           00069100
               INTO(WRK-REG-REMCTL)                                     00069200
               RIDFLD(WRK-CHAVE-REMCTL)                                 00069300
               UPDATE                                                   00069400
               RESP(WRK-RESP)                                           00069500
            END-EXEC.                                                   00069600
                                                                        00069700
            EVALUATE WRK-RESP                                           00069800
              WHEN DFHRESP(NORMAL)                                      00069900
                 MOVE WRK-RCT-SITUACAO TO WRK-SIT-ANTERIOR              00069916
                 IF WRK-RCT-PENDENTE OR WRK-RCT-UMA-APROVACAO OR        00069932
                    WRK-RCT-APROVADA                                    00069948
                    PERFORM 2520-GRAVAR-CANCELAMENTO                    00069964
                 ELSE                                                   00069980
                    EXEC CICS UNLOCK                                    00069996
                       FILE('REMCTL')                                   00070012
                    END-EXEC                                            00070028
                    PERFORM 2150-MOVER-REG-PARA-TELA                    00070044
                    MOVE ' GERACAO JA ENCERRADA ' TO MSGO               00070060
                 END-IF                                                 00070076
              WHEN DFHRESP(NOTFND)                                      00070100
                 MOVE ' GERACAO NAO REGISTRADA ' TO MSGO                00070200
              WHEN OTHER                                                00070400
                 MOVE ' ERRO AO LER O REMCTL ' TO MSGO                  00070500
            END-EVALUATE.                                               00070700
                                                                        00070800
      *-------------------------------------------------------*         00070850
       2510-999-FIM.                              EXIT.                 00070900
      *-------------------------------------------------------*         00070950
                                                                        00071000
      *-------------------------------------------------------*         00071250
       2520-GRAVAR-CANCELAMENTO                   SECTION.              00071500
      *-------------------------------------------------------*         00071750
                                                                        00072000
            MOVE 'C'            TO WRK-RCT-SITUACAO.                    00072100
            MOVE WRK-DATA-HOJE  TO WRK-RCT-DATA-SAIDA.                  00072200
            MOVE WRK-HORA-AGORA TO WRK-RCT-HORA-SAIDA.                  00072300
            MOVE 'C'            TO WRK-AUD-ACAO.                        00072333
            MOVE 'CANCELADA NA T044' TO WRK-AUD-MOTIVO.                 00072366
                                                                        00072400
            PERFORM 2600-GRAVAR-TRILHA.                                 00072700
                                                                        00073000
            IF WRK-TRILHA-OK EQUAL 'S'                                  00073046
               EXEC CICS REWRITE                                        00073092
                  FILE('REMCTL')                                        00073138
                  FROM(WRK-REG-REMCTL)                                  00073184
                  RESP(WRK-RESP)                                        00073230
               END-EXEC                                                 00073276
               IF WRK-RESP = DFHRESP(NORMAL)                            00073322
                  PERFORM 2150-MOVER-REG-PARA-TELA                      00073368
                  MOVE ' REMESSA CANCELADA ' TO MSGO                    00073414
               ELSE                                                     00073460
                  EXEC CICS SYNCPOINT ROLLBACK                          00073506
                  END-EXEC                                              00073552
                  MOVE ' ERRO AO REGRAVAR NO REMCTL ' TO MSGO           00073598
               END-IF                                                   00073644
            ELSE                                                        00073700
               EXEC CICS UNLOCK                                         00073750
                  FILE('REMCTL')                                        00073800
               END-EXEC                                                 00073850
            END-IF.                                                     00073900
                                                                        00074000
      *-------------------------------------------------------*         00074100
       2520-999-FIM.                              EXIT.                 00074200
      *-------------------------------------------------------*         00074300
                                                                        00074400
      *---------------------------------------------------------------  00074500
      *    2600-GRAVAR-TRILHA                                           00074600
      *    QUEM, QUANDO, QUAL GERACAO E DE/PARA; ACAO E MOTIVO          00074700
      *    JA PREENCHIDOS POR QUEM CHAMA. GRAVADA ANTES DO REMCTL:      00074750
      *    SEM TRILHA A GERACAO NAO MUDA. A TAREFA NA CHAVE SEPARA      00074800
      *    DUAS ACOES NA MESMA GERACAO NO MESMO SEGUNDO.                00074850
      *---------------------------------------------------------------  00074900
       2600-GRAVAR-TRILHA                         SECTION.              00075000
                                                                        00075100
            MOVE WRK-DATA-HOJE    TO WRK-AUD-DATA.                      00075200
            MOVE WRK-HORA-AGORA   TO WRK-AUD-HORA.                      00075300
            MOVE WRK-RCT-ARQUIVO  TO WRK-AUD-ARQUIVO.                   00075400
            MOVE WRK-RCT-DATA-GER TO WRK-AUD-DATA-GER.                  00075500
            MOVE WRK-RCT-HORA-GER TO WRK-AUD-HORA-GER.                  00075600
            MOVE EIBTASKN         TO WRK-AUD-TAREFA.                    00075650
            MOVE WRK-USUARIO      TO WRK-AUD-USUARIO.                   00075700
            MOVE WRK-SIT-ANTERIOR TO WRK-AUD-SIT-ANT.                   00075800
            MOVE WRK-RCT-SITUACAO TO WRK-AUD-SIT-NOVA.                  00075900
            MOVE WRK-QTDE-DIGITADA TO WRK-AUD-QTDE.                     00076000
            MOVE WRK-SOMA-VALOR   TO WRK-AUD-SOMA.                      00076100
                                                                        00076200
            EXEC CICS WRITE                                             00076300
               FILE('REMAUD')                                           00076400
               FROM(WRK-REG-REMAUD)                                     00076500
               RIDFLD(WRK-AUD-CHAVE)                                    00076600
               RESP(WRK-RESP)                                           00076700
            END-EXEC.                                                   00076800
                                                                        00076900
            IF WRK-RESP = DFHRESP(NORMAL)                               00076950
               MOVE 'S' TO WRK-TRILHA-OK                                00077000
            ELSE                                                        00077050
               MOVE 'N' TO WRK-TRILHA-OK                                00077100
               MOVE ' ERRO NO REMAUD - NADA FOI GRAVADO ' TO MSGO       00077150
            END-IF.                                                     00077200
                                                                        00077300
      *-------------------------------------------------------*         00077400
       2600-999-FIM.                              EXIT.                 00077500
      *-------------------------------------------------------*         00077600
                                                                        00077700
      *-------------------------------------------------------*         00077800
       3000-FINALIZAR-CICS                        SECTION.              00077900
      *-------------------------------------------------------*         00078000
                                                                        00078100
            EXEC CICS                                                   00078200
              RETURN TRANSID('T044')                                    00078300
            END-EXEC.                                                   00078400
                                                                        00078500
             MOVE 'FINALIZAR ' TO WRK-SAIDA.                            00078600
                                                                        00078700
      *-------------------------------------------------------*         00078800
       3000-999-FIM.                               EXIT.                00078900
      *-------------------------------------------------------*         00079000
