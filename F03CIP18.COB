      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID. F03CIP18.                                            00000500
                                                                        00000600
      *=======================================================*         00000700
      *             T  R  E  I  N  A  M  E  N  T  O                     00000800
      *=======================================================*         00000900
      *     PROGRAMA......: F03CIP18                                    00001000
      *     TIPO..........: SERVICO DE ACESSO A DADOS                   00001100
      *-------------------------------------------------------*         00001200
      *    PROGRAMADOR(A): AUGUSTO MARTINS  - TREINAMENTO               00001300
      *    ANALISTA......: IVAN PETRUCCI    - TREINAMENTO               00001400
      *    DATA..........: 04/12/2023                                   00001500
      *-------------------------------------------------------*         00001600
      *-------------------------------------------------------*         00001700
      *    OBJETIVO..: MANUTENCAO ONLINE DO CADASTRO CENTRAL            00001800
      *                DE PARAMETROS (KSDS PARMSTOR, CHAVE =            00001900
      *                PROGRAMA OU GRUPO + NOME DO PARAMETRO)           00002000
      *                QUE OS LOTES LEEM PELA PARMSERV:                 00002100
      *                F6 CONSULTA PELA CHAVE, F7 LISTA A PARTIR        00002200
      *                DELA, F5 INCLUI, F8 ALTERA E F9 EXCLUI.          00002300
      *                NA ALTERACAO O VALOR QUE VALE HOJE VAI           00002400
      *                PARA O VALOR ANTERIOR E O NOVO PASSA A           00002500
      *                VALER NA DATA DE VIGOR DIGITADA (EM              00002600
      *                BRANCO = HOJE). VALOR DE TIPO N E CRITICADO      00002700
      *                PELA PROPRIA PARMSERV (FUNCAO 02).               00002800
      *                PERFIL COMO NA F03CIP7 (FOUR001.USUARIOS):       00002900
      *                CONSULTA SO OLHA, MANUTENCAO INCLUI E            00003000
      *                ALTERA, SO ADMIN EXCLUI; RECUSA VAI PARA         00003100
      *                FOUR001.ACESSO_LOG. TODA INCLUSAO,               00003200
      *                ALTERACAO E EXCLUSAO GRAVA TRILHA EM             00003300
      *                PARMAUD (QUEM, QUANDO, DE/PARA).                 00003400
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
            COPY F03CIMD.                                               00005700
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
       01 WRK-REG-PARMSTOR.                                             00007300
          05 WRK-PRM-CHAVE.                                             00007400
             10 WRK-PRM-PROGRAMA   PIC X(08).                           00007500
             10 WRK-PRM-NOME       PIC X(12).                           00007600
          05 WRK-PRM-TIPO          PIC X(01).                           00007700
          05 WRK-PRM-VALOR         PIC X(30).                           00007800
          05 WRK-PRM-VIGENCIA      PIC X(08).                           00007900
          05 WRK-PRM-VALOR-ANT     PIC X(30).                           00008000
          05 WRK-PRM-DESCRICAO     PIC X(40).                           00008100
          05 WRK-PRM-USUARIO       PIC X(08).                           00008200
          05 WRK-PRM-DATA-ALT      PIC X(08).                           00008300
          05 WRK-PRM-HORA-ALT      PIC X(06).                           00008400
          05 FILLER                PIC X(49).                           00008500
                                                                        00008600
       01 WRK-CHAVE-PARMSTOR.                                           00008700
          05 WRK-CHP-PROGRAMA      PIC X(08).                           00008800
          05 WRK-CHP-NOME          PIC X(12).                           00008900
                                                                        00009000
       01 WRK-REG-PARMAUD.                                              00009100
          05 WRK-AUD-CHAVE.                                             00009200
             10 WRK-AUD-DATA       PIC X(08).                           00009300
             10 WRK-AUD-HORA       PIC X(06).                           00009400
             10 WRK-AUD-PROGRAMA   PIC X(08).                           00009500
             10 WRK-AUD-NOME       PIC X(12).                           00009600
             10 WRK-AUD-TAREFA     PIC 9(07).                           00009650
          05 WRK-AUD-ACAO          PIC X(01).                           00009700
          05 WRK-AUD-VALOR-ANT     PIC X(30).                           00009800
          05 WRK-AUD-VALOR-NOVO    PIC X(30).                           00009900
          05 WRK-AUD-VIGENCIA      PIC X(08).                           00010000
          05 WRK-AUD-USUARIO       PIC X(08).                           00010100
          05 FILLER                PIC X(09).                           00010200
                                                                        00010300
       01 WRK-LINHA-DET.                                                00010400
          05 WRK-DET-PROGRAMA      PIC X(08).                           00010500
          05 FILLER                PIC X(01) VALUE SPACES.              00010600
          05 WRK-DET-NOME          PIC X(12).                           00010700
          05 FILLER                PIC X(01) VALUE SPACES.              00010800
          05 WRK-DET-TIPO          PIC X(01).                           00010900
          05 FILLER                PIC X(01) VALUE SPACES.              00011000
          05 WRK-DET-VALOR         PIC X(30).                           00011100
          05 FILLER                PIC X(01) VALUE SPACES.              00011200
          05 WRK-DET-VIGENCIA      PIC X(08).                           00011300
                                                                        00011400
       01 WRK-LINHA-ALTER.                                              00011500
          05 WRK-ALT-USUARIO       PIC X(08).                           00011600
          05 FILLER                PIC X(01) VALUE SPACES.              00011700
          05 WRK-ALT-DATA          PIC X(08).                           00011800
          05 FILLER                PIC X(01) VALUE SPACES.              00011900
          05 WRK-ALT-HORA          PIC X(06).                           00012000
                                                                        00012100
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00012200
       01 WRK-PSV-AREA.                                                 00012300
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00012400
          05 WRK-PSV-NOME       PIC X(12).                              00012500
          05 WRK-PSV-VALOR      PIC X(30).                              00012600
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00012700
          05 WRK-PSV-NUMERICO   PIC X(01).                              00012800
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00012900
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00013000
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '02'.                      00013100
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00013200
                                                                        00013300
       77 WRK-PROG-DATASERV  PIC X(08) VALUE 'DATASERV'.                00013400
       01 WRK-DSV-AREA.                                                 00013500
          05 WRK-DSV-DATA-1     PIC X(10).                              00013600
          05 WRK-DSV-DATA-2     PIC X(10).                              00013700
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00013800
          05 WRK-DSV-CLASSE     PIC X(01).                              00013900
       77 WRK-DSV-FUNCAO     PIC X(02) VALUE '01'.                      00014000
       77 WRK-DSV-RETORNO    PIC X(02) VALUE SPACES.                    00014100
                                                                        00014200
       77 WRK-USUARIO        PIC X(08) VALUE SPACES.                    00014300
       77 DB2-PERFIL         PIC X(01) VALUE SPACES.                    00014400
          88 WRK-PERFIL-CONSULTA        VALUE 'C'.                      00014500
          88 WRK-PERFIL-MANUTENCAO      VALUE 'M'.                      00014600
          88 WRK-PERFIL-ADMIN           VALUE 'A'.                      00014700
       77 WRK-ACESSO         PIC X(01) VALUE 'S'.                       00014800
          88 WRK-ACESSO-LIBERADO        VALUE 'S'.                      00014900
          88 WRK-ACESSO-NEGADO          VALUE 'N'.                      00015000
                                                                        00015100
       77 WRK-RESP           PIC S9(08) COMP VALUE ZEROS.               00015200
       77 WRK-SAIDA          PIC X(30)  VALUE SPACES.                   00015300
       77 WRK-IDX            PIC 9(02) VALUE ZEROS.                     00015400
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.                    00015500
       77 WRK-HORA-AGORA     PIC X(06) VALUE SPACES.                    00015600
       77 WRK-ABSTIME        PIC S9(15) COMP-3 VALUE ZEROS.             00015700
       77 WRK-DADOS-OK       PIC X(01) VALUE 'N'.                       00015800
       77 WRK-TRILHA-OK      PIC X(01) VALUE 'N'.                       00015850
       77 WRK-VIGENCIA       PIC X(08) VALUE SPACES.                    00015900
       77 WRK-VALOR-VIGENTE  PIC X(30) VALUE SPACES.                    00016000
                                                                        00016100
      *=======================================================*         00016200
       PROCEDURE                                  DIVISION.             00016300
      *=======================================================*         00016400
                                                                        00016500
      *-------------------------------------------------------*         00016600
                                                                        00016700
      *         R O T I N A  P R I N C I P A L *                        00016800
                                                                        00016900
      *-------------------------------------------------------*         00017000
                                                                        00017100
      *-------------------------------------------------------*         00017200
       0000-PRINCIPAL                              SECTION.             00017300
      *-------------------------------------------------------*         00017400
                                                                        00017500
                  PERFORM 1000-INICIAR-CICS                             00017600
                  PERFORM 2000-PROCESSAR                                00017700
                  PERFORM 3000-FINALIZAR-CICS.                          00017800
                                                                        00017900
      *-------------------------------------------------------*         00018000
       0000-999-FIM.                               EXIT.                00018100
      *-------------------------------------------------------*         00018200
                                                                        00018300
      *-------------------------------------------------------*         00018400
       1000-INICIAR-CICS                          SECTION.              00018500
      *-------------------------------------------------------*         00018600
                                                                        00018700
            EXEC CICS SEND                                              00018800
              MAPSET('F03CIMD')                                         00018900
              MAP('MAPPRM')                                             00019000
              ERASE                                                     00019100
              MAPONLY                                                   00019200
            END-EXEC.                                                   00019300
                                                                        00019400
      *-------------------------------------------------------*         00019500
       1000-999-FIM.                              EXIT.                 00019600
      *-------------------------------------------------------*         00019700
                                                                        00019800
      *-------------------------------------------------------*         00019900
       2000-PROCESSAR                             SECTION.              00020000
      *-------------------------------------------------------*         00020100
                                                                        00020200
            EXEC CICS RECEIVE                                           00020300
              MAPSET('F03CIMD')                                         00020400
              MAP('MAPPRM')                                             00020500
              INTO(MAPPRMI)                                             00020600
            END-EXEC.                                                   00020700
                                                                        00020800
            PERFORM 2040-OBTER-DATA-HORA.                               00020900
            PERFORM 2050-CONFERIR-PERFIL.                               00021000
                                                                        00021100
            IF EIBAID = '6'                                             00021200
               PERFORM 2100-CONSULTAR-PARAMETRO                         00021300
            END-IF.                                                     00021400
                                                                        00021500
            IF EIBAID = '7'                                             00021600
               PERFORM 2200-LISTAR-PARAMETROS                           00021700
            END-IF.                                                     00021800
                                                                        00021900
            IF EIBAID = '5' AND WRK-ACESSO-LIBERADO                     00022000
               PERFORM 2300-INCLUIR-PARAMETRO                           00022100
            END-IF.                                                     00022200
                                                                        00022300
            IF EIBAID = '8' AND WRK-ACESSO-LIBERADO                     00022400
               PERFORM 2400-ALTERAR-PARAMETRO                           00022500
            END-IF.                                                     00022600
                                                                        00022700
            IF EIBAID = '9' AND WRK-ACESSO-LIBERADO                     00022800
               PERFORM 2500-EXCLUIR-PARAMETRO                           00022900
            END-IF.                                                     00023000
                                                                        00023100
            IF EIBAID = '3'                                             00023200
               EXEC CICS                                                00023300
                 RETURN                                                 00023400
               END-EXEC                                                 00023500
            END-IF.                                                     00023600
                                                                        00023700
            EXEC CICS SEND                                              00023800
              MAPSET('F03CIMD')                                         00023900
              MAP('MAPPRM')                                             00024000
              DATAONLY                                                  00024100
            END-EXEC.                                                   00024200
                                                                        00024300
      *-------------------------------------------------------*         00024400
       2000-999-FIM.                              EXIT.                 00024500
      *-------------------------------------------------------*         00024600
                                                                        00024700
      *-------------------------------------------------------*         00024800
       2040-OBTER-DATA-HORA                       SECTION.              00024900
      *-------------------------------------------------------*         00025000
                                                                        00025100
            EXEC CICS ASKTIME                                           00025200
               ABSTIME(WRK-ABSTIME)                                     00025300
            END-EXEC.                                                   00025400
            EXEC CICS FORMATTIME                                        00025500
               ABSTIME(WRK-ABSTIME)                                     00025600
               YYYYMMDD(WRK-DATA-HOJE)                                  00025700
               TIME(WRK-HORA-AGORA)                                     00025800
            END-EXEC.                                                   00025900
                                                                        00026000
      *-------------------------------------------------------*         00026100
       2040-999-FIM.                              EXIT.                 00026200
      *-------------------------------------------------------*         00026300
                                                                        00026400
      *---------------------------------------------------------------  00026500
      *    2050-CONFERIR-PERFIL                                         00026600
      *    MESMA REGRA DA F03CIP7: F5 E F8 PEDEM PERFIL DE              00026700
      *    MANUTENCAO OU ADMIN, F9 SO ADMIN.                            00026800
      *---------------------------------------------------------------  00026900
       2050-CONFERIR-PERFIL                       SECTION.              00027000
                                                                        00027100
            SET WRK-ACESSO-LIBERADO TO TRUE.                            00027200
            EXEC CICS ASSIGN                                            00027300
               USERID(WRK-USUARIO)                                      00027400
            END-EXEC.                                                   00027500
                                                                        00027600
            EXEC SQL                                                    00027700
               SELECT PERFIL                                            00027800
                INTO :DB2-PERFIL                                        00027900
                FROM FOUR001.USUARIOS                                   00028000
               WHERE USUARIO = :WRK-USUARIO                             00028100
            END-EXEC.                                                   00028200
            IF SQLCODE NOT EQUAL ZEROS                                  00028300
               MOVE 'C' TO DB2-PERFIL                                   00028400
            END-IF.                                                     00028500
                                                                        00028600
            EVALUATE EIBAID                                             00028700
              WHEN '5'                                                  00028800
              WHEN '8'                                                  00028900
                 IF WRK-PERFIL-CONSULTA                                 00029000
                    SET WRK-ACESSO-NEGADO TO TRUE                       00029100
                 END-IF                                                 00029200
              WHEN '9'                                                  00029300
                 IF NOT WRK-PERFIL-ADMIN                                00029400
                    SET WRK-ACESSO-NEGADO TO TRUE                       00029500
                 END-IF                                                 00029600
            END-EVALUATE.                                               00029700
                                                                        00029800
            IF WRK-ACESSO-NEGADO                                        00029900
               MOVE 'ACESSO NEGADO PARA O SEU PERFIL' TO MSGO           00030000
               PERFORM 2060-REGISTRAR-RECUSA                            00030100
            END-IF.                                                     00030200
                                                                        00030300
      *-------------------------------------------------------*         00030400
       2050-999-FIM.                              EXIT.                 00030500
      *-------------------------------------------------------*         00030600
                                                                        00030700
       2060-REGISTRAR-RECUSA                      SECTION.              00030800
                                                                        00030900
            EXEC SQL                                                    00031000
               INSERT INTO FOUR001.ACESSO_LOG                           00031100
                    (USUARIO, PROGRAMA, TECLA, DATA_HORA)               00031200
               VALUES(:WRK-USUARIO, 'F03CIP18', :EIBAID,                00031300
                      CURRENT TIMESTAMP)                                00031400
            END-EXEC.                                                   00031500
            EXEC SQL                                                    00031600
               COMMIT                                                   00031700
            END-EXEC.                                                   00031800
                                                                        00031900
      *-------------------------------------------------------*         00032000
       2060-999-FIM.                              EXIT.                 00032100
      *-------------------------------------------------------*         00032200
                                                                        00032300
      *---------------------------------------------------------------  00032400
      *    2100-CONSULTAR-PARAMETRO                                     00032500
      *    LEITURA DIRETA PELA CHAVE PROGRAMA + NOME.                   00032600
      *---------------------------------------------------------------  00032700
       2100-CONSULTAR-PARAMETRO                   SECTION.              00032800
                                                                        00032900
            IF PROGI EQUAL SPACES OR NOMEI EQUAL SPACES                 00033000
               MOVE ' INFORME PROGRAMA E NOME ' TO MSGO                 00033100
            ELSE                                                        00033110
               MOVE PROGI TO WRK-CHP-PROGRAMA                           00033120
               MOVE NOMEI TO WRK-CHP-NOME                               00033130
               EXEC CICS READ                                           00033140
                  FILE('PARMSTOR')                                      00033150
                  INTO(WRK-REG-PARMSTOR)                                00033160
                  RIDFLD(WRK-CHAVE-PARMSTOR)                            00033170
                  RESP(WRK-RESP)                                        00033180
               END-EXEC                                                 00033190
               EVALUATE WRK-RESP                                        00033200
                 WHEN DFHRESP(NORMAL)                                   00033210
                    PERFORM 2150-MOVER-REG-PARA-TELA                    00033220
                    MOVE ' PARAMETRO ENCONTRADO ' TO MSGO               00033230
                 WHEN DFHRESP(NOTFND)                                   00033240
                    MOVE SPACES TO TIPOO VALORO VIGO DESCO VANTO ALTERO 00033250
                    MOVE ' PARAMETRO NAO CADASTRADO ' TO MSGO           00033260
                 WHEN OTHER                                             00033270
                    MOVE ' ERRO AO LER O PARMSTOR ' TO MSGO             00033280
               END-EVALUATE                                             00033290
            END-IF.                                                     00033300
                                                                        00035500
      *-------------------------------------------------------*         00035600
       2100-999-FIM.                              EXIT.                 00035700
      *-------------------------------------------------------*         00035800
                                                                        00035900
      *-------------------------------------------------------*         00036000
       2150-MOVER-REG-PARA-TELA                   SECTION.              00036100
      *-------------------------------------------------------*         00036200
                                                                        00036300
            MOVE WRK-PRM-TIPO      TO TIPOO.                            00036400
            MOVE WRK-PRM-VALOR     TO VALORO.                           00036500
            MOVE WRK-PRM-VIGENCIA  TO VIGO.                             00036600
            MOVE WRK-PRM-DESCRICAO TO DESCO.                            00036700
            MOVE WRK-PRM-VALOR-ANT TO VANTO.                            00036800
            MOVE WRK-PRM-USUARIO   TO WRK-ALT-USUARIO.                  00036900
            MOVE WRK-PRM-DATA-ALT  TO WRK-ALT-DATA.                     00037000
            MOVE WRK-PRM-HORA-ALT  TO WRK-ALT-HORA.                     00037100
            MOVE WRK-LINHA-ALTER   TO ALTERO.                           00037200
                                                                        00037300
      *-------------------------------------------------------*         00037400
       2150-999-FIM.                              EXIT.                 00037500
      *-------------------------------------------------------*         00037600
                                                                        00037700
      *---------------------------------------------------------------  00037800
      *    2200-LISTAR-PARAMETROS                                       00037900
      *    BROWSE A PARTIR DA CHAVE DIGITADA (OU DO INICIO, SE          00038000
      *    EM BRANCO) E ENCHE AS 8 LINHAS DA TELA.                      00038100
      *---------------------------------------------------------------  00038200
       2200-LISTAR-PARAMETROS                     SECTION.              00038300
                                                                        00038400
            MOVE SPACES TO DET1O DET2O DET3O DET4O                      00038500
                           DET5O DET6O DET7O DET8O.                     00038600
                                                                        00038700
            IF PROGI EQUAL SPACES                                       00038800
               MOVE LOW-VALUES TO WRK-CHAVE-PARMSTOR                    00038900
            ELSE                                                        00039000
               MOVE PROGI TO WRK-CHP-PROGRAMA                           00039100
               MOVE NOMEI TO WRK-CHP-NOME                               00039200
            END-IF.                                                     00039300
            MOVE ZEROS TO WRK-IDX.                                      00039400
                                                                        00039500
            EXEC CICS STARTBR                                           00039600
               FILE('PARMSTOR')                                         00039700
               RIDFLD(WRK-CHAVE-PARMSTOR)                               00039800
               GTEQ                                                     00039900
               RESP(WRK-RESP)                                           00040000
            END-EXEC.                                                   00040100
                                                                        00040200
            IF WRK-RESP = DFHRESP(NORMAL)                               00040300
               PERFORM 2250-LER-PARAMETRO                               00040400
                  UNTIL WRK-RESP NOT = DFHRESP(NORMAL)                  00040500
                     OR WRK-IDX NOT LESS THAN 8                         00040600
               EXEC CICS ENDBR                                          00040700
                  FILE('PARMSTOR')                                      00040800
               END-EXEC                                                 00040900
               MOVE ' LISTA ATUALIZADA ' TO MSGO                        00041000
            ELSE                                                        00041100
               MOVE ' CADASTRO VAZIO OU INDISPONIVEL ' TO MSGO          00041200
            END-IF.                                                     00041300
                                                                        00041400
      *-------------------------------------------------------*         00041500
       2200-999-FIM.                              EXIT.                 00041600
      *-------------------------------------------------------*         00041700
                                                                        00041800
      *-------------------------------------------------------*         00041900
       2250-LER-PARAMETRO                         SECTION.              00042000
      *-------------------------------------------------------*         00042100
                                                                        00042200
            EXEC CICS READNEXT                                          00042300
               FILE('PARMSTOR')                                         00042400
               INTO(WRK-REG-PARMSTOR)                                   00042500
               RIDFLD(WRK-CHAVE-PARMSTOR)                               00042600
               RESP(WRK-RESP)                                           00042700
            END-EXEC.                                                   00042800
                                                                        00042900
            IF WRK-RESP = DFHRESP(NORMAL)                               00043000
               ADD 1 TO WRK-IDX                                         00043100
               MOVE WRK-PRM-PROGRAMA TO WRK-DET-PROGRAMA                00043200
               MOVE WRK-PRM-NOME     TO WRK-DET-NOME                    00043300
               MOVE WRK-PRM-TIPO     TO WRK-DET-TIPO                    00043400
               MOVE WRK-PRM-VALOR    TO WRK-DET-VALOR                   00043500
               MOVE WRK-PRM-VIGENCIA TO WRK-DET-VIGENCIA                00043600
               EVALUATE WRK-IDX                                         00043700
                 WHEN 1 MOVE WRK-LINHA-DET TO DET1O                     00043800
                 WHEN 2 MOVE WRK-LINHA-DET TO DET2O                     00043900
                 WHEN 3 MOVE WRK-LINHA-DET TO DET3O                     00044000
                 WHEN 4 MOVE WRK-LINHA-DET TO DET4O                     00044100
                 WHEN 5 MOVE WRK-LINHA-DET TO DET5O                     00044200
                 WHEN 6 MOVE WRK-LINHA-DET TO DET6O                     00044300
                 WHEN 7 MOVE WRK-LINHA-DET TO DET7O                     00044400
                 WHEN 8 MOVE WRK-LINHA-DET TO DET8O                     00044500
               END-EVALUATE                                             00044600
            END-IF.                                                     00044700
                                                                        00044800
      *-------------------------------------------------------*         00044900
       2250-999-FIM.                              EXIT.                 00045000
      *-------------------------------------------------------*         00045100
                                                                        00045200
      *---------------------------------------------------------------  00045300
      *    2270-CRITICAR-ENTRADA                                        00045400
      *    CHAVE, TIPO N OU A, VALOR INFORMADO (NUMERICO NA             00045500
      *    PARMSERV QUANDO TIPO N) E VIGOR VALIDO NA DATASERV,          00045600
      *    NUNCA ANTERIOR A HOJE - SEM ISSO NADA E GRAVADO.             00045700
      *---------------------------------------------------------------  00045800
       2270-CRITICAR-ENTRADA                      SECTION.              00045900
                                                                        00046000
            MOVE 'S' TO WRK-DADOS-OK.                                   00046100
                                                                        00046200
            IF PROGI EQUAL SPACES OR NOMEI EQUAL SPACES                 00046300
               MOVE 'N' TO WRK-DADOS-OK                                 00046350
               MOVE ' INFORME PROGRAMA E NOME ' TO MSGO                 00046400
            END-IF.                                                     00046600
                                                                        00046700
            IF WRK-DADOS-OK EQUAL 'S' AND                               00046750
               TIPOI NOT EQUAL 'N' AND TIPOI NOT EQUAL 'A'              00046800
               MOVE 'N' TO WRK-DADOS-OK                                 00046850
               MOVE ' TIPO DEVE SER N OU A ' TO MSGO                    00046900
            END-IF.                                                     00047100
                                                                        00047200
            IF WRK-DADOS-OK EQUAL 'S' AND VALORI EQUAL SPACES           00047266
               MOVE 'N' TO WRK-DADOS-OK                                 00047332
               MOVE ' INFORME O VALOR ' TO MSGO                         00047400
            END-IF.                                                     00047600
                                                                        00047700
            IF WRK-DADOS-OK EQUAL 'S' AND TIPOI EQUAL 'N'               00047800
               MOVE VALORI TO WRK-PSV-VALOR                             00047900
               MOVE '02'   TO WRK-PSV-FUNCAO                            00048000
               CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,               00048100
                    WRK-PSV-FUNCAO, WRK-PSV-RETORNO                     00048200
                   ON EXCEPTION                                         00048300
                      MOVE '99' TO WRK-PSV-RETORNO                      00048400
               END-CALL                                                 00048500
               IF WRK-PSV-RETORNO EQUAL '99'                            00048600
                  MOVE 'N' TO WRK-DADOS-OK                              00048650
                  MOVE ' PARMSERV INDISPONIVEL ' TO MSGO                00048700
               ELSE                                                     00048785
                  IF NOT WRK-PSV-E-NUMERO                               00048870
                     MOVE 'N' TO WRK-DADOS-OK                           00048955
                     MOVE ' VALOR NAO NUMERICO (EX.: 1.234,50) '        00049040
                          TO MSGO                                       00049125
                  END-IF                                                00049210
               END-IF                                                   00049300
            END-IF.                                                     00049400
                                                                        00049500
            IF WRK-DADOS-OK EQUAL 'S'                                   00049600
               IF VIGI EQUAL SPACES                                     00049700
                  MOVE WRK-DATA-HOJE TO WRK-VIGENCIA                    00049800
               ELSE                                                     00049900
                  MOVE VIGI TO WRK-VIGENCIA                             00050000
                  MOVE 'N'  TO WRK-DADOS-OK                             00050100
                  PERFORM 2280-CRITICAR-VIGENCIA                        00050200
               END-IF                                                   00050300
            END-IF.                                                     00050400
                                                                        00050500
            IF WRK-DADOS-OK EQUAL 'S' AND                               00050566
               WRK-VIGENCIA LESS THAN WRK-DATA-HOJE                     00050632
               MOVE 'N' TO WRK-DADOS-OK                                 00050700
               MOVE ' VIGOR NAO PODE SER ANTERIOR A HOJE ' TO MSGO      00050800
            END-IF.                                                     00051000
                                                                        00051300
      *-------------------------------------------------------*         00051400
       2270-999-FIM.                              EXIT.                 00051500
      *-------------------------------------------------------*         00051600
                                                                        00051700
      *-------------------------------------------------------*         00051800
       2280-CRITICAR-VIGENCIA                     SECTION.              00051900
      *-------------------------------------------------------*         00052000
                                                                        00052100
            MOVE SPACES TO WRK-DSV-DATA-1 WRK-DSV-DATA-2.               00052200
            STRING WRK-VIGENCIA(1:4) '-' WRK-VIGENCIA(5:2) '-'          00052300
                   WRK-VIGENCIA(7:2)                                    00052400
                   DELIMITED BY SIZE INTO WRK-DSV-DATA-1.               00052500
            MOVE '01' TO WRK-DSV-FUNCAO.                                00052600
            CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                  00052700
                 WRK-DSV-FUNCAO, WRK-DSV-RETORNO                        00052800
                ON EXCEPTION                                            00052900
                   MOVE '99' TO WRK-DSV-RETORNO                         00053000
            END-CALL.                                                   00053100
                                                                        00053200
            EVALUATE WRK-DSV-RETORNO                                    00053300
              WHEN '00'                                                 00053400
                 MOVE 'S' TO WRK-DADOS-OK                               00053500
              WHEN '99'                                                 00053600
                 MOVE ' DATASERV INDISPONIVEL ' TO MSGO                 00053700
              WHEN OTHER                                                00053800
                 MOVE ' VIGOR INVALIDO (AAAAMMDD) ' TO MSGO             00053900
            END-EVALUATE.                                               00054000
                                                                        00054100
      *-------------------------------------------------------*         00054200
       2280-999-FIM.                              EXIT.                 00054300
      *-------------------------------------------------------*         00054400
                                                                        00054500
      *---------------------------------------------------------------  00054600
      *    2300-INCLUIR-PARAMETRO                                       00054700
      *    PARAMETRO NOVO NAO TEM VALOR ANTERIOR: ATE O VIGOR O         00054800
      *    LOTE CONTINUA COM O SEU VALOR PADRAO.                        00054900
      *---------------------------------------------------------------  00055000
       2300-INCLUIR-PARAMETRO                     SECTION.              00055100
                                                                        00055200
            PERFORM 2270-CRITICAR-ENTRADA.                              00055300
            IF WRK-DADOS-OK EQUAL 'S'                                   00055309
               MOVE SPACES         TO WRK-REG-PARMSTOR                  00055318
               MOVE PROGI          TO WRK-PRM-PROGRAMA WRK-CHP-PROGRAMA 00055327
               MOVE NOMEI          TO WRK-PRM-NOME     WRK-CHP-NOME     00055336
               MOVE TIPOI          TO WRK-PRM-TIPO                      00055345
               MOVE VALORI         TO WRK-PRM-VALOR                     00055354
               MOVE WRK-VIGENCIA   TO WRK-PRM-VIGENCIA                  00055363
               MOVE DESCI          TO WRK-PRM-DESCRICAO                 00055372
               MOVE WRK-USUARIO    TO WRK-PRM-USUARIO                   00055381
               MOVE WRK-DATA-HOJE  TO WRK-PRM-DATA-ALT                  00055390
               MOVE WRK-HORA-AGORA TO WRK-PRM-HORA-ALT                  00055399
               MOVE 'I'            TO WRK-AUD-ACAO                      00055424
               MOVE SPACES         TO WRK-AUD-VALOR-ANT                 00055449
               MOVE WRK-PRM-VALOR  TO WRK-AUD-VALOR-NOVO                00055474
               PERFORM 2600-GRAVAR-TRILHA                               00055499
               IF WRK-TRILHA-OK EQUAL 'S'                               00055524
                  PERFORM 2350-GRAVAR-INCLUSAO                          00055549
               END-IF                                                   00055574
            END-IF.                                                     00055600
                                                                        00058900
      *-------------------------------------------------------*         00059000
       2300-999-FIM.                              EXIT.                 00059100
      *-------------------------------------------------------*         00059103
                                                                        00059106
      *---------------------------------------------------------------  00059109
      *    2350-GRAVAR-INCLUSAO                                         00059112
      *    A TRILHA JA ESTA GRAVADA; SE O PARMSTOR RECUSAR, DESFAZ      00059115
      *    A TAREFA PARA NAO SOBRAR TRILHA DE INCLUSAO QUE NAO HOUVE.   00059118
      *---------------------------------------------------------------  00059121
       2350-GRAVAR-INCLUSAO                       SECTION.              00059124
                                                                        00059127
            EXEC CICS WRITE                                             00059130
               FILE('PARMSTOR')                                         00059133
               FROM(WRK-REG-PARMSTOR)                                   00059136
               RIDFLD(WRK-CHAVE-PARMSTOR)                               00059139
               RESP(WRK-RESP)                                           00059142
            END-EXEC.                                                   00059145
                                                                        00059148
            EVALUATE WRK-RESP                                           00059151
              WHEN DFHRESP(NORMAL)                                      00059154
                 PERFORM 2150-MOVER-REG-PARA-TELA                       00059157
                 MOVE ' PARAMETRO INCLUIDO ' TO MSGO                    00059160
              WHEN DFHRESP(DUPREC)                                      00059163
                 EXEC CICS SYNCPOINT ROLLBACK                           00059166
                 END-EXEC                                               00059169
                 MOVE ' PARAMETRO JA CADASTRADO - USE F8 ' TO MSGO      00059172
              WHEN OTHER                                                00059175
                 EXEC CICS SYNCPOINT ROLLBACK                           00059178
                 END-EXEC                                               00059181
                 MOVE ' ERRO AO GRAVAR NO PARMSTOR ' TO MSGO            00059184
            END-EVALUATE.                                               00059187
                                                                        00059190
      *-------------------------------------------------------*         00059193
       2350-999-FIM.                              EXIT.                 00059196
      *-------------------------------------------------------*         00059200
                                                                        00059300
      *---------------------------------------------------------------  00059400
      *    2400-ALTERAR-PARAMETRO                                       00059500
      *    O VALOR QUE VALE HOJE (ATUAL OU O ANTERIOR, SE O ATUAL       00059600
      *    AINDA NAO ENTROU EM VIGOR) PASSA A SER O ANTERIOR. UMA       00059700
      *    MUDANCA FUTURA AINDA PENDENTE E SUBSTITUIDA PELA NOVA.       00059800
      *---------------------------------------------------------------  00059900
       2400-ALTERAR-PARAMETRO                     SECTION.              00060000
                                                                        00060100
            PERFORM 2270-CRITICAR-ENTRADA.                              00060200
            IF WRK-DADOS-OK EQUAL 'S'                                   00060260
               MOVE PROGI TO WRK-CHP-PROGRAMA                           00060320
               MOVE NOMEI TO WRK-CHP-NOME                               00060380
               PERFORM 2410-LER-PARA-ALTERAR                            00060440
            END-IF.                                                     00060500
                                                                        00060600
      *-------------------------------------------------------*         00060637
       2400-999-FIM.                              EXIT.                 00060674
      *-------------------------------------------------------*         00060711
                                                                        00060748
      *-------------------------------------------------------*         00060785
       2410-LER-PARA-ALTERAR                      SECTION.              00060822
      *-------------------------------------------------------*         00060859
                                                                        00060900
            EXEC CICS READ                                              00061000
               FILE('PARMSTOR')                                         00061100
               INTO(WRK-REG-PARMSTOR)                                   00061200
               RIDFLD(WRK-CHAVE-PARMSTOR)                               00061300
               UPDATE                                                   00061400
               RESP(WRK-RESP)                                           00061500
            END-EXEC.                                                   00061600
                                                                        00061700
            EVALUATE WRK-RESP                                           00061800
              WHEN DFHRESP(NORMAL)                                      00061900
                 PERFORM 2420-GRAVAR-ALTERACAO                          00062000
              WHEN DFHRESP(NOTFND)                                      00062100
                 MOVE ' PARAMETRO NAO CADASTRADO - USE F5 ' TO MSGO     00062200
              WHEN OTHER                                                00062400
                 MOVE ' ERRO AO LER O PARMSTOR ' TO MSGO                00062500
            END-EVALUATE.                                               00062700
                                                                        00062711
      *-------------------------------------------------------*         00062722
       2410-999-FIM.                              EXIT.                 00062733
      *-------------------------------------------------------*         00062744
                                                                        00062755
      *-------------------------------------------------------*         00062766
       2420-GRAVAR-ALTERACAO                      SECTION.              00062777
      *-------------------------------------------------------*         00062788
                                                                        00062800
            IF WRK-PRM-VIGENCIA GREATER THAN WRK-DATA-HOJE              00062900
               MOVE WRK-PRM-VALOR-ANT TO WRK-VALOR-VIGENTE              00063000
            ELSE                                                        00063100
               MOVE WRK-PRM-VALOR     TO WRK-VALOR-VIGENTE              00063200
            END-IF.                                                     00063300
                                                                        00063400
            MOVE WRK-VALOR-VIGENTE TO WRK-PRM-VALOR-ANT                 00063500
                                      WRK-AUD-VALOR-ANT.                00063600
            MOVE TIPOI             TO WRK-PRM-TIPO.                     00063700
            MOVE VALORI            TO WRK-PRM-VALOR.                    00063800
            MOVE WRK-VIGENCIA      TO WRK-PRM-VIGENCIA.                 00063900
            IF DESCI NOT EQUAL SPACES                                   00064000
               MOVE DESCI          TO WRK-PRM-DESCRICAO                 00064100
            END-IF.                                                     00064200
            MOVE WRK-USUARIO       TO WRK-PRM-USUARIO.                  00064300
            MOVE WRK-DATA-HOJE     TO WRK-PRM-DATA-ALT.                 00064400
            MOVE WRK-HORA-AGORA    TO WRK-PRM-HORA-ALT.                 00064500
            MOVE 'A'               TO WRK-AUD-ACAO.                     00064533
            MOVE WRK-PRM-VALOR     TO WRK-AUD-VALOR-NOVO.               00064566
                                                                        00064600
            PERFORM 2600-GRAVAR-TRILHA.                                 00064900
                                                                        00065200
            IF WRK-TRILHA-OK EQUAL 'S'                                  00065246
               EXEC CICS REWRITE                                        00065292
                  FILE('PARMSTOR')                                      00065338
                  FROM(WRK-REG-PARMSTOR)                                00065384
                  RESP(WRK-RESP)                                        00065430
               END-EXEC                                                 00065476
               IF WRK-RESP = DFHRESP(NORMAL)                            00065522
                  PERFORM 2150-MOVER-REG-PARA-TELA                      00065568
                  MOVE ' PARAMETRO ALTERADO ' TO MSGO                   00065614
               ELSE                                                     00065660
                  EXEC CICS SYNCPOINT ROLLBACK                          00065706
                  END-EXEC                                              00065752
                  MOVE ' ERRO AO REGRAVAR NO PARMSTOR ' TO MSGO         00065798
               END-IF                                                   00065844
            ELSE                                                        00065900
               EXEC CICS UNLOCK                                         00065950
                  FILE('PARMSTOR')                                      00066000
               END-EXEC                                                 00066050
            END-IF.                                                     00066100
                                                                        00066200
      *-------------------------------------------------------*         00066300
       2420-999-FIM.                              EXIT.                 00066400
      *-------------------------------------------------------*         00066500
                                                                        00066600
      *---------------------------------------------------------------  00066700
      *    2500-EXCLUIR-PARAMETRO                                       00066800
      *    LE ANTES PARA A TRILHA GUARDAR O VALOR QUE SAIU.             00066900
      *---------------------------------------------------------------  00067000
       2500-EXCLUIR-PARAMETRO                     SECTION.              00067100
                                                                        00067200
            IF PROGI EQUAL SPACES OR NOMEI EQUAL SPACES                 00067300
               MOVE ' INFORME PROGRAMA E NOME ' TO MSGO                 00067400
            ELSE                                                        00067440
               MOVE PROGI TO WRK-CHP-PROGRAMA                           00067480
               MOVE NOMEI TO WRK-CHP-NOME                               00067520
               PERFORM 2510-LER-PARA-EXCLUIR                            00067560
            END-IF.                                                     00067600
                                                                        00067700
      *-------------------------------------------------------*         00067737
       2500-999-FIM.                              EXIT.                 00067774
      *-------------------------------------------------------*         00067811
                                                                        00067848
      *-------------------------------------------------------*         00067885
       2510-LER-PARA-EXCLUIR                      SECTION.              00067922
      *-------------------------------------------------------*         00067959
                                                                        00068000
            EXEC CICS READ                                              00068100
               FILE('PARMSTOR')                                         00068200
               INTO(WRK-REG-PARMSTOR)                                   00068300
               RIDFLD(WRK-CHAVE-PARMSTOR)                               00068400
               UPDATE                                                   00068500
               RESP(WRK-RESP)                                           00068600
            END-EXEC.                                                   00068700
                                                                        00068800
            EVALUATE WRK-RESP                                           00068900
              WHEN DFHRESP(NORMAL)                                      00069000
                 PERFORM 2520-EXCLUIR-REGISTRO                          00069100
              WHEN DFHRESP(NOTFND)                                      00069200
                 MOVE ' PARAMETRO NAO CADASTRADO ' TO MSGO              00069300
              WHEN OTHER                                                00069500
                 MOVE ' ERRO AO LER O PARMSTOR ' TO MSGO                00069600
            END-EVALUATE.                                               00069800
                                                                        00069811
      *-------------------------------------------------------*         00069822
       2510-999-FIM.                              EXIT.                 00069833
      *-------------------------------------------------------*         00069844
                                                                        00069855
      *-------------------------------------------------------*         00069866
       2520-EXCLUIR-REGISTRO                      SECTION.              00069877
      *-------------------------------------------------------*         00069888
                                                                        00069900
            MOVE 'E'              TO WRK-AUD-ACAO.                      00070000
            MOVE WRK-PRM-VALOR    TO WRK-AUD-VALOR-ANT.                 00070100
            MOVE SPACES           TO WRK-AUD-VALOR-NOVO.                00070200
            MOVE WRK-PRM-VIGENCIA TO WRK-VIGENCIA.                      00070300
                                                                        00070400
            PERFORM 2600-GRAVAR-TRILHA.                                 00070456
                                                                        00070512
            IF WRK-TRILHA-OK EQUAL 'S'                                  00070568
               EXEC CICS DELETE                                         00070624
                  FILE('PARMSTOR')                                      00070680
                  RESP(WRK-RESP)                                        00070736
               END-EXEC                                                 00070792
               IF WRK-RESP = DFHRESP(NORMAL)                            00070848
                  MOVE SPACES TO TIPOO VALORO VIGO DESCO VANTO ALTERO   00070904
                  MOVE ' PARAMETRO EXCLUIDO ' TO MSGO                   00070960
               ELSE                                                     00071016
                  EXEC CICS SYNCPOINT ROLLBACK                          00071072
                  END-EXEC                                              00071128
                  MOVE ' ERRO AO EXCLUIR DO PARMSTOR ' TO MSGO          00071184
               END-IF                                                   00071240
            ELSE                                                        00071300
               EXEC CICS UNLOCK                                         00071350
                  FILE('PARMSTOR')                                      00071400
               END-EXEC                                                 00071450
            END-IF.                                                     00071500
                                                                        00071600
      *-------------------------------------------------------*         00071700
       2520-999-FIM.                              EXIT.                 00071800
      *-------------------------------------------------------*         00071900
                                                                        00072000
      *---------------------------------------------------------------  00072100
      *    2600-GRAVAR-TRILHA                                           00072200
      *    QUEM MEXEU, EM QUAL PARAMETRO, QUANDO E DE/PARA;             00072300
      *    ACAO (I/A/E) E VALORES JA PREENCHIDOS POR QUEM CHAMA.        00072400
      *    GRAVADA ANTES DO PARMSTOR: SEM TRILHA NADA E ALTERADO.       00072433
      *    A TAREFA NA CHAVE SEPARA DUAS ACOES NO MESMO SEGUNDO.        00072466
      *---------------------------------------------------------------  00072500
       2600-GRAVAR-TRILHA                         SECTION.              00072600
                                                                        00072700
            MOVE WRK-DATA-HOJE    TO WRK-AUD-DATA.                      00072800
            MOVE WRK-HORA-AGORA   TO WRK-AUD-HORA.                      00072900
            MOVE WRK-CHP-PROGRAMA TO WRK-AUD-PROGRAMA.                  00073000
            MOVE WRK-CHP-NOME     TO WRK-AUD-NOME.                      00073100
            MOVE EIBTASKN         TO WRK-AUD-TAREFA.                    00073150
            MOVE WRK-VIGENCIA     TO WRK-AUD-VIGENCIA.                  00073200
            MOVE WRK-USUARIO      TO WRK-AUD-USUARIO.                   00073300
                                                                        00073400
            EXEC CICS WRITE                                             00073500
               FILE('PARMAUD')                                          00073600
               FROM(WRK-REG-PARMAUD)                                    00073700
               RIDFLD(WRK-AUD-CHAVE)                                    00073800
               RESP(WRK-RESP)                                           00073900
            END-EXEC.                                                   00074000
                                                                        00074100
            IF WRK-RESP = DFHRESP(NORMAL)                               00074150
               MOVE 'S' TO WRK-TRILHA-OK                                00074200
            ELSE                                                        00074250
               MOVE 'N' TO WRK-TRILHA-OK                                00074300
               MOVE ' ERRO NO PARMAUD - NADA FOI GRAVADO ' TO MSGO      00074350
            END-IF.                                                     00074400
                                                                        00074500
      *-------------------------------------------------------*         00074600
       2600-999-FIM.                              EXIT.                 00074700
      *-------------------------------------------------------*         00074800
                                                                        00074900
      *-------------------------------------------------------*         00075000
       3000-FINALIZAR-CICS                        SECTION.              00075100
      *-------------------------------------------------------*         00075200
                                                                        00075300
            EXEC CICS                                                   00075400
              RETURN TRANSID('T043')                                    00075500
            END-EXEC.                                                   00075600
                                                                        00075700
             MOVE 'FINALIZAR ' TO WRK-SAIDA.                            00075800
                                                                        00075900
      *-------------------------------------------------------*         00076000
       3000-999-FIM.                               EXIT.                00076100
      *-------------------------------------------------------*         00076200
