      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB55.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 18/09/2023                                       00001200
      *     OBJETIVO : MANUTENCAO DO CADASTRO DE DADOS BANCARIOS        00001300
      *              : DOS FUNCIONARIOS (FUNCBANCO) POR ARQUIVO         00001400
      *              : DE TRANSACOES FUNCBTRN (I-INCLUSAO,              00001500
      *              : A-ALTERACAO, E-EXCLUSAO, C-CONFIRMACAO),         00001600
      *              : NO ROTEIRO MESTRE ANTIGO / MESTRE NOVO:          00001700
      *              : LE O FUNCBANCO ATUAL E GRAVA O FUNCBNOV,         00001800
      *              : QUE O JOB CATALOGA COMO O FUNCBANCO DO           00001900
      *              : PROXIMO CICLO. O BANCO E CONFERIDO NO            00002000
      *              : BANCODIR (CADASTRADO E ATIVO) E O ID NA          00002100
      *              : FOUR001.FUNC. CADA TRANSACAO GANHA UMA           00002200
      *              : DISPOSICAO EM FUNCBDSP (COMO A CLIDISP DO        00002300
      *              : FR11ARQ03) E CADA TRANSACAO APLICADA GRAVA       00002400
      *              : EM FUNCBAUD A IMAGEM ANTES/DEPOIS COM DATA,      00002500
      *              : TIPO E USUARIO.                                  00002600
      *-------------------------------------------------------*         00002700
      *     OS DOIS ARQUIVOS DEVEM ESTAR CLASSIFICADOS POR ID           00002800
      *     (VARIAS TRANSACOES DO MESMO ID SAO APLICADAS NA ORDEM       00002900
      *     DO ARQUIVO). TRANSACAO FORA DE SEQUENCIA E REJEITADA.       00003000
      *     CONTA INCLUIDA OU ALTERADA NASCE NAO CONFIRMADA, COM        00003100
      *     A DATA E O USUARIO DA MUDANCA; A CONFIRMACAO (C) TEM        00003200
      *     DE VIR DE OUTRO USUARIO E REPETIR BANCO, AGENCIA E          00003300
      *     CONTA EXATAMENTE COMO ESTAO NO CADASTRO. O FR03CB22         00003400
      *     SEGURA O CREDITO DA CONTA MUDADA HA POUCOS DIAS E           00003500
      *     AINDA NAO CONFIRMADA.                                       00003600
      *=======================================================*         00003700
      *=======================================================*         00003800
       ENVIRONMENT                                    DIVISION.         00003900
      *=======================================================*         00004000
       CONFIGURATION                                  SECTION.          00004100
      *=======================================================*         00004200
                                                                        00004300
          SPECIAL-NAMES.                                                00004400
              DECIMAL-POINT IS COMMA.                                   00004500
                                                                        00004600
      *=======================================================*         00004700
       INPUT-OUTPUT                                   SECTION.          00004800
       FILE-CONTROL.                                                    00004900
             SELECT FUNCBANCO ASSIGN TO FUNCBANCO                       00005000
                FILE STATUS  IS WRK-FS-FUNCBANCO.                       00005100
             SELECT FUNCBTRN  ASSIGN TO FUNCBTRN                        00005200
                FILE STATUS  IS WRK-FS-FUNCBTRN.                        00005300
             SELECT BANCODIR  ASSIGN TO BANCODIR                        00005400
                FILE STATUS  IS WRK-FS-BANCODIR.                        00005500
             SELECT FUNCBNOV  ASSIGN TO FUNCBNOV                        00005600
                FILE STATUS  IS WRK-FS-FUNCBNOV.                        00005700
             SELECT FUNCBDSP  ASSIGN TO FUNCBDSP                        00005800
                FILE STATUS  IS WRK-FS-FUNCBDSP.                        00005900
             SELECT FUNCBAUD  ASSIGN TO FUNCBAUD                        00006000
                FILE STATUS  IS WRK-FS-FUNCBAUD.                        00006100
      *=======================================================*         00006200
       DATA                                       DIVISION.             00006300
      *=======================================================*         00006400
                                                                        00006500
      *-------------------------------------------------------*         00006600
       FILE                                       SECTION.              00006700
      *-------------------------------------------------------*         00006800
       FD FUNCBANCO                                                     00006900
           RECORDING MODE IS F                                          00007000
           BLOCK CONTAINS 0 RECORDS.                                    00007100
       01 FD-FUNCBANCO.                                                 00007200
          05 FD-FB-ID         PIC 9(04).                                00007300
          05 FD-FB-BANCO      PIC X(03).                                00007400
          05 FD-FB-AGENCIA    PIC X(05).                                00007500
          05 FD-FB-CONTA      PIC X(10).                                00007600
          05 FD-FB-DATA-ALT   PIC X(08).                                00007700
          05 FD-FB-USUARIO    PIC X(08).                                00007800
          05 FD-FB-CONFIRMADO PIC X(01).                                00007900
          05 FILLER           PIC X(01).                                00008000
                                                                        00008100
       FD FUNCBTRN                                                      00008200
           RECORDING MODE IS F                                          00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
       01 FD-FUNCBTRN.                                                  00008500
          05 FD-TRN-TIPO      PIC X(01).                                00008600
             88 FD-TRN-INCLUSAO     VALUE 'I'.                          00008700
             88 FD-TRN-ALTERACAO    VALUE 'A'.                          00008800
             88 FD-TRN-EXCLUSAO     VALUE 'E'.                          00008900
             88 FD-TRN-CONFIRMACAO  VALUE 'C'.                          00009000
          05 FD-TRN-ID        PIC 9(04).                                00009100
          05 FD-TRN-BANCO     PIC X(03).                                00009200
          05 FD-TRN-AGENCIA   PIC X(05).                                00009300
          05 FD-TRN-CONTA     PIC X(10).                                00009400
          05 FD-TRN-USUARIO   PIC X(08).                                00009500
          05 FILLER           PIC X(09).                                00009600
                                                                        00009700
       FD BANCODIR                                                      00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-BANCODIR.                                                  00010100
          05 FD-BCO-CODIGO    PIC X(03).                                00010200
          05 FD-BCO-NOME      PIC X(30).                                00010300
          05 FD-BCO-ATIVO     PIC X(01).                                00010400
          05 FD-BCO-LAYOUT    PIC X(02).                                00010500
          05 FD-BCO-TAMANHO   PIC 9(03).                                00010600
          05 FD-BCO-CONVENCAO PIC X(01).                                00010700
                                                                        00010800
       FD FUNCBNOV                                                      00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-FUNCBNOV         PIC X(40).                                00011200
                                                                        00011300
       FD FUNCBDSP                                                      00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-FUNCBDSP.                                                  00011700
          05 FD-DSP-TRANSACAO PIC X(40).                                00011800
          05 FD-DSP-SITUACAO  PIC X(01).                                00011900
             88 FD-DSP-APLICADA     VALUE 'A'.                          00012000
             88 FD-DSP-REJEITADA    VALUE 'R'.                          00012100
          05 FD-DSP-MOTIVO    PIC X(30).                                00012200
          05 FILLER           PIC X(09).                                00012300
                                                                        00012400
       FD FUNCBAUD                                                      00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-FUNCBAUD.                                                  00012800
          05 FD-AUD-DATA          PIC X(08).                            00012900
          05 FD-AUD-TIPO          PIC X(01).                            00013000
          05 FD-AUD-ID            PIC 9(04).                            00013100
          05 FD-AUD-USUARIO       PIC X(08).                            00013200
          05 FD-AUD-BANCO-ANT     PIC X(03).                            00013300
          05 FD-AUD-AGENCIA-ANT   PIC X(05).                            00013400
          05 FD-AUD-CONTA-ANT     PIC X(10).                            00013500
          05 FD-AUD-BANCO-NOV     PIC X(03).                            00013600
          05 FD-AUD-AGENCIA-NOV   PIC X(05).                            00013700
          05 FD-AUD-CONTA-NOV     PIC X(10).                            00013800
          05 FILLER               PIC X(23).                            00013900
                                                                        00014000
      *-------------------------------------------------------*         00014100
       WORKING-STORAGE                            SECTION.              00014200
      *-------------------------------------------------------*         00014300
                                                                        00014400
      *-------------------------------------------------------*         00014500
        01 FILLER                          PIC X(050)   VALUE           00014600
                '*******AREA DE SQL ******'.                            00014700
      *-------------------------------------------------------*         00014800
                                                                        00014900
           EXEC SQL                                                     00015000
                INCLUDE SQLCA                                           00015100
           END-EXEC.                                                    00015200
                                                                        00015300
      *-------------------------------------------------------*         00015400
        01 FILLER                          PIC X(050)   VALUE           00015500
                '*******AREA DE AUXILIARES********'.                    00015600
      *-------------------------------------------------------*         00015700
                                                                        00015800
       77 WRK-SQLCODE         PIC -999.                                 00015900
                                                                        00016000
       01 DB2-FUNC-ID         PIC S9(04) COMP VALUE ZEROS.              00016100
                                                                        00016200
       77 WRK-FS-FUNCBANCO    PIC X(02) VALUE SPACES.                   00016300
       77 WRK-FS-FUNCBTRN     PIC X(02) VALUE SPACES.                   00016400
       77 WRK-FS-BANCODIR     PIC X(02) VALUE SPACES.                   00016500
       77 WRK-FS-FUNCBNOV     PIC X(02) VALUE SPACES.                   00016600
       77 WRK-FS-FUNCBDSP     PIC X(02) VALUE SPACES.                   00016700
       77 WRK-FS-FUNCBAUD     PIC X(02) VALUE SPACES.                   00016800
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00016900
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00017000
                                                                        00017100
       01 WRK-TAB-BANCOS.                                               00017200
          05 WRK-TAB-BCO-ITEM OCCURS 20 TIMES.                          00017300
             10 WRK-TAB-BCO-CODIGO PIC X(03).                           00017400
             10 WRK-TAB-BCO-ATIVO  PIC X(01).                           00017500
       77 WRK-QTDE-BANCOS    PIC 9(02) VALUE ZEROS.                     00017600
       77 WRK-IDX-BCO        PIC 9(02) VALUE ZEROS.                     00017700
       77 WRK-BANCO-ACHADO   PIC X(01) VALUE 'N'.                       00017800
          88 WRK-BCO-FOI-ACHADO       VALUE 'S'.                        00017900
          88 WRK-BCO-NAO-ACHADO       VALUE 'N'.                        00018000
                                                                        00018100
       77 WRK-CHAVE-MES       PIC 9(05) VALUE ZEROS.                    00018200
       77 WRK-CHAVE-TRN       PIC 9(05) VALUE ZEROS.                    00018300
       77 WRK-CHAVE-ATUAL     PIC 9(05) VALUE ZEROS.                    00018400
       77 WRK-ULT-ID-TRN      PIC 9(04) VALUE ZEROS.                    00018500
       77 WRK-FIM-MES         PIC X(01) VALUE 'N'.                      00018600
          88 WRK-MES-ACABOU           VALUE 'S'.                        00018700
       77 WRK-FIM-TRN         PIC X(01) VALUE 'N'.                      00018800
          88 WRK-TRN-ACABOU           VALUE 'S'.                        00018900
       77 WRK-TRN-LEITURA     PIC X(01) VALUE 'N'.                      00019000
          88 WRK-TRN-LIDA             VALUE 'S'.                        00019100
          88 WRK-TRN-DESCARTADA       VALUE 'N'.                        00019200
                                                                        00019300
      *    REGISTRO DO ID EM PROCESSAMENTO (MESMO LAYOUT DO MESTRE)     00019400
       01 WRK-REG-ATUAL.                                                00019500
          05 WRK-ATU-ID          PIC 9(04).                             00019600
          05 WRK-ATU-BANCO       PIC X(03).                             00019700
          05 WRK-ATU-AGENCIA     PIC X(05).                             00019800
          05 WRK-ATU-CONTA       PIC X(10).                             00019900
          05 WRK-ATU-DATA-ALT    PIC X(08).                             00020000
          05 WRK-ATU-USUARIO     PIC X(08).                             00020100
          05 WRK-ATU-CONFIRMADO  PIC X(01).                             00020200
             88 WRK-ATU-CONFIRMADA       VALUE 'S'.                     00020300
          05 FILLER              PIC X(01).                             00020400
       77 WRK-ATU-SITUACAO    PIC X(01) VALUE 'N'.                      00020500
          88 WRK-ATU-EXISTE           VALUE 'S'.                        00020600
          88 WRK-ATU-NAO-EXISTE       VALUE 'N'.                        00020700
                                                                        00020800
       01 WRK-CONTA-NOVA.                                               00020900
          05 WRK-NOV-BANCO       PIC X(03).                             00021000
          05 WRK-NOV-AGENCIA     PIC X(05).                             00021100
          05 WRK-NOV-CONTA       PIC X(10).                             00021200
       01 WRK-CONTA-ANTES.                                              00021300
          05 WRK-ANT-BANCO       PIC X(03).                             00021400
          05 WRK-ANT-AGENCIA     PIC X(05).                             00021500
          05 WRK-ANT-CONTA       PIC X(10).                             00021600
                                                                        00021700
       77 WRK-REG-MESTRE-LIDOS  PIC 9(07) VALUE ZEROS.                  00021800
       77 WRK-REG-MESTRE-GRAV   PIC 9(07) VALUE ZEROS.                  00021900
       77 WRK-REG-LIDOS         PIC 9(07) VALUE ZEROS.                  00022000
       77 WRK-REG-INCLUIDOS     PIC 9(07) VALUE ZEROS.                  00022100
       77 WRK-REG-ALTERADOS     PIC 9(07) VALUE ZEROS.                  00022200
       77 WRK-REG-EXCLUIDOS     PIC 9(07) VALUE ZEROS.                  00022300
       77 WRK-REG-CONFIRMADOS   PIC 9(07) VALUE ZEROS.                  00022400
       77 WRK-REG-REJEITADOS    PIC 9(07) VALUE ZEROS.                  00022500
       77 WRK-REG-PENDENTES     PIC 9(07) VALUE ZEROS.                  00022600
       77 WRK-REG-STATUS        PIC X(01) VALUE 'S'.                    00022700
          88 WRK-REG-OK                VALUE 'S'.                       00022800
          88 WRK-REG-INVALIDO          VALUE 'N'.                       00022900
       77 WRK-DSP-MOTIVO        PIC X(030) VALUE SPACES.                00023000
                                                                        00023100
       01 WRK-JOB-REGISTRO.                                             00023200
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00023300
          05 WRK-JOB-EVENTO        PIC X(01).                           00023400
          05 WRK-JOB-SITUACAO      PIC X(01).                           00023500
          05 WRK-JOB-LIDOS         PIC 9(07).                           00023600
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00023700
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00023800
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00023900
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00024000
                                                                        00024100
      *-------------------------------------------------------*         00024200
                                                                        00024300
      *=======================================================*         00024400
       PROCEDURE                                  DIVISION.             00024500
      *=======================================================*         00024600
                                                                        00024700
      *-------------------------------------------------------*         00024800
       0000-PRINCIPAL                              SECTION.             00024900
      *-------------------------------------------------------*         00025000
                                                                        00025100
            PERFORM 1000-INICIAR.                                       00025200
            PERFORM 2000-PROCESSAR                                      00025300
               UNTIL WRK-MES-ACABOU AND WRK-TRN-ACABOU.                 00025400
            PERFORM 3000-FINALIZAR.                                     00025500
                                                                        00025600
      *-------------------------------------------------------*         00025700
       0000-999-FIM.                               EXIT.                00025800
      *-------------------------------------------------------*         00025900
                                                                        00026000
      *-------------------------------------------------------*         00026100
       1000-INICIAR                               SECTION.              00026200
      *-------------------------------------------------------*         00026300
                                                                        00026400
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00026500
                                                                        00026600
             MOVE 'FR03DB55' TO WRK-JOB-PROGRAMA.                       00026700
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00026800
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00026900
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00027000
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00027100
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00027200
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00027300
                  WRK-JOB-RETORNO                                       00027400
                 ON EXCEPTION                                           00027500
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00027600
             END-CALL.                                                  00027700
                                                                        00027800
             OPEN INPUT BANCODIR.                                       00027900
             IF WRK-FS-BANCODIR NOT EQUAL '00'                          00028000
                MOVE ' ERRO OPEN BANCODIR ' TO WRK-MSG                  00028100
                PERFORM 9000-TRATAR-ERROS                               00028200
             END-IF.                                                    00028300
             READ BANCODIR.                                             00028400
             PERFORM 1100-CARREGAR-BANCO                                00028500
                UNTIL WRK-FS-BANCODIR NOT EQUAL '00'.                   00028600
             CLOSE BANCODIR.                                            00028700
                                                                        00028800
             OPEN INPUT FUNCBANCO.                                      00028900
             IF WRK-FS-FUNCBANCO NOT EQUAL '00'                         00029000
                MOVE ' ERRO OPEN FUNCBANCO ' TO WRK-MSG                 00029100
                PERFORM 9000-TRATAR-ERROS                               00029200
             END-IF.                                                    00029300
                                                                        00029400
             OPEN INPUT FUNCBTRN.                                       00029500
             IF WRK-FS-FUNCBTRN NOT EQUAL '00'                          00029600
                MOVE ' ERRO OPEN FUNCBTRN ' TO WRK-MSG                  00029700
                PERFORM 9000-TRATAR-ERROS                               00029800
             END-IF.                                                    00029900
                                                                        00030000
             OPEN OUTPUT FUNCBNOV.                                      00030100
             IF WRK-FS-FUNCBNOV NOT EQUAL '00'                          00030200
                MOVE ' ERRO OPEN FUNCBNOV ' TO WRK-MSG                  00030300
                PERFORM 9000-TRATAR-ERROS                               00030400
             END-IF.                                                    00030500
                                                                        00030600
             OPEN OUTPUT FUNCBDSP.                                      00030700
             IF WRK-FS-FUNCBDSP NOT EQUAL '00'                          00030800
                MOVE ' ERRO OPEN FUNCBDSP ' TO WRK-MSG                  00030900
                PERFORM 9000-TRATAR-ERROS                               00031000
             END-IF.                                                    00031100
                                                                        00031200
             OPEN OUTPUT FUNCBAUD.                                      00031300
             IF WRK-FS-FUNCBAUD NOT EQUAL '00'                          00031400
                MOVE ' ERRO OPEN FUNCBAUD ' TO WRK-MSG                  00031500
                PERFORM 9000-TRATAR-ERROS                               00031600
             END-IF.                                                    00031700
                                                                        00031800
             DISPLAY '===================================='.            00031900
             DISPLAY ' MANUTENCAO DE DADOS BANCARIOS '.                 00032000
             DISPLAY ' BANCOS NO BANCODIR: ' WRK-QTDE-BANCOS.           00032100
             DISPLAY '===================================='.            00032200
                                                                        00032300
             PERFORM 1300-LER-FUNCBANCO.                                00032400
             PERFORM 1400-LER-FUNCBTRN.                                 00032500
                                                                        00032600
      *-------------------------------------------------------*         00032700
       1000-999-FIM.                              EXIT.                 00032800
      *-------------------------------------------------------*         00032900
                                                                        00033000
      *-------------------------------------------------------*         00033100
       1100-CARREGAR-BANCO                        SECTION.              00033200
      *-------------------------------------------------------*         00033300
                                                                        00033400
             IF WRK-QTDE-BANCOS LESS THAN 20                            00033500
                ADD 1 TO WRK-QTDE-BANCOS                                00033600
                MOVE FD-BCO-CODIGO TO                                   00033700
                     WRK-TAB-BCO-CODIGO(WRK-QTDE-BANCOS)                00033800
                MOVE FD-BCO-ATIVO  TO                                   00033900
                     WRK-TAB-BCO-ATIVO(WRK-QTDE-BANCOS)                 00034000
             ELSE                                                       00034100
                DISPLAY ' BANCO EXCEDENTE IGNORADO: ' FD-BCO-CODIGO     00034200
             END-IF.                                                    00034300
             READ BANCODIR.                                             00034400
                                                                        00034500
      *-------------------------------------------------------*         00034600
       1100-999-FIM.                              EXIT.                 00034700
      *-------------------------------------------------------*         00034800
                                                                        00034900
      *---------------------------------------------------------------  00035000
      *    1300-LER-FUNCBANCO                                           00035100
      *    MESTRE FORA DE SEQUENCIA (OU ID REPETIDO) INTERROMPE O       00035200
      *    JOB: O FUNCBNOV SAIRIA COM A MESMA DESORDEM.                 00035300
      *---------------------------------------------------------------  00035400
       1300-LER-FUNCBANCO                         SECTION.              00035500
                                                                        00035600
             READ FUNCBANCO.                                            00035700
             IF WRK-FS-FUNCBANCO EQUAL '00'                             00035800
                ADD 1 TO WRK-REG-MESTRE-LIDOS                           00035900
                IF WRK-REG-MESTRE-LIDOS GREATER THAN 1 AND              00036000
                   FD-FB-ID NOT GREATER THAN WRK-CHAVE-MES              00036100
                   MOVE ' FUNCBANCO FORA DE SEQUENCIA ' TO WRK-MSG      00036200
                   PERFORM 9000-TRATAR-ERROS                            00036300
                END-IF                                                  00036400
                MOVE FD-FB-ID TO WRK-CHAVE-MES                          00036500
             ELSE                                                       00036600
                SET WRK-MES-ACABOU TO TRUE                              00036700
                MOVE 99999 TO WRK-CHAVE-MES                             00036800
             END-IF.                                                    00036900
                                                                        00037000
      *-------------------------------------------------------*         00037100
       1300-999-FIM.                              EXIT.                 00037200
      *-------------------------------------------------------*         00037300
                                                                        00037400
      *-------------------------------------------------------*         00037500
       1400-LER-FUNCBTRN                          SECTION.              00037600
      *-------------------------------------------------------*         00037700
                                                                        00037800
             SET WRK-TRN-DESCARTADA TO TRUE.                            00037900
             PERFORM 1410-LER-UMA-TRANSACAO                             00038000
                UNTIL WRK-TRN-LIDA.                                     00038100
                                                                        00038200
      *-------------------------------------------------------*         00038300
       1400-999-FIM.                              EXIT.                 00038400
      *-------------------------------------------------------*         00038500
                                                                        00038600
      *---------------------------------------------------------------  00038700
      *    1410-LER-UMA-TRANSACAO                                       00038800
      *    ID INVALIDO OU MENOR QUE O ULTIMO JA LIDO E REJEITADO NA     00038900
      *    LEITURA, SEM CHEGAR AO BALANCEAMENTO.                        00039000
      *---------------------------------------------------------------  00039100
       1410-LER-UMA-TRANSACAO                     SECTION.              00039200
                                                                        00039300
             READ FUNCBTRN.                                             00039400
             IF WRK-FS-FUNCBTRN EQUAL '00'                              00039500
                ADD 1 TO WRK-REG-LIDOS                                  00039600
                EVALUATE TRUE                                           00039700
                  WHEN FD-TRN-ID NOT NUMERIC OR FD-TRN-ID EQUAL ZEROS   00039800
                     MOVE ' ID INVALIDO ' TO WRK-DSP-MOTIVO             00039900
                     PERFORM 2910-GRAVAR-REJEITADA                      00040000
                  WHEN FD-TRN-ID LESS THAN WRK-ULT-ID-TRN               00040100
                     MOVE ' TRANSACAO FORA DE SEQUENCIA '               00040200
                       TO WRK-DSP-MOTIVO                                00040300
                     PERFORM 2910-GRAVAR-REJEITADA                      00040400
                  WHEN OTHER                                            00040500
                     MOVE FD-TRN-ID TO WRK-ULT-ID-TRN                   00040600
                     MOVE FD-TRN-ID TO WRK-CHAVE-TRN                    00040700
                     SET WRK-TRN-LIDA TO TRUE                           00040800
                END-EVALUATE                                            00040900
             ELSE                                                       00041000
                SET WRK-TRN-ACABOU TO TRUE                              00041100
                MOVE 99999 TO WRK-CHAVE-TRN                             00041200
                SET WRK-TRN-LIDA TO TRUE                                00041300
             END-IF.                                                    00041400
                                                                        00041500
      *-------------------------------------------------------*         00041600
       1410-999-FIM.                              EXIT.                 00041700
      *-------------------------------------------------------*         00041800
                                                                        00041900
      *---------------------------------------------------------------  00042000
      *    2000-PROCESSAR                                               00042100
      *    A MENOR CHAVE ENTRE MESTRE E TRANSACAO E O ID DA VEZ: O      00042200
      *    REGISTRO DO MESTRE (SE HOUVER) SOBE PARA WRK-REG-ATUAL,      00042300
      *    TODAS AS TRANSACOES DO ID SAO APLICADAS NELE E, SE AINDA     00042400
      *    EXISTIR NO FIM, ELE VAI PARA O FUNCBNOV.                     00042500
      *---------------------------------------------------------------  00042600
       2000-PROCESSAR                             SECTION.              00042700
                                                                        00042800
             IF WRK-CHAVE-MES LESS THAN WRK-CHAVE-TRN                   00042900
                MOVE WRK-CHAVE-MES TO WRK-CHAVE-ATUAL                   00043000
             ELSE                                                       00043100
                MOVE WRK-CHAVE-TRN TO WRK-CHAVE-ATUAL                   00043200
             END-IF.                                                    00043300
                                                                        00043400
             IF WRK-CHAVE-MES EQUAL WRK-CHAVE-ATUAL                     00043500
                MOVE FD-FUNCBANCO TO WRK-REG-ATUAL                      00043600
                SET WRK-ATU-EXISTE TO TRUE                              00043700
                PERFORM 1300-LER-FUNCBANCO                              00043800
             ELSE                                                       00043900
                MOVE SPACES TO WRK-REG-ATUAL                            00044000
                SET WRK-ATU-NAO-EXISTE TO TRUE                          00044100
             END-IF.                                                    00044200
                                                                        00044300
             PERFORM 2100-APLICAR-TRANSACAO                             00044400
                UNTIL WRK-CHAVE-TRN NOT EQUAL WRK-CHAVE-ATUAL.          00044500
                                                                        00044600
             IF WRK-ATU-EXISTE                                          00044700
                PERFORM 2800-GRAVAR-MESTRE-NOVO                         00044800
             END-IF.                                                    00044900
                                                                        00045000
      *-------------------------------------------------------*         00045100
       2000-999-FIM.                              EXIT.                 00045200
      *-------------------------------------------------------*         00045300
                                                                        00045400
      *-------------------------------------------------------*         00045500
       2100-APLICAR-TRANSACAO                     SECTION.              00045600
      *-------------------------------------------------------*         00045700
                                                                        00045800
             SET WRK-REG-OK TO TRUE.                                    00045900
             MOVE SPACES TO WRK-DSP-MOTIVO.                             00046000
             MOVE ZEROS  TO WRK-SQLCODE.                                00046100
                                                                        00046200
             EVALUATE TRUE                                              00046300
               WHEN FD-TRN-USUARIO EQUAL SPACES                         00046400
                  SET WRK-REG-INVALIDO TO TRUE                          00046500
                  MOVE ' USUARIO NAO INFORMADO ' TO WRK-DSP-MOTIVO      00046600
               WHEN FD-TRN-INCLUSAO                                     00046700
                  PERFORM 2200-INCLUIR                                  00046800
               WHEN FD-TRN-ALTERACAO                                    00046900
                  PERFORM 2300-ALTERAR                                  00047000
               WHEN FD-TRN-EXCLUSAO                                     00047100
                  PERFORM 2400-EXCLUIR                                  00047200
               WHEN FD-TRN-CONFIRMACAO                                  00047300
                  PERFORM 2500-CONFIRMAR                                00047400
               WHEN OTHER                                               00047500
                  SET WRK-REG-INVALIDO TO TRUE                          00047600
                  MOVE ' TIPO DE TRANSACAO INVALIDO ' TO WRK-DSP-MOTIVO 00047700
             END-EVALUATE.                                              00047800
                                                                        00047900
             IF WRK-REG-OK                                              00048000
                PERFORM 2900-GRAVAR-APLICADA                            00048100
             ELSE                                                       00048200
                PERFORM 2910-GRAVAR-REJEITADA                           00048300
             END-IF.                                                    00048400
                                                                        00048500
             PERFORM 1400-LER-FUNCBTRN.                                 00048600
                                                                        00048700
      *-------------------------------------------------------*         00048800
       2100-999-FIM.                              EXIT.                 00048900
      *-------------------------------------------------------*         00049000
                                                                        00049100
      *-------------------------------------------------------*         00049200
       2200-INCLUIR                               SECTION.              00049300
      *-------------------------------------------------------*         00049400
                                                                        00049500
             IF WRK-ATU-EXISTE                                          00049600
                SET WRK-REG-INVALIDO TO TRUE                            00049700
                MOVE ' ID JA TEM CONTA CADASTRADA ' TO WRK-DSP-MOTIVO   00049800
             ELSE                                                       00049900
                MOVE FD-TRN-BANCO   TO WRK-NOV-BANCO                    00050000
                MOVE FD-TRN-AGENCIA TO WRK-NOV-AGENCIA                  00050100
                MOVE FD-TRN-CONTA   TO WRK-NOV-CONTA                    00050200
                PERFORM 2600-VALIDAR-CONTA                              00050300
                IF WRK-REG-OK                                           00050400
                   PERFORM 2700-CONFERIR-FUNCIONARIO                    00050500
                END-IF                                                  00050600
                IF WRK-REG-OK                                           00050700
                   MOVE SPACES TO WRK-CONTA-ANTES                       00050800
                   MOVE SPACES TO WRK-REG-ATUAL                         00050900
                   MOVE FD-TRN-ID TO WRK-ATU-ID                         00051000
                   PERFORM 2650-APLICAR-CONTA-NOVA                      00051100
                   SET WRK-ATU-EXISTE TO TRUE                           00051200
                   ADD 1 TO WRK-REG-INCLUIDOS                           00051300
                   PERFORM 2920-GRAVAR-AUDITORIA                        00051400
                END-IF                                                  00051500
             END-IF.                                                    00051600
                                                                        00051700
      *-------------------------------------------------------*         00051800
       2200-999-FIM.                              EXIT.                 00051900
      *-------------------------------------------------------*         00052000
                                                                        00052100
      *---------------------------------------------------------------  00052200
      *    2300-ALTERAR                                                 00052300
      *    CAMPO EM BRANCO NA TRANSACAO MANTEM O VALOR ATUAL; A         00052400
      *    CONTA RESULTANTE PASSA PELA MESMA VALIDACAO DA INCLUSAO.     00052500
      *---------------------------------------------------------------  00052600
       2300-ALTERAR                               SECTION.              00052700
                                                                        00052800
             IF WRK-ATU-NAO-EXISTE                                      00052900
                SET WRK-REG-INVALIDO TO TRUE                            00053000
                MOVE ' ID SEM CONTA CADASTRADA ' TO WRK-DSP-MOTIVO      00053100
             ELSE                                                       00053200
                MOVE WRK-ATU-BANCO   TO WRK-NOV-BANCO                   00053300
                MOVE WRK-ATU-AGENCIA TO WRK-NOV-AGENCIA                 00053400
                MOVE WRK-ATU-CONTA   TO WRK-NOV-CONTA                   00053500
                IF FD-TRN-BANCO NOT EQUAL SPACES                        00053600
                   MOVE FD-TRN-BANCO   TO WRK-NOV-BANCO                 00053700
                END-IF                                                  00053800
                IF FD-TRN-AGENCIA NOT EQUAL SPACES                      00053900
                   MOVE FD-TRN-AGENCIA TO WRK-NOV-AGENCIA               00054000
                END-IF                                                  00054100
                IF FD-TRN-CONTA NOT EQUAL SPACES                        00054200
                   MOVE FD-TRN-CONTA   TO WRK-NOV-CONTA                 00054300
                END-IF                                                  00054400
                MOVE WRK-ATU-BANCO   TO WRK-ANT-BANCO                   00054500
                MOVE WRK-ATU-AGENCIA TO WRK-ANT-AGENCIA                 00054600
                MOVE WRK-ATU-CONTA   TO WRK-ANT-CONTA                   00054700
                IF WRK-CONTA-NOVA EQUAL WRK-CONTA-ANTES                 00054800
                   SET WRK-REG-INVALIDO TO TRUE                         00054900
                   MOVE ' ALTERACAO SEM MUDANCA ' TO WRK-DSP-MOTIVO     00055000
                ELSE                                                    00055100
                   PERFORM 2600-VALIDAR-CONTA                           00055200
                END-IF                                                  00055300
                IF WRK-REG-OK                                           00055400
                   PERFORM 2650-APLICAR-CONTA-NOVA                      00055500
                   ADD 1 TO WRK-REG-ALTERADOS                           00055600
                   PERFORM 2920-GRAVAR-AUDITORIA                        00055700
                END-IF                                                  00055800
             END-IF.                                                    00055900
                                                                        00056000
      *-------------------------------------------------------*         00056100
       2300-999-FIM.                              EXIT.                 00056200
      *-------------------------------------------------------*         00056300
                                                                        00056400
      *-------------------------------------------------------*         00056500
       2400-EXCLUIR                               SECTION.              00056600
      *-------------------------------------------------------*         00056700
                                                                        00056800
             IF WRK-ATU-NAO-EXISTE                                      00056900
                SET WRK-REG-INVALIDO TO TRUE                            00057000
                MOVE ' ID SEM CONTA CADASTRADA ' TO WRK-DSP-MOTIVO      00057100
             ELSE                                                       00057200
                MOVE WRK-ATU-BANCO   TO WRK-ANT-BANCO                   00057300
                MOVE WRK-ATU-AGENCIA TO WRK-ANT-AGENCIA                 00057400
                MOVE WRK-ATU-CONTA   TO WRK-ANT-CONTA                   00057500
                MOVE SPACES          TO WRK-CONTA-NOVA                  00057600
                SET WRK-ATU-NAO-EXISTE TO TRUE                          00057700
                ADD 1 TO WRK-REG-EXCLUIDOS                              00057800
                PERFORM 2920-GRAVAR-AUDITORIA                           00057900
             END-IF.                                                    00058000
                                                                        00058100
      *-------------------------------------------------------*         00058200
       2400-999-FIM.                              EXIT.                 00058300
      *-------------------------------------------------------*         00058400
                                                                        00058500
      *---------------------------------------------------------------  00058600
      *    2500-CONFIRMAR                                               00058700
      *    QUEM CONFIRMA NAO PODE SER QUEM MUDOU A CONTA, E TEM DE      00058800
      *    INFORMAR BANCO, AGENCIA E CONTA IGUAIS AOS DO CADASTRO       00058900
      *    (CONFERIDOS COM O FUNCIONARIO). A DATA DA MUDANCA FICA.      00059000
      *---------------------------------------------------------------  00059100
       2500-CONFIRMAR                             SECTION.              00059200
                                                                        00059300
             MOVE FD-TRN-BANCO   TO WRK-NOV-BANCO.                      00059400
             MOVE FD-TRN-AGENCIA TO WRK-NOV-AGENCIA.                    00059500
             MOVE FD-TRN-CONTA   TO WRK-NOV-CONTA.                      00059600
                                                                        00059700
             EVALUATE TRUE                                              00059800
               WHEN WRK-ATU-NAO-EXISTE                                  00059900
                  SET WRK-REG-INVALIDO TO TRUE                          00060000
                  MOVE ' ID SEM CONTA CADASTRADA ' TO WRK-DSP-MOTIVO    00060100
               WHEN WRK-ATU-CONFIRMADA                                  00060200
                  SET WRK-REG-INVALIDO TO TRUE                          00060300
                  MOVE ' CONTA JA CONFIRMADA ' TO WRK-DSP-MOTIVO        00060400
               WHEN FD-TRN-USUARIO EQUAL WRK-ATU-USUARIO                00060500
                  SET WRK-REG-INVALIDO TO TRUE                          00060600
                  MOVE ' CONFIRMACAO PELO MESMO USUARIO'                00060700
                    TO WRK-DSP-MOTIVO                                   00060800
               WHEN WRK-NOV-BANCO   NOT EQUAL WRK-ATU-BANCO   OR        00060900
                    WRK-NOV-AGENCIA NOT EQUAL WRK-ATU-AGENCIA OR        00061000
                    WRK-NOV-CONTA   NOT EQUAL WRK-ATU-CONTA             00061100
                  SET WRK-REG-INVALIDO TO TRUE                          00061200
                  MOVE ' CONTA DIFERENTE DO CADASTRO '                  00061300
                    TO WRK-DSP-MOTIVO                                   00061400
               WHEN OTHER                                               00061500
                  MOVE WRK-CONTA-NOVA TO WRK-CONTA-ANTES                00061600
                  MOVE 'S' TO WRK-ATU-CONFIRMADO                        00061700
                  ADD 1 TO WRK-REG-CONFIRMADOS                          00061800
                  PERFORM 2920-GRAVAR-AUDITORIA                         00061900
             END-EVALUATE.                                              00062000
                                                                        00062100
      *-------------------------------------------------------*         00062200
       2500-999-FIM.                              EXIT.                 00062300
      *-------------------------------------------------------*         00062400
                                                                        00062500
      *---------------------------------------------------------------  00062600
      *    2600-VALIDAR-CONTA                                           00062700
      *    BANCO CADASTRADO E ATIVO NO BANCODIR (A MESMA REGRA DA       00062800
      *    TELA F03CIP12), AGENCIA E CONTA PREENCHIDAS.                 00062900
      *---------------------------------------------------------------  00063000
       2600-VALIDAR-CONTA                         SECTION.              00063100
                                                                        00063200
             SET WRK-BCO-NAO-ACHADO TO TRUE.                            00063300
             MOVE 1 TO WRK-IDX-BCO.                                     00063400
             PERFORM 2610-PROCURAR-BANCO                                00063500
                UNTIL WRK-IDX-BCO GREATER THAN WRK-QTDE-BANCOS          00063600
                   OR WRK-BCO-FOI-ACHADO.                               00063700
                                                                        00063800
             EVALUATE TRUE                                              00063900
               WHEN WRK-NOV-AGENCIA EQUAL SPACES OR                     00064000
                    WRK-NOV-CONTA   EQUAL SPACES                        00064100
                  SET WRK-REG-INVALIDO TO TRUE                          00064200
                  MOVE ' AGENCIA OU CONTA EM BRANCO ' TO WRK-DSP-MOTIVO 00064300
               WHEN WRK-BCO-NAO-ACHADO                                  00064400
                  SET WRK-REG-INVALIDO TO TRUE                          00064500
                  MOVE ' BANCO SEM CADASTRO NO BANCODIR'                00064600
                    TO WRK-DSP-MOTIVO                                   00064700
               WHEN WRK-TAB-BCO-ATIVO(WRK-IDX-BCO) NOT EQUAL 'S'        00064800
                  SET WRK-REG-INVALIDO TO TRUE                          00064900
                  MOVE ' BANCO INATIVO NO BANCODIR ' TO WRK-DSP-MOTIVO  00065000
               WHEN OTHER                                               00065100
                  CONTINUE                                              00065200
             END-EVALUATE.                                              00065300
                                                                        00065400
      *-------------------------------------------------------*         00065500
       2600-999-FIM.                              EXIT.                 00065600
      *-------------------------------------------------------*         00065700
                                                                        00065800
       2610-PROCURAR-BANCO                         SECTION.             00065900
                                                                        00066000
            IF WRK-TAB-BCO-CODIGO(WRK-IDX-BCO) EQUAL WRK-NOV-BANCO      00066100
               SET WRK-BCO-FOI-ACHADO TO TRUE                           00066200
            ELSE                                                        00066300
               ADD 1 TO WRK-IDX-BCO                                     00066400
            END-IF.                                                     00066500
                                                                        00066600
      *-------------------------------------------------------*         00066700
       2610-999-FIM.                              EXIT.                 00066800
      *-------------------------------------------------------*         00066900
                                                                        00067000
      *---------------------------------------------------------------  00067100
      *    2650-APLICAR-CONTA-NOVA                                      00067200
      *    TODA INCLUSAO OU ALTERACAO NASCE NAO CONFIRMADA, COM A       00067300
      *    DATA E O USUARIO DA MUDANCA (CONTROLE DO FR03CB22).          00067400
      *---------------------------------------------------------------  00067500
       2650-APLICAR-CONTA-NOVA                    SECTION.              00067600
                                                                        00067700
             MOVE WRK-NOV-BANCO   TO WRK-ATU-BANCO.                     00067800
             MOVE WRK-NOV-AGENCIA TO WRK-ATU-AGENCIA.                   00067900
             MOVE WRK-NOV-CONTA   TO WRK-ATU-CONTA.                     00068000
             MOVE WRK-DATA-HOJE   TO WRK-ATU-DATA-ALT.                  00068100
             MOVE FD-TRN-USUARIO  TO WRK-ATU-USUARIO.                   00068200
             MOVE 'N'             TO WRK-ATU-CONFIRMADO.                00068300
                                                                        00068400
      *-------------------------------------------------------*         00068500
       2650-999-FIM.                              EXIT.                 00068600
      *-------------------------------------------------------*         00068700
                                                                        00068800
      *---------------------------------------------------------------  00068900
      *    2700-CONFERIR-FUNCIONARIO                                    00069000
      *    SO SE INCLUI CONTA DE ID CADASTRADO NA FOUR001.FUNC.         00069100
      *---------------------------------------------------------------  00069200
       2700-CONFERIR-FUNCIONARIO                   SECTION.             00069300
                                                                        00069400
             MOVE FD-TRN-ID TO DB2-FUNC-ID.                             00069500
             EXEC SQL                                                   00069600
                SELECT ID                                               00069700
                  INTO :DB2-FUNC-ID                                     00069800
                  FROM FOUR001.FUNC                                     00069900
                 WHERE ID = :DB2-FUNC-ID                                00070000
             END-EXEC.                                                  00070100
                                                                        00070200
             EVALUATE TRUE                                              00070300
               WHEN SQLCODE EQUAL 100                                   00070400
                  SET WRK-REG-INVALIDO TO TRUE                          00070500
                  MOVE ' FUNCIONARIO INEXISTENTE ' TO WRK-DSP-MOTIVO    00070600
               WHEN SQLCODE NOT EQUAL ZEROS                             00070700
                  MOVE SQLCODE TO WRK-SQLCODE                           00070800
                  SET WRK-REG-INVALIDO TO TRUE                          00070900
                  MOVE ' ERRO SQLCODE NA LEITURA ' TO WRK-DSP-MOTIVO    00071000
                  DISPLAY ' SQLCODE ' WRK-SQLCODE ' NO ID ' FD-TRN-ID   00071100
               WHEN OTHER                                               00071200
                  CONTINUE                                              00071300
             END-EVALUATE.                                              00071400
                                                                        00071500
      *-------------------------------------------------------*         00071600
       2700-999-FIM.                              EXIT.                 00071700
      *-------------------------------------------------------*         00071800
                                                                        00071900
      *---------------------------------------------------------------  00072000
      *    2800-GRAVAR-MESTRE-NOVO                                      00072100
      *    CONTA AINDA NAO CONFIRMADA SAI LISTADA NO SYSOUT PARA A      00072200
      *    CONFERENCIA COM O FUNCIONARIO.                               00072300
      *---------------------------------------------------------------  00072400
       2800-GRAVAR-MESTRE-NOVO                    SECTION.              00072500
                                                                        00072600
             MOVE WRK-REG-ATUAL TO FD-FUNCBNOV.                         00072700
             WRITE FD-FUNCBNOV.                                         00072800
             IF WRK-FS-FUNCBNOV NOT EQUAL '00'                          00072900
                MOVE ' ERRO WRITE FUNCBNOV ' TO WRK-MSG                 00073000
                PERFORM 9000-TRATAR-ERROS                               00073100
             END-IF.                                                    00073200
             ADD 1 TO WRK-REG-MESTRE-GRAV.                              00073300
                                                                        00073400
             IF WRK-ATU-CONFIRMADO EQUAL 'N'                            00073500
                ADD 1 TO WRK-REG-PENDENTES                              00073600
                DISPLAY ' A CONFIRMAR: ID ' WRK-ATU-ID                  00073700
                        ' ' WRK-ATU-BANCO ' ' WRK-ATU-AGENCIA           00073800
                        ' ' WRK-ATU-CONTA ' EM ' WRK-ATU-DATA-ALT       00073900
                        ' POR ' WRK-ATU-USUARIO                         00074000
             END-IF.                                                    00074100
                                                                        00074200
      *-------------------------------------------------------*         00074300
       2800-999-FIM.                              EXIT.                 00074400
      *-------------------------------------------------------*         00074500
                                                                        00074600
      *-------------------------------------------------------*         00074700
       2900-GRAVAR-APLICADA                       SECTION.              00074800
      *-------------------------------------------------------*         00074900
                                                                        00075000
             MOVE SPACES      TO FD-FUNCBDSP.                           00075100
             MOVE FD-FUNCBTRN TO FD-DSP-TRANSACAO.                      00075200
             MOVE 'A'         TO FD-DSP-SITUACAO.                       00075300
             WRITE FD-FUNCBDSP.                                         00075400
                                                                        00075500
      *-------------------------------------------------------*         00075600
       2900-999-FIM.                              EXIT.                 00075700
      *-------------------------------------------------------*         00075800
                                                                        00075900
      *-------------------------------------------------------*         00076000
       2910-GRAVAR-REJEITADA                      SECTION.              00076100
      *-------------------------------------------------------*         00076200
                                                                        00076300
             MOVE SPACES         TO FD-FUNCBDSP.                        00076400
             MOVE FD-FUNCBTRN    TO FD-DSP-TRANSACAO.                   00076500
             MOVE 'R'            TO FD-DSP-SITUACAO.                    00076600
             MOVE WRK-DSP-MOTIVO TO FD-DSP-MOTIVO.                      00076700
             WRITE FD-FUNCBDSP.                                         00076800
             ADD 1 TO WRK-REG-REJEITADOS.                               00076900
             DISPLAY ' REJEITADA: ' FD-TRN-TIPO ' ' FD-TRN-ID           00077000
                     ' ' WRK-DSP-MOTIVO.                                00077100
                                                                        00077200
      *-------------------------------------------------------*         00077300
       2910-999-FIM.                              EXIT.                 00077400
      *-------------------------------------------------------*         00077500
                                                                        00077600
      *---------------------------------------------------------------  00077700
      *    2920-GRAVAR-AUDITORIA                                        00077800
      *    IMAGEM ANTES/DEPOIS DA CONTA (INCLUSAO COM ANTES EM          00077900
      *    BRANCO, EXCLUSAO COM DEPOIS EM BRANCO, CONFIRMACAO COM       00078000
      *    AS DUAS IGUAIS), COM A DATA E O USUARIO DA TRANSACAO.        00078100
      *---------------------------------------------------------------  00078200
       2920-GRAVAR-AUDITORIA                      SECTION.              00078300
                                                                        00078400
             MOVE SPACES          TO FD-FUNCBAUD.                       00078500
             MOVE WRK-DATA-HOJE   TO FD-AUD-DATA.                       00078600
             MOVE FD-TRN-TIPO     TO FD-AUD-TIPO.                       00078700
             MOVE FD-TRN-ID       TO FD-AUD-ID.                         00078800
             MOVE FD-TRN-USUARIO  TO FD-AUD-USUARIO.                    00078900
             MOVE WRK-ANT-BANCO   TO FD-AUD-BANCO-ANT.                  00079000
             MOVE WRK-ANT-AGENCIA TO FD-AUD-AGENCIA-ANT.                00079100
             MOVE WRK-ANT-CONTA   TO FD-AUD-CONTA-ANT.                  00079200
             MOVE WRK-NOV-BANCO   TO FD-AUD-BANCO-NOV.                  00079300
             MOVE WRK-NOV-AGENCIA TO FD-AUD-AGENCIA-NOV.                00079400
             MOVE WRK-NOV-CONTA   TO FD-AUD-CONTA-NOV.                  00079500
             WRITE FD-FUNCBAUD.                                         00079600
             IF WRK-FS-FUNCBAUD NOT EQUAL '00'                          00079700
                MOVE ' ERRO WRITE FUNCBAUD ' TO WRK-MSG                 00079800
                PERFORM 9000-TRATAR-ERROS                               00079900
             END-IF.                                                    00080000
                                                                        00080100
      *-------------------------------------------------------*         00080200
       2920-999-FIM.                              EXIT.                 00080300
      *-------------------------------------------------------*         00080400
                                                                        00080500
      *-------------------------------------------------------*         00080600
       3000-FINALIZAR                             SECTION.              00080700
      *-------------------------------------------------------*         00080800
                                                                        00080900
              CLOSE FUNCBANCO.                                          00081000
              CLOSE FUNCBTRN.                                           00081100
              CLOSE FUNCBNOV.                                           00081200
              CLOSE FUNCBDSP.                                           00081300
              CLOSE FUNCBAUD.                                           00081400
                                                                        00081500
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00081600
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00081700
             MOVE WRK-REG-LIDOS       TO WRK-JOB-LIDOS.                 00081800
             MOVE WRK-REG-MESTRE-GRAV TO WRK-JOB-GRAVADOS.              00081900
             MOVE WRK-REG-REJEITADOS  TO WRK-JOB-REJEITADOS.            00082000
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00082100
                  WRK-JOB-RETORNO                                       00082200
                 ON EXCEPTION                                           00082300
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00082400
             END-CALL.                                                  00082500
                                                                        00082600
              DISPLAY '===================================='.           00082700
              DISPLAY ' CONTAS NO FUNCBANCO...: ' WRK-REG-MESTRE-LIDOS. 00082800
              DISPLAY ' TRANSACOES LIDAS......: ' WRK-REG-LIDOS.        00082900
              DISPLAY ' INCLUSOES.............: ' WRK-REG-INCLUIDOS.    00083000
              DISPLAY ' ALTERACOES............: ' WRK-REG-ALTERADOS.    00083100
              DISPLAY ' EXCLUSOES.............: ' WRK-REG-EXCLUIDOS.    00083200
              DISPLAY ' CONFIRMACOES..........: ' WRK-REG-CONFIRMADOS.  00083300
              DISPLAY ' REJEITADAS............: ' WRK-REG-REJEITADOS.   00083400
              DISPLAY ' CONTAS NO FUNCBNOV....: ' WRK-REG-MESTRE-GRAV.  00083500
              DISPLAY ' A CONFIRMAR...........: ' WRK-REG-PENDENTES.    00083600
              DISPLAY '===================================='.           00083700
                 STOP RUN.                                              00083800
                                                                        00083900
      *-------------------------------------------------------*         00084000
       3000-999-FIM.                              EXIT.                 00084100
      *-------------------------------------------------------*         00084200
                                                                        00084300
      *-------------------------------------------------------*         00084400
       9000-TRATAR-ERROS                           SECTION.             00084500
      *-------------------------------------------------------*         00084600
                                                                        00084700
             DISPLAY '-----------------------------'.                   00084800
             DISPLAY WRK-MSG.                                           00084900
             DISPLAY '-----------------------------'.                   00085000
                STOP RUN.                                               00085100
                                                                        00085200
      *-------------------------------------------------------*         00085300
       9000-999-FIM.                              EXIT.                 00085400
      *-------------------------------------------------------*         00085500
