      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB50.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 28/08/2023                                       00001200
      *     OBJETIVO : REGISTRO DOS AFASTAMENTOS -- LE O                00001300
      *              : ARQUIVO AFASTMOV E MANTEM O HISTORICO EM         00001400
      *              : FOUR001.AFASTAMENTO (MATRICULA, TIPO,            00001500
      *              : INICIO, RETORNO PREVISTO E RETORNO               00001600
      *              : EFETIVO; CHAVE MATRICULA + INICIO):              00001700
      *              :  I - INICIO DO AFASTAMENTO (FUNCIONARIO          00001800
      *              :      ATIVO E SEM OUTRO AFASTAMENTO ABERTO);      00001900
      *              :  P - PRORROGACAO (NOVO RETORNO PREVISTO);        00002000
      *              :  R - RETORNO EFETIVO (ENCERRA);                  00002100
      *              :  E - EXCLUI O LANCAMENTO FEITO POR ENGANO.       00002200
      *              : TIPOS: D - DOENCA E A - ACIDENTE DE              00002300
      *              : TRABALHO (EMPRESA PAGA OS 15 PRIMEIROS           00002400
      *              : DIAS, O RESTO E DO INSS); M - LICENCA            00002500
      *              : MATERNIDADE (PAGA PELA EMPRESA E                 00002600
      *              : COMPENSADA NA GUIA DO INSS); N - LICENCA         00002700
      *              : NAO REMUNERADA. A FOLHA (FR03DB15) E AS          00002800
      *              : FERIAS (FR03DB37) LEEM A TABELA; O               00002900
      *              : RELATORIO MENSAL SAI NO FR03DB51.                00003000
      *              : DATAS NO FORMATO AAAA-MM-DD, CONFERIDAS NA       00003100
      *              : DATASERV (FUNCAO 01). REPROVADOS VAO PARA O      00003200
      *              : REJEITO NO ENVELOPE PADRAO, CODIGOS A01 A        00003300
      *              : A11.                                             00003400
      *=======================================================*         00003500
      *=======================================================*         00003600
       ENVIRONMENT                                    DIVISION.         00003700
      *=======================================================*         00003800
       CONFIGURATION                                  SECTION.          00003900
      *=======================================================*         00004000
                                                                        00004100
          SPECIAL-NAMES.                                                00004200
              DECIMAL-POINT IS COMMA.                                   00004300
                                                                        00004400
      *=======================================================*         00004500
       INPUT-OUTPUT                                   SECTION.          00004600
       FILE-CONTROL.                                                    00004700
             SELECT AFASTMOV ASSIGN TO AFASTMOV                         00004800
                FILE STATUS  IS WRK-FS-AFASTMOV.                        00004900
             SELECT REJEITO  ASSIGN TO REJEITO                          00005000
                FILE STATUS  IS WRK-FS-REJEITO.                         00005100
      *=======================================================*         00005200
       DATA                                       DIVISION.             00005300
      *=======================================================*         00005400
                                                                        00005500
      *-------------------------------------------------------*         00005600
       FILE                                       SECTION.              00005700
      *-------------------------------------------------------*         00005800
       FD AFASTMOV                                                      00005900
           RECORDING MODE IS F                                          00006000
           BLOCK CONTAINS 0 RECORDS.                                    00006100
       01 FD-AFASTMOV.                                                  00006200
          05 FD-AFM-ACAO       PIC X(01).                               00006300
             88 FD-AFM-INICIAR          VALUE 'I'.                      00006400
             88 FD-AFM-PRORROGAR        VALUE 'P'.                      00006500
             88 FD-AFM-RETORNAR         VALUE 'R'.                      00006600
             88 FD-AFM-EXCLUIR          VALUE 'E'.                      00006700
          05 FD-AFM-ID         PIC 9(04).                               00006800
          05 FD-AFM-TIPO       PIC X(01).                               00006900
             88 FD-AFM-TIPO-VALIDO      VALUE 'D' 'A' 'M' 'N'.          00007000
          05 FD-AFM-INICIO     PIC X(10).                               00007100
          05 FD-AFM-RET-PREV   PIC X(10).                               00007200
          05 FD-AFM-RET-EFET   PIC X(10).                               00007300
          05 FILLER            PIC X(24).                               00007400
                                                                        00007500
       FD REJEITO                                                       00007600
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-REJEITO.                                                   00007900
          05 FD-REJ-ORIGEM        PIC X(08).                            00008000
          05 FD-REJ-DATA          PIC X(08).                            00008100
          05 FD-REJ-COD           PIC X(04).                            00008200
          05 FD-REJ-SQLCODE       PIC -999.                             00008300
          05 FD-REJ-MOTIVO        PIC X(030).                           00008400
          05 FD-REJ-DADOS         PIC X(120).                           00008500
          05 FILLER               PIC X(06).                            00008600
                                                                        00008700
      *-------------------------------------------------------*         00008800
       WORKING-STORAGE                            SECTION.              00008900
      *-------------------------------------------------------*         00009000
                                                                        00009100
      *-------------------------------------------------------*         00009200
        01 FILLER                          PIC X(050)   VALUE           00009300
                '*******AREA DE SQL ******'.                            00009400
      *-------------------------------------------------------*         00009500
                                                                        00009600
           EXEC SQL                                                     00009700
                INCLUDE SQLCA                                           00009800
           END-EXEC.                                                    00009900
                                                                        00010000
      *-------------------------------------------------------*         00010100
        01 FILLER                          PIC X(050)   VALUE           00010200
                '*******AREA DE AUXILIARES********'.                    00010300
      *-------------------------------------------------------*         00010400
                                                                        00010500
       77 WRK-SQLCODE         PIC -999.                                 00010600
                                                                        00010700
       01 DB2-AFA-ID          PIC S9(04) COMP VALUE ZEROS.              00010800
       01 DB2-AFA-TIPO        PIC X(01) VALUE SPACES.                   00010900
       01 DB2-AFA-INICIO      PIC X(10) VALUE SPACES.                   00011000
       01 DB2-AFA-RET-PREV    PIC X(10) VALUE SPACES.                   00011100
       01 DB2-AFA-RET-EFET    PIC X(10) VALUE SPACES.                   00011200
       01 DB2-FUNC-SETOR      PIC X(04) VALUE SPACES.                   00011300
       01 DB2-ABERTOS         PIC S9(09) COMP VALUE ZEROS.              00011400
       77 WRK-RET-EFET-NULL   PIC S9(04) COMP VALUE ZEROS.              00011500
                                                                        00011600
       77 WRK-FS-AFASTMOV     PIC X(02) VALUE SPACES.                   00011700
       77 WRK-FS-REJEITO      PIC X(02) VALUE SPACES.                   00011800
       01 WRK-JOB-REGISTRO.                                             00011900
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00012000
          05 WRK-JOB-EVENTO        PIC X(01).                           00012100
          05 WRK-JOB-SITUACAO      PIC X(01).                           00012200
          05 WRK-JOB-LIDOS         PIC 9(07).                           00012300
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00012400
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00012500
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00012600
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00012700
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00012800
       77 WRK-REG-LIDOS       PIC 9(07) VALUE ZEROS.                    00012900
       77 WRK-REG-INICIADOS   PIC 9(07) VALUE ZEROS.                    00013000
       77 WRK-REG-PRORROGADOS PIC 9(07) VALUE ZEROS.                    00013100
       77 WRK-REG-RETORNOS    PIC 9(07) VALUE ZEROS.                    00013200
       77 WRK-REG-EXCLUIDOS   PIC 9(07) VALUE ZEROS.                    00013300
       77 WRK-REG-APLICADOS   PIC 9(07) VALUE ZEROS.                    00013400
       77 WRK-REG-REJEITADOS  PIC 9(07) VALUE ZEROS.                    00013500
       77 WRK-REG-STATUS      PIC X(01) VALUE 'S'.                      00013600
          88 WRK-REG-OK              VALUE 'S'.                         00013700
          88 WRK-REG-INVALIDO        VALUE 'N'.                         00013800
       77 WRK-REJ-MOTIVO      PIC X(030) VALUE SPACES.                  00013900
       77 WRK-REJ-COD         PIC X(04) VALUE SPACES.                   00014000
                                                                        00014100
       77 WRK-PROG-DATASERV   PIC X(08) VALUE 'DATASERV'.               00014200
       01 WRK-DSV-AREA.                                                 00014300
          05 WRK-DSV-DATA-1    PIC X(10).                               00014400
          05 WRK-DSV-DATA-2    PIC X(10).                               00014500
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00014600
          05 WRK-DSV-CLASSE    PIC X(01).                               00014700
       77 WRK-DSV-FUNCAO      PIC X(02) VALUE SPACES.                   00014800
       77 WRK-DSV-RETORNO     PIC X(02) VALUE SPACES.                   00014900
                                                                        00015000
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00015100
                                                                        00015200
      *-------------------------------------------------------*         00015300
                                                                        00015400
      *=======================================================*         00015500
       PROCEDURE                                  DIVISION.             00015600
      *=======================================================*         00015700
                                                                        00015800
      *-------------------------------------------------------*         00015900
      *         R O T I N A  P R I N C I P A L *                        00016000
      *-------------------------------------------------------*         00016100
                                                                        00016200
      *-------------------------------------------------------*         00016300
       0000-PRINCIPAL                              SECTION.             00016400
      *-------------------------------------------------------*         00016500
                                                                        00016600
            PERFORM 1000-INICIAR.                                       00016700
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-AFASTMOV EQUAL '10'.    00016800
            PERFORM 3000-FINALIZAR.                                     00016900
                                                                        00017000
      *-------------------------------------------------------*         00017100
       0000-999-FIM.                               EXIT.                00017200
      *-------------------------------------------------------*         00017300
                                                                        00017400
      *-------------------------------------------------------*         00017500
       1000-INICIAR                               SECTION.              00017600
      *-------------------------------------------------------*         00017700
                                                                        00017800
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00017900
                                                                        00018000
             MOVE 'FR03DB50' TO WRK-JOB-PROGRAMA.                       00018100
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00018200
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00018300
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00018400
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00018500
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00018600
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00018700
                  WRK-JOB-RETORNO                                       00018800
                 ON EXCEPTION                                           00018900
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00019000
             END-CALL.                                                  00019100
                                                                        00019200
             OPEN INPUT AFASTMOV.                                       00019300
             IF WRK-FS-AFASTMOV NOT EQUAL '00'                          00019400
                MOVE ' ERRO OPEN AFASTMOV ' TO WRK-MSG                  00019500
                PERFORM 9000-TRATAR-ERROS                               00019600
             END-IF.                                                    00019700
                                                                        00019800
             OPEN OUTPUT REJEITO.                                       00019900
             IF WRK-FS-REJEITO NOT EQUAL '00'                           00020000
                MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG                   00020100
                PERFORM 9000-TRATAR-ERROS                               00020200
             END-IF.                                                    00020300
                                                                        00020400
             DISPLAY '===================================='.            00020500
             DISPLAY ' REGISTRO DE AFASTAMENTOS '.                      00020600
             DISPLAY '===================================='.            00020700
                                                                        00020800
             READ AFASTMOV.                                             00020900
                                                                        00021000
      *-------------------------------------------------------*         00021100
       1000-999-FIM.                              EXIT.                 00021200
      *-------------------------------------------------------*         00021300
                                                                        00021400
      *-------------------------------------------------------*         00021500
       2000-PROCESSAR                             SECTION.              00021600
      *-------------------------------------------------------*         00021700
                                                                        00021800
             IF WRK-FS-AFASTMOV EQUAL '00'                              00021900
                ADD 1 TO WRK-REG-LIDOS                                  00022000
                PERFORM 2100-VALIDAR-REGISTRO                           00022100
                IF WRK-REG-OK                                           00022200
                   PERFORM 2200-APLICAR-MOVIMENTO                       00022300
                ELSE                                                    00022400
                   MOVE ZEROS TO WRK-SQLCODE                            00022500
                   PERFORM 2900-GRAVAR-REJEITO                          00022600
                END-IF                                                  00022700
             END-IF.                                                    00022800
                                                                        00022900
             READ AFASTMOV.                                             00023000
                                                                        00023100
      *-------------------------------------------------------*         00023200
       2000-999-FIM.                              EXIT.                 00023300
      *-------------------------------------------------------*         00023400
                                                                        00023500
      *---------------------------------------------------------------  00023600
      *    2100-VALIDAR-REGISTRO                                        00023700
      *    EDICAO DO MOVIMENTO ANTES DE IR AO BANCO: MATRICULA,         00023800
      *    ACAO E INICIO SEMPRE; TIPO NO INICIO; RETORNO PREVISTO       00023900
      *    NO INICIO E NA PRORROGACAO; RETORNO EFETIVO NO RETORNO.      00024000
      *    NENHUM RETORNO PODE SER ANTERIOR AO INICIO.                  00024100
      *---------------------------------------------------------------  00024200
       2100-VALIDAR-REGISTRO                       SECTION.             00024300
                                                                        00024400
             SET WRK-REG-OK TO TRUE.                                    00024500
             MOVE SPACES TO WRK-REJ-MOTIVO.                             00024600
             MOVE SPACES TO WRK-REJ-COD.                                00024700
                                                                        00024800
             IF FD-AFM-ID NOT NUMERIC                                   00024900
                SET WRK-REG-INVALIDO TO TRUE                            00025000
                MOVE ' MATRICULA NAO NUMERICA ' TO WRK-REJ-MOTIVO       00025100
                MOVE 'A01 ' TO WRK-REJ-COD                              00025200
             END-IF.                                                    00025300
                                                                        00025400
             IF NOT FD-AFM-INICIAR   AND                                00025500
                NOT FD-AFM-PRORROGAR AND                                00025600
                NOT FD-AFM-RETORNAR  AND                                00025700
                NOT FD-AFM-EXCLUIR                                      00025800
                SET WRK-REG-INVALIDO TO TRUE                            00025900
                MOVE ' ACAO INVALIDA ' TO WRK-REJ-MOTIVO                00026000
                MOVE 'A02 ' TO WRK-REJ-COD                              00026100
             END-IF.                                                    00026200
                                                                        00026300
             IF WRK-REG-OK AND FD-AFM-INICIAR AND                       00026400
                NOT FD-AFM-TIPO-VALIDO                                  00026500
                SET WRK-REG-INVALIDO TO TRUE                            00026600
                MOVE ' TIPO DE AFASTAMENTO INVALIDO ' TO                00026700
                     WRK-REJ-MOTIVO                                     00026800
                MOVE 'A03 ' TO WRK-REJ-COD                              00026900
             END-IF.                                                    00027000
                                                                        00027100
             IF WRK-REG-OK                                              00027200
                MOVE FD-AFM-INICIO TO WRK-DSV-DATA-1                    00027300
                PERFORM 2190-VALIDAR-DATA                               00027400
                IF WRK-DSV-RETORNO NOT EQUAL '00'                       00027500
                   SET WRK-REG-INVALIDO TO TRUE                         00027600
                   MOVE ' DATA DE INICIO INVALIDA ' TO WRK-REJ-MOTIVO   00027700
                   MOVE 'A04 ' TO WRK-REJ-COD                           00027800
                END-IF                                                  00027900
             END-IF.                                                    00028000
                                                                        00028100
             IF WRK-REG-OK AND                                          00028200
                ( FD-AFM-INICIAR OR FD-AFM-PRORROGAR )                  00028300
                MOVE FD-AFM-RET-PREV TO WRK-DSV-DATA-1                  00028400
                PERFORM 2190-VALIDAR-DATA                               00028500
                IF WRK-DSV-RETORNO NOT EQUAL '00' OR                    00028600
                   FD-AFM-RET-PREV LESS THAN FD-AFM-INICIO              00028700
                   SET WRK-REG-INVALIDO TO TRUE                         00028800
                   MOVE ' RETORNO PREVISTO INVALIDO ' TO                00028900
                        WRK-REJ-MOTIVO                                  00029000
                   MOVE 'A05 ' TO WRK-REJ-COD                           00029100
                END-IF                                                  00029200
             END-IF.                                                    00029300
                                                                        00029400
             IF WRK-REG-OK AND FD-AFM-RETORNAR                          00029500
                MOVE FD-AFM-RET-EFET TO WRK-DSV-DATA-1                  00029600
                PERFORM 2190-VALIDAR-DATA                               00029700
                IF WRK-DSV-RETORNO NOT EQUAL '00' OR                    00029800
                   FD-AFM-RET-EFET LESS THAN FD-AFM-INICIO              00029900
                   SET WRK-REG-INVALIDO TO TRUE                         00030000
                   MOVE ' RETORNO EFETIVO INVALIDO ' TO                 00030100
                        WRK-REJ-MOTIVO                                  00030200
                   MOVE 'A06 ' TO WRK-REJ-COD                           00030300
                END-IF                                                  00030400
             END-IF.                                                    00030500
                                                                        00030600
      *-------------------------------------------------------*         00030700
       2100-999-FIM.                              EXIT.                 00030800
      *-------------------------------------------------------*         00030900
                                                                        00031000
      *-------------------------------------------------------*         00031100
       2190-VALIDAR-DATA                           SECTION.             00031200
      *-------------------------------------------------------*         00031300
                                                                        00031400
             MOVE '01' TO WRK-DSV-FUNCAO.                               00031500
             CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                 00031600
                  WRK-DSV-FUNCAO, WRK-DSV-RETORNO                       00031700
                 ON EXCEPTION                                           00031800
                    MOVE ' DATASERV AUSENTE OU FALHOU ' TO WRK-MSG      00031900
                    PERFORM 9000-TRATAR-ERROS                           00032000
             END-CALL.                                                  00032100
                                                                        00032200
      *-------------------------------------------------------*         00032300
       2190-999-FIM.                              EXIT.                 00032400
      *-------------------------------------------------------*         00032500
                                                                        00032600
      *-------------------------------------------------------*         00032700
       2200-APLICAR-MOVIMENTO                      SECTION.             00032800
      *-------------------------------------------------------*         00032900
                                                                        00033000
             MOVE FD-AFM-ID       TO DB2-AFA-ID.                        00033100
             MOVE FD-AFM-TIPO     TO DB2-AFA-TIPO.                      00033200
             MOVE FD-AFM-INICIO   TO DB2-AFA-INICIO.                    00033300
             MOVE FD-AFM-RET-PREV TO DB2-AFA-RET-PREV.                  00033400
             MOVE FD-AFM-RET-EFET TO DB2-AFA-RET-EFET.                  00033500
                                                                        00033600
             EVALUATE TRUE                                              00033700
               WHEN FD-AFM-INICIAR                                      00033800
                  PERFORM 2300-INICIAR-AFASTAMENTO                      00033900
               WHEN FD-AFM-PRORROGAR                                    00034000
                  PERFORM 2400-PRORROGAR-AFASTAMENTO                    00034100
               WHEN FD-AFM-RETORNAR                                     00034200
                  PERFORM 2500-ENCERRAR-AFASTAMENTO                     00034300
               WHEN FD-AFM-EXCLUIR                                      00034400
                  PERFORM 2700-EXCLUIR-AFASTAMENTO                      00034500
             END-EVALUATE.                                              00034600
                                                                        00034700
      *-------------------------------------------------------*         00034800
       2200-999-FIM.                              EXIT.                 00034900
      *-------------------------------------------------------*         00035000
                                                                        00035100
      *---------------------------------------------------------------  00035200
      *    2300-INICIAR-AFASTAMENTO                                     00035300
      *    SO FUNCIONARIO ATIVO (STATUS NULO OU DIFERENTE DE 'D')       00035400
      *    E SEM OUTRO AFASTAMENTO EM ABERTO; O RETORNO EFETIVO         00035500
      *    NASCE NULO.                                                  00035600
      *---------------------------------------------------------------  00035700
       2300-INICIAR-AFASTAMENTO                    SECTION.             00035800
                                                                        00035900
             EXEC SQL                                                   00036000
                SELECT SETOR                                            00036100
                  INTO :DB2-FUNC-SETOR                                  00036200
                  FROM FOUR001.FUNC                                     00036300
                 WHERE ID = :DB2-AFA-ID                                 00036400
                   AND ( STATUS IS NULL OR STATUS <> 'D' )              00036500
             END-EXEC.                                                  00036600
                                                                        00036700
             IF SQLCODE EQUAL 100                                       00036800
                MOVE ZEROS          TO WRK-SQLCODE                      00036900
                MOVE ' FUNC INEXISTENTE OU DESLIGADO' TO                00037000
                     WRK-REJ-MOTIVO                                     00037100
                MOVE 'A07 ' TO WRK-REJ-COD                              00037200
                PERFORM 2900-GRAVAR-REJEITO                             00037300
             ELSE                                                       00037400
                EXEC SQL                                                00037500
                   SELECT COUNT(*)                                      00037600
                     INTO :DB2-ABERTOS                                  00037700
                     FROM FOUR001.AFASTAMENTO                           00037800
                    WHERE ID = :DB2-AFA-ID                              00037900
                      AND RETORNO_EFET IS NULL                          00038000
                END-EXEC                                                00038100
                IF DB2-ABERTOS GREATER THAN ZEROS                       00038200
                   MOVE ZEROS          TO WRK-SQLCODE                   00038300
                   MOVE ' JA HA AFASTAMENTO EM ABERTO ' TO              00038400
                        WRK-REJ-MOTIVO                                  00038500
                   MOVE 'A08 ' TO WRK-REJ-COD                           00038600
                   PERFORM 2900-GRAVAR-REJEITO                          00038700
                ELSE                                                    00038800
                   PERFORM 2350-INCLUIR-AFASTAMENTO                     00038900
                END-IF                                                  00039000
             END-IF.                                                    00039100
                                                                        00039200
      *-------------------------------------------------------*         00039300
       2300-999-FIM.                              EXIT.                 00039400
      *-------------------------------------------------------*         00039500
                                                                        00039600
      *-------------------------------------------------------*         00039700
       2350-INCLUIR-AFASTAMENTO                    SECTION.             00039800
      *-------------------------------------------------------*         00039900
                                                                        00040000
             MOVE -1 TO WRK-RET-EFET-NULL.                              00040100
                                                                        00040200
             EXEC SQL                                                   00040300
                INSERT INTO FOUR001.AFASTAMENTO                         00040400
                     (ID, TIPO, DATA_INICIO, RETORNO_PREV,              00040500
                      RETORNO_EFET)                                     00040600
                VALUES(:DB2-AFA-ID, :DB2-AFA-TIPO, :DB2-AFA-INICIO,     00040700
                       :DB2-AFA-RET-PREV,                               00040800
                       :DB2-AFA-RET-EFET :WRK-RET-EFET-NULL)            00040900
             END-EXEC.                                                  00041000
                                                                        00041100
             EVALUATE SQLCODE                                           00041200
               WHEN 0                                                   00041300
                  ADD 1 TO WRK-REG-INICIADOS                            00041400
                  DISPLAY ' INICIADO: ' FD-AFM-ID ' TIPO '              00041500
                          DB2-AFA-TIPO ' SETOR ' DB2-FUNC-SETOR         00041600
                          ' DE ' DB2-AFA-INICIO                         00041700
                          ' PREVISTO ' DB2-AFA-RET-PREV                 00041800
                  ADD 1 TO WRK-REG-APLICADOS                            00041900
               WHEN -803                                                00042000
                  MOVE SQLCODE        TO WRK-SQLCODE                    00042100
                  MOVE ' AFASTAMENTO JA REGISTRADO ' TO                 00042200
                       WRK-REJ-MOTIVO                                   00042300
                  MOVE 'A08 ' TO WRK-REJ-COD                            00042400
                  PERFORM 2900-GRAVAR-REJEITO                           00042500
               WHEN OTHER                                               00042600
                  MOVE SQLCODE        TO WRK-SQLCODE                    00042700
                  MOVE ' ERRO SQLCODE NO INSERT ' TO WRK-REJ-MOTIVO     00042800
                  MOVE 'A11 ' TO WRK-REJ-COD                            00042900
                  PERFORM 2900-GRAVAR-REJEITO                           00043000
             END-EVALUATE.                                              00043100
                                                                        00043200
      *-------------------------------------------------------*         00043300
       2350-999-FIM.                              EXIT.                 00043400
      *-------------------------------------------------------*         00043500
                                                                        00043600
      *---------------------------------------------------------------  00043700
      *    2400-PRORROGAR-AFASTAMENTO                                   00043800
      *    SO AFASTAMENTO AINDA ABERTO TEM O RETORNO PREVISTO           00043900
      *    TROCADO.                                                     00044000
      *---------------------------------------------------------------  00044100
       2400-PRORROGAR-AFASTAMENTO                  SECTION.             00044200
                                                                        00044300
             PERFORM 2600-LER-AFASTAMENTO.                              00044400
                                                                        00044500
             IF WRK-REG-OK                                              00044600
                EXEC SQL                                                00044700
                   UPDATE FOUR001.AFASTAMENTO                           00044800
                      SET RETORNO_PREV = :DB2-AFA-RET-PREV              00044900
                    WHERE ID          = :DB2-AFA-ID                     00045000
                      AND DATA_INICIO = :DB2-AFA-INICIO                 00045100
                END-EXEC                                                00045200
                IF SQLCODE NOT EQUAL ZEROS                              00045300
                   MOVE SQLCODE        TO WRK-SQLCODE                   00045400
                   MOVE ' ERRO SQLCODE NO UPDATE ' TO WRK-REJ-MOTIVO    00045500
                   MOVE 'A11 ' TO WRK-REJ-COD                           00045600
                   PERFORM 2900-GRAVAR-REJEITO                          00045700
                ELSE                                                    00045800
                   ADD 1 TO WRK-REG-PRORROGADOS                         00045900
                   DISPLAY ' PRORROGADO: ' FD-AFM-ID ' DE '             00046000
                           DB2-AFA-INICIO ' PREVISTO '                  00046100
                           DB2-AFA-RET-PREV                             00046200
                   ADD 1 TO WRK-REG-APLICADOS                           00046300
                END-IF                                                  00046400
             END-IF.                                                    00046500
                                                                        00046600
      *-------------------------------------------------------*         00046700
       2400-999-FIM.                              EXIT.                 00046800
      *-------------------------------------------------------*         00046900
                                                                        00047000
      *---------------------------------------------------------------  00047100
      *    2500-ENCERRAR-AFASTAMENTO                                    00047200
      *    GRAVA O RETORNO EFETIVO DO AFASTAMENTO ABERTO; DAI EM        00047300
      *    DIANTE A FOLHA E AS FERIAS CONTAM SO ATE A VESPERA.          00047400
      *---------------------------------------------------------------  00047500
       2500-ENCERRAR-AFASTAMENTO                   SECTION.             00047600
                                                                        00047700
             PERFORM 2600-LER-AFASTAMENTO.                              00047800
                                                                        00047900
             IF WRK-REG-OK                                              00048000
                EXEC SQL                                                00048100
                   UPDATE FOUR001.AFASTAMENTO                           00048200
                      SET RETORNO_EFET = :DB2-AFA-RET-EFET              00048300
                    WHERE ID          = :DB2-AFA-ID                     00048400
                      AND DATA_INICIO = :DB2-AFA-INICIO                 00048500
                END-EXEC                                                00048600
                IF SQLCODE NOT EQUAL ZEROS                              00048700
                   MOVE SQLCODE        TO WRK-SQLCODE                   00048800
                   MOVE ' ERRO SQLCODE NO UPDATE ' TO WRK-REJ-MOTIVO    00048900
                   MOVE 'A11 ' TO WRK-REJ-COD                           00049000
                   PERFORM 2900-GRAVAR-REJEITO                          00049100
                ELSE                                                    00049200
                   ADD 1 TO WRK-REG-RETORNOS                            00049300
                   DISPLAY ' RETORNO: ' FD-AFM-ID ' TIPO '              00049400
                           DB2-AFA-TIPO ' DE ' DB2-AFA-INICIO           00049500
                           ' ATE ' DB2-AFA-RET-EFET                     00049600
                   ADD 1 TO WRK-REG-APLICADOS                           00049700
                END-IF                                                  00049800
             END-IF.                                                    00049900
                                                                        00050000
      *-------------------------------------------------------*         00050100
       2500-999-FIM.                              EXIT.                 00050200
      *-------------------------------------------------------*         00050300
                                                                        00050400
      *---------------------------------------------------------------  00050500
      *    2600-LER-AFASTAMENTO                                         00050600
      *    PRORROGACAO E RETORNO PRECISAM DO AFASTAMENTO                00050700
      *    (MATRICULA + INICIO) CADASTRADO E AINDA SEM RETORNO          00050800
      *    EFETIVO; REPROVADO JA SAI NO REJEITO DAQUI.                  00050900
      *---------------------------------------------------------------  00051000
       2600-LER-AFASTAMENTO                        SECTION.             00051100
                                                                        00051200
             EXEC SQL                                                   00051300
                SELECT TIPO, RETORNO_EFET                               00051400
                  INTO :DB2-AFA-TIPO,                                   00051500
                       :DB2-AFA-RET-EFET :WRK-RET-EFET-NULL             00051600
                  FROM FOUR001.AFASTAMENTO                              00051700
                 WHERE ID          = :DB2-AFA-ID                        00051800
                   AND DATA_INICIO = :DB2-AFA-INICIO                    00051900
             END-EXEC.                                                  00052000
                                                                        00052100
             EVALUATE TRUE                                              00052200
               WHEN SQLCODE EQUAL 100                                   00052300
                  SET WRK-REG-INVALIDO TO TRUE                          00052400
                  MOVE ZEROS          TO WRK-SQLCODE                    00052500
                  MOVE ' AFASTAMENTO NAO ENCONTRADO ' TO                00052600
                       WRK-REJ-MOTIVO                                   00052700
                  MOVE 'A09 ' TO WRK-REJ-COD                            00052800
                  PERFORM 2900-GRAVAR-REJEITO                           00052900
               WHEN SQLCODE NOT EQUAL ZEROS                             00053000
                  SET WRK-REG-INVALIDO TO TRUE                          00053100
                  MOVE SQLCODE        TO WRK-SQLCODE                    00053200
                  MOVE ' ERRO SQLCODE NO SELECT ' TO WRK-REJ-MOTIVO     00053300
                  MOVE 'A11 ' TO WRK-REJ-COD                            00053400
                  PERFORM 2900-GRAVAR-REJEITO                           00053500
               WHEN WRK-RET-EFET-NULL NOT LESS THAN ZEROS               00053600
                  SET WRK-REG-INVALIDO TO TRUE                          00053700
                  MOVE ZEROS          TO WRK-SQLCODE                    00053800
                  MOVE ' AFASTAMENTO JA ENCERRADO ' TO                  00053900
                       WRK-REJ-MOTIVO                                   00054000
                  MOVE 'A10 ' TO WRK-REJ-COD                            00054100
                  PERFORM 2900-GRAVAR-REJEITO                           00054200
               WHEN OTHER                                               00054300
                  MOVE FD-AFM-RET-EFET TO DB2-AFA-RET-EFET              00054400
             END-EVALUATE.                                              00054500
                                                                        00054600
      *-------------------------------------------------------*         00054700
       2600-999-FIM.                              EXIT.                 00054800
      *-------------------------------------------------------*         00054900
                                                                        00055000
      *-------------------------------------------------------*         00055100
       2700-EXCLUIR-AFASTAMENTO                    SECTION.             00055200
      *-------------------------------------------------------*         00055300
                                                                        00055400
             EXEC SQL                                                   00055500
                DELETE FROM FOUR001.AFASTAMENTO                         00055600
                 WHERE ID          = :DB2-AFA-ID                        00055700
                   AND DATA_INICIO = :DB2-AFA-INICIO                    00055800
             END-EXEC.                                                  00055900
                                                                        00056000
             EVALUATE SQLCODE                                           00056100
               WHEN 0                                                   00056200
                  ADD 1 TO WRK-REG-EXCLUIDOS                            00056300
                  DISPLAY ' EXCLUIDO: ' FD-AFM-ID ' DE '                00056400
                          DB2-AFA-INICIO                                00056500
                  ADD 1 TO WRK-REG-APLICADOS                            00056600
               WHEN 100                                                 00056700
                  MOVE ZEROS          TO WRK-SQLCODE                    00056800
                  MOVE ' AFASTAMENTO NAO ENCONTRADO ' TO                00056900
                       WRK-REJ-MOTIVO                                   00057000
                  MOVE 'A09 ' TO WRK-REJ-COD                            00057100
                  PERFORM 2900-GRAVAR-REJEITO                           00057200
               WHEN OTHER                                               00057300
                  MOVE SQLCODE        TO WRK-SQLCODE                    00057400
                  MOVE ' ERRO SQLCODE NO DELETE ' TO WRK-REJ-MOTIVO     00057500
                  MOVE 'A11 ' TO WRK-REJ-COD                            00057600
                  PERFORM 2900-GRAVAR-REJEITO                           00057700
             END-EVALUATE.                                              00057800
                                                                        00057900
      *-------------------------------------------------------*         00058000
       2700-999-FIM.                              EXIT.                 00058100
      *-------------------------------------------------------*         00058200
                                                                        00058300
      *-------------------------------------------------------*         00058400
       2900-GRAVAR-REJEITO                         SECTION.             00058500
      *-------------------------------------------------------*         00058600
                                                                        00058700
             MOVE SPACES          TO FD-REJEITO.                        00058800
             MOVE 'FR03DB50'      TO FD-REJ-ORIGEM.                     00058900
             MOVE WRK-DATA-HOJE   TO FD-REJ-DATA.                       00059000
             MOVE WRK-REJ-COD     TO FD-REJ-COD.                        00059100
             MOVE WRK-SQLCODE     TO FD-REJ-SQLCODE.                    00059200
             MOVE WRK-REJ-MOTIVO  TO FD-REJ-MOTIVO.                     00059300
             MOVE FD-AFASTMOV     TO FD-REJ-DADOS.                      00059400
             WRITE FD-REJEITO.                                          00059500
             ADD 1 TO WRK-REG-REJEITADOS.                               00059600
             DISPLAY ' REJEITADO: ' FD-AFM-ACAO ' ' FD-AFM-ID           00059700
                     ' ' WRK-REJ-COD WRK-REJ-MOTIVO.                    00059800
                                                                        00059900
      *-------------------------------------------------------*         00060000
       2900-999-FIM.                              EXIT.                 00060100
      *-------------------------------------------------------*         00060200
                                                                        00060300
      *-------------------------------------------------------*         00060400
       3000-FINALIZAR                             SECTION.              00060500
      *-------------------------------------------------------*         00060600
                                                                        00060700
              EXEC SQL                                                  00060800
                 COMMIT                                                 00060900
              END-EXEC.                                                 00061000
                                                                        00061100
              CLOSE AFASTMOV.                                           00061200
              CLOSE REJEITO.                                            00061300
                                                                        00061400
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00061500
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00061600
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00061700
             MOVE WRK-REG-APLICADOS TO WRK-JOB-GRAVADOS.                00061800
             MOVE WRK-REG-REJEITADOS TO WRK-JOB-REJEITADOS.             00061900
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00062000
                  WRK-JOB-RETORNO                                       00062100
                 ON EXCEPTION                                           00062200
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00062300
             END-CALL.                                                  00062400
                                                                        00062500
              DISPLAY '===================================='.           00062600
              DISPLAY ' MOVIMENTOS LIDOS......: '                       00062700
                       WRK-REG-LIDOS.                                   00062800
              DISPLAY ' AFASTAMENTOS INICIADOS: '                       00062900
                       WRK-REG-INICIADOS.                               00063000
              DISPLAY ' PRORROGACOES..........: '                       00063100
                       WRK-REG-PRORROGADOS.                             00063200
              DISPLAY ' RETORNOS..............: '                       00063300
                       WRK-REG-RETORNOS.                                00063400
              DISPLAY ' EXCLUIDOS.............: '                       00063500
                       WRK-REG-EXCLUIDOS.                               00063600
              DISPLAY ' REJEITADOS............: '                       00063700
                       WRK-REG-REJEITADOS.                              00063800
              DISPLAY '===================================='.           00063900
                 STOP RUN.                                              00064000
                                                                        00064100
      *-------------------------------------------------------*         00064200
       3000-999-FIM.                              EXIT.                 00064300
      *-------------------------------------------------------*         00064400
                                                                        00064500
      *-------------------------------------------------------*         00064600
       9000-TRATAR-ERROS                           SECTION.             00064700
      *-------------------------------------------------------*         00064800
                                                                        00064900
             DISPLAY '-----------------------------'.                   00065000
             DISPLAY WRK-MSG.                                           00065100
             DISPLAY '-----------------------------'.                   00065200
                STOP RUN.                                               00065300
                                                                        00065400
      *-------------------------------------------------------*         00065500
       9000-999-FIM.                              EXIT.                 00065600
      *-------------------------------------------------------*         00065700
