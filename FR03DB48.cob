      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB48.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 21/08/2023                                       00001200
      *     OBJETIVO : MANUTENCAO DA TABELA DE CARGOS                   00001300
      *              : FOUR001.CARGO (CODIGO, TITULO, SETOR,            00001400
      *              : VAGAS AUTORIZADAS E FAIXA SALARIAL), QUE         00001500
      *              : SUBSTITUI O NUMERO SOLTO DE VAGAS POR            00001600
      *              : SETOR. LE O ARQUIVO CARGOMNT, UM                 00001700
      *              : MOVIMENTO POR CARGO:                             00001800
      *              :  I - INCLUI O CARGO;                             00001900
      *              :  A - ALTERA TITULO, SETOR, VAGAS E FAIXA         00002000
      *              :      (REGISTRO COMPLETO, COMO NA INCLUSAO);      00002100
      *              :  E - EXCLUI O CARGO.                             00002200
      *              : O SETOR PRECISA EXISTIR EM FOUR001.SETOR.        00002300
      *              : CARGO OCUPADO POR FUNCIONARIO ATIVO NAO          00002400
      *              : PODE SER EXCLUIDO NEM MUDAR DE SETOR; VAGAS      00002500
      *              : ABAIXO DOS OCUPANTES SAO ACEITAS, COM AVISO      00002600
      *              : (O EXCESSO APARECE NO QUADRO DE VAGAS DO         00002700
      *              : FR03DB49). REPROVADOS VAO PARA O REJEITO         00002800
      *              : NO ENVELOPE PADRAO, CODIGOS C01 A C09.           00002900
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
             SELECT CARGOMNT ASSIGN TO CARGOMNT                         00004300
                FILE STATUS  IS WRK-FS-CARGOMNT.                        00004400
             SELECT REJEITO  ASSIGN TO REJEITO                          00004500
                FILE STATUS  IS WRK-FS-REJEITO.                         00004600
      *=======================================================*         00004700
       DATA                                       DIVISION.             00004800
      *=======================================================*         00004900
                                                                        00005000
      *-------------------------------------------------------*         00005100
       FILE                                       SECTION.              00005200
      *-------------------------------------------------------*         00005300
       FD CARGOMNT                                                      00005400
           RECORDING MODE IS F                                          00005500
           BLOCK CONTAINS 0 RECORDS.                                    00005600
       01 FD-CARGOMNT.                                                  00005700
          05 FD-CGM-ACAO       PIC X(01).                               00005800
             88 FD-CGM-INCLUIR          VALUE 'I'.                      00005900
             88 FD-CGM-ALTERAR          VALUE 'A'.                      00006000
             88 FD-CGM-EXCLUIR          VALUE 'E'.                      00006100
          05 FD-CGM-CODIGO     PIC X(06).                               00006200
          05 FD-CGM-TITULO     PIC X(30).                               00006300
          05 FD-CGM-SETOR      PIC X(04).                               00006400
          05 FD-CGM-VAGAS      PIC 9(04).                               00006500
          05 FD-CGM-FAIXA      PIC X(02).                               00006600
          05 FILLER            PIC X(13).                               00006700
                                                                        00006800
       FD REJEITO                                                       00006900
           RECORDING MODE IS F                                          00007000
           BLOCK CONTAINS 0 RECORDS.                                    00007100
       01 FD-REJEITO.                                                   00007200
          05 FD-REJ-ORIGEM        PIC X(08).                            00007300
          05 FD-REJ-DATA          PIC X(08).                            00007400
          05 FD-REJ-COD           PIC X(04).                            00007500
          05 FD-REJ-SQLCODE       PIC -999.                             00007600
          05 FD-REJ-MOTIVO        PIC X(030).                           00007700
          05 FD-REJ-DADOS         PIC X(120).                           00007800
          05 FILLER               PIC X(06).                            00007900
                                                                        00008000
      *-------------------------------------------------------*         00008100
       WORKING-STORAGE                            SECTION.              00008200
      *-------------------------------------------------------*         00008300
                                                                        00008400
      *-------------------------------------------------------*         00008500
        01 FILLER                          PIC X(050)   VALUE           00008600
                '*******AREA DE SQL ******'.                            00008700
      *-------------------------------------------------------*         00008800
                                                                        00008900
           EXEC SQL                                                     00009000
                INCLUDE SQLCA                                           00009100
           END-EXEC.                                                    00009200
                                                                        00009300
      *-------------------------------------------------------*         00009400
        01 FILLER                          PIC X(050)   VALUE           00009500
                '*******AREA DE AUXILIARES********'.                    00009600
      *-------------------------------------------------------*         00009700
                                                                        00009800
       77 WRK-SQLCODE         PIC -999.                                 00009900
       77 DB2-SETOR-NOME      PIC X(30) VALUE SPACES.                   00010000
                                                                        00010100
       01 DB2-CARGO-CODIGO    PIC X(06) VALUE SPACES.                   00010200
       01 DB2-CARGO-TITULO    PIC X(30) VALUE SPACES.                   00010300
       01 DB2-CARGO-SETOR     PIC X(04) VALUE SPACES.                   00010400
       01 DB2-CARGO-VAGAS     PIC S9(04) COMP VALUE ZEROS.              00010500
       01 DB2-CARGO-FAIXA     PIC X(02) VALUE SPACES.                   00010600
       01 DB2-SETOR-ATUAL     PIC X(04) VALUE SPACES.                   00010700
       01 DB2-OCUPADOS        PIC S9(09) COMP VALUE ZEROS.              00010800
                                                                        00010900
       77 WRK-FS-CARGOMNT     PIC X(02) VALUE SPACES.                   00011000
       77 WRK-FS-REJEITO      PIC X(02) VALUE SPACES.                   00011100
       01 WRK-JOB-REGISTRO.                                             00011200
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00011300
          05 WRK-JOB-EVENTO        PIC X(01).                           00011400
          05 WRK-JOB-SITUACAO      PIC X(01).                           00011500
          05 WRK-JOB-LIDOS         PIC 9(07).                           00011600
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00011700
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00011800
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00011900
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00012000
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00012100
       77 WRK-REG-LIDOS       PIC 9(07) VALUE ZEROS.                    00012200
       77 WRK-REG-INCLUIDOS   PIC 9(07) VALUE ZEROS.                    00012300
       77 WRK-REG-ALTERADOS   PIC 9(07) VALUE ZEROS.                    00012400
       77 WRK-REG-EXCLUIDOS   PIC 9(07) VALUE ZEROS.                    00012500
       77 WRK-REG-APLICADOS   PIC 9(07) VALUE ZEROS.                    00012600
       77 WRK-REG-REJEITADOS  PIC 9(07) VALUE ZEROS.                    00012700
       77 WRK-REG-STATUS      PIC X(01) VALUE 'S'.                      00012800
          88 WRK-REG-OK              VALUE 'S'.                         00012900
          88 WRK-REG-INVALIDO        VALUE 'N'.                         00013000
       77 WRK-REJ-MOTIVO      PIC X(030) VALUE SPACES.                  00013100
       77 WRK-REJ-COD         PIC X(04) VALUE SPACES.                   00013200
       77 WRK-OCUPADOS        PIC 9(05) VALUE ZEROS.                    00013300
                                                                        00013400
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00013500
                                                                        00013600
      *-------------------------------------------------------*         00013700
                                                                        00013800
      *=======================================================*         00013900
       PROCEDURE                                  DIVISION.             00014000
      *=======================================================*         00014100
                                                                        00014200
      *-------------------------------------------------------*         00014300
      *         R O T I N A  P R I N C I P A L *                        00014400
      *-------------------------------------------------------*         00014500
                                                                        00014600
      *-------------------------------------------------------*         00014700
       0000-PRINCIPAL                              SECTION.             00014800
      *-------------------------------------------------------*         00014900
                                                                        00015000
            PERFORM 1000-INICIAR.                                       00015100
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CARGOMNT EQUAL '10'.    00015200
            PERFORM 3000-FINALIZAR.                                     00015300
                                                                        00015400
      *-------------------------------------------------------*         00015500
       0000-999-FIM.                               EXIT.                00015600
      *-------------------------------------------------------*         00015700
                                                                        00015800
      *-------------------------------------------------------*         00015900
       1000-INICIAR                               SECTION.              00016000
      *-------------------------------------------------------*         00016100
                                                                        00016200
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00016300
                                                                        00016400
             MOVE 'FR03DB48' TO WRK-JOB-PROGRAMA.                       00016500
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00016600
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00016700
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00016800
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00016900
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00017000
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00017100
                  WRK-JOB-RETORNO                                       00017200
                 ON EXCEPTION                                           00017300
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00017400
             END-CALL.                                                  00017500
                                                                        00017600
             OPEN INPUT CARGOMNT.                                       00017700
             IF WRK-FS-CARGOMNT NOT EQUAL '00'                          00017800
                MOVE ' ERRO OPEN CARGOMNT ' TO WRK-MSG                  00017900
                PERFORM 9000-TRATAR-ERROS                               00018000
             END-IF.                                                    00018100
                                                                        00018200
             OPEN OUTPUT REJEITO.                                       00018300
             IF WRK-FS-REJEITO NOT EQUAL '00'                           00018400
                MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG                   00018500
                PERFORM 9000-TRATAR-ERROS                               00018600
             END-IF.                                                    00018700
                                                                        00018800
             DISPLAY '===================================='.            00018900
             DISPLAY ' MANUTENCAO DA TABELA DE CARGOS '.                00019000
             DISPLAY '===================================='.            00019100
                                                                        00019200
             READ CARGOMNT.                                             00019300
                                                                        00019400
      *-------------------------------------------------------*         00019500
       1000-999-FIM.                              EXIT.                 00019600
      *-------------------------------------------------------*         00019700
                                                                        00019800
      *-------------------------------------------------------*         00019900
       2000-PROCESSAR                             SECTION.              00020000
      *-------------------------------------------------------*         00020100
                                                                        00020200
             IF WRK-FS-CARGOMNT EQUAL '00'                              00020300
                ADD 1 TO WRK-REG-LIDOS                                  00020400
                PERFORM 2100-VALIDAR-REGISTRO                           00020500
                IF WRK-REG-OK                                           00020600
                   PERFORM 2200-APLICAR-MOVIMENTO                       00020700
                ELSE                                                    00020800
                   MOVE ZEROS TO WRK-SQLCODE                            00020900
                   PERFORM 2900-GRAVAR-REJEITO                          00021000
                END-IF                                                  00021100
             END-IF.                                                    00021200
                                                                        00021300
             READ CARGOMNT.                                             00021400
                                                                        00021500
      *-------------------------------------------------------*         00021600
       2000-999-FIM.                              EXIT.                 00021700
      *-------------------------------------------------------*         00021800
                                                                        00021900
      *---------------------------------------------------------------  00022000
      *    2100-VALIDAR-REGISTRO                                        00022100
      *    EDICAO DO MOVIMENTO ANTES DE IR AO BANCO: CODIGO E ACAO      00022200
      *    SEMPRE; NA INCLUSAO E NA ALTERACAO TAMBEM TITULO, VAGAS      00022300
      *    NUMERICAS E SETOR CADASTRADO EM FOUR001.SETOR.               00022400
      *---------------------------------------------------------------  00022500
       2100-VALIDAR-REGISTRO                       SECTION.             00022600
                                                                        00022700
             SET WRK-REG-OK TO TRUE.                                    00022800
             MOVE SPACES TO WRK-REJ-MOTIVO.                             00022900
             MOVE SPACES TO WRK-REJ-COD.                                00023000
                                                                        00023100
             IF FD-CGM-CODIGO EQUAL SPACES                              00023200
                SET WRK-REG-INVALIDO TO TRUE                            00023300
                MOVE ' CODIGO DO CARGO EM BRANCO ' TO WRK-REJ-MOTIVO    00023400
                MOVE 'C01 ' TO WRK-REJ-COD                              00023500
             END-IF.                                                    00023600
                                                                        00023700
             IF NOT FD-CGM-INCLUIR AND                                  00023800
                NOT FD-CGM-ALTERAR AND                                  00023900
                NOT FD-CGM-EXCLUIR                                      00024000
                SET WRK-REG-INVALIDO TO TRUE                            00024100
                MOVE ' ACAO INVALIDA ' TO WRK-REJ-MOTIVO                00024200
                MOVE 'C02 ' TO WRK-REJ-COD                              00024300
             END-IF.                                                    00024400
                                                                        00024500
             IF WRK-REG-OK AND NOT FD-CGM-EXCLUIR                       00024600
                IF FD-CGM-TITULO EQUAL SPACES                           00024700
                   SET WRK-REG-INVALIDO TO TRUE                         00024800
                   MOVE ' TITULO EM BRANCO ' TO WRK-REJ-MOTIVO          00024900
                   MOVE 'C03 ' TO WRK-REJ-COD                           00025000
                END-IF                                                  00025100
                IF FD-CGM-VAGAS NOT NUMERIC                             00025200
                   SET WRK-REG-INVALIDO TO TRUE                         00025300
                   MOVE ' VAGAS NAO NUMERICAS ' TO WRK-REJ-MOTIVO       00025400
                   MOVE 'C04 ' TO WRK-REJ-COD                           00025500
                END-IF                                                  00025600
             END-IF.                                                    00025700
                                                                        00025800
             IF WRK-REG-OK AND NOT FD-CGM-EXCLUIR                       00025900
                PERFORM 2150-VALIDAR-SETOR                              00026000
             END-IF.                                                    00026100
                                                                        00026200
      *-------------------------------------------------------*         00026300
       2100-999-FIM.                              EXIT.                 00026400
      *-------------------------------------------------------*         00026500
                                                                        00026600
      *-------------------------------------------------------*         00026700
       2150-VALIDAR-SETOR                          SECTION.             00026800
      *-------------------------------------------------------*         00026900
                                                                        00027000
             IF FD-CGM-SETOR EQUAL SPACES                               00027100
                SET WRK-REG-INVALIDO TO TRUE                            00027200
                MOVE ' SETOR EM BRANCO ' TO WRK-REJ-MOTIVO              00027300
                MOVE 'C05 ' TO WRK-REJ-COD                              00027400
             ELSE                                                       00027500
                MOVE FD-CGM-SETOR TO DB2-CARGO-SETOR                    00027600
                EXEC SQL                                                00027700
                   SELECT NOME                                          00027800
                    INTO :DB2-SETOR-NOME                                00027900
                    FROM FOUR001.SETOR                                  00028000
                   WHERE CODIGO = :DB2-CARGO-SETOR                      00028100
                END-EXEC                                                00028200
                IF SQLCODE EQUAL 100                                    00028300
                   SET WRK-REG-INVALIDO TO TRUE                         00028400
                   MOVE ' SETOR SEM CADASTRO ' TO WRK-REJ-MOTIVO        00028500
                   MOVE 'C05 ' TO WRK-REJ-COD                           00028600
                END-IF                                                  00028700
             END-IF.                                                    00028800
                                                                        00028900
      *-------------------------------------------------------*         00029000
       2150-999-FIM.                              EXIT.                 00029100
      *-------------------------------------------------------*         00029200
                                                                        00029300
      *-------------------------------------------------------*         00029400
       2200-APLICAR-MOVIMENTO                      SECTION.             00029500
      *-------------------------------------------------------*         00029600
                                                                        00029700
             MOVE FD-CGM-CODIGO TO DB2-CARGO-CODIGO.                    00029800
             MOVE FD-CGM-TITULO TO DB2-CARGO-TITULO.                    00029900
             MOVE FD-CGM-SETOR  TO DB2-CARGO-SETOR.                     00030000
             MOVE FD-CGM-FAIXA  TO DB2-CARGO-FAIXA.                     00030100
             IF FD-CGM-EXCLUIR                                          00030200
                MOVE ZEROS        TO DB2-CARGO-VAGAS                    00030300
             ELSE                                                       00030400
                MOVE FD-CGM-VAGAS TO DB2-CARGO-VAGAS                    00030500
             END-IF.                                                    00030600
                                                                        00030700
             EVALUATE TRUE                                              00030800
               WHEN FD-CGM-INCLUIR                                      00030900
                  PERFORM 2300-INCLUIR-CARGO                            00031000
               WHEN FD-CGM-ALTERAR                                      00031100
                  PERFORM 2400-ALTERAR-CARGO                            00031200
               WHEN FD-CGM-EXCLUIR                                      00031300
                  PERFORM 2500-EXCLUIR-CARGO                            00031400
             END-EVALUATE.                                              00031500
                                                                        00031600
      *-------------------------------------------------------*         00031700
       2200-999-FIM.                              EXIT.                 00031800
      *-------------------------------------------------------*         00031900
                                                                        00032000
      *-------------------------------------------------------*         00032100
       2300-INCLUIR-CARGO                          SECTION.             00032200
      *-------------------------------------------------------*         00032300
                                                                        00032400
             EXEC SQL                                                   00032500
                INSERT INTO FOUR001.CARGO                               00032600
                     (CODIGO, TITULO, SETOR, VAGAS, FAIXA)              00032700
                VALUES(:DB2-CARGO-CODIGO, :DB2-CARGO-TITULO,            00032800
                       :DB2-CARGO-SETOR, :DB2-CARGO-VAGAS,              00032900
                       :DB2-CARGO-FAIXA)                                00033000
             END-EXEC.                                                  00033100
                                                                        00033200
             EVALUATE SQLCODE                                           00033300
               WHEN 0                                                   00033400
                  ADD 1 TO WRK-REG-INCLUIDOS                            00033500
                  DISPLAY ' INCLUIDO: ' DB2-CARGO-CODIGO ' '            00033600
                          DB2-CARGO-TITULO ' SETOR ' DB2-CARGO-SETOR    00033700
                          ' VAGAS ' FD-CGM-VAGAS                        00033800
                  ADD 1 TO WRK-REG-APLICADOS                            00033900
               WHEN -803                                                00034000
                  MOVE SQLCODE        TO WRK-SQLCODE                    00034100
                  MOVE ' CARGO JA CADASTRADO ' TO WRK-REJ-MOTIVO        00034200
                  MOVE 'C06 ' TO WRK-REJ-COD                            00034300
                  PERFORM 2900-GRAVAR-REJEITO                           00034400
               WHEN OTHER                                               00034500
                  MOVE SQLCODE        TO WRK-SQLCODE                    00034600
                  MOVE ' ERRO SQLCODE NO INSERT ' TO WRK-REJ-MOTIVO     00034700
                  MOVE 'C09 ' TO WRK-REJ-COD                            00034800
                  PERFORM 2900-GRAVAR-REJEITO                           00034900
             END-EVALUATE.                                              00035000
                                                                        00035100
      *-------------------------------------------------------*         00035200
       2300-999-FIM.                              EXIT.                 00035300
      *-------------------------------------------------------*         00035400
                                                                        00035500
      *---------------------------------------------------------------  00035600
      *    2400-ALTERAR-CARGO                                           00035700
      *    CARGO PRECISA EXISTIR; SE JA TEM OCUPANTE ATIVO O SETOR      00035800
      *    NAO MUDA (OS OCUPANTES FICARIAM COM CARGO DE OUTRO SETOR).   00035900
      *    VAGAS ABAIXO DOS OCUPANTES PASSAM, SO COM AVISO.             00036000
      *---------------------------------------------------------------  00036100
       2400-ALTERAR-CARGO                          SECTION.             00036200
                                                                        00036300
             EXEC SQL                                                   00036400
                SELECT SETOR                                            00036500
                  INTO :DB2-SETOR-ATUAL                                 00036600
                  FROM FOUR001.CARGO                                    00036700
                 WHERE CODIGO = :DB2-CARGO-CODIGO                       00036800
             END-EXEC.                                                  00036900
                                                                        00037000
             IF SQLCODE EQUAL 100                                       00037100
                MOVE ZEROS          TO WRK-SQLCODE                      00037200
                MOVE ' CARGO SEM CADASTRO ' TO WRK-REJ-MOTIVO           00037300
                MOVE 'C07 ' TO WRK-REJ-COD                              00037400
                PERFORM 2900-GRAVAR-REJEITO                             00037500
             ELSE                                                       00037600
                PERFORM 2600-CONTAR-OCUPANTES                           00037700
                IF WRK-OCUPADOS GREATER THAN ZEROS AND                  00037800
                   DB2-SETOR-ATUAL NOT EQUAL DB2-CARGO-SETOR            00037900
                   MOVE ZEROS          TO WRK-SQLCODE                   00038000
                   MOVE ' CARGO OCUPADO, SETOR FIXO ' TO                00038100
                        WRK-REJ-MOTIVO                                  00038200
                   MOVE 'C08 ' TO WRK-REJ-COD                           00038300
                   PERFORM 2900-GRAVAR-REJEITO                          00038400
                ELSE                                                    00038500
                   PERFORM 2450-ATUALIZAR-CARGO                         00038600
                END-IF                                                  00038700
             END-IF.                                                    00038800
                                                                        00038900
      *-------------------------------------------------------*         00039000
       2400-999-FIM.                              EXIT.                 00039100
      *-------------------------------------------------------*         00039200
                                                                        00039300
      *-------------------------------------------------------*         00039400
       2450-ATUALIZAR-CARGO                        SECTION.             00039500
      *-------------------------------------------------------*         00039600
                                                                        00039700
             EXEC SQL                                                   00039800
                UPDATE FOUR001.CARGO                                    00039900
                   SET TITULO = :DB2-CARGO-TITULO,                      00040000
                       SETOR  = :DB2-CARGO-SETOR,                       00040100
                       VAGAS  = :DB2-CARGO-VAGAS,                       00040200
                       FAIXA  = :DB2-CARGO-FAIXA                        00040300
                 WHERE CODIGO = :DB2-CARGO-CODIGO                       00040400
             END-EXEC.                                                  00040500
                                                                        00040600
             IF SQLCODE NOT EQUAL ZEROS                                 00040700
                MOVE SQLCODE        TO WRK-SQLCODE                      00040800
                MOVE ' ERRO SQLCODE NO UPDATE ' TO WRK-REJ-MOTIVO       00040900
                MOVE 'C09 ' TO WRK-REJ-COD                              00041000
                PERFORM 2900-GRAVAR-REJEITO                             00041100
             ELSE                                                       00041200
                ADD 1 TO WRK-REG-ALTERADOS                              00041300
                DISPLAY ' ALTERADO: ' DB2-CARGO-CODIGO ' '              00041400
                        DB2-CARGO-TITULO ' SETOR ' DB2-CARGO-SETOR      00041500
                        ' VAGAS ' FD-CGM-VAGAS                          00041600
                IF WRK-OCUPADOS GREATER THAN FD-CGM-VAGAS               00041700
                   DISPLAY '   *** AVISO: ' WRK-OCUPADOS                00041800
                           ' OCUPANTES PARA ' FD-CGM-VAGAS              00041900
                           ' VAGAS AUTORIZADAS *** '                    00042000
                END-IF                                                  00042100
                ADD 1 TO WRK-REG-APLICADOS                              00042200
             END-IF.                                                    00042300
                                                                        00042400
      *-------------------------------------------------------*         00042500
       2450-999-FIM.                              EXIT.                 00042600
      *-------------------------------------------------------*         00042700
                                                                        00042800
      *-------------------------------------------------------*         00042900
       2500-EXCLUIR-CARGO                          SECTION.             00043000
      *-------------------------------------------------------*         00043100
                                                                        00043200
             PERFORM 2600-CONTAR-OCUPANTES.                             00043300
                                                                        00043400
             IF WRK-OCUPADOS GREATER THAN ZEROS                         00043500
                MOVE ZEROS          TO WRK-SQLCODE                      00043600
                MOVE ' CARGO COM OCUPANTE ATIVO ' TO WRK-REJ-MOTIVO     00043700
                MOVE 'C08 ' TO WRK-REJ-COD                              00043800
                PERFORM 2900-GRAVAR-REJEITO                             00043900
             ELSE                                                       00044000
                EXEC SQL                                                00044100
                   DELETE FROM FOUR001.CARGO                            00044200
                    WHERE CODIGO = :DB2-CARGO-CODIGO                    00044300
                END-EXEC                                                00044400
                EVALUATE SQLCODE                                        00044500
                  WHEN 0                                                00044600
                     ADD 1 TO WRK-REG-EXCLUIDOS                         00044700
                     DISPLAY ' EXCLUIDO: ' DB2-CARGO-CODIGO             00044800
                     ADD 1 TO WRK-REG-APLICADOS                         00044900
                  WHEN 100                                              00045000
                     MOVE ZEROS          TO WRK-SQLCODE                 00045100
                     MOVE ' CARGO SEM CADASTRO ' TO WRK-REJ-MOTIVO      00045200
                     MOVE 'C07 ' TO WRK-REJ-COD                         00045300
                     PERFORM 2900-GRAVAR-REJEITO                        00045400
                  WHEN OTHER                                            00045500
                     MOVE SQLCODE        TO WRK-SQLCODE                 00045600
                     MOVE ' ERRO SQLCODE NO DELETE ' TO                 00045700
                          WRK-REJ-MOTIVO                                00045800
                     MOVE 'C09 ' TO WRK-REJ-COD                         00045900
                     PERFORM 2900-GRAVAR-REJEITO                        00046000
                END-EVALUATE                                            00046100
             END-IF.                                                    00046200
                                                                        00046300
      *-------------------------------------------------------*         00046400
       2500-999-FIM.                              EXIT.                 00046500
      *-------------------------------------------------------*         00046600
                                                                        00046700
      *---------------------------------------------------------------  00046800
      *    2600-CONTAR-OCUPANTES                                        00046900
      *    FUNCIONARIOS ATIVOS (STATUS NULO OU DIFERENTE DE 'D')        00047000
      *    COM O CARGO EM FOUR001.FUNC.                                 00047100
      *---------------------------------------------------------------  00047200
       2600-CONTAR-OCUPANTES                       SECTION.             00047300
                                                                        00047400
             EXEC SQL                                                   00047500
                SELECT COUNT(*)                                         00047600
                  INTO :DB2-OCUPADOS                                    00047700
                  FROM FOUR001.FUNC                                     00047800
                 WHERE CARGO = :DB2-CARGO-CODIGO                        00047900
                   AND ( STATUS IS NULL OR STATUS <> 'D' )              00048000
             END-EXEC.                                                  00048100
             MOVE DB2-OCUPADOS TO WRK-OCUPADOS.                         00048200
                                                                        00048300
      *-------------------------------------------------------*         00048400
       2600-999-FIM.                              EXIT.                 00048500
      *-------------------------------------------------------*         00048600
                                                                        00048700
      *-------------------------------------------------------*         00048800
       2900-GRAVAR-REJEITO                         SECTION.             00048900
      *-------------------------------------------------------*         00049000
                                                                        00049100
             MOVE SPACES          TO FD-REJEITO.                        00049200
             MOVE 'FR03DB48'      TO FD-REJ-ORIGEM.                     00049300
             MOVE WRK-DATA-HOJE   TO FD-REJ-DATA.                       00049400
             MOVE WRK-REJ-COD     TO FD-REJ-COD.                        00049500
             MOVE WRK-SQLCODE     TO FD-REJ-SQLCODE.                    00049600
             MOVE WRK-REJ-MOTIVO  TO FD-REJ-MOTIVO.                     00049700
             MOVE FD-CARGOMNT     TO FD-REJ-DADOS.                      00049800
             WRITE FD-REJEITO.                                          00049900
             ADD 1 TO WRK-REG-REJEITADOS.                               00050000
             DISPLAY ' REJEITADO: ' FD-CGM-ACAO ' ' FD-CGM-CODIGO       00050100
                     ' ' WRK-REJ-COD WRK-REJ-MOTIVO.                    00050200
                                                                        00050300
      *-------------------------------------------------------*         00050400
       2900-999-FIM.                              EXIT.                 00050500
      *-------------------------------------------------------*         00050600
                                                                        00050700
      *-------------------------------------------------------*         00050800
       3000-FINALIZAR                             SECTION.              00050900
      *-------------------------------------------------------*         00051000
                                                                        00051100
              EXEC SQL                                                  00051200
                 COMMIT                                                 00051300
              END-EXEC.                                                 00051400
                                                                        00051500
              CLOSE CARGOMNT.                                           00051600
              CLOSE REJEITO.                                            00051700
                                                                        00051800
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00051900
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00052000
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00052100
             MOVE WRK-REG-APLICADOS TO WRK-JOB-GRAVADOS.                00052200
             MOVE WRK-REG-REJEITADOS TO WRK-JOB-REJEITADOS.             00052300
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00052400
                  WRK-JOB-RETORNO                                       00052500
                 ON EXCEPTION                                           00052600
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00052700
             END-CALL.                                                  00052800
                                                                        00052900
              DISPLAY '===================================='.           00053000
              DISPLAY ' MOVIMENTOS LIDOS......: '                       00053100
                       WRK-REG-LIDOS.                                   00053200
              DISPLAY ' INCLUIDOS.............: '                       00053300
                       WRK-REG-INCLUIDOS.                               00053400
              DISPLAY ' ALTERADOS.............: '                       00053500
                       WRK-REG-ALTERADOS.                               00053600
              DISPLAY ' EXCLUIDOS.............: '                       00053700
                       WRK-REG-EXCLUIDOS.                               00053800
              DISPLAY ' REJEITADOS............: '                       00053900
                       WRK-REG-REJEITADOS.                              00054000
              DISPLAY '===================================='.           00054100
                 STOP RUN.                                              00054200
                                                                        00054300
      *-------------------------------------------------------*         00054400
       3000-999-FIM.                              EXIT.                 00054500
      *-------------------------------------------------------*         00054600
                                                                        00054700
      *-------------------------------------------------------*         00054800
       9000-TRATAR-ERROS                           SECTION.             00054900
      *-------------------------------------------------------*         00055000
                                                                        00055100
             DISPLAY '-----------------------------'.                   00055200
             DISPLAY WRK-MSG.                                           00055300
             DISPLAY '-----------------------------'.                   00055400
                STOP RUN.                                               00055500
                                                                        00055600
      *-------------------------------------------------------*         00055700
       9000-999-FIM.                              EXIT.                 00055800
      *-------------------------------------------------------*         00055900
