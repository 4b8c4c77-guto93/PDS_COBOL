      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB53.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 04/09/2023                                       00001200
      *     OBJETIVO : CICLO ANUAL DE MERITO, PASSO 2 (APLICACAO)       00001300
      *              : -- LE O MERPROP DEVOLVIDO PELOS GESTORES         00001400
      *              : (GERADO PELO FR03DB52) E, PARA CADA              00001500
      *              : PROPOSTA APROVADA, GRAVA EM FUNCLOTE O           00001600
      *              : REGISTRO SO COM ID E NOVO SALARIO, PARA O        00001700
      *              : FR03DB14 APLICAR COM A TRILHA NORMAL DE          00001800
      *              : FOUR001.FUNC_AUDIT. O FUNCLOTE SAI COM O         00001900
      *              : HEADER DE TRANSMISSAO ('HDR' + DATA +            00002000
      *              : GERACAO), A GERACAO SEGUINTE A ULTIMA            00002100
      *              : ACEITA NO GERCTRL.                               00002200
      *-------------------------------------------------------*         00002300
      *     APROVADO: S = APROVADO, E = APROVADO COMO EXCECAO A         00002400
      *     FAIXA (NOVO SALARIO ACIMA DO MAXIMO), N OU BRANCO =         00002500
      *     NAO APROVADO. O GESTOR PODE BAIXAR O NOVO SALARIO,          00002600
      *     NUNCA SUBIR ACIMA DA PROPOSTA. PROPOSTA REPROVADA NA        00002700
      *     CONFERENCIA VAI PARA O REJEITO (P01 A P08).                 00002800
      *=======================================================*         00002900
      *=======================================================*         00003000
       ENVIRONMENT                                    DIVISION.         00003100
      *=======================================================*         00003200
       CONFIGURATION                                  SECTION.          00003300
      *=======================================================*         00003400
                                                                        00003500
          SPECIAL-NAMES.                                                00003600
              DECIMAL-POINT IS COMMA.                                   00003700
                                                                        00003800
      *=======================================================*         00003900
       INPUT-OUTPUT                                   SECTION.          00004000
       FILE-CONTROL.                                                    00004100
             SELECT MERPROP  ASSIGN TO MERPROP                          00004200
                FILE STATUS  IS WRK-FS-MERPROP.                         00004300
             SELECT FAIXASAL ASSIGN TO FAIXASAL                         00004400
                FILE STATUS  IS WRK-FS-FAIXASAL.                        00004500
             SELECT GERCTRL  ASSIGN TO GERCTRL                          00004600
                ORGANIZATION IS INDEXED                                 00004700
                ACCESS MODE  IS RANDOM                                  00004800
                RECORD KEY   IS FD-GER-FEED                             00004900
                FILE STATUS  IS WRK-FS-GERCTRL.                         00005000
             SELECT FUNCLOTE ASSIGN TO FUNCLOTE                         00005100
                FILE STATUS  IS WRK-FS-FUNCLOTE.                        00005200
             SELECT REJEITO  ASSIGN TO REJEITO                          00005300
                FILE STATUS  IS WRK-FS-REJEITO.                         00005400
      *=======================================================*         00005500
       DATA                                       DIVISION.             00005600
      *=======================================================*         00005700
                                                                        00005800
      *-------------------------------------------------------*         00005900
       FILE                                       SECTION.              00006000
      *-------------------------------------------------------*         00006100
       FD MERPROP                                                       00006200
           RECORDING MODE IS F                                          00006300
           BLOCK CONTAINS 0 RECORDS.                                    00006400
       01 FD-MERPROP.                                                   00006500
          05 FD-PRP-ID           PIC 9(04).                             00006600
          05 FD-PRP-SETOR        PIC X(04).                             00006700
          05 FD-PRP-NOTA         PIC X(01).                             00006800
          05 FD-PRP-QUARTIL      PIC 9(01).                             00006900
          05 FD-PRP-SALARIO      PIC 9(08)V99.                          00007000
          05 FD-PRP-PERC         PIC 9(02)V99.                          00007100
          05 FD-PRP-AUMENTO      PIC 9(08)V99.                          00007200
          05 FD-PRP-SALARIO-NOVO PIC 9(08)V99.                          00007300
          05 FD-PRP-ACIMA-TETO   PIC X(01).                             00007400
          05 FD-PRP-REDUZIDO     PIC X(01).                             00007500
          05 FD-PRP-APROVADO     PIC X(01).                             00007600
             88 FD-PRP-APROVADA          VALUE 'S' 'E'.                 00007700
             88 FD-PRP-EXCECAO-FAIXA     VALUE 'E'.                     00007800
             88 FD-PRP-NAO-APROVADA      VALUE 'N' ' '.                 00007900
          05 FILLER              PIC X(33).                             00008000
                                                                        00008100
       FD FAIXASAL                                                      00008200
           RECORDING MODE IS F                                          00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
       01 FD-FAIXASAL.                                                  00008500
          05 FD-FXA-SETOR     PIC X(04).                                00008600
          05 FD-FXA-MINIMO    PIC 9(08)V99.                             00008700
          05 FD-FXA-MAXIMO    PIC 9(08)V99.                             00008800
                                                                        00008900
       FD GERCTRL                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-GERCTRL.                                                   00009300
          05 FD-GER-FEED          PIC X(08).                            00009400
          05 FD-GER-ULT-GERACAO   PIC 9(05).                            00009500
          05 FD-GER-ULT-DATA      PIC X(08).                            00009600
          05 FILLER               PIC X(09).                            00009700
                                                                        00009800
       FD FUNCLOTE                                                      00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-FUNCLOTE.                                                  00010200
          05 FD-ID            PIC 9(04).                                00010300
          05 FD-NOME          PIC X(30).                                00010400
          05 FD-SETOR         PIC X(04).                                00010500
          05 FD-SALARIO       PIC 9(08)V99.                             00010600
          05 FD-DATAADM       PIC X(10).                                00010700
          05 FD-EMAIL         PIC X(40).                                00010800
          05 FD-TELEFONE      PIC X(11).                                00010900
       01 FD-FUNCLOTE-HEADER.                                           00011000
          05 FD-HDR-TIPO      PIC X(03).                                00011100
          05 FD-HDR-DATA      PIC X(08).                                00011200
          05 FD-HDR-GERACAO   PIC 9(05).                                00011300
          05 FILLER           PIC X(93).                                00011400
                                                                        00011500
       FD REJEITO                                                       00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-REJEITO.                                                   00011900
          05 FD-REJ-ORIGEM        PIC X(08).                            00012000
          05 FD-REJ-DATA          PIC X(08).                            00012100
          05 FD-REJ-COD           PIC X(04).                            00012200
          05 FD-REJ-SQLCODE       PIC -999.                             00012300
          05 FD-REJ-MOTIVO        PIC X(030).                           00012400
          05 FD-REJ-DADOS         PIC X(120).                           00012500
          05 FILLER               PIC X(06).                            00012600
                                                                        00012700
      *-------------------------------------------------------*         00012800
       WORKING-STORAGE                            SECTION.              00012900
      *-------------------------------------------------------*         00013000
                                                                        00013100
      *-------------------------------------------------------*         00013200
        01 FILLER                          PIC X(050)   VALUE           00013300
                '*******AREA DE SQL ******'.                            00013400
      *-------------------------------------------------------*         00013500
                                                                        00013600
           EXEC SQL                                                     00013700
                INCLUDE SQLCA                                           00013800
           END-EXEC.                                                    00013900
                                                                        00014000
      *-------------------------------------------------------*         00014100
        01 FILLER                          PIC X(050)   VALUE           00014200
                '*******AREA DE AUXILIARES********'.                    00014300
      *-------------------------------------------------------*         00014400
                                                                        00014500
       77 WRK-SQLCODE         PIC -999.                                 00014600
                                                                        00014700
       01 DB2-FUNC-ID         PIC S9(04) COMP VALUE ZEROS.              00014800
       01 DB2-FUNC-SALARIO    PIC S9(08)V99 COMP-3 VALUE ZEROS.         00014900
       01 DB2-FUNC-STATUS     PIC X(01) VALUE SPACES.                   00015000
       77 WRK-STATUS-NULL     PIC S9(04) COMP VALUE ZEROS.              00015100
                                                                        00015200
       77 WRK-FS-MERPROP      PIC X(02) VALUE SPACES.                   00015300
       77 WRK-FS-FAIXASAL     PIC X(02) VALUE SPACES.                   00015400
       77 WRK-FS-GERCTRL      PIC X(02) VALUE SPACES.                   00015500
       77 WRK-FS-FUNCLOTE     PIC X(02) VALUE SPACES.                   00015600
       77 WRK-FS-REJEITO      PIC X(02) VALUE SPACES.                   00015700
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00015800
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00015900
       77 WRK-GERACAO         PIC 9(05) VALUE ZEROS.                    00016000
                                                                        00016100
       01 WRK-TAB-FAIXAS.                                               00016200
          05 WRK-TAB-FXA-ITEM OCCURS 50 TIMES.                          00016300
             10 WRK-TAB-FXA-SETOR  PIC X(04).                           00016400
             10 WRK-TAB-FXA-MIN    PIC 9(08)V99.                        00016500
             10 WRK-TAB-FXA-MAX    PIC 9(08)V99.                        00016600
       77 WRK-QTDE-FAIXAS    PIC 9(02) VALUE ZEROS.                     00016700
       77 WRK-IDX-FXA        PIC 9(02) VALUE ZEROS.                     00016800
       77 WRK-FAIXA-ACHADA   PIC X(01) VALUE 'N'.                       00016900
          88 WRK-FXA-FOI-ACHADA       VALUE 'S'.                        00017000
          88 WRK-FXA-NAO-ACHADA       VALUE 'N'.                        00017100
                                                                        00017200
       01 WRK-SALARIO-PROPOSTO PIC 9(09)V99 VALUE ZEROS.                00017300
       01 WRK-TOT-AUMENTO    PIC 9(12)V99 COMP-3 VALUE ZEROS.           00017400
       01 WRK-TOT-EDT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.        00017500
                                                                        00017600
       77 WRK-REG-LIDOS       PIC 9(07) VALUE ZEROS.                    00017700
       77 WRK-REG-GRAVADOS    PIC 9(07) VALUE ZEROS.                    00017800
       77 WRK-REG-REJEITADOS  PIC 9(07) VALUE ZEROS.                    00017900
       77 WRK-REG-NAO-APROV   PIC 9(07) VALUE ZEROS.                    00018000
       77 WRK-REG-EXCECOES    PIC 9(07) VALUE ZEROS.                    00018100
       77 WRK-REG-STATUS      PIC X(01) VALUE 'S'.                      00018200
          88 WRK-REG-OK              VALUE 'S'.                         00018300
          88 WRK-REG-INVALIDO        VALUE 'N'.                         00018400
       77 WRK-REJ-MOTIVO      PIC X(030) VALUE SPACES.                  00018500
       77 WRK-REJ-COD         PIC X(04) VALUE SPACES.                   00018600
                                                                        00018700
       01 WRK-JOB-REGISTRO.                                             00018800
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00018900
          05 WRK-JOB-EVENTO        PIC X(01).                           00019000
          05 WRK-JOB-SITUACAO      PIC X(01).                           00019100
          05 WRK-JOB-LIDOS         PIC 9(07).                           00019200
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00019300
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00019400
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00019500
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00019600
                                                                        00019700
      *-------------------------------------------------------*         00019800
                                                                        00019900
      *=======================================================*         00020000
       PROCEDURE                                  DIVISION.             00020100
      *=======================================================*         00020200
                                                                        00020300
      *-------------------------------------------------------*         00020400
       0000-PRINCIPAL                              SECTION.             00020500
      *-------------------------------------------------------*         00020600
                                                                        00020700
            PERFORM 1000-INICIAR.                                       00020800
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-MERPROP EQUAL '10'.     00020900
            PERFORM 3000-FINALIZAR.                                     00021000
                                                                        00021100
      *-------------------------------------------------------*         00021200
       0000-999-FIM.                               EXIT.                00021300
      *-------------------------------------------------------*         00021400
                                                                        00021500
      *-------------------------------------------------------*         00021600
       1000-INICIAR                               SECTION.              00021700
      *-------------------------------------------------------*         00021800
                                                                        00021900
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00022000
                                                                        00022100
             MOVE 'FR03DB53' TO WRK-JOB-PROGRAMA.                       00022200
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00022300
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00022400
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00022500
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00022600
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00022700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00022800
                  WRK-JOB-RETORNO                                       00022900
                 ON EXCEPTION                                           00023000
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00023100
             END-CALL.                                                  00023200
                                                                        00023300
             OPEN INPUT FAIXASAL.                                       00023400
             IF WRK-FS-FAIXASAL NOT EQUAL '00'                          00023500
                MOVE ' ERRO OPEN FAIXASAL ' TO WRK-MSG                  00023600
                PERFORM 9000-TRATAR-ERROS                               00023700
             END-IF.                                                    00023800
             READ FAIXASAL.                                             00023900
             PERFORM 1100-CARREGAR-FAIXA                                00024000
                UNTIL WRK-FS-FAIXASAL NOT EQUAL '00'.                   00024100
             CLOSE FAIXASAL.                                            00024200
                                                                        00024300
             PERFORM 1200-APURAR-GERACAO.                               00024400
                                                                        00024500
             OPEN INPUT MERPROP.                                        00024600
             IF WRK-FS-MERPROP NOT EQUAL '00'                           00024700
                MOVE ' ERRO OPEN MERPROP ' TO WRK-MSG                   00024800
                PERFORM 9000-TRATAR-ERROS                               00024900
             END-IF.                                                    00025000
                                                                        00025100
             OPEN OUTPUT FUNCLOTE.                                      00025200
             IF WRK-FS-FUNCLOTE NOT EQUAL '00'                          00025300
                MOVE ' ERRO OPEN FUNCLOTE ' TO WRK-MSG                  00025400
                PERFORM 9000-TRATAR-ERROS                               00025500
             END-IF.                                                    00025600
                                                                        00025700
             OPEN OUTPUT REJEITO.                                       00025800
             IF WRK-FS-REJEITO NOT EQUAL '00'                           00025900
                MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG                   00026000
                PERFORM 9000-TRATAR-ERROS                               00026100
             END-IF.                                                    00026200
                                                                        00026300
             MOVE SPACES         TO FD-FUNCLOTE-HEADER.                 00026400
             MOVE 'HDR'          TO FD-HDR-TIPO.                        00026500
             MOVE WRK-DATA-HOJE  TO FD-HDR-DATA.                        00026600
             MOVE WRK-GERACAO    TO FD-HDR-GERACAO.                     00026700
             WRITE FD-FUNCLOTE-HEADER.                                  00026800
                                                                        00026900
             DISPLAY '===================================='.            00027000
             DISPLAY ' CICLO DE MERITO - APLICACAO '.                   00027100
             DISPLAY ' FUNCLOTE GERACAO: ' WRK-GERACAO.                 00027200
             DISPLAY '===================================='.            00027300
                                                                        00027400
             READ MERPROP.                                              00027500
                                                                        00027600
      *-------------------------------------------------------*         00027700
       1000-999-FIM.                              EXIT.                 00027800
      *-------------------------------------------------------*         00027900
                                                                        00028000
      *-------------------------------------------------------*         00028100
       1100-CARREGAR-FAIXA                        SECTION.              00028200
      *-------------------------------------------------------*         00028300
                                                                        00028400
             IF WRK-QTDE-FAIXAS LESS THAN 50                            00028500
                ADD 1 TO WRK-QTDE-FAIXAS                                00028600
                MOVE FD-FXA-SETOR TO                                    00028700
                     WRK-TAB-FXA-SETOR(WRK-QTDE-FAIXAS)                 00028800
                MOVE FD-FXA-MINIMO TO                                   00028900
                     WRK-TAB-FXA-MIN(WRK-QTDE-FAIXAS)                   00029000
                MOVE FD-FXA-MAXIMO TO                                   00029100
                     WRK-TAB-FXA-MAX(WRK-QTDE-FAIXAS)                   00029200
             ELSE                                                       00029300
                DISPLAY ' FAIXA EXCEDENTE IGNORADA: ' FD-FXA-SETOR      00029400
             END-IF.                                                    00029500
             READ FAIXASAL.                                             00029600
                                                                        00029700
      *-------------------------------------------------------*         00029800
       1100-999-FIM.                              EXIT.                 00029900
      *-------------------------------------------------------*         00030000
                                                                        00030100
      *---------------------------------------------------------------  00030200
      *    1200-APURAR-GERACAO                                          00030300
      *    A GERACAO DO HEADER E A SEGUINTE A ULTIMA ACEITA PELA        00030400
      *    TRNSCHK PARA O FEED FUNCLOTE; SEM CONTROLE AINDA, 1.         00030500
      *---------------------------------------------------------------  00030600
       1200-APURAR-GERACAO                         SECTION.             00030700
                                                                        00030800
             MOVE 1 TO WRK-GERACAO.                                     00030900
             OPEN INPUT GERCTRL.                                        00031000
             IF WRK-FS-GERCTRL EQUAL '00'                               00031100
                MOVE 'FUNCLOTE' TO FD-GER-FEED                          00031200
                READ GERCTRL                                            00031300
                IF WRK-FS-GERCTRL EQUAL '00'                            00031400
                   COMPUTE WRK-GERACAO = FD-GER-ULT-GERACAO + 1         00031500
                   END-COMPUTE                                          00031600
                END-IF                                                  00031700
                CLOSE GERCTRL                                           00031800
             ELSE                                                       00031900
                DISPLAY ' GERCTRL INDISPONIVEL, GERACAO 1 '             00032000
             END-IF.                                                    00032100
                                                                        00032200
      *-------------------------------------------------------*         00032300
       1200-999-FIM.                              EXIT.                 00032400
      *-------------------------------------------------------*         00032500
                                                                        00032600
      *-------------------------------------------------------*         00032700
       2000-PROCESSAR                             SECTION.              00032800
      *-------------------------------------------------------*         00032900
                                                                        00033000
             IF WRK-FS-MERPROP EQUAL ZEROS                              00033100
                ADD 1 TO WRK-REG-LIDOS                                  00033200
                IF FD-PRP-NAO-APROVADA                                  00033300
                   ADD 1 TO WRK-REG-NAO-APROV                           00033400
                ELSE                                                    00033500
                   MOVE ZEROS TO WRK-SQLCODE                            00033600
                   PERFORM 2100-VALIDAR-PROPOSTA                        00033700
                   IF WRK-REG-OK                                        00033800
                      PERFORM 2200-CONFERIR-FUNCIONARIO                 00033900
                   END-IF                                               00034000
                   IF WRK-REG-OK                                        00034100
                      PERFORM 2300-GRAVAR-FUNCLOTE                      00034200
                   ELSE                                                 00034300
                      PERFORM 2900-GRAVAR-REJEITO                       00034400
                   END-IF                                               00034500
                END-IF                                                  00034600
             END-IF.                                                    00034700
                                                                        00034800
             READ MERPROP.                                              00034900
                                                                        00035000
      *-------------------------------------------------------*         00035100
       2000-999-FIM.                              EXIT.                 00035200
      *-------------------------------------------------------*         00035300
                                                                        00035400
      *---------------------------------------------------------------  00035500
      *    2100-VALIDAR-PROPOSTA                                        00035600
      *    O NOVO SALARIO APROVADO PRECISA SUBIR, NAO PODE PASSAR DA    00035700
      *    PROPOSTA (E O QUE GARANTE O ORCAMENTO DO SETOR) E SO         00035800
      *    PASSA DO MAXIMO DA FAIXA APROVADO COMO EXCECAO (E).          00035900
      *---------------------------------------------------------------  00036000
       2100-VALIDAR-PROPOSTA                       SECTION.             00036100
                                                                        00036200
             SET WRK-REG-OK TO TRUE.                                    00036300
             MOVE SPACES TO WRK-REJ-MOTIVO.                             00036400
             MOVE SPACES TO WRK-REJ-COD.                                00036500
                                                                        00036600
             EVALUATE TRUE                                              00036700
               WHEN FD-PRP-ID NOT NUMERIC OR FD-PRP-ID EQUAL ZEROS      00036800
                  SET WRK-REG-INVALIDO TO TRUE                          00036900
                  MOVE ' ID INVALIDO ' TO WRK-REJ-MOTIVO                00037000
                  MOVE 'P01 ' TO WRK-REJ-COD                            00037100
               WHEN NOT FD-PRP-APROVADA                                 00037200
                  SET WRK-REG-INVALIDO TO TRUE                          00037300
                  MOVE ' APROVACAO DIFERENTE DE S/E/N '                 00037400
                    TO WRK-REJ-MOTIVO                                   00037500
                  MOVE 'P02 ' TO WRK-REJ-COD                            00037600
               WHEN FD-PRP-SALARIO NOT NUMERIC OR                       00037700
                    FD-PRP-AUMENTO NOT NUMERIC OR                       00037800
                    FD-PRP-SALARIO-NOVO NOT NUMERIC                     00037900
                  SET WRK-REG-INVALIDO TO TRUE                          00038000
                  MOVE ' VALORES NAO NUMERICOS ' TO WRK-REJ-MOTIVO      00038100
                  MOVE 'P03 ' TO WRK-REJ-COD                            00038200
               WHEN FD-PRP-SALARIO-NOVO NOT GREATER THAN FD-PRP-SALARIO 00038300
                  SET WRK-REG-INVALIDO TO TRUE                          00038400
                  MOVE ' NOVO SALARIO SEM AUMENTO ' TO WRK-REJ-MOTIVO   00038500
                  MOVE 'P03 ' TO WRK-REJ-COD                            00038600
               WHEN OTHER                                               00038700
                  COMPUTE WRK-SALARIO-PROPOSTO =                        00038800
                          FD-PRP-SALARIO + FD-PRP-AUMENTO               00038900
                  END-COMPUTE                                           00039000
                  IF FD-PRP-SALARIO-NOVO GREATER THAN                   00039100
                     WRK-SALARIO-PROPOSTO                               00039200
                     SET WRK-REG-INVALIDO TO TRUE                       00039300
                     MOVE ' NOVO SALARIO ACIMA DA PROPOSTA'             00039400
                       TO WRK-REJ-MOTIVO                                00039500
                     MOVE 'P04 ' TO WRK-REJ-COD                         00039600
                  ELSE                                                  00039700
                     PERFORM 2150-CONFERIR-FAIXA                        00039800
                  END-IF                                                00039900
             END-EVALUATE.                                              00040000
                                                                        00040100
      *-------------------------------------------------------*         00040200
       2100-999-FIM.                              EXIT.                 00040300
      *-------------------------------------------------------*         00040400
                                                                        00040500
      *-------------------------------------------------------*         00040600
       2150-CONFERIR-FAIXA                         SECTION.             00040700
      *-------------------------------------------------------*         00040800
                                                                        00040900
             SET WRK-FXA-NAO-ACHADA TO TRUE.                            00041000
             MOVE 1 TO WRK-IDX-FXA.                                     00041100
             PERFORM 2160-PROCURAR-FAIXA                                00041200
                UNTIL WRK-IDX-FXA GREATER THAN WRK-QTDE-FAIXAS          00041300
                   OR WRK-FXA-FOI-ACHADA.                               00041400
                                                                        00041500
             IF WRK-FXA-FOI-ACHADA AND                                  00041600
                FD-PRP-SALARIO-NOVO GREATER THAN                        00041700
                WRK-TAB-FXA-MAX(WRK-IDX-FXA)                            00041800
                IF FD-PRP-EXCECAO-FAIXA                                 00041900
                   ADD 1 TO WRK-REG-EXCECOES                            00042000
                ELSE                                                    00042100
                   SET WRK-REG-INVALIDO TO TRUE                         00042200
                   MOVE ' ACIMA DA FAIXA SEM EXCECAO ' TO WRK-REJ-MOTIVO00042300
                   MOVE 'P05 ' TO WRK-REJ-COD                           00042400
                END-IF                                                  00042500
             END-IF.                                                    00042600
                                                                        00042700
      *-------------------------------------------------------*         00042800
       2150-999-FIM.                              EXIT.                 00042900
      *-------------------------------------------------------*         00043000
                                                                        00043100
       2160-PROCURAR-FAIXA                         SECTION.             00043200
                                                                        00043300
            IF WRK-TAB-FXA-SETOR(WRK-IDX-FXA) EQUAL FD-PRP-SETOR        00043400
               SET WRK-FXA-FOI-ACHADA TO TRUE                           00043500
            ELSE                                                        00043600
               ADD 1 TO WRK-IDX-FXA                                     00043700
            END-IF.                                                     00043800
                                                                        00043900
      *-------------------------------------------------------*         00044000
       2160-999-FIM.                              EXIT.                 00044100
      *-------------------------------------------------------*         00044200
                                                                        00044300
      *---------------------------------------------------------------  00044400
      *    2200-CONFERIR-FUNCIONARIO                                    00044500
      *    O FUNCIONARIO PRECISA CONTINUAR ATIVO E COM O MESMO          00044600
      *    SALARIO DA PROPOSTA; SE O SALARIO MUDOU DEPOIS DO            00044700
      *    FR03DB52, A PROPOSTA PRECISA SER REFEITA.                    00044800
      *---------------------------------------------------------------  00044900
       2200-CONFERIR-FUNCIONARIO                   SECTION.             00045000
                                                                        00045100
             MOVE FD-PRP-ID TO DB2-FUNC-ID.                             00045200
             EXEC SQL                                                   00045300
                SELECT SALARIO, STATUS                                  00045400
                  INTO :DB2-FUNC-SALARIO,                               00045500
                       :DB2-FUNC-STATUS :WRK-STATUS-NULL                00045600
                  FROM FOUR001.FUNC                                     00045700
                 WHERE ID = :DB2-FUNC-ID                                00045800
             END-EXEC.                                                  00045900
                                                                        00046000
             EVALUATE TRUE                                              00046100
               WHEN SQLCODE EQUAL 100                                   00046200
                  SET WRK-REG-INVALIDO TO TRUE                          00046300
                  MOVE ' FUNCIONARIO INEXISTENTE ' TO WRK-REJ-MOTIVO    00046400
                  MOVE 'P06 ' TO WRK-REJ-COD                            00046500
               WHEN SQLCODE NOT EQUAL ZEROS                             00046600
                  MOVE SQLCODE TO WRK-SQLCODE                           00046700
                  SET WRK-REG-INVALIDO TO TRUE                          00046800
                  MOVE ' ERRO SQLCODE NA LEITURA ' TO WRK-REJ-MOTIVO    00046900
                  MOVE 'P08 ' TO WRK-REJ-COD                            00047000
               WHEN WRK-STATUS-NULL NOT LESS THAN ZEROS AND             00047100
                    DB2-FUNC-STATUS EQUAL 'D'                           00047200
                  SET WRK-REG-INVALIDO TO TRUE                          00047300
                  MOVE ' FUNCIONARIO DESLIGADO ' TO WRK-REJ-MOTIVO      00047400
                  MOVE 'P06 ' TO WRK-REJ-COD                            00047500
               WHEN DB2-FUNC-SALARIO NOT EQUAL FD-PRP-SALARIO           00047600
                  SET WRK-REG-INVALIDO TO TRUE                          00047700
                  MOVE ' SALARIO MUDOU APOS A PROPOSTA'                 00047800
                    TO WRK-REJ-MOTIVO                                   00047900
                  MOVE 'P07 ' TO WRK-REJ-COD                            00048000
               WHEN OTHER                                               00048100
                  CONTINUE                                              00048200
             END-EVALUATE.                                              00048300
                                                                        00048400
      *-------------------------------------------------------*         00048500
       2200-999-FIM.                              EXIT.                 00048600
      *-------------------------------------------------------*         00048700
                                                                        00048800
      *---------------------------------------------------------------  00048900
      *    2300-GRAVAR-FUNCLOTE                                         00049000
      *    SO ID E SALARIO PREENCHIDOS: O FR03DB14 ATUALIZA APENAS      00049100
      *    O QUE VEM PREENCHIDO E GRAVA A FUNC_AUDIT.                   00049200
      *---------------------------------------------------------------  00049300
       2300-GRAVAR-FUNCLOTE                        SECTION.             00049400
                                                                        00049500
             MOVE SPACES              TO FD-FUNCLOTE.                   00049600
             MOVE FD-PRP-ID           TO FD-ID.                         00049700
             MOVE FD-PRP-SALARIO-NOVO TO FD-SALARIO.                    00049800
             WRITE FD-FUNCLOTE.                                         00049900
             IF WRK-FS-FUNCLOTE NOT EQUAL '00'                          00050000
                MOVE ' ERRO WRITE FUNCLOTE ' TO WRK-MSG                 00050100
                PERFORM 9000-TRATAR-ERROS                               00050200
             END-IF.                                                    00050300
             ADD 1 TO WRK-REG-GRAVADOS.                                 00050400
             COMPUTE WRK-TOT-AUMENTO = WRK-TOT-AUMENTO                  00050500
                                     + FD-PRP-SALARIO-NOVO              00050600
                                     - FD-PRP-SALARIO                   00050700
             END-COMPUTE.                                               00050800
                                                                        00050900
      *-------------------------------------------------------*         00051000
       2300-999-FIM.                              EXIT.                 00051100
      *-------------------------------------------------------*         00051200
                                                                        00051300
      *-------------------------------------------------------*         00051400
       2900-GRAVAR-REJEITO                         SECTION.             00051500
      *-------------------------------------------------------*         00051600
                                                                        00051700
             MOVE SPACES          TO FD-REJEITO.                        00051800
             MOVE 'FR03DB53'      TO FD-REJ-ORIGEM.                     00051900
             MOVE WRK-DATA-HOJE   TO FD-REJ-DATA.                       00052000
             MOVE WRK-REJ-COD     TO FD-REJ-COD.                        00052100
             MOVE WRK-SQLCODE     TO FD-REJ-SQLCODE.                    00052200
             MOVE WRK-REJ-MOTIVO  TO FD-REJ-MOTIVO.                     00052300
             MOVE FD-MERPROP      TO FD-REJ-DADOS.                      00052400
             WRITE FD-REJEITO.                                          00052500
             ADD 1 TO WRK-REG-REJEITADOS.                               00052600
             DISPLAY ' REJEITADO: ' FD-PRP-ID                           00052700
                     ' ' WRK-REJ-COD WRK-REJ-MOTIVO.                    00052800
                                                                        00052900
      *-------------------------------------------------------*         00053000
       2900-999-FIM.                              EXIT.                 00053100
      *-------------------------------------------------------*         00053200
                                                                        00053300
      *-------------------------------------------------------*         00053400
       3000-FINALIZAR                             SECTION.              00053500
      *-------------------------------------------------------*         00053600
                                                                        00053700
              CLOSE MERPROP.                                            00053800
              CLOSE FUNCLOTE.                                           00053900
              CLOSE REJEITO.                                            00054000
                                                                        00054100
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00054200
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00054300
             MOVE WRK-REG-LIDOS      TO WRK-JOB-LIDOS.                  00054400
             MOVE WRK-REG-GRAVADOS   TO WRK-JOB-GRAVADOS.               00054500
             MOVE WRK-REG-REJEITADOS TO WRK-JOB-REJEITADOS.             00054600
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00054700
                  WRK-JOB-RETORNO                                       00054800
                 ON EXCEPTION                                           00054900
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00055000
             END-CALL.                                                  00055100
                                                                        00055200
              DISPLAY '===================================='.           00055300
              DISPLAY ' PROPOSTAS LIDAS.......: ' WRK-REG-LIDOS.        00055400
              DISPLAY ' NAO APROVADAS.........: ' WRK-REG-NAO-APROV.    00055500
              DISPLAY ' GRAVADAS NO FUNCLOTE..: ' WRK-REG-GRAVADOS.     00055600
              DISPLAY ' EXCECOES A FAIXA......: ' WRK-REG-EXCECOES.     00055700
              DISPLAY ' REJEITADAS............: ' WRK-REG-REJEITADOS.   00055800
              MOVE WRK-TOT-AUMENTO TO WRK-TOT-EDT.                      00055900
              DISPLAY ' AUMENTO MENSAL TOTAL..: ' WRK-TOT-EDT.          00056000
              DISPLAY '===================================='.           00056100
                 STOP RUN.                                              00056200
                                                                        00056300
      *-------------------------------------------------------*         00056400
       3000-999-FIM.                              EXIT.                 00056500
      *-------------------------------------------------------*         00056600
                                                                        00056700
      *-------------------------------------------------------*         00056800
       9000-TRATAR-ERROS                           SECTION.             00056900
      *-------------------------------------------------------*         00057000
                                                                        00057100
             DISPLAY '-----------------------------'.                   00057200
             DISPLAY WRK-MSG.                                           00057300
             DISPLAY '-----------------------------'.                   00057400
                STOP RUN.                                               00057500
                                                                        00057600
      *-------------------------------------------------------*         00057700
       9000-999-FIM.                              EXIT.                 00057800
      *-------------------------------------------------------*         00057900
