      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03DB47.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 07/08/2023                                       00000800
      *     OBJETIVO : FOLHA DO 13o SALARIO EM DUAS PARCELAS --         00000900
      *              : O FR03DB16 SO PROVISIONA O 13o. ESTE             00001000
      *              : PROGRAMA PAGA: PERCORRE FOUR001.FUNC POR         00001100
      *              : CURSOR, APURA OS AVOS DO ANO A PARTIR DE         00001200
      *              : DATAADM E VALORA PELO SALARIO ATUAL.             00001300
      *              :  1a PARCELA (ATE 30/11): METADE DO 13o,          00001400
      *              :     SEM DESCONTOS (VERBA 070);                   00001500
      *              :  2a PARCELA (DEZEMBRO): 13o INTEGRAL (VERBA      00001600
      *              :     071) COM INSS E IRRF CALCULADOS SOBRE O      00001700
      *              :     VALOR CHEIO PELAS TABELAS INSSFX E           00001800
      *              :     IRRFFX, SEPARADO DA FOLHA MENSAL, MENOS      00001900
      *              :     A 1a PARCELA JA PAGA (VERBA 072).            00002000
      *              : GRAVA HOLERITE E HOLDET PROPRIOS (MESMO          00002100
      *              : LAYOUT DO FR03DB15) PARA O FR03CB22 REMETER      00002200
      *              : AO BANCO E ACUMULA O 13o NA FOUR001.             00002300
      *              : FOLHA_ACUM PARA O INFORME DO FR03DB35.           00002400
      *-------------------------------------------------------------*   00002500
      *     PARAMETROS NO PARMSERV (OPCIONAIS): PARCELA (1 OU 2) E      00002600
      *     ANO AAAA. SEM ELES, DEZEMBRO RODA A 2a PARCELA E OS         00002700
      *     DEMAIS MESES A 1a, NO ANO CORRENTE.                         00002800
      *     AVOS: 12 PARA QUEM FOI ADMITIDO ANTES DO ANO; NO ANO DA     00002900
      *     ADMISSAO, DO MES DE ADMISSAO A DEZEMBRO, SEM CONTAR O       00003000
      *     MES DE ADMISSAO QUANDO ELA E DEPOIS DO DIA 15 (MENOS        00003100
      *     DE 15 DIAS TRABALHADOS).                                    00003200
      *     FOLHA_ACUM: A 1a PARCELA GUARDA O VALOR PAGO EM             00003300
      *     PARC1_13, QUE A 2a PARCELA LE PARA DESCONTAR; A 2a          00003400
      *     GRAVA TOTAL_13, INSS_13 E IRRF_13 (TRIBUTACAO               00003500
      *     EXCLUSIVA, FORA DOS TOTAIS MENSAIS). AS DUAS PARCELAS       00003600
      *     TROCAM O VALOR EM VEZ DE SOMAR - RERODADA NAO DOBRA.        00003700
      *-------------------------------------------------------------*   00003712
      *     MANUTENCAO:                                                 00003724
      *     - 25/09/2023: INSSFX E IRRFFX COM VIGENCIA AAAAMMDD NA      00003736
      *       FRENTE DE CADA FAIXA E VARIAS GERACOES NO ARQUIVO. O      00003748
      *       13o E TRIBUTADO EM DEZEMBRO, ENTAO VALE A GERACAO MAIS    00003760
      *       RECENTE ATE DEZEMBRO DO ANO PROCESSADO; A VIGENCIA        00003772
      *       USADA VAI PARA TABUSO (RELATORIO NO FR03CB49).            00003784
      *     - 04/12/2023: O PARM13 DEU LUGAR AO CADASTRO CENTRAL DE     00003789
      *       PARAMETROS (PARMSERV, FR03DB47/PARCELA E ANO).            00003794
      *===========================================================*     00003800
      *===========================================================*     00003900
       ENVIRONMENT                                    DIVISION.         00004000
      *===========================================================*     00004100
       CONFIGURATION                                  SECTION.          00004200
      *===========================================================*     00004300
                                                                        00004400
          SPECIAL-NAMES.                                                00004500
              DECIMAL-POINT IS COMMA.                                   00004600
                                                                        00004700
      *===========================================================*     00004800
       INPUT-OUTPUT                                   SECTION.          00004900
      *===========================================================*     00005000
       FILE-CONTROL.                                                    00005100
                                                                        00005200
                                                                        00005500
           SELECT INSSFX    ASSIGN TO INSSFX                            00005600
                FILE STATUS  IS WRK-FS-INSSFX.                          00005700
                                                                        00005800
           SELECT IRRFFX    ASSIGN TO IRRFFX                            00005900
                FILE STATUS  IS WRK-FS-IRRFFX.                          00006000
                                                                        00006100
           SELECT RUBRICA   ASSIGN TO RUBRICA                           00006200
                FILE STATUS  IS WRK-FS-RUBRICA.                         00006300
                                                                        00006400
           SELECT HOLERITE  ASSIGN TO HOLERITE                          00006500
                FILE STATUS  IS WRK-FS-HOLERITE.                        00006600
                                                                        00006700
           SELECT HOLDET    ASSIGN TO HOLDET                            00006800
                FILE STATUS  IS WRK-FS-HOLDET.                          00006900
                                                                        00007000
           SELECT TABUSO    ASSIGN TO TABUSO                            00007025
                FILE STATUS  IS WRK-FS-TABUSO.                          00007050
                                                                        00007075
      *===========================================================*     00007100
       DATA                                       DIVISION.             00007200
      *===========================================================*     00007300
                                                                        00007400
      *-----------------------------------------------------------*     00007500
       FILE                                       SECTION.              00007600
      *-----------------------------------------------------------*     00007700
                                                                        00008600
       FD INSSFX                                                        00008700
           RECORDING MODE IS F                                          00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-INSSFX.                                                    00009000
          05 FD-INS-VIGENCIA  PIC X(08).                                00009050
          05 FD-INS-LIMITE    PIC 9(08)V99.                             00009100
          05 FD-INS-ALIQUOTA  PIC 9(02)V99.                             00009200
                                                                        00009300
       FD IRRFFX                                                        00009400
           RECORDING MODE IS F                                          00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
       01 FD-IRRFFX.                                                    00009700
          05 FD-IRF-VIGENCIA  PIC X(08).                                00009750
          05 FD-IRF-LIMITE    PIC 9(08)V99.                             00009800
          05 FD-IRF-ALIQUOTA  PIC 9(02)V99.                             00009900
          05 FD-IRF-DEDUCAO   PIC 9(06)V99.                             00010000
                                                                        00010100
       FD RUBRICA                                                       00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-RUBRICA.                                                   00010500
          05 FD-RUB-CODIGO        PIC X(03).                            00010600
          05 FD-RUB-DESCRICAO     PIC X(25).                            00010700
          05 FD-RUB-TIPO          PIC X(01).                            00010800
          05 FD-RUB-BASE          PIC X(01).                            00010866
          05 FILLER               PIC X(10).                            00010932
                                                                        00011000
       FD HOLERITE                                                      00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-HOLERITE.                                                  00011400
          05 FD-HOL-ID        PIC 9(04).                                00011500
          05 FD-HOL-NOME      PIC X(30).                                00011600
          05 FD-HOL-SETOR     PIC X(04).                                00011700
          05 FD-HOL-BRUTO     PIC 9(08)V99.                             00011800
          05 FD-HOL-INSS      PIC 9(08)V99.                             00011900
          05 FD-HOL-IRRF      PIC 9(08)V99.                             00012000
          05 FD-HOL-LIQUIDO   PIC 9(08)V99.                             00012100
                                                                        00012200
       FD HOLDET                                                        00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-HOLDET.                                                    00012600
          05 FD-HDT-ID            PIC 9(04).                            00012700
          05 FD-HDT-RUBRICA       PIC X(03).                            00012800
          05 FD-HDT-DESCRICAO     PIC X(25).                            00012900
          05 FD-HDT-VALOR         PIC 9(08)V99.                         00013000
          05 FD-HDT-TIPO          PIC X(01).                            00013100
          05 FILLER               PIC X(07).                            00013200
                                                                        00013300
       FD TABUSO                                                        00013306
           RECORDING MODE IS F                                          00013312
           BLOCK CONTAINS 0 RECORDS.                                    00013318
       01 FD-TABUSO.                                                    00013324
          05 FD-TBU-DATA          PIC X(08).                            00013330
          05 FD-TBU-PROGRAMA      PIC X(08).                            00013336
          05 FD-TBU-COMPETENCIA   PIC X(06).                            00013342
          05 FD-TBU-MODO          PIC X(08).                            00013348
          05 FD-TBU-VIG-INSS      PIC X(08).                            00013354
          05 FD-TBU-FAIXAS-INSS   PIC 9(02).                            00013360
          05 FD-TBU-VIG-IRRF      PIC X(08).                            00013366
          05 FD-TBU-FAIXAS-IRRF   PIC 9(02).                            00013372
          05 FILLER               PIC X(10).                            00013378
                                                                        00013384
      *-----------------------------------------------------------*     00013400
       WORKING-STORAGE                            SECTION.              00013500
      *-----------------------------------------------------------*     00013600
                                                                        00013700
      *-------------------------------------------------------*         00013800
        01 FILLER                          PIC X(050)   VALUE           00013900
                '*******AREA DE SQL ******'.                            00014000
      *-------------------------------------------------------*         00014100
                                                                        00014200
           EXEC SQL                                                     00014300
                INCLUDE BOOKFUNC                                        00014400
           END-EXEC.                                                    00014500
           EXEC SQL                                                     00014600
                INCLUDE SQLCA                                           00014700
           END-EXEC.                                                    00014800
                                                                        00014900
       01 DB2-PARC1-13             PIC S9(08)V99 COMP-3 VALUE ZEROS.    00015000
                                                                        00015100
      *-------------------------------------------------------*         00015200
        01 FILLER                          PIC X(050)   VALUE           00015300
                '*******AREA DE AUXILIARES********'.                    00015400
      *-------------------------------------------------------*         00015500
                                                                        00015600
       77 WRK-SQLCODE              PIC -999.                            00015700
       77 WRK-TELEFONE-NULL        PIC S9(04) COMP VALUE ZEROS.         00015800
                                                                        00015900
       77 WRK-FS-INSSFX            PIC X(02)    VALUE ZEROS.            00016100
       77 WRK-FS-IRRFFX            PIC X(02)    VALUE ZEROS.            00016200
       77 WRK-FS-RUBRICA           PIC X(02)    VALUE ZEROS.            00016300
       77 WRK-FS-HOLERITE          PIC X(02)    VALUE ZEROS.            00016400
       77 WRK-FS-HOLDET            PIC X(02)    VALUE ZEROS.            00016500
       77 WRK-FS-TABUSO            PIC X(02)    VALUE ZEROS.            00016550
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00016600
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00016700
                                                                        00016800
       77 WRK-PARCELA-13           PIC X(01)    VALUE '1'.              00016900
          88 WRK-PRIMEIRA-PARCELA           VALUE '1'.                  00017000
          88 WRK-SEGUNDA-PARCELA            VALUE '2'.                  00017100
       77 WRK-ANO-13               PIC S9(04) COMP VALUE ZEROS.         00017200
       77 WRK-ANO-NUM              PIC 9(04)    VALUE ZEROS.            00017300
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00017301
       01 WRK-PSV-AREA.                                                 00017302
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00017303
          05 WRK-PSV-NOME       PIC X(12).                              00017304
          05 WRK-PSV-VALOR      PIC X(30).                              00017305
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00017306
          05 WRK-PSV-NUMERICO   PIC X(01).                              00017307
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00017308
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00017309
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00017310
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00017311
                                                                        00017312
       01 WRK-COMPETENCIA.                                              00017324
          05 WRK-COMP-ANO          PIC 9(04)    VALUE ZEROS.            00017336
          05 WRK-COMP-MES          PIC X(02)    VALUE '12'.             00017348
       77 WRK-VIG-INSS             PIC X(08)    VALUE LOW-VALUES.       00017360
       77 WRK-VIG-IRRF             PIC X(08)    VALUE LOW-VALUES.       00017372
       77 WRK-VIG-LIDA             PIC X(08)    VALUE LOW-VALUES.       00017384
                                                                        00017400
       01 WRK-DATAADM-AUX.                                              00017500
          05 WRK-ADM-ANO           PIC 9(04).                           00017600
          05 FILLER                PIC X(01).                           00017700
          05 WRK-ADM-MES           PIC 9(02).                           00017800
          05 FILLER                PIC X(01).                           00017900
          05 WRK-ADM-DIA           PIC 9(02).                           00018000
       77 WRK-AVOS-13              PIC 9(02)    VALUE ZEROS.            00018100
                                                                        00018200
      *    DEDUCAO LEGAL POR DEPENDENTE, A MESMA DO FR03DB15            00018300
       01 WRK-DEDUCAO-DEP          PIC 9(05)V99 VALUE 189,59.           00018400
       77 WRK-QTDE-DEP-IRRF        PIC S9(04) COMP VALUE ZEROS.         00018500
                                                                        00018600
       01 WRK-TAB-INSS.                                                 00018700
          05 WRK-TAB-INS-ITEM OCCURS 10 TIMES.                          00018800
             10 WRK-TAB-INS-LIMITE   PIC 9(08)V99.                      00018900
             10 WRK-TAB-INS-ALIQ     PIC 9(02)V99.                      00019000
       77 WRK-QTDE-FAIXAS-INSS     PIC 9(02)    VALUE ZEROS.            00019100
                                                                        00019200
       01 WRK-TAB-IRRF.                                                 00019300
          05 WRK-TAB-IRF-ITEM OCCURS 10 TIMES.                          00019400
             10 WRK-TAB-IRF-LIMITE   PIC 9(08)V99.                      00019500
             10 WRK-TAB-IRF-ALIQ     PIC 9(02)V99.                      00019600
             10 WRK-TAB-IRF-DEDUCAO  PIC 9(06)V99.                      00019700
       77 WRK-QTDE-FAIXAS-IRRF     PIC 9(02)    VALUE ZEROS.            00019800
                                                                        00019900
       77 WRK-IDX                  PIC 9(02)    VALUE ZEROS.            00020000
       77 WRK-ACHOU-FAIXA          PIC X(01)    VALUE 'N'.              00020100
          88 WRK-FAIXA-ACHADA               VALUE 'S'.                  00020200
          88 WRK-FAIXA-NAO-ACHADA           VALUE 'N'.                  00020300
                                                                        00020400
       01 WRK-TAB-RUBRICAS.                                             00020500
          05 WRK-TAB-RUB-ITEM OCCURS 30 TIMES.                          00020600
             10 WRK-TAB-RUB-CODIGO PIC X(03).                           00020700
             10 WRK-TAB-RUB-DESCR  PIC X(25).                           00020800
             10 WRK-TAB-RUB-TIPO   PIC X(01).                           00020900
       77 WRK-QTDE-RUBRICAS        PIC 9(02)    VALUE ZEROS.            00021000
       77 WRK-IDX-RUB              PIC 9(02)    VALUE ZEROS.            00021100
       77 WRK-RUB-ACHADA           PIC X(01)    VALUE 'N'.              00021200
          88 WRK-RUB-FOI-ACHADA             VALUE 'S'.                  00021300
          88 WRK-RUB-NAO-ACHADA             VALUE 'N'.                  00021400
                                                                        00021500
       77 WRK-VERBA-CODIGO         PIC X(03)    VALUE SPACES.           00021600
       01 WRK-VERBA-VALOR          PIC 9(08)V99 VALUE ZEROS.            00021700
                                                                        00021800
       01 WRK-BRUTO                PIC 9(08)V99 COMP-3 VALUE ZEROS.     00021900
       01 WRK-BASE-FAIXA           PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022000
       01 WRK-LIMITE-ANT           PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022100
       01 WRK-PARCELA              PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022200
       01 WRK-INSS                 PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022300
       01 WRK-BASE-IRRF            PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022400
       01 WRK-BRUTO-AJUST          PIC S9(08)V99 COMP-3 VALUE ZEROS.    00022500
       01 WRK-IRRF                 PIC S9(08)V99 COMP-3 VALUE ZEROS.    00022600
       01 WRK-PARC1                PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022700
       01 WRK-LIQUIDO-AJUST        PIC S9(08)V99 COMP-3 VALUE ZEROS.    00022800
       01 WRK-LIQUIDO              PIC 9(08)V99 COMP-3 VALUE ZEROS.     00022900
                                                                        00023000
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00023100
       77 WRK-REG-SEM-AVOS         PIC 9(07)    VALUE ZEROS.            00023200
       77 WRK-REG-GRAVADOS         PIC 9(07)    VALUE ZEROS.            00023300
       77 WRK-REG-DETALHES         PIC 9(07)    VALUE ZEROS.            00023400
       77 WRK-REG-SEM-PARC1        PIC 9(07)    VALUE ZEROS.            00023500
       01 WRK-TOT-BRUTO            PIC 9(12)V99 VALUE ZEROS.            00023600
       01 WRK-TOT-INSS             PIC 9(12)V99 VALUE ZEROS.            00023700
       01 WRK-TOT-IRRF             PIC 9(12)V99 VALUE ZEROS.            00023800
       01 WRK-TOT-LIQUIDO          PIC 9(12)V99 VALUE ZEROS.            00023900
       01 WRK-TOT-EDT              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.  00024000
                                                                        00024100
       01 WRK-JOB-REGISTRO.                                             00024200
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00024300
          05 WRK-JOB-EVENTO        PIC X(01).                           00024400
          05 WRK-JOB-SITUACAO      PIC X(01).                           00024500
          05 WRK-JOB-LIDOS         PIC 9(07).                           00024600
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00024700
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00024800
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00024900
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00025000
                                                                        00025100
      *-----------------------------------------------------------*     00025200
                                                                        00025300
      *===========================================================*     00025400
       PROCEDURE                                  DIVISION.             00025500
      *===========================================================*     00025600
                                                                        00025700
      *-------------------------------------------------------*         00025800
       0000-PRINCIPAL                              SECTION.             00025900
      *-------------------------------------------------------*         00026000
                                                                        00026100
            PERFORM 1000-INICIAR.                                       00026200
            PERFORM 2000-CALCULAR-13.                                   00026300
            PERFORM 8000-FINALIZAR.                                     00026400
                                                                        00026500
      *-------------------------------------------------------*         00026600
       0000-999-FIM.                               EXIT.                00026700
      *-------------------------------------------------------*         00026800
                                                                        00026900
      *-------------------------------------------------------*         00027000
       1000-INICIAR                               SECTION.              00027100
      *-------------------------------------------------------*         00027200
                                                                        00027300
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00027400
             MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-NUM.                    00027500
             IF WRK-DATA-HOJE(5:2) EQUAL '12'                           00027600
                SET WRK-SEGUNDA-PARCELA TO TRUE                         00027700
             ELSE                                                       00027800
                SET WRK-PRIMEIRA-PARCELA TO TRUE                        00027900
             END-IF.                                                    00028000
                                                                        00028100
             MOVE 'FR03DB47' TO WRK-JOB-PROGRAMA.                       00028200
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00028300
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00028400
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00028500
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00028600
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00028700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00028800
                  WRK-JOB-RETORNO                                       00028900
                 ON EXCEPTION                                           00029000
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00029100
             END-CALL.                                                  00029200
                                                                        00029300
             MOVE 'FR03DB47'     TO WRK-PSV-PROGRAMA.                   00029800
             PERFORM 1100-APLICAR-PARAMETROS.                           00030300
             MOVE WRK-ANO-NUM TO WRK-ANO-13.                            00030800
             MOVE WRK-ANO-NUM TO WRK-COMP-ANO.                          00030850
                                                                        00030900
             OPEN INPUT INSSFX.                                         00031000
             IF WRK-FS-INSSFX NOT EQUAL '00'                            00031100
                MOVE ' ERRO OPEN INSSFX ' TO WRK-MSG                    00031200
                PERFORM 9000-TRATAR-ERROS                               00031300
             END-IF.                                                    00031400
             MOVE LOW-VALUES TO WRK-VIG-LIDA.                           00031450
             READ INSSFX.                                               00031500
             PERFORM 1200-CARREGAR-FAIXA-INSS                           00031600
                UNTIL WRK-FS-INSSFX NOT EQUAL '00'.                     00031700
             CLOSE INSSFX.                                              00031800
                                                                        00031900
             OPEN INPUT IRRFFX.                                         00032000
             IF WRK-FS-IRRFFX NOT EQUAL '00'                            00032100
                MOVE ' ERRO OPEN IRRFFX ' TO WRK-MSG                    00032200
                PERFORM 9000-TRATAR-ERROS                               00032300
             END-IF.                                                    00032400
             MOVE LOW-VALUES TO WRK-VIG-LIDA.                           00032450
             READ IRRFFX.                                               00032500
             PERFORM 1300-CARREGAR-FAIXA-IRRF                           00032600
                UNTIL WRK-FS-IRRFFX NOT EQUAL '00'.                     00032700
             CLOSE IRRFFX.                                              00032800
                                                                        00032900
             IF WRK-QTDE-FAIXAS-INSS EQUAL ZEROS OR                     00033000
                WRK-QTDE-FAIXAS-IRRF EQUAL ZEROS                        00033100
                MOVE ' SEM TABELA VIGENTE NA COMPETENCIA ' TO WRK-MSG   00033200
                PERFORM 9000-TRATAR-ERROS                               00033300
             END-IF.                                                    00033400
                                                                        00033414
             DISPLAY ' TABELA INSS VIGENTE DESDE ' WRK-VIG-INSS         00033428
                     ' FAIXAS: ' WRK-QTDE-FAIXAS-INSS.                  00033442
             DISPLAY ' TABELA IRRF VIGENTE DESDE ' WRK-VIG-IRRF         00033456
                     ' FAIXAS: ' WRK-QTDE-FAIXAS-IRRF.                  00033470
             PERFORM 1350-REGISTRAR-TABELAS.                            00033484
                                                                        00033500
             OPEN INPUT RUBRICA.                                        00033600
             IF WRK-FS-RUBRICA EQUAL '35'                               00033700
                DISPLAY ' RUBRICA AUSENTE, DESCRICOES PADRAO '          00033800
             ELSE                                                       00033900
                IF WRK-FS-RUBRICA NOT EQUAL '00'                        00034000
                   MOVE ' ERRO OPEN RUBRICA ' TO WRK-MSG                00034100
                   PERFORM 9000-TRATAR-ERROS                            00034200
                END-IF                                                  00034300
                READ RUBRICA                                            00034400
                PERFORM 1400-GUARDAR-RUBRICA                            00034500
                   UNTIL WRK-FS-RUBRICA NOT EQUAL '00'                  00034600
                CLOSE RUBRICA                                           00034700
             END-IF.                                                    00034800
                                                                        00034900
             OPEN OUTPUT HOLERITE.                                      00035000
             IF WRK-FS-HOLERITE NOT EQUAL '00'                          00035100
                MOVE ' ERRO OPEN HOLERITE ' TO WRK-MSG                  00035200
                PERFORM 9000-TRATAR-ERROS                               00035300
             END-IF.                                                    00035400
                                                                        00035500
             OPEN OUTPUT HOLDET.                                        00035600
             IF WRK-FS-HOLDET NOT EQUAL '00'                            00035700
                MOVE ' ERRO OPEN HOLDET ' TO WRK-MSG                    00035800
                PERFORM 9000-TRATAR-ERROS                               00035900
             END-IF.                                                    00036000
                                                                        00036100
             DISPLAY '===================================='.            00036200
             DISPLAY ' FOLHA DO 13o SALARIO '.                          00036300
             DISPLAY ' ANO: ' WRK-ANO-NUM                               00036400
                     '  PARCELA: ' WRK-PARCELA-13.                      00036500
             DISPLAY '===================================='.            00036600
                                                                        00036700
      *-------------------------------------------------------*         00036800
       1000-999-FIM.                              EXIT.                 00036900
      *-------------------------------------------------------*         00037000
                                                                        00037100
      *-------------------------------------------------------*         00037200
       1100-APLICAR-PARAMETROS                    SECTION.              00037300
      *-------------------------------------------------------*         00037400
                                                                        00037500
             MOVE 'PARCELA'      TO WRK-PSV-NOME.                       00037566
             PERFORM 1110-CHAMAR-PARMSERV.                              00037632
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00037698
                (WRK-PSV-VALOR EQUAL '1' OR WRK-PSV-VALOR EQUAL '2')    00037764
                MOVE WRK-PSV-VALOR(1:1) TO WRK-PARCELA-13               00037830
             END-IF.                                                    00037900
             MOVE 'ANO'          TO WRK-PSV-NOME.                       00037950
             PERFORM 1110-CHAMAR-PARMSERV.                              00038000
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00038050
                WRK-PSV-VALOR(1:4) NUMERIC                              00038100
                MOVE WRK-PSV-VALOR(1:4) TO WRK-ANO-NUM                  00038150
             END-IF.                                                    00038200
                                                                        00038300
      *-------------------------------------------------------*         00038400
       1100-999-FIM.                              EXIT.                 00038500
      *-------------------------------------------------------*         00038506
                                                                        00038512
      *-------------------------------------------------------*         00038518
       1110-CHAMAR-PARMSERV                       SECTION.              00038524
      *-------------------------------------------------------*         00038530
                                                                        00038536
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00038542
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00038548
                 ON EXCEPTION                                           00038554
                    MOVE '02' TO WRK-PSV-RETORNO                        00038560
             END-CALL.                                                  00038566
                                                                        00038572
      *-------------------------------------------------------*         00038578
       1110-999-FIM.                              EXIT.                 00038584
      *-------------------------------------------------------*         00038600
                                                                        00038700
      *---------------------------------------------------------------  00038728
      *    1200-CARREGAR-FAIXA-INSS                                     00038756
      *    FAIXA COM VIGENCIA POSTERIOR A DEZEMBRO DO ANO E             00038784
      *    IGNORADA; CADA GERACAO MAIS NOVA (ATE DEZEMBRO)              00038812
      *    SUBSTITUI A ANTERIOR NA TABELA.                              00038840
      *---------------------------------------------------------------  00038868
       1200-CARREGAR-FAIXA-INSS                   SECTION.              00038900
                                                                        00039100
             IF FD-INS-VIGENCIA LESS THAN WRK-VIG-LIDA                  00039136
                MOVE ' INSSFX FORA DE ORDEM DE VIGENCIA ' TO WRK-MSG    00039172
                PERFORM 9000-TRATAR-ERROS                               00039208
             END-IF.                                                    00039244
             MOVE FD-INS-VIGENCIA TO WRK-VIG-LIDA.                      00039280
                                                                        00039316
             IF FD-INS-VIGENCIA(1:6) NOT GREATER THAN WRK-COMPETENCIA   00039352
                IF FD-INS-VIGENCIA NOT EQUAL WRK-VIG-INSS               00039388
                   MOVE FD-INS-VIGENCIA TO WRK-VIG-INSS                 00039424
                   MOVE ZEROS TO WRK-QTDE-FAIXAS-INSS                   00039460
                END-IF                                                  00039496
                IF WRK-QTDE-FAIXAS-INSS LESS THAN 10                    00039532
                   ADD 1 TO WRK-QTDE-FAIXAS-INSS                        00039568
                   MOVE FD-INS-LIMITE TO                                00039604
                        WRK-TAB-INS-LIMITE(WRK-QTDE-FAIXAS-INSS)        00039640
                   MOVE FD-INS-ALIQUOTA TO                              00039676
                        WRK-TAB-INS-ALIQ(WRK-QTDE-FAIXAS-INSS)          00039712
                END-IF                                                  00039748
             END-IF.                                                    00039800
             READ INSSFX.                                               00039900
                                                                        00040000
      *-------------------------------------------------------*         00040100
       1200-999-FIM.                              EXIT.                 00040200
      *-------------------------------------------------------*         00040300
                                                                        00040400
      *---------------------------------------------------------------  00040440
      *    1300-CARREGAR-FAIXA-IRRF                                     00040480
      *    MESMA ESCOLHA DE GERACAO DO 1200-CARREGAR-FAIXA-INSS.        00040520
      *---------------------------------------------------------------  00040560
       1300-CARREGAR-FAIXA-IRRF                   SECTION.              00040600
                                                                        00040800
             IF FD-IRF-VIGENCIA LESS THAN WRK-VIG-LIDA                  00040842
                MOVE ' IRRFFX FORA DE ORDEM DE VIGENCIA ' TO WRK-MSG    00040884
                PERFORM 9000-TRATAR-ERROS                               00040926
             END-IF.                                                    00040968
             MOVE FD-IRF-VIGENCIA TO WRK-VIG-LIDA.                      00041010
                                                                        00041052
             IF FD-IRF-VIGENCIA(1:6) NOT GREATER THAN WRK-COMPETENCIA   00041094
                IF FD-IRF-VIGENCIA NOT EQUAL WRK-VIG-IRRF               00041136
                   MOVE FD-IRF-VIGENCIA TO WRK-VIG-IRRF                 00041178
                   MOVE ZEROS TO WRK-QTDE-FAIXAS-IRRF                   00041220
                END-IF                                                  00041262
                IF WRK-QTDE-FAIXAS-IRRF LESS THAN 10                    00041304
                   ADD 1 TO WRK-QTDE-FAIXAS-IRRF                        00041346
                   MOVE FD-IRF-LIMITE TO                                00041388
                        WRK-TAB-IRF-LIMITE(WRK-QTDE-FAIXAS-IRRF)        00041430
                   MOVE FD-IRF-ALIQUOTA TO                              00041472
                        WRK-TAB-IRF-ALIQ(WRK-QTDE-FAIXAS-IRRF)          00041514
                   MOVE FD-IRF-DEDUCAO TO                               00041556
                        WRK-TAB-IRF-DEDUCAO(WRK-QTDE-FAIXAS-IRRF)       00041598
                END-IF                                                  00041640
             END-IF.                                                    00041700
             READ IRRFFX.                                               00041800
                                                                        00041900
      *-------------------------------------------------------*         00042000
       1300-999-FIM.                              EXIT.                 00042100
      *-------------------------------------------------------*         00042102
                                                                        00042104
      *---------------------------------------------------------------  00042106
      *    1350-REGISTRAR-TABELAS                                       00042108
      *    UM REGISTRO POR RODADA EM TABUSO COM A VIGENCIA DAS DUAS     00042110
      *    TABELAS USADAS (RELATORIO NO FR03CB49).                      00042112
      *---------------------------------------------------------------  00042114
       1350-REGISTRAR-TABELAS                     SECTION.              00042116
                                                                        00042118
             OPEN EXTEND TABUSO.                                        00042120
             IF WRK-FS-TABUSO EQUAL '35'                                00042122
                OPEN OUTPUT TABUSO                                      00042124
             END-IF.                                                    00042126
             IF WRK-FS-TABUSO NOT EQUAL '00'                            00042128
                MOVE ' ERRO OPEN TABUSO ' TO WRK-MSG                    00042130
                PERFORM 9000-TRATAR-ERROS                               00042132
             END-IF.                                                    00042134
                                                                        00042136
             MOVE SPACES               TO FD-TABUSO.                    00042138
             MOVE WRK-DATA-HOJE        TO FD-TBU-DATA.                  00042140
             MOVE 'FR03DB47'           TO FD-TBU-PROGRAMA.              00042142
             MOVE WRK-COMPETENCIA      TO FD-TBU-COMPETENCIA.           00042144
             IF WRK-SEGUNDA-PARCELA                                     00042146
                MOVE '13-PARC2'        TO FD-TBU-MODO                   00042148
             ELSE                                                       00042150
                MOVE '13-PARC1'        TO FD-TBU-MODO                   00042152
             END-IF.                                                    00042154
             MOVE WRK-VIG-INSS         TO FD-TBU-VIG-INSS.              00042156
             MOVE WRK-QTDE-FAIXAS-INSS TO FD-TBU-FAIXAS-INSS.           00042158
             MOVE WRK-VIG-IRRF         TO FD-TBU-VIG-IRRF.              00042160
             MOVE WRK-QTDE-FAIXAS-IRRF TO FD-TBU-FAIXAS-IRRF.           00042162
             WRITE FD-TABUSO.                                           00042164
             CLOSE TABUSO.                                              00042166
                                                                        00042168
      *-------------------------------------------------------*         00042170
       1350-999-FIM.                              EXIT.                 00042172
      *-------------------------------------------------------*         00042200
                                                                        00042300
      *-------------------------------------------------------*         00042400
       1400-GUARDAR-RUBRICA                       SECTION.              00042500
      *-------------------------------------------------------*         00042600
                                                                        00042700
             IF WRK-QTDE-RUBRICAS LESS THAN 30                          00042800
                ADD 1 TO WRK-QTDE-RUBRICAS                              00042900
                MOVE FD-RUB-CODIGO TO                                   00043000
                     WRK-TAB-RUB-CODIGO(WRK-QTDE-RUBRICAS)              00043100
                MOVE FD-RUB-DESCRICAO TO                                00043200
                     WRK-TAB-RUB-DESCR(WRK-QTDE-RUBRICAS)               00043300
                MOVE FD-RUB-TIPO TO                                     00043400
                     WRK-TAB-RUB-TIPO(WRK-QTDE-RUBRICAS)                00043500
             END-IF.                                                    00043600
             READ RUBRICA.                                              00043700
                                                                        00043800
      *-------------------------------------------------------*         00043900
       1400-999-FIM.                              EXIT.                 00044000
      *-------------------------------------------------------*         00044100
                                                                        00044200
      *---------------------------------------------------------------  00044300
      *    2000-CALCULAR-13                                             00044400
      *    ABRE UM CURSOR EM FOUR001.FUNC (SO ATIVOS, COMO O            00044500
      *    FR03DB15) E CALCULA A PARCELA DE CADA FUNCIONARIO.           00044600
      *---------------------------------------------------------------  00044700
       2000-CALCULAR-13                            SECTION.             00044800
                                                                        00044900
            EXEC SQL                                                    00045000
               DECLARE CSRFUNC CURSOR FOR                               00045100
                  SELECT ID, NOME, SETOR, SALARIO, DATAADM, EMAIL,      00045200
                         TELEFONE                                       00045300
                    FROM FOUR001.FUNC                                   00045400
                   WHERE ( STATUS IS NULL OR STATUS <> 'D' )            00045500
                   ORDER BY ID                                          00045600
            END-EXEC.                                                   00045700
                                                                        00045800
            EXEC SQL                                                    00045900
               OPEN CSRFUNC                                             00046000
            END-EXEC.                                                   00046100
                                                                        00046200
            PERFORM 2100-BUSCAR-FUNCIONARIO                             00046300
               UNTIL SQLCODE EQUAL 100.                                 00046400
                                                                        00046500
            EXEC SQL                                                    00046600
               CLOSE CSRFUNC                                            00046700
            END-EXEC.                                                   00046800
                                                                        00046900
      *-------------------------------------------------------*         00047000
       2000-999-FIM.                              EXIT.                 00047100
      *-------------------------------------------------------*         00047200
                                                                        00047300
       2100-BUSCAR-FUNCIONARIO                     SECTION.             00047400
                                                                        00047500
            EXEC SQL                                                    00047600
               FETCH CSRFUNC                                            00047700
                INTO :REG-FUNC, :DB2-TELEFONE :WRK-TELEFONE-NULL        00047800
            END-EXEC.                                                   00047900
                                                                        00048000
            EVALUATE SQLCODE                                            00048100
              WHEN ZEROS                                                00048200
                 ADD 1 TO WRK-REG-LIDOS                                 00048300
                 PERFORM 2200-CALCULAR-FUNCIONARIO                      00048400
              WHEN 100                                                  00048500
                 CONTINUE                                               00048600
              WHEN OTHER                                                00048700
                 MOVE SQLCODE TO WRK-SQLCODE                            00048800
                 DISPLAY ' SQLCODE NO FETCH: ' WRK-SQLCODE              00048900
                 MOVE ' ERRO FETCH CSRFUNC ' TO WRK-MSG                 00049000
                 PERFORM 9000-TRATAR-ERROS                              00049100
            END-EVALUATE.                                               00049200
                                                                        00049300
      *-------------------------------------------------------*         00049400
       2100-999-FIM.                              EXIT.                 00049500
      *-------------------------------------------------------*         00049600
                                                                        00049700
      *---------------------------------------------------------------  00049800
      *    2200-CALCULAR-FUNCIONARIO                                    00049900
      *    13o INTEGRAL = SALARIO X AVOS / 12. A 1a PARCELA E A         00050000
      *    METADE, SEM DESCONTOS; A 2a TEM INSS E IRRF SOBRE O          00050100
      *    INTEGRAL E DESCONTA A 1a PARCELA GUARDADA NA FOLHA_ACUM.     00050200
      *---------------------------------------------------------------  00050300
       2200-CALCULAR-FUNCIONARIO                   SECTION.             00050400
                                                                        00050500
             MOVE DB2-DATAADM TO WRK-DATAADM-AUX.                       00050600
             IF WRK-ADM-ANO GREATER THAN WRK-ANO-NUM                    00050700
                MOVE ZEROS TO WRK-AVOS-13                               00050800
             ELSE                                                       00050900
                IF WRK-ADM-ANO LESS THAN WRK-ANO-NUM                    00051000
                   MOVE 12 TO WRK-AVOS-13                               00051100
                ELSE                                                    00051200
                   COMPUTE WRK-AVOS-13 = 13 - WRK-ADM-MES               00051300
                   END-COMPUTE                                          00051400
                   IF WRK-ADM-DIA GREATER THAN 15                       00051500
                      SUBTRACT 1 FROM WRK-AVOS-13                       00051600
                   END-IF                                               00051700
                END-IF                                                  00051800
             END-IF.                                                    00051900
             IF WRK-AVOS-13 EQUAL ZEROS                                 00052000
                ADD 1 TO WRK-REG-SEM-AVOS                               00052100
             ELSE                                                       00052166
                PERFORM 2250-CALCULAR-PARCELA                           00052232
             END-IF.                                                    00052300
                                                                        00052308
      *-------------------------------------------------------*         00052316
       2200-999-FIM.                              EXIT.                 00052324
      *-------------------------------------------------------*         00052332
                                                                        00052340
      *---------------------------------------------------------------  00052348
      *    2250-CALCULAR-PARCELA                                        00052356
      *    CALCULA A PARCELA DO FUNCIONARIO COM AVOS, GRAVA O           00052364
      *    HOLERITE E AS VERBAS E ACUMULA O ANO.                        00052372
      *---------------------------------------------------------------  00052380
       2250-CALCULAR-PARCELA                       SECTION.             00052388
                                                                        00052400
             MOVE ZEROS TO WRK-INSS.                                    00052500
             MOVE ZEROS TO WRK-IRRF.                                    00052600
             MOVE ZEROS TO WRK-PARC1.                                   00052700
                                                                        00052800
             IF WRK-PRIMEIRA-PARCELA                                    00052900
                COMPUTE WRK-BRUTO ROUNDED =                             00053000
                        DB2-SALARIO * WRK-AVOS-13 / 12 / 2              00053100
                END-COMPUTE                                             00053200
                MOVE WRK-BRUTO TO WRK-LIQUIDO                           00053300
                MOVE WRK-BRUTO TO WRK-PARC1                             00053400
             ELSE                                                       00053500
                COMPUTE WRK-BRUTO ROUNDED =                             00053600
                        DB2-SALARIO * WRK-AVOS-13 / 12                  00053700
                END-COMPUTE                                             00053800
                PERFORM 2300-BUSCAR-PRIMEIRA-PARCELA                    00053900
                PERFORM 2400-CONTAR-DEPENDENTES                         00054000
                PERFORM 2500-CALCULAR-INSS                              00054100
                PERFORM 2600-CALCULAR-IRRF                              00054200
                COMPUTE WRK-LIQUIDO-AJUST = WRK-BRUTO - WRK-INSS        00054300
                                          - WRK-IRRF - WRK-PARC1        00054400
                END-COMPUTE                                             00054500
                IF WRK-LIQUIDO-AJUST LESS THAN ZEROS                    00054600
                   MOVE ZEROS TO WRK-LIQUIDO                            00054700
                ELSE                                                    00054800
                   MOVE WRK-LIQUIDO-AJUST TO WRK-LIQUIDO                00054900
                END-IF                                                  00055000
             END-IF.                                                    00055100
                                                                        00055200
             MOVE DB2-ID      TO FD-HOL-ID.                             00055300
             MOVE DB2-NOME    TO FD-HOL-NOME.                           00055400
             MOVE DB2-SETOR   TO FD-HOL-SETOR.                          00055500
             MOVE WRK-BRUTO   TO FD-HOL-BRUTO.                          00055600
             MOVE WRK-INSS    TO FD-HOL-INSS.                           00055700
             MOVE WRK-IRRF    TO FD-HOL-IRRF.                           00055800
             MOVE WRK-LIQUIDO TO FD-HOL-LIQUIDO.                        00055900
             WRITE FD-HOLERITE.                                         00056000
             IF WRK-FS-HOLERITE NOT EQUAL '00'                          00056100
                MOVE ' ERRO WRITE HOLERITE ' TO WRK-MSG                 00056200
                PERFORM 9000-TRATAR-ERROS                               00056300
             END-IF.                                                    00056400
             ADD 1 TO WRK-REG-GRAVADOS.                                 00056500
                                                                        00056600
             IF WRK-PRIMEIRA-PARCELA                                    00056700
                MOVE '070' TO WRK-VERBA-CODIGO                          00056800
                MOVE WRK-BRUTO TO WRK-VERBA-VALOR                       00056900
                PERFORM 2700-GRAVAR-DETALHE                             00057000
             ELSE                                                       00057100
                MOVE '071' TO WRK-VERBA-CODIGO                          00057200
                MOVE WRK-BRUTO TO WRK-VERBA-VALOR                       00057300
                PERFORM 2700-GRAVAR-DETALHE                             00057400
                MOVE '072' TO WRK-VERBA-CODIGO                          00057500
                MOVE WRK-PARC1 TO WRK-VERBA-VALOR                       00057600
                PERFORM 2700-GRAVAR-DETALHE                             00057700
                MOVE '100' TO WRK-VERBA-CODIGO                          00057800
                MOVE WRK-INSS TO WRK-VERBA-VALOR                        00057900
                PERFORM 2700-GRAVAR-DETALHE                             00058000
                MOVE '110' TO WRK-VERBA-CODIGO                          00058100
                MOVE WRK-IRRF TO WRK-VERBA-VALOR                        00058200
                PERFORM 2700-GRAVAR-DETALHE                             00058300
             END-IF.                                                    00058400
                                                                        00058500
             ADD WRK-BRUTO   TO WRK-TOT-BRUTO.                          00058600
             ADD WRK-INSS    TO WRK-TOT-INSS.                           00058700
             ADD WRK-IRRF    TO WRK-TOT-IRRF.                           00058800
             ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.                        00058900
                                                                        00059000
             PERFORM 2900-ACUMULAR-ANO.                                 00059100
                                                                        00059200
      *-------------------------------------------------------*         00059300
       2250-999-FIM.                              EXIT.                 00059400
      *-------------------------------------------------------*         00059500
                                                                        00059600
      *---------------------------------------------------------------  00059700
      *    2300-BUSCAR-PRIMEIRA-PARCELA                                 00059800
      *    VALOR DA 1a PARCELA GUARDADO NA FOLHA_ACUM DO ANO; SEM       00059900
      *    LINHA (1a PARCELA NAO RODOU) NAO HA O QUE DESCONTAR.         00060000
      *---------------------------------------------------------------  00060100
       2300-BUSCAR-PRIMEIRA-PARCELA                SECTION.             00060200
                                                                        00060300
             MOVE ZEROS TO DB2-PARC1-13.                                00060400
             EXEC SQL                                                   00060500
                SELECT PARC1_13                                         00060600
                  INTO :DB2-PARC1-13                                    00060700
                  FROM FOUR001.FOLHA_ACUM                               00060800
                 WHERE ID_FUNC = :DB2-ID                                00060900
                   AND ANO     = :WRK-ANO-13                            00061000
             END-EXEC.                                                  00061100
             IF SQLCODE EQUAL ZEROS                                     00061200
                MOVE DB2-PARC1-13 TO WRK-PARC1                          00061300
             ELSE                                                       00061400
                MOVE ZEROS TO WRK-PARC1                                 00061500
             END-IF.                                                    00061600
             IF WRK-PARC1 EQUAL ZEROS                                   00061700
                ADD 1 TO WRK-REG-SEM-PARC1                              00061800
                DISPLAY ' SEM 1a PARCELA NO ANO: ID ' DB2-ID            00061900
             END-IF.                                                    00062000
                                                                        00062100
      *-------------------------------------------------------*         00062200
       2300-999-FIM.                              EXIT.                 00062300
      *-------------------------------------------------------*         00062400
                                                                        00062500
      *-------------------------------------------------------*         00062600
       2400-CONTAR-DEPENDENTES                     SECTION.             00062700
      *-------------------------------------------------------*         00062800
                                                                        00062900
             MOVE ZEROS TO WRK-QTDE-DEP-IRRF.                           00063000
             EXEC SQL                                                   00063100
                SELECT COUNT(*)                                         00063200
                  INTO :WRK-QTDE-DEP-IRRF                               00063300
                  FROM FOUR001.DEPENDENTES                              00063400
                 WHERE ID_FUNC = :DB2-ID                                00063500
                   AND IRRF = 'S'                                       00063600
             END-EXEC.                                                  00063700
             IF SQLCODE NOT EQUAL ZEROS                                 00063800
                MOVE ZEROS TO WRK-QTDE-DEP-IRRF                         00063900
             END-IF.                                                    00064000
                                                                        00064100
      *-------------------------------------------------------*         00064200
       2400-999-FIM.                              EXIT.                 00064300
      *-------------------------------------------------------*         00064400
                                                                        00064500
      *-------------------------------------------------------*         00064600
       2500-CALCULAR-INSS                          SECTION.             00064700
      *-------------------------------------------------------*         00064800
                                                                        00064900
             MOVE ZEROS TO WRK-INSS.                                    00065000
             MOVE ZEROS TO WRK-LIMITE-ANT.                              00065100
             MOVE 1     TO WRK-IDX.                                     00065200
             PERFORM 2510-SOMAR-FATIA-INSS                              00065300
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-FAIXAS-INSS         00065400
                   OR WRK-LIMITE-ANT NOT LESS THAN WRK-BRUTO.           00065500
                                                                        00065600
      *-------------------------------------------------------*         00065700
       2500-999-FIM.                              EXIT.                 00065800
      *-------------------------------------------------------*         00065900
                                                                        00066000
      *-------------------------------------------------------*         00066100
       2510-SOMAR-FATIA-INSS                       SECTION.             00066200
      *-------------------------------------------------------*         00066300
                                                                        00066400
             IF WRK-BRUTO LESS THAN WRK-TAB-INS-LIMITE(WRK-IDX)         00066500
                MOVE WRK-BRUTO TO WRK-BASE-FAIXA                        00066600
             ELSE                                                       00066700
                MOVE WRK-TAB-INS-LIMITE(WRK-IDX) TO WRK-BASE-FAIXA      00066800
             END-IF.                                                    00066900
                                                                        00067000
             SUBTRACT WRK-LIMITE-ANT FROM WRK-BASE-FAIXA                00067100
                                     GIVING WRK-PARCELA.                00067200
                                                                        00067300
             COMPUTE WRK-INSS ROUNDED = WRK-INSS +                      00067400
                     WRK-PARCELA * WRK-TAB-INS-ALIQ(WRK-IDX) / 100      00067500
             END-COMPUTE.                                               00067600
                                                                        00067700
             MOVE WRK-TAB-INS-LIMITE(WRK-IDX) TO WRK-LIMITE-ANT.        00067800
             ADD 1 TO WRK-IDX.                                          00067900
                                                                        00068000
      *-------------------------------------------------------*         00068100
       2510-999-FIM.                              EXIT.                 00068200
      *-------------------------------------------------------*         00068300
                                                                        00068400
      *-------------------------------------------------------*         00068500
       2600-CALCULAR-IRRF                          SECTION.             00068600
      *-------------------------------------------------------*         00068700
                                                                        00068800
             SUBTRACT WRK-INSS FROM WRK-BRUTO GIVING WRK-BASE-IRRF.     00068900
             IF WRK-QTDE-DEP-IRRF GREATER THAN ZEROS                    00069000
                COMPUTE WRK-BRUTO-AJUST =                               00069100
                        WRK-BASE-IRRF -                                 00069200
                        WRK-QTDE-DEP-IRRF * WRK-DEDUCAO-DEP             00069300
                END-COMPUTE                                             00069400
                IF WRK-BRUTO-AJUST LESS THAN ZEROS                      00069500
                   MOVE ZEROS TO WRK-BASE-IRRF                          00069600
                ELSE                                                    00069700
                   MOVE WRK-BRUTO-AJUST TO WRK-BASE-IRRF                00069800
                END-IF                                                  00069900
             END-IF.                                                    00070000
                                                                        00070100
             SET WRK-FAIXA-NAO-ACHADA TO TRUE.                          00070200
             MOVE 1 TO WRK-IDX.                                         00070300
             PERFORM 2610-PROCURAR-FAIXA-IRRF                           00070400
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-FAIXAS-IRRF         00070500
                   OR WRK-FAIXA-ACHADA.                                 00070600
                                                                        00070700
             IF WRK-FAIXA-NAO-ACHADA                                    00070800
                MOVE WRK-QTDE-FAIXAS-IRRF TO WRK-IDX                    00070900
             END-IF.                                                    00071000
                                                                        00071100
             COMPUTE WRK-IRRF ROUNDED =                                 00071200
                     WRK-BASE-IRRF * WRK-TAB-IRF-ALIQ(WRK-IDX) / 100    00071300
                     - WRK-TAB-IRF-DEDUCAO(WRK-IDX)                     00071400
             END-COMPUTE.                                               00071500
                                                                        00071600
             IF WRK-IRRF LESS THAN ZEROS                                00071700
                MOVE ZEROS TO WRK-IRRF                                  00071800
             END-IF.                                                    00071900
                                                                        00072000
      *-------------------------------------------------------*         00072100
       2600-999-FIM.                              EXIT.                 00072200
      *-------------------------------------------------------*         00072300
                                                                        00072400
      *-------------------------------------------------------*         00072500
       2610-PROCURAR-FAIXA-IRRF                    SECTION.             00072600
      *-------------------------------------------------------*         00072700
                                                                        00072800
             IF WRK-BASE-IRRF NOT GREATER THAN                          00072900
                WRK-TAB-IRF-LIMITE(WRK-IDX)                             00073000
                SET WRK-FAIXA-ACHADA TO TRUE                            00073100
             ELSE                                                       00073200
                ADD 1 TO WRK-IDX                                        00073300
             END-IF.                                                    00073400
                                                                        00073500
      *-------------------------------------------------------*         00073600
       2610-999-FIM.                              EXIT.                 00073700
      *-------------------------------------------------------*         00073800
                                                                        00073900
      *---------------------------------------------------------------  00074000
      *    2700-GRAVAR-DETALHE                                          00074100
      *    UMA LINHA DE HOLDET POR VERBA COM VALOR, COM DESCRICAO       00074200
      *    E TIPO DA TABELA DE RUBRICAS (COMO NO FR03DB15).             00074300
      *---------------------------------------------------------------  00074400
       2700-GRAVAR-DETALHE                         SECTION.             00074500
                                                                        00074600
             IF WRK-VERBA-VALOR NOT EQUAL ZEROS                         00074611
                MOVE SPACES           TO FD-HOLDET                      00074622
                MOVE DB2-ID           TO FD-HDT-ID                      00074633
                MOVE WRK-VERBA-CODIGO TO FD-HDT-RUBRICA                 00074644
                MOVE WRK-VERBA-VALOR  TO FD-HDT-VALOR                   00074655
                SET WRK-RUB-NAO-ACHADA TO TRUE                          00074666
                MOVE 1 TO WRK-IDX-RUB                                   00074677
                PERFORM 2710-PROCURAR-RUBRICA                           00074688
                   UNTIL WRK-IDX-RUB GREATER THAN WRK-QTDE-RUBRICAS     00074699
                      OR WRK-RUB-FOI-ACHADA                             00074710
                IF WRK-RUB-FOI-ACHADA                                   00074721
                   MOVE WRK-TAB-RUB-DESCR(WRK-IDX-RUB)                  00074732
                        TO FD-HDT-DESCRICAO                             00074743
                   MOVE WRK-TAB-RUB-TIPO(WRK-IDX-RUB)                   00074754
                        TO FD-HDT-TIPO                                  00074765
                ELSE                                                    00074776
                   MOVE 'VERBA SEM CADASTRO       '                     00074787
                        TO FD-HDT-DESCRICAO                             00074798
                   MOVE '?' TO FD-HDT-TIPO                              00074809
                END-IF                                                  00074820
                WRITE FD-HOLDET                                         00074831
                IF WRK-FS-HOLDET NOT EQUAL '00'                         00074842
                   MOVE ' ERRO WRITE HOLDET ' TO WRK-MSG                00074853
                   PERFORM 9000-TRATAR-ERROS                            00074864
                END-IF                                                  00074875
                ADD 1 TO WRK-REG-DETALHES                               00074886
             END-IF.                                                    00074900
                                                                        00077800
      *-------------------------------------------------------*         00077900
       2700-999-FIM.                              EXIT.                 00078000
      *-------------------------------------------------------*         00078100
                                                                        00078200
      *-------------------------------------------------------*         00078300
       2710-PROCURAR-RUBRICA                       SECTION.             00078400
      *-------------------------------------------------------*         00078500
                                                                        00078600
             IF WRK-TAB-RUB-CODIGO(WRK-IDX-RUB) EQUAL                   00078700
                WRK-VERBA-CODIGO                                        00078800
                SET WRK-RUB-FOI-ACHADA TO TRUE                          00078900
             ELSE                                                       00079000
                ADD 1 TO WRK-IDX-RUB                                    00079100
             END-IF.                                                    00079200
                                                                        00079300
      *-------------------------------------------------------*         00079400
       2710-999-FIM.                              EXIT.                 00079500
      *-------------------------------------------------------*         00079600
                                                                        00079700
      *---------------------------------------------------------------  00079800
      *    2900-ACUMULAR-ANO                                            00079900
      *    1a PARCELA: GUARDA O VALOR PAGO EM PARC1_13. 2a PARCELA:     00080000
      *    GRAVA O 13o INTEGRAL E AS RETENCOES EM TOTAL_13, INSS_13     00080100
      *    E IRRF_13. OS VALORES SAO TROCADOS, NAO SOMADOS, E           00080200
      *    MESES_PAGOS NAO ANDA. SEM LINHA NO ANO, O INSERT CRIA.       00080300
      *    FALHA NAO DERRUBA A FOLHA - SAI AVISADA NO SYSOUT.           00080400
      *---------------------------------------------------------------  00080500
       2900-ACUMULAR-ANO                           SECTION.             00080600
                                                                        00080700
             IF WRK-PRIMEIRA-PARCELA                                    00080800
                EXEC SQL                                                00080900
                   UPDATE FOUR001.FOLHA_ACUM                            00081000
                      SET PARC1_13 = :WRK-PARC1                         00081100
                    WHERE ID_FUNC = :DB2-ID                             00081200
                      AND ANO     = :WRK-ANO-13                         00081300
                END-EXEC                                                00081400
                IF SQLCODE EQUAL 100                                    00081500
                   EXEC SQL                                             00081600
                      INSERT INTO FOUR001.FOLHA_ACUM                    00081700
                           (ID_FUNC, ANO, TOTAL_BRUTO, TOTAL_INSS,      00081800
                            TOTAL_IRRF, TOTAL_LIQUIDO, MESES_PAGOS,     00081900
                            PARC1_13, TOTAL_13, INSS_13, IRRF_13)       00082000
                      VALUES(:DB2-ID, :WRK-ANO-13, 0, 0, 0, 0, 0,       00082100
                             :WRK-PARC1, 0, 0, 0)                       00082200
                   END-EXEC                                             00082300
                END-IF                                                  00082400
             ELSE                                                       00082500
                EXEC SQL                                                00082600
                   UPDATE FOUR001.FOLHA_ACUM                            00082700
                      SET TOTAL_13 = :WRK-BRUTO,                        00082800
                          INSS_13  = :WRK-INSS,                         00082900
                          IRRF_13  = :WRK-IRRF                          00083000
                    WHERE ID_FUNC = :DB2-ID                             00083100
                      AND ANO     = :WRK-ANO-13                         00083200
                END-EXEC                                                00083300
                IF SQLCODE EQUAL 100                                    00083400
                   EXEC SQL                                             00083500
                      INSERT INTO FOUR001.FOLHA_ACUM                    00083600
                           (ID_FUNC, ANO, TOTAL_BRUTO, TOTAL_INSS,      00083700
                            TOTAL_IRRF, TOTAL_LIQUIDO, MESES_PAGOS,     00083800
                            PARC1_13, TOTAL_13, INSS_13, IRRF_13)       00083900
                      VALUES(:DB2-ID, :WRK-ANO-13, 0, 0, 0, 0, 0,       00084000
                             0, :WRK-BRUTO, :WRK-INSS, :WRK-IRRF)       00084100
                   END-EXEC                                             00084200
                END-IF                                                  00084300
             END-IF.                                                    00084400
                                                                        00084500
             IF SQLCODE NOT EQUAL ZEROS                                 00084600
                MOVE SQLCODE TO WRK-SQLCODE                             00084700
                DISPLAY ' ACUMULO ANUAL FALHOU: ID ' DB2-ID             00084800
                        ' SQLCODE ' WRK-SQLCODE                         00084900
             END-IF.                                                    00085000
                                                                        00085100
      *-------------------------------------------------------*         00085200
       2900-999-FIM.                              EXIT.                 00085300
      *-------------------------------------------------------*         00085400
                                                                        00085500
      *-------------------------------------------------------*         00085600
       8000-FINALIZAR                             SECTION.              00085700
      *-------------------------------------------------------*         00085800
                                                                        00085900
             CLOSE HOLERITE.                                            00086000
             CLOSE HOLDET.                                              00086100
                                                                        00086200
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00086300
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00086400
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00086500
             MOVE WRK-REG-GRAVADOS TO WRK-JOB-GRAVADOS.                 00086600
             MOVE WRK-REG-SEM-AVOS TO WRK-JOB-REJEITADOS.               00086700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00086800
                  WRK-JOB-RETORNO                                       00086900
                 ON EXCEPTION                                           00087000
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00087100
             END-CALL.                                                  00087200
                                                                        00087300
             DISPLAY '===================================='.            00087400
             DISPLAY ' FUNCIONARIOS LIDOS....: ' WRK-REG-LIDOS.         00087500
             DISPLAY ' SEM AVOS NO ANO.......: ' WRK-REG-SEM-AVOS.      00087600
             DISPLAY ' HOLERITES GRAVADOS....: ' WRK-REG-GRAVADOS.      00087700
             DISPLAY ' LINHAS DE DETALHE.....: ' WRK-REG-DETALHES.      00087800
             IF WRK-SEGUNDA-PARCELA                                     00087900
                DISPLAY ' SEM 1a PARCELA........: ' WRK-REG-SEM-PARC1   00088000
             END-IF.                                                    00088100
             MOVE WRK-TOT-BRUTO TO WRK-TOT-EDT.                         00088200
             DISPLAY ' TOTAL BRUTO...........: ' WRK-TOT-EDT.           00088300
             MOVE WRK-TOT-INSS TO WRK-TOT-EDT.                          00088400
             DISPLAY ' TOTAL INSS............: ' WRK-TOT-EDT.           00088500
             MOVE WRK-TOT-IRRF TO WRK-TOT-EDT.                          00088600
             DISPLAY ' TOTAL IRRF............: ' WRK-TOT-EDT.           00088700
             MOVE WRK-TOT-LIQUIDO TO WRK-TOT-EDT.                       00088800
             DISPLAY ' TOTAL LIQUIDO.........: ' WRK-TOT-EDT.           00088900
             DISPLAY '==================================== '.           00089000
                STOP RUN.                                               00089100
                                                                        00089200
      *-------------------------------------------------------*         00089300
       8000-999-FIM.                              EXIT.                 00089400
      *-------------------------------------------------------*         00089500
                                                                        00089600
      *-------------------------------------------------------*         00089700
       9000-TRATAR-ERROS                           SECTION.             00089800
      *-------------------------------------------------------*         00089900
                                                                        00090000
             DISPLAY '-----------------------------'.                   00090100
             DISPLAY WRK-MSG.                                           00090200
             DISPLAY '-----------------------------'.                   00090300
                STOP RUN.                                               00090400
                                                                        00090500
      *-------------------------------------------------------*         00090600
       9000-999-FIM.                              EXIT.                 00090700
      *-------------------------------------------------------*         00090800
