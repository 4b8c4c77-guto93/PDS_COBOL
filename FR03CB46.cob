      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB46.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 24/07/2023                                       00000800
      *     OBJETIVO : GUIAS MENSAIS DE RECOLHIMENTO DO INSS E DO       00000900
      *              : IRRF RETIDOS NA FOLHA -- SOMA NO HOLHIST         00001000
      *              : (FR03DB15) O INSS E O IRRF DESCONTADOS NA        00001100
      *              : COMPETENCIA, CALCULA O VENCIMENTO LEGAL          00001200
      *              : (DIA 20 DO MES SEGUINTE, ANTECIPADO PARA O       00001300
      *              : DIA UTIL ANTERIOR PELA DATASERV QUANDO CAI       00001400
      *              : EM DIA NAO UTIL) E GRAVA UMA GUIA POR CODIGO     00001500
      *              : DE RECEITA NO GUIAREC, COM O VALOR A PAGAR.      00001600
      *              : A BAIXA DA GUIA PAGA E A CONTABILIZACAO          00001700
      *              : SAO DO FR03CB47.                                 00001800
      *-------------------------------------------------------------*   00001900
      *     PARAMETROS NO PARMSERV (OPCIONAIS): COMPETENCIA AAAAMM,     00002000
      *     CODIGO DE RECEITA DO INSS (PADRAO 2100) E DO IRRF           00002100
      *     (PADRAO 0561) E O DIA DO VENCIMENTO LEGAL DE CADA UM        00002200
      *     (PADRAO 20). SEM ELES, A COMPETENCIA E O MES                00002300
      *     ANTERIOR AO DA RODADA. TRIBUTO SEM VALOR NA                 00002400
      *     COMPETENCIA NAO GERA GUIA.                                  00002500
      *-------------------------------------------------------------*   00002516
      *     MANUTENCAO:                                                 00002532
      *     - 04/12/2023: O GUIAPARM DEU LUGAR AO CADASTRO CENTRAL DE   00002548
      *       PARAMETROS (PARMSERV, FR03CB46/COMPETENCIA, COD-INSS,     00002564
      *       COD-IRRF, DIA-INSS E DIA-IRRF).                           00002580
      *===========================================================*     00002600
      *===========================================================*     00002700
       ENVIRONMENT                                    DIVISION.         00002800
      *===========================================================*     00002900
       CONFIGURATION                                  SECTION.          00003000
      *===========================================================*     00003100
                                                                        00003200
          SPECIAL-NAMES.                                                00003300
              DECIMAL-POINT IS COMMA.                                   00003400
                                                                        00003500
      *===========================================================*     00003600
       INPUT-OUTPUT                                   SECTION.          00003700
      *===========================================================*     00003800
       FILE-CONTROL.                                                    00003900
                                                                        00004000
                                                                        00004300
           SELECT HOLHIST   ASSIGN TO HOLHIST                           00004400
                ORGANIZATION IS INDEXED                                 00004500
                ACCESS MODE  IS SEQUENTIAL                              00004600
                RECORD KEY   IS FD-HH-CHAVE                             00004700
                FILE STATUS  IS WRK-FS-HOLHIST.                         00004800
                                                                        00004900
           SELECT GUIAREC   ASSIGN TO GUIAREC                           00005000
                FILE STATUS  IS WRK-FS-GUIAREC.                         00005100
                                                                        00005200
      *===========================================================*     00005300
       DATA                                       DIVISION.             00005400
      *===========================================================*     00005500
                                                                        00005600
      *-----------------------------------------------------------*     00005700
       FILE                                       SECTION.              00005800
      *-----------------------------------------------------------*     00005900
                                                                        00007100
       FD HOLHIST                                                       00007200
           RECORDING MODE IS F                                          00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
       01 FD-HOLHIST.                                                   00007500
          05 FD-HH-CHAVE.                                               00007600
             10 FD-HH-ID          PIC 9(04).                            00007700
             10 FD-HH-COMPETENCIA PIC X(06).                            00007800
          05 FD-HH-BRUTO          PIC 9(08)V99.                         00007900
          05 FD-HH-INSS           PIC 9(08)V99.                         00008000
          05 FD-HH-IRRF           PIC 9(08)V99.                         00008100
          05 FD-HH-LIQUIDO        PIC 9(08)V99.                         00008200
                                                                        00008300
       FD GUIAREC                                                       00008400
           RECORDING MODE IS F                                          00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
       01 FD-GUIAREC.                                                   00008700
          05 FD-GUI-TRIBUTO      PIC X(04).                             00008800
          05 FD-GUI-CODIGO       PIC X(04).                             00008900
          05 FD-GUI-COMPETENCIA  PIC X(06).                             00009000
          05 FD-GUI-VENCIMENTO   PIC X(10).                             00009100
          05 FD-GUI-VALOR        PIC 9(11)V99.                          00009200
          05 FD-GUI-QTDE-FUNC    PIC 9(05).                             00009300
          05 FD-GUI-EMISSAO      PIC X(08).                             00009400
          05 FD-GUI-SITUACAO     PIC X(01).                             00009500
             88 FD-GUI-ABERTA          VALUE 'A'.                       00009600
             88 FD-GUI-PAGA            VALUE 'P'.                       00009700
          05 FD-GUI-DATA-PAGTO   PIC X(08).                             00009800
          05 FD-GUI-VALOR-PAGO   PIC 9(11)V99.                          00009900
          05 FILLER              PIC X(08).                             00010000
                                                                        00010100
      *-----------------------------------------------------------*     00010200
       WORKING-STORAGE                            SECTION.              00010300
      *-----------------------------------------------------------*     00010400
                                                                        00010500
       77 WRK-FS-HOLHIST           PIC X(02)    VALUE ZEROS.            00010700
       77 WRK-FS-GUIAREC           PIC X(02)    VALUE ZEROS.            00010800
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00010900
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00011000
                                                                        00011100
       01 WRK-COMPETENCIA.                                              00011200
          05 WRK-CPT-ANO           PIC 9(04)    VALUE ZEROS.            00011300
          05 WRK-CPT-MES           PIC 9(02)    VALUE ZEROS.            00011400
       77 WRK-COD-INSS             PIC X(04)    VALUE '2100'.           00011500
       77 WRK-COD-IRRF             PIC X(04)    VALUE '0561'.           00011600
       77 WRK-DIA-INSS             PIC 9(02)    VALUE 20.               00011700
       77 WRK-DIA-IRRF             PIC 9(02)    VALUE 20.               00011800
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00011808
       01 WRK-PSV-AREA.                                                 00011816
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00011824
          05 WRK-PSV-NOME       PIC X(12).                              00011832
          05 WRK-PSV-VALOR      PIC X(30).                              00011840
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00011848
          05 WRK-PSV-NUMERICO   PIC X(01).                              00011856
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00011864
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00011872
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00011880
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00011888
                                                                        00011900
      *    MES DO VENCIMENTO (O SEGUINTE AO DA COMPETENCIA)             00012000
       01 WRK-VENCIMENTO.                                               00012100
          05 WRK-VCT-ANO           PIC 9(04)    VALUE ZEROS.            00012200
          05 FILLER                PIC X(01)    VALUE '-'.              00012300
          05 WRK-VCT-MES           PIC 9(02)    VALUE ZEROS.            00012400
          05 FILLER                PIC X(01)    VALUE '-'.              00012500
          05 WRK-VCT-DIA           PIC 9(02)    VALUE ZEROS.            00012600
                                                                        00012700
       01 WRK-TOT-INSS             PIC 9(11)V99 VALUE ZEROS.            00012800
       01 WRK-TOT-IRRF             PIC 9(11)V99 VALUE ZEROS.            00012900
       77 WRK-QTDE-INSS            PIC 9(05)    VALUE ZEROS.            00013000
       77 WRK-QTDE-IRRF            PIC 9(05)    VALUE ZEROS.            00013100
       01 WRK-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.               00013200
                                                                        00013300
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00013400
       01 WRK-DSV-AREA.                                                 00013500
          05 WRK-DSV-DATA-1    PIC X(10).                               00013600
          05 WRK-DSV-DATA-2    PIC X(10).                               00013700
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00013800
          05 WRK-DSV-CLASSE    PIC X(01).                               00013900
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE SPACES.                     00014000
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00014100
                                                                        00014200
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00014300
       77 WRK-REG-COMPETENCIA      PIC 9(07)    VALUE ZEROS.            00014400
       77 WRK-REG-GUIAS            PIC 9(07)    VALUE ZEROS.            00014500
                                                                        00014600
       01 WRK-JOB-REGISTRO.                                             00014700
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00014800
          05 WRK-JOB-EVENTO        PIC X(01).                           00014900
          05 WRK-JOB-SITUACAO      PIC X(01).                           00015000
          05 WRK-JOB-LIDOS         PIC 9(07).                           00015100
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00015200
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00015300
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00015400
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00015500
                                                                        00015600
      *-----------------------------------------------------------*     00015700
                                                                        00015800
      *===========================================================*     00015900
       PROCEDURE                                  DIVISION.             00016000
      *===========================================================*     00016100
                                                                        00016200
      *-------------------------------------------------------*         00016300
       0000-PRINCIPAL                              SECTION.             00016400
      *-------------------------------------------------------*         00016500
                                                                        00016600
            PERFORM 1000-INICIAR.                                       00016700
            PERFORM 2000-SOMAR-RETENCOES                                00016800
               UNTIL WRK-FS-HOLHIST NOT EQUAL '00'.                     00016900
            PERFORM 3000-GERAR-GUIAS.                                   00017000
            PERFORM 8000-FINALIZAR.                                     00017100
                                                                        00017200
      *-------------------------------------------------------*         00017300
       0000-999-FIM.                               EXIT.                00017400
      *-------------------------------------------------------*         00017500
                                                                        00017600
      *-------------------------------------------------------*         00017700
       1000-INICIAR                               SECTION.              00017800
      *-------------------------------------------------------*         00017900
                                                                        00018000
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00018100
                                                                        00018200
             MOVE 'FR03CB46' TO WRK-JOB-PROGRAMA.                       00018300
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00018400
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00018500
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00018600
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00018700
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00018800
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00018900
                  WRK-JOB-RETORNO                                       00019000
                 ON EXCEPTION                                           00019100
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00019200
             END-CALL.                                                  00019300
                                                                        00019400
      *      COMPETENCIA PADRAO: O MES ANTERIOR AO DA RODADA            00019500
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00019600
             IF WRK-CPT-MES EQUAL 1                                     00019700
                MOVE 12 TO WRK-CPT-MES                                  00019800
                SUBTRACT 1 FROM WRK-CPT-ANO                             00019900
             ELSE                                                       00020000
                SUBTRACT 1 FROM WRK-CPT-MES                             00020100
             END-IF.                                                    00020200
                                                                        00020300
             MOVE 'FR03CB46'     TO WRK-PSV-PROGRAMA.                   00020800
             PERFORM 1100-APLICAR-PARAMETROS.                           00021300
                                                                        00021800
             OPEN INPUT HOLHIST.                                        00021900
             IF WRK-FS-HOLHIST NOT EQUAL '00'                           00022000
                MOVE ' ERRO OPEN HOLHIST ' TO WRK-MSG                   00022100
                PERFORM 9000-TRATAR-ERROS                               00022200
             END-IF.                                                    00022300
                                                                        00022400
             OPEN OUTPUT GUIAREC.                                       00022500
             IF WRK-FS-GUIAREC NOT EQUAL '00'                           00022600
                MOVE ' ERRO OPEN GUIAREC ' TO WRK-MSG                   00022700
                PERFORM 9000-TRATAR-ERROS                               00022800
             END-IF.                                                    00022900
                                                                        00023000
             DISPLAY '===================================='.            00023100
             DISPLAY ' GUIAS DE RECOLHIMENTO INSS / IRRF '.             00023200
             DISPLAY ' COMPETENCIA: ' WRK-COMPETENCIA.                  00023300
             DISPLAY '===================================='.            00023400
                                                                        00023500
             READ HOLHIST.                                              00023600
                                                                        00023700
      *-------------------------------------------------------*         00023800
       1000-999-FIM.                              EXIT.                 00023900
      *-------------------------------------------------------*         00024000
                                                                        00024100
      *-------------------------------------------------------*         00024200
       1100-APLICAR-PARAMETROS                    SECTION.              00024300
      *-------------------------------------------------------*         00024400
                                                                        00024500
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00024550
             PERFORM 1110-CHAMAR-PARMSERV.                              00024600
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00024650
                WRK-PSV-VALOR(1:6) NUMERIC                              00024700
                MOVE WRK-PSV-VALOR(1:6) TO WRK-COMPETENCIA              00024750
             END-IF.                                                    00024800
             MOVE 'COD-INSS'     TO WRK-PSV-NOME.                       00024850
             PERFORM 1110-CHAMAR-PARMSERV.                              00024900
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00024950
                WRK-PSV-VALOR NOT EQUAL SPACES                          00025000
                MOVE WRK-PSV-VALOR(1:4) TO WRK-COD-INSS                 00025050
             END-IF.                                                    00025100
             MOVE 'COD-IRRF'     TO WRK-PSV-NOME.                       00025150
             PERFORM 1110-CHAMAR-PARMSERV.                              00025200
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00025250
                WRK-PSV-VALOR NOT EQUAL SPACES                          00025300
                MOVE WRK-PSV-VALOR(1:4) TO WRK-COD-IRRF                 00025350
             END-IF.                                                    00025400
             MOVE 'DIA-INSS'     TO WRK-PSV-NOME.                       00025471
             PERFORM 1110-CHAMAR-PARMSERV.                              00025542
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00025613
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00025684
                WRK-PSV-NUMERO NOT GREATER THAN 28                      00025755
                MOVE WRK-PSV-NUMERO TO WRK-DIA-INSS                     00025826
             END-IF.                                                    00025900
             MOVE 'DIA-IRRF'     TO WRK-PSV-NOME.                       00025971
             PERFORM 1110-CHAMAR-PARMSERV.                              00026042
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00026113
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00026184
                WRK-PSV-NUMERO NOT GREATER THAN 28                      00026255
                MOVE WRK-PSV-NUMERO TO WRK-DIA-IRRF                     00026326
             END-IF.                                                    00026400
                                                                        00026500
      *-------------------------------------------------------*         00026600
       1100-999-FIM.                              EXIT.                 00026700
      *-------------------------------------------------------*         00026706
                                                                        00026712
      *-------------------------------------------------------*         00026718
       1110-CHAMAR-PARMSERV                       SECTION.              00026724
      *-------------------------------------------------------*         00026730
                                                                        00026736
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00026742
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00026748
                 ON EXCEPTION                                           00026754
                    MOVE '02' TO WRK-PSV-RETORNO                        00026760
             END-CALL.                                                  00026766
                                                                        00026772
      *-------------------------------------------------------*         00026778
       1110-999-FIM.                              EXIT.                 00026784
      *-------------------------------------------------------*         00026800
                                                                        00026900
      *-------------------------------------------------------*         00027000
       2000-SOMAR-RETENCOES                       SECTION.              00027100
      *-------------------------------------------------------*         00027200
                                                                        00027300
             ADD 1 TO WRK-REG-LIDOS.                                    00027400
             IF FD-HH-COMPETENCIA EQUAL WRK-COMPETENCIA                 00027500
                ADD 1 TO WRK-REG-COMPETENCIA                            00027600
                IF FD-HH-INSS GREATER THAN ZEROS                        00027700
                   ADD FD-HH-INSS TO WRK-TOT-INSS                       00027800
                   ADD 1 TO WRK-QTDE-INSS                               00027900
                END-IF                                                  00028000
                IF FD-HH-IRRF GREATER THAN ZEROS                        00028100
                   ADD FD-HH-IRRF TO WRK-TOT-IRRF                       00028200
                   ADD 1 TO WRK-QTDE-IRRF                               00028300
                END-IF                                                  00028400
             END-IF.                                                    00028500
                                                                        00028600
             READ HOLHIST.                                              00028700
                                                                        00028800
      *-------------------------------------------------------*         00028900
       2000-999-FIM.                              EXIT.                 00029000
      *-------------------------------------------------------*         00029100
                                                                        00029200
      *---------------------------------------------------------------  00029300
      *    3000-GERAR-GUIAS                                             00029400
      *    UMA GUIA POR CODIGO DE RECEITA, VENCENDO NO MES SEGUINTE     00029500
      *    AO DA COMPETENCIA.                                           00029600
      *---------------------------------------------------------------  00029700
       3000-GERAR-GUIAS                           SECTION.              00029800
                                                                        00029900
             MOVE WRK-CPT-ANO TO WRK-VCT-ANO.                           00030000
             MOVE WRK-CPT-MES TO WRK-VCT-MES.                           00030100
             IF WRK-VCT-MES EQUAL 12                                    00030200
                MOVE 1 TO WRK-VCT-MES                                   00030300
                ADD 1 TO WRK-VCT-ANO                                    00030400
             ELSE                                                       00030500
                ADD 1 TO WRK-VCT-MES                                    00030600
             END-IF.                                                    00030700
                                                                        00030800
             IF WRK-TOT-INSS GREATER THAN ZEROS                         00030900
                MOVE SPACES        TO FD-GUIAREC                        00031000
                MOVE 'INSS'        TO FD-GUI-TRIBUTO                    00031100
                MOVE WRK-COD-INSS  TO FD-GUI-CODIGO                     00031200
                MOVE WRK-DIA-INSS  TO WRK-VCT-DIA                       00031300
                MOVE WRK-TOT-INSS  TO FD-GUI-VALOR                      00031400
                MOVE WRK-QTDE-INSS TO FD-GUI-QTDE-FUNC                  00031500
                PERFORM 3100-GRAVAR-GUIA                                00031600
             END-IF.                                                    00031700
                                                                        00031800
             IF WRK-TOT-IRRF GREATER THAN ZEROS                         00031900
                MOVE SPACES        TO FD-GUIAREC                        00032000
                MOVE 'IRRF'        TO FD-GUI-TRIBUTO                    00032100
                MOVE WRK-COD-IRRF  TO FD-GUI-CODIGO                     00032200
                MOVE WRK-DIA-IRRF  TO WRK-VCT-DIA                       00032300
                MOVE WRK-TOT-IRRF  TO FD-GUI-VALOR                      00032400
                MOVE WRK-QTDE-IRRF TO FD-GUI-QTDE-FUNC                  00032500
                PERFORM 3100-GRAVAR-GUIA                                00032600
             END-IF.                                                    00032700
                                                                        00032800
      *-------------------------------------------------------*         00032900
       3000-999-FIM.                              EXIT.                 00033000
      *-------------------------------------------------------*         00033100
                                                                        00033200
      *---------------------------------------------------------------  00033300
      *    3100-GRAVAR-GUIA                                             00033400
      *    VENCIMENTO LEGAL EM DIA NAO UTIL E ANTECIPADO PARA O DIA     00033500
      *    UTIL ANTERIOR (FUNCAO 04 DA DATASERV).                       00033600
      *---------------------------------------------------------------  00033700
       3100-GRAVAR-GUIA                           SECTION.              00033800
                                                                        00033900
             MOVE WRK-VENCIMENTO TO WRK-DSV-DATA-1.                     00034000
             MOVE '02' TO WRK-DSV-FUNCAO.                               00034100
             PERFORM 3200-CHAMAR-DATASERV.                              00034200
             IF WRK-DSV-CLASSE EQUAL 'U'                                00034300
                MOVE WRK-VENCIMENTO TO FD-GUI-VENCIMENTO                00034400
             ELSE                                                       00034500
                MOVE '04' TO WRK-DSV-FUNCAO                             00034600
                PERFORM 3200-CHAMAR-DATASERV                            00034700
                MOVE WRK-DSV-DATA-2 TO FD-GUI-VENCIMENTO                00034800
             END-IF.                                                    00034900
                                                                        00035000
             MOVE WRK-COMPETENCIA TO FD-GUI-COMPETENCIA.                00035100
             MOVE WRK-DATA-HOJE   TO FD-GUI-EMISSAO.                    00035200
             MOVE 'A'             TO FD-GUI-SITUACAO.                   00035300
             MOVE ZEROS           TO FD-GUI-VALOR-PAGO.                 00035400
             WRITE FD-GUIAREC.                                          00035500
             IF WRK-FS-GUIAREC NOT EQUAL '00'                           00035600
                MOVE ' ERRO WRITE GUIAREC ' TO WRK-MSG                  00035700
                PERFORM 9000-TRATAR-ERROS                               00035800
             END-IF.                                                    00035900
             ADD 1 TO WRK-REG-GUIAS.                                    00036000
                                                                        00036100
             MOVE FD-GUI-VALOR TO WRK-VALOR-ED.                         00036200
             DISPLAY ' GUIA ' FD-GUI-TRIBUTO ' COD ' FD-GUI-CODIGO      00036300
                     ' VENCTO ' FD-GUI-VENCIMENTO                       00036400
                     ' VALOR ' WRK-VALOR-ED.                            00036500
                                                                        00036600
      *-------------------------------------------------------*         00036700
       3100-999-FIM.                              EXIT.                 00036800
      *-------------------------------------------------------*         00036900
                                                                        00037000
      *-------------------------------------------------------*         00037100
       3200-CHAMAR-DATASERV                       SECTION.              00037200
      *-------------------------------------------------------*         00037300
                                                                        00037400
             CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                 00037500
                  WRK-DSV-FUNCAO, WRK-DSV-RETORNO                       00037600
                 ON EXCEPTION                                           00037700
                    MOVE ' DATASERV AUSENTE OU FALHOU ' TO WRK-MSG      00037800
                    PERFORM 9000-TRATAR-ERROS                           00037900
             END-CALL.                                                  00038000
             IF WRK-DSV-RETORNO NOT EQUAL '00'                          00038100
                MOVE ' DATASERV RECUSOU A DATA ' TO WRK-MSG             00038200
                PERFORM 9000-TRATAR-ERROS                               00038300
             END-IF.                                                    00038400
                                                                        00038500
      *-------------------------------------------------------*         00038600
       3200-999-FIM.                              EXIT.                 00038700
      *-------------------------------------------------------*         00038800
                                                                        00038900
      *-------------------------------------------------------*         00039000
       8000-FINALIZAR                             SECTION.              00039100
      *-------------------------------------------------------*         00039200
                                                                        00039300
             CLOSE HOLHIST.                                             00039400
             CLOSE GUIAREC.                                             00039500
                                                                        00039600
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00039700
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00039800
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00039900
             MOVE WRK-REG-GUIAS TO WRK-JOB-GRAVADOS.                    00040000
             MOVE ZEROS TO WRK-JOB-REJEITADOS.                          00040100
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00040200
                  WRK-JOB-RETORNO                                       00040300
                 ON EXCEPTION                                           00040400
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00040500
             END-CALL.                                                  00040600
                                                                        00040700
             DISPLAY '===================================='.            00040800
             DISPLAY ' HOLHIST LIDOS.........: ' WRK-REG-LIDOS.         00040900
             DISPLAY ' HOLERITES DA COMPET...: ' WRK-REG-COMPETENCIA.   00041000
             DISPLAY ' GUIAS GERADAS.........: ' WRK-REG-GUIAS.         00041100
             DISPLAY '==================================== '.           00041200
                STOP RUN.                                               00041300
                                                                        00041400
      *-------------------------------------------------------*         00041500
       8000-999-FIM.                              EXIT.                 00041600
      *-------------------------------------------------------*         00041700
                                                                        00041800
      *-------------------------------------------------------*         00041900
       9000-TRATAR-ERROS                           SECTION.             00042000
      *-------------------------------------------------------*         00042100
                                                                        00042200
             DISPLAY '-----------------------------'.                   00042300
             DISPLAY WRK-MSG.                                           00042400
             DISPLAY '-----------------------------'.                   00042500
                STOP RUN.                                               00042600
                                                                        00042700
      *-------------------------------------------------------*         00042800
       9000-999-FIM.                              EXIT.                 00042900
      *-------------------------------------------------------*         00043000
