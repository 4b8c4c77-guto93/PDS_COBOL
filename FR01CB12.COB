      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB12.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 13/02/2023                                               00000900
      *  OBJETIVO: ENCARGOS DE ATRASO DO CONTAS A RECEBER --            00001000
      *            RODADA MENSAL QUE LE O CREBER E, PARA                00001100
      *            CADA TITULO EM ABERTO OU PARCIAL JA                  00001200
      *            VENCIDO, CONTA OS DIAS UTEIS DE ATRASO               00001300
      *            PELA DATASERV (FUNCAO 05, DO VENCIMENTO              00001400
      *            ATE HOJE) E CALCULA SOBRE O SALDO A MULTA            00001500
      *            CONTRATUAL (UMA VEZ) E OS JUROS POR DIA              00001600
      *            UTIL (PERCENTUAIS DO PARMSERV; PADRAO 2,00%          00001700
      *            DE MULTA E 0,0333% DE JUROS AO DIA). O               00001800
      *            ENCARGO E UM TITULO COMPLEMENTAR NO KSDS             00001900
      *            ENCARGO, COM A CHAVE DA NOTA ORIGINAL: A             00002000
      *            RODADA SEGUINTE RECALCULA O ACUMULADO ATE            00002100
      *            A DATA, PRESERVANDO O JA PAGO. ENCARGO               00002200
      *            QUITADO NAO E MAIS MEXIDO. O FR01CB07                00002300
      *            BAIXA O ENCARGO COM O PAGO QUE EXCEDE O              00002400
      *            SALDO DO TITULO. OS CALCULOS DA RODADA               00002500
      *            SAEM NO RELATORIO RELENC.                            00002600
      *-----------------------------------------------------            00002614
      *  MANUTENCAO:                                                    00002628
      *  - 02/10/2023: TITULO DE COMPRA DE FUNCIONARIO                  00002642
      *    (FD-CRB-COBRANCA 'F', FR01CB05) E DESCONTADO EM              00002656
      *    FOLHA NO LIMITE DA MARGEM E NAO SOFRE ENCARGO DE             00002670
      *    ATRASO.                                                      00002684
      *  - 04/12/2023: OS PERCENTUAIS SAIRAM DO ENCPARM E PASSARAM      00002688
      *    A SER LIDOS NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,     00002692
      *    FR01CB12/PERC-MULTA E PERC-JUROS).                           00002696
      *=====================================================            00002700
                                                                        00002800
      *====================================================             00002900
       ENVIRONMENT                               DIVISION.              00003000
      *====================================================             00003100
       CONFIGURATION                             SECTION.               00003200
       SPECIAL-NAMES.                                                   00003300
           DECIMAL-POINT  IS COMMA.                                     00003400
                                                                        00003500
       INPUT-OUTPUT                              SECTION.               00003600
       FILE-CONTROL.                                                    00003700
           SELECT CREBER    ASSIGN TO CREBER                            00003800
               FILE STATUS  IS WRK-FS-CREBER.                           00003900
                                                                        00004000
           SELECT ENCARGO   ASSIGN TO ENCARGO                           00004100
               ORGANIZATION IS INDEXED                                  00004200
               ACCESS MODE  IS RANDOM                                   00004300
               RECORD KEY   IS FD-ENC-NF                                00004400
               FILE STATUS  IS WRK-FS-ENCARGO.                          00004500
                                                                        00004900
           SELECT RELENC    ASSIGN TO RELENC                            00005000
               FILE STATUS  IS WRK-FS-RELENC.                           00005100
                                                                        00005200
      *====================================================             00005300
       DATA                                      DIVISION.              00005400
      *====================================================             00005500
       FILE                                      SECTION.               00005600
       FD CREBER                                                        00005700
           RECORDING MODE IS F                                          00005800
           BLOCK CONTAINS 0 RECORDS.                                    00005900
       01 FD-CREBER.                                                    00006000
          05 FD-CRB-CLIENTE     PIC X(04).                              00006100
          05 FD-CRB-NF          PIC 9(06).                              00006200
          05 FD-CRB-PEDIDO      PIC 9(06).                              00006300
          05 FD-CRB-VALOR       PIC 9(09)V99.                           00006400
          05 FD-CRB-DATA-EMISSA PIC X(08).                              00006500
          05 FD-CRB-DATA-VENCTO PIC X(10).                              00006600
          05 FD-CRB-SITUACAO    PIC X(01).                              00006700
             88 FD-CRB-ABERTO        VALUE 'A'.                         00006800
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00006900
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00007000
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00007100
          05 FD-CRB-COBRANCA    PIC X(01).                              00007200
             88 FD-CRB-REGISTRADO    VALUE 'R'.                         00007300
             88 FD-CRB-DESC-FOLHA    VALUE 'F'.                         00007350
          05 FILLER             PIC X(02).                              00007400
                                                                        00007500
       FD ENCARGO                                                       00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-ENCARGO.                                                   00007900
          05 FD-ENC-NF          PIC 9(06).                              00008000
          05 FD-ENC-CLIENTE     PIC X(04).                              00008100
          05 FD-ENC-DATA-CALCULO PIC X(08).                             00008200
          05 FD-ENC-DIAS-ATRASO PIC 9(05).                              00008300
          05 FD-ENC-SALDO-BASE  PIC 9(09)V99.                           00008400
          05 FD-ENC-MULTA       PIC 9(07)V99.                           00008500
          05 FD-ENC-JUROS       PIC 9(07)V99.                           00008600
          05 FD-ENC-VALOR       PIC 9(09)V99.                           00008700
          05 FD-ENC-VALOR-PAGO  PIC 9(09)V99.                           00008800
          05 FD-ENC-SITUACAO    PIC X(01).                              00008900
             88 FD-ENC-ABERTO        VALUE 'A'.                         00009000
             88 FD-ENC-QUITADO       VALUE 'L'.                         00009100
          05 FILLER             PIC X(05).                              00009200
                                                                        00009300
       FD RELENC                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-RELENC             PIC X(80).                              00010400
                                                                        00010500
       WORKING-STORAGE                           SECTION.               00010600
      *====================================================             00010700
                                                                        00010800
       77 WRK-FS-CREBER   PIC X(02) VALUE ZEROS.                        00010900
       77 WRK-FS-ENCARGO  PIC X(02) VALUE ZEROS.                        00011000
       77 WRK-FS-RELENC   PIC X(02) VALUE ZEROS.                        00011200
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00011300
                                                                        00011400
       01 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00011500
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00011600
          05 WRK-HOJ-ANO  PIC X(04).                                    00011700
          05 WRK-HOJ-MES  PIC X(02).                                    00011800
          05 WRK-HOJ-DIA  PIC X(02).                                    00011900
                                                                        00012000
       01 WRK-DATA-HOJE-TR.                                             00012100
          05 WRK-HTR-ANO  PIC X(04).                                    00012200
          05 FILLER       PIC X(01) VALUE '-'.                          00012300
          05 WRK-HTR-MES  PIC X(02).                                    00012400
          05 FILLER       PIC X(01) VALUE '-'.                          00012500
          05 WRK-HTR-DIA  PIC X(02).                                    00012600
                                                                        00012700
       01 WRK-PERC-MULTA  PIC 9(02)V99   VALUE 2,00.                    00012800
       01 WRK-PERC-JUROS  PIC 9(01)V9999 VALUE 0,0333.                  00012900
                                                                        00013000
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00013100
       01 WRK-DSV-AREA.                                                 00013200
          05 WRK-DSV-DATA-1    PIC X(10).                               00013300
          05 WRK-DSV-DATA-2    PIC X(10).                               00013400
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00013500
          05 WRK-DSV-CLASSE    PIC X(01).                               00013600
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE '05'.                       00013700
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00013800
                                                                        00013807
       77 WRK-PROG-PARMSERV PIC X(08) VALUE 'PARMSERV'.                 00013814
       01 WRK-PSV-AREA.                                                 00013821
          05 WRK-PSV-PROGRAMA  PIC X(08).                               00013828
          05 WRK-PSV-NOME      PIC X(12).                               00013835
          05 WRK-PSV-VALOR     PIC X(30).                               00013842
          05 WRK-PSV-NUMERO    PIC S9(11)V9(04).                        00013849
          05 WRK-PSV-NUMERICO  PIC X(01).                               00013856
             88 WRK-PSV-E-NUMERO      VALUE 'S'.                        00013863
          05 WRK-PSV-VIGENCIA  PIC X(08).                               00013870
       77 WRK-PSV-FUNCAO    PIC X(02) VALUE '01'.                       00013877
       77 WRK-PSV-RETORNO   PIC X(02) VALUE SPACES.                     00013884
                                                                        00013900
       01 WRK-SALDO-TITULO PIC S9(09)V99 VALUE ZEROS.                   00014000
       01 WRK-VALOR-MULTA  PIC 9(07)V99 VALUE ZEROS.                    00014100
       01 WRK-VALOR-JUROS  PIC 9(07)V99 VALUE ZEROS.                    00014200
       01 WRK-TOTAL-MULTA  PIC 9(11)V99 VALUE ZEROS.                    00014300
       01 WRK-TOTAL-JUROS  PIC 9(11)V99 VALUE ZEROS.                    00014400
                                                                        00014500
       77 WRK-REG-TITULOS    PIC 9(07) VALUE ZEROS.                     00014600
       77 WRK-REG-VENCIDOS   PIC 9(07) VALUE ZEROS.                     00014700
       77 WRK-REG-NOVOS      PIC 9(07) VALUE ZEROS.                     00014800
       77 WRK-REG-RECALC     PIC 9(07) VALUE ZEROS.                     00014900
       77 WRK-REG-QUITADOS   PIC 9(07) VALUE ZEROS.                     00015000
       77 WRK-REG-DATA-INVAL PIC 9(07) VALUE ZEROS.                     00015100
                                                                        00015200
       01 WRK-LIN-ENCARGO.                                              00015300
          05 FILLER          PIC X(04) VALUE ' NF '.                    00015400
          05 WRK-LEN-NF      PIC 999999.                                00015500
          05 FILLER          PIC X(05) VALUE ' CLI '.                   00015600
          05 WRK-LEN-CLIENTE PIC X(04).                                 00015700
          05 FILLER          PIC X(06) VALUE ' DIAS '.                  00015800
          05 WRK-LEN-DIAS    PIC ZZZZ9.                                 00015900
          05 FILLER          PIC X(07) VALUE ' SALDO '.                 00016000
          05 WRK-LEN-SALDO   PIC ZZZ.ZZZ.ZZ9,99.                        00016100
          05 FILLER          PIC X(09) VALUE ' ENCARGO '.               00016200
          05 WRK-LEN-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00016300
          05 FILLER          PIC X(06) VALUE SPACES.                    00016400
                                                                        00016500
       01 WRK-LIN-TOTAL.                                                00016600
          05 FILLER          PIC X(14) VALUE ' TOTAL MULTA: '.          00016700
          05 WRK-LTO-MULTA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00016800
          05 FILLER          PIC X(14) VALUE '  TOTAL JUROS:'.          00016900
          05 FILLER          PIC X(01) VALUE SPACES.                    00017000
          05 WRK-LTO-JUROS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00017100
          05 FILLER          PIC X(17) VALUE SPACES.                    00017200
                                                                        00017300
       PROCEDURE                                 DIVISION.              00017400
      *====================================================             00017500
       0000-PRINCIPAL                            SECTION.               00017600
           PERFORM 1000-INICIAR.                                        00017700
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CREBER EQUAL '10'.       00017800
           PERFORM 8000-FINALIZAR.                                      00017900
            STOP RUN.                                                   00018000
                                                                        00018100
       1000-INICIAR                              SECTION.               00018200
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00018300
           MOVE WRK-HOJ-ANO TO WRK-HTR-ANO.                             00018400
           MOVE WRK-HOJ-MES TO WRK-HTR-MES.                             00018500
           MOVE WRK-HOJ-DIA TO WRK-HTR-DIA.                             00018600
                                                                        00018700
           OPEN INPUT CREBER.                                           00018800
           IF WRK-FS-CREBER NOT EQUAL '00'                              00018900
              MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                      00019000
              PERFORM 9000-TRATAR-ERROS                                 00019100
           END-IF.                                                      00019200
                                                                        00019300
           OPEN I-O ENCARGO.                                            00019400
           IF WRK-FS-ENCARGO NOT EQUAL '00'                             00019500
              MOVE ' ERRO OPEN ENCARGO ' TO WRK-MSG                     00019600
              PERFORM 9000-TRATAR-ERROS                                 00019700
           END-IF.                                                      00019800
                                                                        00019900
           OPEN OUTPUT RELENC.                                          00020000
           IF WRK-FS-RELENC NOT EQUAL '00'                              00020100
              MOVE ' ERRO OPEN RELENC ' TO WRK-MSG                      00020200
              PERFORM 9000-TRATAR-ERROS                                 00020300
           END-IF.                                                      00020400
                                                                        00020500
           PERFORM 1100-CARREGAR-PARAMETRO.                             00020600
                                                                        00020700
           MOVE 'ENCARGOS DE ATRASO DO CONTAS A RECEBER' TO FD-RELENC.  00020800
           WRITE FD-RELENC.                                             00020900
                                                                        00021000
           DISPLAY '------------------------------------------'.        00021100
           DISPLAY ' ENCARGOS DE ATRASO DO CONTAS A RECEBER '.          00021200
           DISPLAY ' DATA DO CALCULO......: ' WRK-DATA-HOJE-TR.         00021300
           DISPLAY ' MULTA (%)............: ' WRK-PERC-MULTA.           00021400
           DISPLAY ' JUROS AO DIA UTIL (%): ' WRK-PERC-JUROS.           00021500
           DISPLAY '------------------------------------------'.        00021600
                                                                        00021700
           READ CREBER.                                                 00021800
                                                                        00021900
      *---------------------------------------------------------------  00022000
      *    1100-CARREGAR-PARAMETRO                                      00022100
      *    PERCENTUAIS DE MULTA E DE JUROS AO DIA DO PARMSERV; SEM      00022200
      *    ELES (OU VALOR INVALIDO) FICA O PADRAO DO CONTRATO.          00022300
      *---------------------------------------------------------------  00022400
       1100-CARREGAR-PARAMETRO                   SECTION.               00022500
           MOVE 'FR01CB12'     TO WRK-PSV-PROGRAMA.                     00022771
           MOVE 'PERC-MULTA'   TO WRK-PSV-NOME.                         00023042
           PERFORM 1110-CHAMAR-PARMSERV.                                00023313
           IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND       00023584
              WRK-PSV-NUMERO NOT LESS THAN ZEROS                        00023855
              MOVE WRK-PSV-NUMERO TO WRK-PERC-MULTA                     00024126
           END-IF.                                                      00024400
           MOVE 'PERC-JUROS'   TO WRK-PSV-NOME.                         00024405
           PERFORM 1110-CHAMAR-PARMSERV.                                00024410
           IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND       00024415
              WRK-PSV-NUMERO NOT LESS THAN ZEROS                        00024420
              MOVE WRK-PSV-NUMERO TO WRK-PERC-JUROS                     00024425
           END-IF.                                                      00024430
                                                                        00024435
      *---------------------------------------------------------------  00024440
      *    1110-CHAMAR-PARMSERV                                         00024445
      *    LE UM PARAMETRO NO CADASTRO CENTRAL (PARMSERV).              00024450
      *---------------------------------------------------------------  00024455
       1110-CHAMAR-PARMSERV                      SECTION.               00024460
           CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                   00024465
                WRK-PSV-FUNCAO, WRK-PSV-RETORNO                         00024470
               ON EXCEPTION                                             00024475
                  MOVE '02' TO WRK-PSV-RETORNO                          00024480
           END-CALL.                                                    00024485
                                                                        00024500
      *---------------------------------------------------------------  00024600
      *    2000-PROCESSAR                                               00024700
      *    SO TITULO COM SALDO ('A' OU 'P') E VENCIMENTO ANTERIOR A     00024800
      *    HOJE ENTRA NO CALCULO; O DESCONTADO EM FOLHA FICA FORA.      00024900
      *---------------------------------------------------------------  00025000
       2000-PROCESSAR                            SECTION.               00025100
           IF WRK-FS-CREBER EQUAL '00'                                  00025200
              ADD 1 TO WRK-REG-TITULOS                                  00025300
              IF ( FD-CRB-ABERTO OR FD-CRB-PARCIAL ) AND                00025400
                 FD-CRB-DATA-VENCTO LESS THAN WRK-DATA-HOJE-TR AND      00025466
                 NOT FD-CRB-DESC-FOLHA                                  00025532
                 COMPUTE WRK-SALDO-TITULO =                             00025600
                         FD-CRB-VALOR - FD-CRB-VALOR-PAGO               00025700
                 END-COMPUTE                                            00025800
                 IF WRK-SALDO-TITULO GREATER THAN ZEROS                 00025900
                    PERFORM 2100-CONTAR-ATRASO                          00026000
                 END-IF                                                 00026100
              END-IF                                                    00026200
           END-IF.                                                      00026300
           READ CREBER.                                                 00026400
                                                                        00026500
      *---------------------------------------------------------------  00026600
      *    2100-CONTAR-ATRASO                                           00026700
      *    DIAS UTEIS ENTRE O VENCIMENTO E HOJE PELA DATASERV. DATA DE  00026800
      *    VENCIMENTO RECUSADA E CONTADA E O TITULO FICA SEM ENCARGO.   00026900
      *---------------------------------------------------------------  00027000
       2100-CONTAR-ATRASO                        SECTION.               00027100
           MOVE FD-CRB-DATA-VENCTO TO WRK-DSV-DATA-1.                   00027200
           MOVE WRK-DATA-HOJE-TR   TO WRK-DSV-DATA-2.                   00027300
           CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                   00027400
                WRK-DSV-FUNCAO, WRK-DSV-RETORNO                         00027500
               ON EXCEPTION                                             00027600
                  MOVE ' DATASERV AUSENTE OU FALHOU ' TO WRK-MSG        00027700
                  PERFORM 9000-TRATAR-ERROS                             00027800
           END-CALL.                                                    00027900
           EVALUATE WRK-DSV-RETORNO                                     00028000
             WHEN '00'                                                  00028100
                IF WRK-DSV-DIAS-UTEIS GREATER THAN ZEROS                00028200
                   ADD 1 TO WRK-REG-VENCIDOS                            00028300
                   PERFORM 2200-CALCULAR-ENCARGO                        00028400
                END-IF                                                  00028500
             WHEN '01'                                                  00028600
                ADD 1 TO WRK-REG-DATA-INVAL                             00028700
                DISPLAY ' VENCIMENTO INVALIDO NA NF ' FD-CRB-NF         00028800
                        ': ' FD-CRB-DATA-VENCTO                         00028900
             WHEN OTHER                                                 00029000
                MOVE ' DATASERV SEM O CALENDARIO ' TO WRK-MSG           00029100
                PERFORM 9000-TRATAR-ERROS                               00029200
           END-EVALUATE.                                                00029300
                                                                        00029400
      *---------------------------------------------------------------  00029500
      *    2200-CALCULAR-ENCARGO                                        00029600
      *    MULTA UMA VEZ SOBRE O SALDO E JUROS POR DIA UTIL DE ATRASO.  00029700
      *    NOTA SEM ENCARGO AINDA GANHA O REGISTRO; ENCARGO EM ABERTO   00029800
      *    E RECALCULADO ATE HOJE; ENCARGO QUITADO FICA COMO ESTA.      00029900
      *---------------------------------------------------------------  00030000
       2200-CALCULAR-ENCARGO                     SECTION.               00030100
           COMPUTE WRK-VALOR-MULTA ROUNDED =                            00030200
                   WRK-SALDO-TITULO * WRK-PERC-MULTA / 100              00030300
           END-COMPUTE.                                                 00030400
           COMPUTE WRK-VALOR-JUROS ROUNDED =                            00030500
                   WRK-SALDO-TITULO * WRK-PERC-JUROS / 100              00030600
                 * WRK-DSV-DIAS-UTEIS                                   00030700
           END-COMPUTE.                                                 00030800
                                                                        00030900
           MOVE FD-CRB-NF TO FD-ENC-NF.                                 00031000
           READ ENCARGO.                                                00031100
           EVALUATE WRK-FS-ENCARGO                                      00031200
             WHEN '00'                                                  00031300
                IF FD-ENC-QUITADO                                       00031400
                   ADD 1 TO WRK-REG-QUITADOS                            00031500
                ELSE                                                    00031600
                   PERFORM 2210-MONTAR-ENCARGO                          00031700
                   REWRITE FD-ENCARGO                                   00031800
                   IF WRK-FS-ENCARGO NOT EQUAL '00'                     00031900
                      MOVE ' ERRO REWRITE ENCARGO ' TO WRK-MSG          00032000
                      PERFORM 9000-TRATAR-ERROS                         00032100
                   END-IF                                               00032200
                   ADD 1 TO WRK-REG-RECALC                              00032300
                   PERFORM 2300-IMPRIMIR-ENCARGO                        00032400
                END-IF                                                  00032500
             WHEN '23'                                                  00032600
                MOVE SPACES    TO FD-ENCARGO                            00032700
                MOVE FD-CRB-NF TO FD-ENC-NF                             00032800
                MOVE ZEROS     TO FD-ENC-VALOR-PAGO                     00032900
                PERFORM 2210-MONTAR-ENCARGO                             00033000
                WRITE FD-ENCARGO                                        00033100
                IF WRK-FS-ENCARGO NOT EQUAL '00'                        00033200
                   MOVE ' ERRO WRITE ENCARGO ' TO WRK-MSG               00033300
                   PERFORM 9000-TRATAR-ERROS                            00033400
                END-IF                                                  00033500
                ADD 1 TO WRK-REG-NOVOS                                  00033600
                PERFORM 2300-IMPRIMIR-ENCARGO                           00033700
             WHEN OTHER                                                 00033800
                MOVE ' ERRO READ ENCARGO ' TO WRK-MSG                   00033900
                PERFORM 9000-TRATAR-ERROS                               00034000
           END-EVALUATE.                                                00034100
                                                                        00034200
       2210-MONTAR-ENCARGO                       SECTION.               00034300
           MOVE FD-CRB-CLIENTE     TO FD-ENC-CLIENTE.                   00034400
           MOVE WRK-DATA-HOJE      TO FD-ENC-DATA-CALCULO.              00034500
           MOVE WRK-DSV-DIAS-UTEIS TO FD-ENC-DIAS-ATRASO.               00034600
           MOVE WRK-SALDO-TITULO   TO FD-ENC-SALDO-BASE.                00034700
           MOVE WRK-VALOR-MULTA    TO FD-ENC-MULTA.                     00034800
           MOVE WRK-VALOR-JUROS    TO FD-ENC-JUROS.                     00034900
           COMPUTE FD-ENC-VALOR = WRK-VALOR-MULTA + WRK-VALOR-JUROS     00035000
           END-COMPUTE.                                                 00035100
           IF FD-ENC-VALOR-PAGO LESS THAN FD-ENC-VALOR                  00035200
              MOVE 'A' TO FD-ENC-SITUACAO                               00035300
           ELSE                                                         00035400
              MOVE 'L' TO FD-ENC-SITUACAO                               00035500
           END-IF.                                                      00035600
           ADD WRK-VALOR-MULTA TO WRK-TOTAL-MULTA.                      00035700
           ADD WRK-VALOR-JUROS TO WRK-TOTAL-JUROS.                      00035800
                                                                        00035900
       2300-IMPRIMIR-ENCARGO                     SECTION.               00036000
           MOVE FD-ENC-NF          TO WRK-LEN-NF.                       00036100
           MOVE FD-ENC-CLIENTE     TO WRK-LEN-CLIENTE.                  00036200
           MOVE FD-ENC-DIAS-ATRASO TO WRK-LEN-DIAS.                     00036300
           MOVE FD-ENC-SALDO-BASE  TO WRK-LEN-SALDO.                    00036400
           MOVE FD-ENC-VALOR       TO WRK-LEN-VALOR.                    00036500
           MOVE WRK-LIN-ENCARGO TO FD-RELENC.                           00036600
           WRITE FD-RELENC.                                             00036700
                                                                        00036800
       8000-FINALIZAR                            SECTION.               00036900
           MOVE WRK-TOTAL-MULTA TO WRK-LTO-MULTA.                       00037000
           MOVE WRK-TOTAL-JUROS TO WRK-LTO-JUROS.                       00037100
           MOVE WRK-LIN-TOTAL TO FD-RELENC.                             00037200
           WRITE FD-RELENC.                                             00037300
                                                                        00037400
           CLOSE CREBER.                                                00037500
           CLOSE ENCARGO.                                               00037600
           CLOSE RELENC.                                                00037700
                                                                        00037800
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00037900
           DISPLAY ' TITULOS LIDOS...............: ' WRK-REG-TITULOS.   00038000
           DISPLAY ' TITULOS EM ATRASO...........: '                    00038100
                   WRK-REG-VENCIDOS.                                    00038200
           DISPLAY ' ENCARGOS NOVOS..............: ' WRK-REG-NOVOS.     00038300
           DISPLAY ' ENCARGOS RECALCULADOS.......: ' WRK-REG-RECALC.    00038400
           DISPLAY ' ENCARGOS JA QUITADOS........: '                    00038500
                   WRK-REG-QUITADOS.                                    00038600
           DISPLAY ' VENCIMENTOS INVALIDOS.......: '                    00038700
                   WRK-REG-DATA-INVAL.                                  00038800
           DISPLAY ' TOTAL DE MULTA..............: ' WRK-TOTAL-MULTA.   00038900
           DISPLAY ' TOTAL DE JUROS..............: ' WRK-TOTAL-JUROS.   00039000
                                                                        00039100
       9000-TRATAR-ERROS                         SECTION.               00039200
           DISPLAY '-----------------------------'.                     00039300
           DISPLAY WRK-MSG.                                             00039400
           DISPLAY ' FS CREBER: ' WRK-FS-CREBER                         00039500
                   ' FS ENCARGO: ' WRK-FS-ENCARGO.                      00039600
           DISPLAY '-----------------------------'.                     00039700
              STOP RUN.                                                 00039800
