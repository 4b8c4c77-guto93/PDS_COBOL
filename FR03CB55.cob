      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB55.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 06/11/2023                                       00000800
      *     OBJETIVO : RELACAO MENSAL DAS RETENCOES NAS NOTAS DE        00000900
      *              : SERVICO SEM PEDIDO -- LE O RETSERV GRAVADO       00001000
      *              : PELO FR03CB40 (AS GERACOES DO MES                00001100
      *              : CONCATENADAS NO JCL), LISTA NO RELRET CADA       00001200
      *              : NOTA DA COMPETENCIA COM O BRUTO E O IRRF,        00001300
      *              : ISS, PIS/COFINS/CSLL E INSS RETIDOS, E FECHA     00001400
      *              : COM UM QUADRO POR TRIBUTO (CODIGO DE             00001500
      *              : RECEITA, VENCIMENTO E VALOR A RECOLHER) PARA     00001600
      *              : O PREENCHIMENTO DAS GUIAS.                       00001700
      *-------------------------------------------------------------*   00001800
      *     PARAMETROS NO PARMSERV (OPCIONAIS): COMPETENCIA AAAAMM,     00001900
      *     CODIGO DE RECEITA E DIA DO VENCIMENTO DE CADA TRIBUTO       00002000
      *     (PADROES: IRRF 1708 DIA 20, PIS/COFINS/CSLL 5952 DIA        00002100
      *     20, INSS 2631 DIA 20, ISS SEM CODIGO DIA 10). SEM           00002200
      *     ELES, A COMPETENCIA E O MES ANTERIOR AO DA RODADA.          00002300
      *     A NOTA ENTRA NA COMPETENCIA DA DATA DE EMISSAO. O           00002400
      *     VENCIMENTO E NO MES SEGUINTE A COMPETENCIA, ANTECIPADO      00002500
      *     PARA O DIA UTIL ANTERIOR PELA DATASERV, COMO NO             00002600
      *     FR03CB46. TRIBUTO SEM VALOR NA COMPETENCIA NAO SAI NO       00002700
      *     QUADRO.                                                     00002800
      *-------------------------------------------------------------*   00002816
      *     MANUTENCAO:                                                 00002832
      *     - 04/12/2023: O RETPARM DEU LUGAR AO CADASTRO CENTRAL DE    00002848
      *       PARAMETROS (PARMSERV, FR03CB55/COMPETENCIA, COD-XXXX E    00002864
      *       DIA-XXXX, XXXX = IRRF, CSRF, INSS OU ISS).                00002880
      *===========================================================*     00002900
      *===========================================================*     00003000
       ENVIRONMENT                                    DIVISION.         00003100
      *===========================================================*     00003200
       CONFIGURATION                                  SECTION.          00003300
      *===========================================================*     00003400
                                                                        00003500
          SPECIAL-NAMES.                                                00003600
              DECIMAL-POINT IS COMMA.                                   00003700
                                                                        00003800
      *===========================================================*     00003900
       INPUT-OUTPUT                                   SECTION.          00004000
      *===========================================================*     00004100
       FILE-CONTROL.                                                    00004200
                                                                        00004300
                                                                        00004600
           SELECT RETSERV   ASSIGN TO RETSERV                           00004700
                FILE STATUS  IS WRK-FS-RETSERV.                         00004800
                                                                        00004900
           SELECT RELRET    ASSIGN TO RELRET                            00005000
                FILE STATUS  IS WRK-FS-RELRET.                          00005100
                                                                        00005200
      *===========================================================*     00005300
       DATA                                       DIVISION.             00005400
      *===========================================================*     00005500
                                                                        00005600
      *-----------------------------------------------------------*     00005700
       FILE                                       SECTION.              00005800
      *-----------------------------------------------------------*     00005900
                                                                        00007500
       FD RETSERV                                                       00007600
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-RETSERV.                                                   00007900
          05 FD-RSV-FORNECEDOR    PIC X(06).                            00008000
          05 FD-RSV-NOTA          PIC X(10).                            00008100
          05 FD-RSV-SERVICO       PIC X(04).                            00008200
          05 FD-RSV-DATA          PIC X(08).                            00008300
          05 FD-RSV-CONTA         PIC X(06).                            00008400
          05 FD-RSV-CCUSTO        PIC X(04).                            00008500
          05 FD-RSV-APROVADOR     PIC X(08).                            00008600
          05 FD-RSV-BRUTO         PIC 9(09)V99.                         00008700
          05 FD-RSV-IRRF          PIC 9(09)V99.                         00008800
          05 FD-RSV-ISS           PIC 9(09)V99.                         00008900
          05 FD-RSV-CSRF          PIC 9(09)V99.                         00009000
          05 FD-RSV-INSS          PIC 9(09)V99.                         00009100
          05 FD-RSV-LIQUIDO       PIC 9(09)V99.                         00009200
          05 FILLER               PIC X(08).                            00009300
                                                                        00009400
       FD RELRET                                                        00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-RELRET              PIC X(100).                            00009800
                                                                        00009900
      *-----------------------------------------------------------*     00010000
       WORKING-STORAGE                            SECTION.              00010100
      *-----------------------------------------------------------*     00010200
                                                                        00010300
       77 WRK-FS-RETSERV           PIC X(02)    VALUE ZEROS.            00010500
       77 WRK-FS-RELRET            PIC X(02)    VALUE ZEROS.            00010600
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00010700
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00010800
                                                                        00010900
       01 WRK-COMPETENCIA.                                              00011000
          05 WRK-CPT-ANO           PIC 9(04)    VALUE ZEROS.            00011100
          05 WRK-CPT-MES           PIC 9(02)    VALUE ZEROS.            00011200
       77 WRK-COD-IRRF             PIC X(04)    VALUE '1708'.           00011300
       77 WRK-COD-CSRF             PIC X(04)    VALUE '5952'.           00011400
       77 WRK-COD-INSS             PIC X(04)    VALUE '2631'.           00011500
       77 WRK-COD-ISS              PIC X(04)    VALUE SPACES.           00011600
       77 WRK-DIA-IRRF             PIC 9(02)    VALUE 20.               00011700
       77 WRK-DIA-CSRF             PIC 9(02)    VALUE 20.               00011800
       77 WRK-DIA-INSS             PIC 9(02)    VALUE 20.               00011900
       77 WRK-DIA-ISS              PIC 9(02)    VALUE 10.               00012000
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00012008
       01 WRK-PSV-AREA.                                                 00012016
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00012024
          05 WRK-PSV-NOME       PIC X(12).                              00012032
          05 WRK-PSV-VALOR      PIC X(30).                              00012040
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00012048
          05 WRK-PSV-NUMERICO   PIC X(01).                              00012056
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00012064
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00012072
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00012080
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00012088
                                                                        00012100
      *    MES DO VENCIMENTO (O SEGUINTE AO DA COMPETENCIA)             00012200
       01 WRK-VENCIMENTO.                                               00012300
          05 WRK-VCT-ANO           PIC 9(04)    VALUE ZEROS.            00012400
          05 FILLER                PIC X(01)    VALUE '-'.              00012500
          05 WRK-VCT-MES           PIC 9(02)    VALUE ZEROS.            00012600
          05 FILLER                PIC X(01)    VALUE '-'.              00012700
          05 WRK-VCT-DIA           PIC 9(02)    VALUE ZEROS.            00012800
                                                                        00012900
       01 WRK-TOT-BRUTO            PIC 9(13)V99 VALUE ZEROS.            00013000
       01 WRK-TOT-IRRF             PIC 9(13)V99 VALUE ZEROS.            00013100
       01 WRK-TOT-ISS              PIC 9(13)V99 VALUE ZEROS.            00013200
       01 WRK-TOT-CSRF             PIC 9(13)V99 VALUE ZEROS.            00013300
       01 WRK-TOT-INSS             PIC 9(13)V99 VALUE ZEROS.            00013400
       77 WRK-QTDE-IRRF            PIC 9(05)    VALUE ZEROS.            00013500
       77 WRK-QTDE-ISS             PIC 9(05)    VALUE ZEROS.            00013600
       77 WRK-QTDE-CSRF            PIC 9(05)    VALUE ZEROS.            00013700
       77 WRK-QTDE-INSS            PIC 9(05)    VALUE ZEROS.            00013800
                                                                        00013900
      *    UMA LINHA DO QUADRO DAS GUIAS                                00014000
       77 WRK-GUI-TRIBUTO          PIC X(15)    VALUE SPACES.           00014100
       77 WRK-GUI-CODIGO           PIC X(04)    VALUE SPACES.           00014200
       77 WRK-GUI-QTDE             PIC 9(05)    VALUE ZEROS.            00014300
       01 WRK-GUI-VALOR            PIC 9(13)V99 VALUE ZEROS.            00014400
       77 WRK-GUI-DIA              PIC 9(02)    VALUE ZEROS.            00014500
                                                                        00014600
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00014700
       01 WRK-DSV-AREA.                                                 00014800
          05 WRK-DSV-DATA-1    PIC X(10).                               00014900
          05 WRK-DSV-DATA-2    PIC X(10).                               00015000
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00015100
          05 WRK-DSV-CLASSE    PIC X(01).                               00015200
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE SPACES.                     00015300
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00015400
                                                                        00015500
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00015600
       77 WRK-REG-COMPETENCIA      PIC 9(07)    VALUE ZEROS.            00015700
       77 WRK-REG-GUIAS            PIC 9(07)    VALUE ZEROS.            00015800
                                                                        00015900
       01 WRK-LIN-CAB.                                                  00016000
          05 FILLER            PIC X(46) VALUE                          00016100
             'RETENCOES DE NOTAS DE SERVICO - COMPETENCIA '.            00016200
          05 WRK-LCB-MES       PIC 9(02).                               00016300
          05 FILLER            PIC X(01) VALUE '/'.                     00016400
          05 WRK-LCB-ANO       PIC 9(04).                               00016500
          05 FILLER            PIC X(47) VALUE SPACES.                  00016600
                                                                        00016700
       01 WRK-LIN-TITULO.                                               00016800
          05 FILLER            PIC X(50) VALUE                          00016900
             'FORNEC NOTA       SERV EMISSAO            BRUTO   '.      00017000
          05 FILLER            PIC X(50) VALUE                          00017100
             '      IRRF          ISS  PIS/COF/CSL         INSS'.       00017200
                                                                        00017300
       01 WRK-LIN-DETALHE.                                              00017400
          05 WRK-LDT-FORNECEDOR PIC X(06).                              00017500
          05 FILLER            PIC X(01) VALUE SPACES.                  00017600
          05 WRK-LDT-NOTA      PIC X(10).                               00017700
          05 FILLER            PIC X(01) VALUE SPACES.                  00017800
          05 WRK-LDT-SERVICO   PIC X(04).                               00017900
          05 FILLER            PIC X(01) VALUE SPACES.                  00018000
          05 WRK-LDT-DATA.                                              00018100
             10 WRK-LDT-DIA    PIC X(02).                               00018200
             10 FILLER         PIC X(01) VALUE '/'.                     00018300
             10 WRK-LDT-MES    PIC X(02).                               00018400
             10 FILLER         PIC X(01) VALUE '/'.                     00018500
             10 WRK-LDT-ANO    PIC X(04).                               00018600
          05 FILLER            PIC X(01) VALUE SPACES.                  00018700
          05 WRK-LDT-BRUTO     PIC ZZ.ZZZ.ZZ9,99.                       00018800
          05 FILLER            PIC X(01) VALUE SPACES.                  00018900
          05 WRK-LDT-IRRF      PIC Z(08)9,99.                           00019000
          05 FILLER            PIC X(01) VALUE SPACES.                  00019100
          05 WRK-LDT-ISS       PIC Z(08)9,99.                           00019200
          05 FILLER            PIC X(01) VALUE SPACES.                  00019300
          05 WRK-LDT-CSRF      PIC Z(08)9,99.                           00019400
          05 FILLER            PIC X(01) VALUE SPACES.                  00019500
          05 WRK-LDT-INSS      PIC Z(08)9,99.                           00019600
                                                                        00019700
       01 WRK-LIN-TOTAL.                                                00019800
          05 FILLER            PIC X(18) VALUE 'TOTAL DO MES'.          00019900
          05 WRK-LTT-QTDE      PIC ZZZ.ZZ9.                             00020000
          05 FILLER            PIC X(08) VALUE ' NOTAS'.                00020100
          05 WRK-LTT-BRUTO     PIC Z.ZZZ.ZZZ.ZZ9,99.                    00020200
          05 FILLER            PIC X(51) VALUE SPACES.                  00020300
                                                                        00020400
       01 WRK-LIN-GUIA-TIT.                                             00020500
          05 FILLER            PIC X(50) VALUE                          00020600
             'TRIBUTO         RECEITA  VENCIMENTO   NOTAS       '.      00020700
          05 FILLER            PIC X(50) VALUE                          00020800
             '   VALOR A RECOLHER'.                                     00020900
                                                                        00021000
       01 WRK-LIN-GUIA.                                                 00021100
          05 WRK-LGU-TRIBUTO   PIC X(15).                               00021200
          05 FILLER            PIC X(01) VALUE SPACES.                  00021300
          05 WRK-LGU-CODIGO    PIC X(04).                               00021400
          05 FILLER            PIC X(05) VALUE SPACES.                  00021500
          05 WRK-LGU-VENCIMENTO PIC X(10).                              00021600
          05 FILLER            PIC X(03) VALUE SPACES.                  00021700
          05 WRK-LGU-QTDE      PIC ZZ.ZZ9.                              00021800
          05 FILLER            PIC X(05) VALUE SPACES.                  00021900
          05 WRK-LGU-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.                00022000
          05 FILLER            PIC X(31) VALUE SPACES.                  00022100
                                                                        00022200
       01 WRK-LIN-TRACO        PIC X(100) VALUE ALL '-'.                00022300
                                                                        00022400
       01 WRK-JOB-REGISTRO.                                             00022500
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00022600
          05 WRK-JOB-EVENTO        PIC X(01).                           00022700
          05 WRK-JOB-SITUACAO      PIC X(01).                           00022800
          05 WRK-JOB-LIDOS         PIC 9(07).                           00022900
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00023000
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00023100
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00023200
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00023300
                                                                        00023400
      *-----------------------------------------------------------*     00023500
                                                                        00023600
      *===========================================================*     00023700
       PROCEDURE                                  DIVISION.             00023800
      *===========================================================*     00023900
                                                                        00024000
      *-------------------------------------------------------*         00024100
       0000-PRINCIPAL                              SECTION.             00024200
      *-------------------------------------------------------*         00024300
                                                                        00024400
            PERFORM 1000-INICIAR.                                       00024500
            PERFORM 2000-LISTAR-NOTA                                    00024600
               UNTIL WRK-FS-RETSERV NOT EQUAL '00'.                     00024700
            PERFORM 3000-LISTAR-GUIAS.                                  00024800
            PERFORM 8000-FINALIZAR.                                     00024900
                                                                        00025000
      *-------------------------------------------------------*         00025100
       0000-999-FIM.                               EXIT.                00025200
      *-------------------------------------------------------*         00025300
                                                                        00025400
      *-------------------------------------------------------*         00025500
       1000-INICIAR                               SECTION.              00025600
      *-------------------------------------------------------*         00025700
                                                                        00025800
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00025900
                                                                        00026000
             MOVE 'FR03CB55' TO WRK-JOB-PROGRAMA.                       00026100
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00026200
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00026300
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00026400
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00026500
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00026600
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00026700
                  WRK-JOB-RETORNO                                       00026800
                 ON EXCEPTION                                           00026900
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00027000
             END-CALL.                                                  00027100
                                                                        00027200
      *      COMPETENCIA PADRAO: O MES ANTERIOR AO DA RODADA            00027300
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00027400
             IF WRK-CPT-MES EQUAL 1                                     00027500
                MOVE 12 TO WRK-CPT-MES                                  00027600
                SUBTRACT 1 FROM WRK-CPT-ANO                             00027700
             ELSE                                                       00027800
                SUBTRACT 1 FROM WRK-CPT-MES                             00027900
             END-IF.                                                    00028000
                                                                        00028100
             MOVE 'FR03CB55'     TO WRK-PSV-PROGRAMA.                   00028600
             PERFORM 1100-APLICAR-PARAMETROS.                           00029100
                                                                        00029600
             OPEN INPUT RETSERV.                                        00029700
             IF WRK-FS-RETSERV NOT EQUAL '00'                           00029800
                MOVE ' ERRO OPEN RETSERV ' TO WRK-MSG                   00029900
                PERFORM 9000-TRATAR-ERROS                               00030000
             END-IF.                                                    00030100
                                                                        00030200
             OPEN OUTPUT RELRET.                                        00030300
             IF WRK-FS-RELRET NOT EQUAL '00'                            00030400
                MOVE ' ERRO OPEN RELRET ' TO WRK-MSG                    00030500
                PERFORM 9000-TRATAR-ERROS                               00030600
             END-IF.                                                    00030700
                                                                        00030800
             MOVE WRK-CPT-MES TO WRK-LCB-MES.                           00030900
             MOVE WRK-CPT-ANO TO WRK-LCB-ANO.                           00031000
             WRITE FD-RELRET FROM WRK-LIN-CAB.                          00031100
             WRITE FD-RELRET FROM WRK-LIN-TRACO.                        00031200
             WRITE FD-RELRET FROM WRK-LIN-TITULO.                       00031300
             WRITE FD-RELRET FROM WRK-LIN-TRACO.                        00031400
                                                                        00031500
             DISPLAY '===================================='.            00031600
             DISPLAY ' RETENCOES DAS NOTAS DE SERVICO '.                00031700
             DISPLAY ' COMPETENCIA: ' WRK-COMPETENCIA.                  00031800
             DISPLAY '===================================='.            00031900
                                                                        00032000
             READ RETSERV.                                              00032100
                                                                        00032200
      *-------------------------------------------------------*         00032300
       1000-999-FIM.                              EXIT.                 00032400
      *-------------------------------------------------------*         00032500
                                                                        00032600
      *-------------------------------------------------------*         00032700
       1100-APLICAR-PARAMETROS                    SECTION.              00032800
      *-------------------------------------------------------*         00032900
                                                                        00033000
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00033050
             PERFORM 1110-CHAMAR-PARMSERV.                              00033100
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00033150
                WRK-PSV-VALOR(1:6) NUMERIC                              00033200
                MOVE WRK-PSV-VALOR(1:6) TO WRK-COMPETENCIA              00033250
             END-IF.                                                    00033300
             MOVE 'COD-IRRF'     TO WRK-PSV-NOME.                       00033350
             PERFORM 1110-CHAMAR-PARMSERV.                              00033400
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00033450
                WRK-PSV-VALOR NOT EQUAL SPACES                          00033500
                MOVE WRK-PSV-VALOR(1:4) TO WRK-COD-IRRF                 00033550
             END-IF.                                                    00033600
             MOVE 'COD-CSRF'     TO WRK-PSV-NOME.                       00033650
             PERFORM 1110-CHAMAR-PARMSERV.                              00033700
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00033750
                WRK-PSV-VALOR NOT EQUAL SPACES                          00033800
                MOVE WRK-PSV-VALOR(1:4) TO WRK-COD-CSRF                 00033850
             END-IF.                                                    00033900
             MOVE 'COD-INSS'     TO WRK-PSV-NOME.                       00033950
             PERFORM 1110-CHAMAR-PARMSERV.                              00034000
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00034050
                WRK-PSV-VALOR NOT EQUAL SPACES                          00034100
                MOVE WRK-PSV-VALOR(1:4) TO WRK-COD-INSS                 00034150
             END-IF.                                                    00034200
             MOVE 'COD-ISS'      TO WRK-PSV-NOME.                       00034250
             PERFORM 1110-CHAMAR-PARMSERV.                              00034300
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00034350
                WRK-PSV-VALOR NOT EQUAL SPACES                          00034400
                MOVE WRK-PSV-VALOR(1:4) TO WRK-COD-ISS                  00034450
             END-IF.                                                    00034500
             MOVE 'DIA-IRRF'     TO WRK-PSV-NOME.                       00034571
             PERFORM 1110-CHAMAR-PARMSERV.                              00034642
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00034713
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00034784
                WRK-PSV-NUMERO NOT GREATER THAN 28                      00034855
                MOVE WRK-PSV-NUMERO TO WRK-DIA-IRRF                     00034926
             END-IF.                                                    00035000
             MOVE 'DIA-CSRF'     TO WRK-PSV-NOME.                       00035071
             PERFORM 1110-CHAMAR-PARMSERV.                              00035142
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00035213
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00035284
                WRK-PSV-NUMERO NOT GREATER THAN 28                      00035355
                MOVE WRK-PSV-NUMERO TO WRK-DIA-CSRF                     00035426
             END-IF.                                                    00035500
             MOVE 'DIA-INSS'     TO WRK-PSV-NOME.                       00035571
             PERFORM 1110-CHAMAR-PARMSERV.                              00035642
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00035713
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00035784
                WRK-PSV-NUMERO NOT GREATER THAN 28                      00035855
                MOVE WRK-PSV-NUMERO TO WRK-DIA-INSS                     00035926
             END-IF.                                                    00036000
             MOVE 'DIA-ISS'      TO WRK-PSV-NOME.                       00036071
             PERFORM 1110-CHAMAR-PARMSERV.                              00036142
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00036213
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00036284
                WRK-PSV-NUMERO NOT GREATER THAN 28                      00036355
                MOVE WRK-PSV-NUMERO TO WRK-DIA-ISS                      00036426
             END-IF.                                                    00036500
                                                                        00036600
      *-------------------------------------------------------*         00036700
       1100-999-FIM.                              EXIT.                 00036800
      *-------------------------------------------------------*         00036806
                                                                        00036812
      *-------------------------------------------------------*         00036818
       1110-CHAMAR-PARMSERV                       SECTION.              00036824
      *-------------------------------------------------------*         00036830
                                                                        00036836
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00036842
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00036848
                 ON EXCEPTION                                           00036854
                    MOVE '02' TO WRK-PSV-RETORNO                        00036860
             END-CALL.                                                  00036866
                                                                        00036872
      *-------------------------------------------------------*         00036878
       1110-999-FIM.                              EXIT.                 00036884
      *-------------------------------------------------------*         00036900
                                                                        00037000
      *---------------------------------------------------------------  00037100
      *    2000-LISTAR-NOTA                                             00037200
      *    SO AS NOTAS EMITIDAS NA COMPETENCIA; AS DEMAIS GERACOES      00037300
      *    CONCATENADAS SAO IGNORADAS.                                  00037400
      *---------------------------------------------------------------  00037500
       2000-LISTAR-NOTA                           SECTION.              00037600
                                                                        00037700
             ADD 1 TO WRK-REG-LIDOS.                                    00037800
             IF FD-RSV-DATA(1:6) EQUAL WRK-COMPETENCIA                  00037900
                ADD 1 TO WRK-REG-COMPETENCIA                            00038000
                ADD FD-RSV-BRUTO TO WRK-TOT-BRUTO                       00038100
                IF FD-RSV-IRRF GREATER THAN ZEROS                       00038200
                   ADD FD-RSV-IRRF TO WRK-TOT-IRRF                      00038300
                   ADD 1 TO WRK-QTDE-IRRF                               00038400
                END-IF                                                  00038500
                IF FD-RSV-ISS GREATER THAN ZEROS                        00038600
                   ADD FD-RSV-ISS TO WRK-TOT-ISS                        00038700
                   ADD 1 TO WRK-QTDE-ISS                                00038800
                END-IF                                                  00038900
                IF FD-RSV-CSRF GREATER THAN ZEROS                       00039000
                   ADD FD-RSV-CSRF TO WRK-TOT-CSRF                      00039100
                   ADD 1 TO WRK-QTDE-CSRF                               00039200
                END-IF                                                  00039300
                IF FD-RSV-INSS GREATER THAN ZEROS                       00039400
                   ADD FD-RSV-INSS TO WRK-TOT-INSS                      00039500
                   ADD 1 TO WRK-QTDE-INSS                               00039600
                END-IF                                                  00039700
                                                                        00039800
                MOVE FD-RSV-FORNECEDOR TO WRK-LDT-FORNECEDOR            00039900
                MOVE FD-RSV-NOTA       TO WRK-LDT-NOTA                  00040000
                MOVE FD-RSV-SERVICO    TO WRK-LDT-SERVICO               00040100
                MOVE FD-RSV-DATA(7:2)  TO WRK-LDT-DIA                   00040200
                MOVE FD-RSV-DATA(5:2)  TO WRK-LDT-MES                   00040300
                MOVE FD-RSV-DATA(1:4)  TO WRK-LDT-ANO                   00040400
                MOVE FD-RSV-BRUTO      TO WRK-LDT-BRUTO                 00040500
                MOVE FD-RSV-IRRF       TO WRK-LDT-IRRF                  00040600
                MOVE FD-RSV-ISS        TO WRK-LDT-ISS                   00040700
                MOVE FD-RSV-CSRF       TO WRK-LDT-CSRF                  00040800
                MOVE FD-RSV-INSS       TO WRK-LDT-INSS                  00040900
                WRITE FD-RELRET FROM WRK-LIN-DETALHE                    00041000
             END-IF.                                                    00041100
                                                                        00041200
             READ RETSERV.                                              00041300
                                                                        00041400
      *-------------------------------------------------------*         00041500
       2000-999-FIM.                              EXIT.                 00041600
      *-------------------------------------------------------*         00041700
                                                                        00041800
      *---------------------------------------------------------------  00041900
      *    3000-LISTAR-GUIAS                                            00042000
      *    TOTAL DO MES E UMA LINHA POR TRIBUTO COM VALOR, VENCENDO     00042100
      *    NO MES SEGUINTE AO DA COMPETENCIA.                           00042200
      *---------------------------------------------------------------  00042300
       3000-LISTAR-GUIAS                          SECTION.              00042400
                                                                        00042500
             WRITE FD-RELRET FROM WRK-LIN-TRACO.                        00042600
             MOVE WRK-REG-COMPETENCIA TO WRK-LTT-QTDE.                  00042700
             MOVE WRK-TOT-BRUTO       TO WRK-LTT-BRUTO.                 00042800
             WRITE FD-RELRET FROM WRK-LIN-TOTAL.                        00042900
             WRITE FD-RELRET FROM WRK-LIN-TRACO.                        00043000
             WRITE FD-RELRET FROM WRK-LIN-GUIA-TIT.                     00043100
             WRITE FD-RELRET FROM WRK-LIN-TRACO.                        00043200
                                                                        00043300
             MOVE WRK-CPT-ANO TO WRK-VCT-ANO.                           00043400
             MOVE WRK-CPT-MES TO WRK-VCT-MES.                           00043500
             IF WRK-VCT-MES EQUAL 12                                    00043600
                MOVE 1 TO WRK-VCT-MES                                   00043700
                ADD 1 TO WRK-VCT-ANO                                    00043800
             ELSE                                                       00043900
                ADD 1 TO WRK-VCT-MES                                    00044000
             END-IF.                                                    00044100
                                                                        00044200
             IF WRK-TOT-IRRF GREATER THAN ZEROS                         00044300
                MOVE 'IRRF'          TO WRK-GUI-TRIBUTO                 00044400
                MOVE WRK-COD-IRRF    TO WRK-GUI-CODIGO                  00044500
                MOVE WRK-DIA-IRRF    TO WRK-GUI-DIA                     00044600
                MOVE WRK-QTDE-IRRF   TO WRK-GUI-QTDE                    00044700
                MOVE WRK-TOT-IRRF    TO WRK-GUI-VALOR                   00044800
                PERFORM 3100-LISTAR-GUIA                                00044900
             END-IF.                                                    00045000
                                                                        00045100
             IF WRK-TOT-CSRF GREATER THAN ZEROS                         00045200
                MOVE 'PIS/COFINS/CSLL' TO WRK-GUI-TRIBUTO               00045300
                MOVE WRK-COD-CSRF    TO WRK-GUI-CODIGO                  00045400
                MOVE WRK-DIA-CSRF    TO WRK-GUI-DIA                     00045500
                MOVE WRK-QTDE-CSRF   TO WRK-GUI-QTDE                    00045600
                MOVE WRK-TOT-CSRF    TO WRK-GUI-VALOR                   00045700
                PERFORM 3100-LISTAR-GUIA                                00045800
             END-IF.                                                    00045900
                                                                        00046000
             IF WRK-TOT-INSS GREATER THAN ZEROS                         00046100
                MOVE 'INSS'          TO WRK-GUI-TRIBUTO                 00046200
                MOVE WRK-COD-INSS    TO WRK-GUI-CODIGO                  00046300
                MOVE WRK-DIA-INSS    TO WRK-GUI-DIA                     00046400
                MOVE WRK-QTDE-INSS   TO WRK-GUI-QTDE                    00046500
                MOVE WRK-TOT-INSS    TO WRK-GUI-VALOR                   00046600
                PERFORM 3100-LISTAR-GUIA                                00046700
             END-IF.                                                    00046800
                                                                        00046900
             IF WRK-TOT-ISS GREATER THAN ZEROS                          00047000
                MOVE 'ISS'           TO WRK-GUI-TRIBUTO                 00047100
                MOVE WRK-COD-ISS     TO WRK-GUI-CODIGO                  00047200
                MOVE WRK-DIA-ISS     TO WRK-GUI-DIA                     00047300
                MOVE WRK-QTDE-ISS    TO WRK-GUI-QTDE                    00047400
                MOVE WRK-TOT-ISS     TO WRK-GUI-VALOR                   00047500
                PERFORM 3100-LISTAR-GUIA                                00047600
             END-IF.                                                    00047700
                                                                        00047800
      *-------------------------------------------------------*         00047900
       3000-999-FIM.                              EXIT.                 00048000
      *-------------------------------------------------------*         00048100
                                                                        00048200
      *---------------------------------------------------------------  00048300
      *    3100-LISTAR-GUIA                                             00048400
      *    VENCIMENTO LEGAL EM DIA NAO UTIL E ANTECIPADO PARA O DIA     00048500
      *    UTIL ANTERIOR (FUNCAO 04 DA DATASERV).                       00048600
      *---------------------------------------------------------------  00048700
       3100-LISTAR-GUIA                           SECTION.              00048800
                                                                        00048900
             MOVE WRK-GUI-DIA TO WRK-VCT-DIA.                           00049000
             MOVE WRK-VENCIMENTO TO WRK-DSV-DATA-1.                     00049100
             MOVE '02' TO WRK-DSV-FUNCAO.                               00049200
             PERFORM 3200-CHAMAR-DATASERV.                              00049300
             IF WRK-DSV-CLASSE EQUAL 'U'                                00049400
                MOVE WRK-VENCIMENTO TO WRK-LGU-VENCIMENTO               00049500
             ELSE                                                       00049600
                MOVE '04' TO WRK-DSV-FUNCAO                             00049700
                PERFORM 3200-CHAMAR-DATASERV                            00049800
                MOVE WRK-DSV-DATA-2 TO WRK-LGU-VENCIMENTO               00049900
             END-IF.                                                    00050000
                                                                        00050100
             MOVE WRK-GUI-TRIBUTO TO WRK-LGU-TRIBUTO.                   00050200
             MOVE WRK-GUI-CODIGO  TO WRK-LGU-CODIGO.                    00050300
             MOVE WRK-GUI-QTDE    TO WRK-LGU-QTDE.                      00050400
             MOVE WRK-GUI-VALOR   TO WRK-LGU-VALOR.                     00050500
             WRITE FD-RELRET FROM WRK-LIN-GUIA.                         00050600
             ADD 1 TO WRK-REG-GUIAS.                                    00050700
                                                                        00050800
             DISPLAY ' GUIA ' WRK-GUI-TRIBUTO ' COD ' WRK-GUI-CODIGO    00050900
                     ' VENCTO ' WRK-LGU-VENCIMENTO                      00051000
                     ' VALOR ' WRK-LGU-VALOR.                           00051100
                                                                        00051200
      *-------------------------------------------------------*         00051300
       3100-999-FIM.                              EXIT.                 00051400
      *-------------------------------------------------------*         00051500
                                                                        00051600
      *-------------------------------------------------------*         00051700
       3200-CHAMAR-DATASERV                       SECTION.              00051800
      *-------------------------------------------------------*         00051900
                                                                        00052000
             CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                 00052100
                  WRK-DSV-FUNCAO, WRK-DSV-RETORNO                       00052200
                 ON EXCEPTION                                           00052300
                    MOVE ' DATASERV AUSENTE OU FALHOU ' TO WRK-MSG      00052400
                    PERFORM 9000-TRATAR-ERROS                           00052500
             END-CALL.                                                  00052600
             IF WRK-DSV-RETORNO NOT EQUAL '00'                          00052700
                MOVE ' DATASERV RECUSOU A DATA ' TO WRK-MSG             00052800
                PERFORM 9000-TRATAR-ERROS                               00052900
             END-IF.                                                    00053000
                                                                        00053100
      *-------------------------------------------------------*         00053200
       3200-999-FIM.                              EXIT.                 00053300
      *-------------------------------------------------------*         00053400
                                                                        00053500
      *-------------------------------------------------------*         00053600
       8000-FINALIZAR                             SECTION.              00053700
      *-------------------------------------------------------*         00053800
                                                                        00053900
             CLOSE RETSERV.                                             00054000
             CLOSE RELRET.                                              00054100
                                                                        00054200
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00054300
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00054400
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00054500
             MOVE WRK-REG-COMPETENCIA TO WRK-JOB-GRAVADOS.              00054600
             MOVE ZEROS TO WRK-JOB-REJEITADOS.                          00054700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00054800
                  WRK-JOB-RETORNO                                       00054900
                 ON EXCEPTION                                           00055000
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00055100
             END-CALL.                                                  00055200
                                                                        00055300
             DISPLAY '===================================='.            00055400
             DISPLAY ' RETSERV LIDOS.........: ' WRK-REG-LIDOS.         00055500
             DISPLAY ' NOTAS DA COMPETENCIA..: ' WRK-REG-COMPETENCIA.   00055600
             DISPLAY ' TRIBUTOS A RECOLHER...: ' WRK-REG-GUIAS.         00055700
             DISPLAY '==================================== '.           00055800
                STOP RUN.                                               00055900
                                                                        00056000
      *-------------------------------------------------------*         00056100
       8000-999-FIM.                              EXIT.                 00056200
      *-------------------------------------------------------*         00056300
                                                                        00056400
      *-------------------------------------------------------*         00056500
       9000-TRATAR-ERROS                           SECTION.             00056600
      *-------------------------------------------------------*         00056700
                                                                        00056800
             DISPLAY '-----------------------------'.                   00056900
             DISPLAY WRK-MSG.                                           00057000
             DISPLAY '-----------------------------'.                   00057100
                STOP RUN.                                               00057200
                                                                        00057300
      *-------------------------------------------------------*         00057400
       9000-999-FIM.                              EXIT.                 00057500
      *-------------------------------------------------------*         00057600
