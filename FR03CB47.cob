      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB47.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 24/07/2023                                       00000800
      *     OBJETIVO : BAIXA DAS GUIAS DE INSS E IRRF PAGAS E           00000900
      *              : CONTABILIZACAO -- CONFRONTA A CONFIRMACAO        00001000
      *              : DE PAGAMENTO DO BANCO (GUIAPAG) COM AS           00001100
      *              : GUIAS EM ABERTO DO FR03CB46 (GUIAREC) E,         00001200
      *              : PARA CADA GUIA PAGA, GERA NO LANCTO O PAR        00001300
      *              : QUE ZERA A CONTA DE TRIBUTO A RECOLHER QUE       00001400
      *              : O FR03DB36 CREDITA: D INSS (OU IRRF) A           00001500
      *              : RECOLHER DO PARMSERV, C CAIXA (CREDITO DA        00001600
      *              : REGRA GR DO CTAREGRA). O QUE FOR PAGO ALEM       00001700
      *              : DO SALDO DA GUIA (MULTA E JUROS DE ATRASO)       00001800
      *              : VAI A DEBITO DA CONTA AUXILIAR DA REGRA GR.      00001900
      *              : AS GUIAS SAEM NO GUIANOVO, QUE E O GUIAREC       00002000
      *              : DA PROXIMA RODADA (O JCL CONCATENA AS            00002100
      *              : GUIAS NOVAS DO FR03CB46).                        00002200
      *-------------------------------------------------------------*   00002300
      *     PAGAMENTO MENOR QUE A GUIA BAIXA SO O PAGO E A GUIA         00002400
      *     SEGUE ABERTA PELO SALDO. GUIA PAGA SAI NO GUIANOVO SO       00002500
      *     NA RODADA DA BAIXA. GUIA AINDA ABERTA COM VENCIMENTO        00002600
      *     ATE HOJE E AVISADA NA SYSOUT. O VALOR DO LANCTO E           00002700
      *     LIMITADO A 99999,99 PELO LAYOUT E E QUEBRADO COMO NO        00002800
      *     FR03DB36.                                                   00002900
      *-------------------------------------------------------------*   00002912
      *     MANUTENCAO:                                                 00002924
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00002936
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00002948
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00002960
      *       A QUEBRA EM VARIOS LANCAMENTOS FICA SO PARA VALOR         00002972
      *       ACIMA DE 999.999.999,99.                                  00002984
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        00002987
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       00002990
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       00002993
      *       UM LOTE POR GUIA BAIXADA (ORIGEM GR).                     00002996
      *     - 04/12/2023: AS CONTAS DA FOLHA SAIRAM DO CTAFOLHA E       00002997
      *       PASSARAM A SER LIDAS NO CADASTRO CENTRAL DE PARAMETROS    00002998
      *       (PARMSERV, CTAFOLHA/INSS E IRRF, AS MESMAS DO FR03DB36).  00002999
      *===========================================================*     00003000
      *===========================================================*     00003100
       ENVIRONMENT                                    DIVISION.         00003200
      *===========================================================*     00003300
       CONFIGURATION                                  SECTION.          00003400
      *===========================================================*     00003500
                                                                        00003600
          SPECIAL-NAMES.                                                00003700
              DECIMAL-POINT IS COMMA.                                   00003800
                                                                        00003900
      *===========================================================*     00004000
       INPUT-OUTPUT                                   SECTION.          00004100
      *===========================================================*     00004200
       FILE-CONTROL.                                                    00004300
                                                                        00004400
                                                                        00004700
           SELECT CTAREGRA  ASSIGN TO CTAREGRA                          00004800
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00004900
                                                                        00005000
           SELECT GUIAREC   ASSIGN TO GUIAREC                           00005100
                FILE STATUS  IS WRK-FS-GUIAREC.                         00005200
                                                                        00005300
           SELECT GUIAPAG   ASSIGN TO GUIAPAG                           00005400
                FILE STATUS  IS WRK-FS-GUIAPAG.                         00005500
                                                                        00005600
           SELECT GUIANOVO  ASSIGN TO GUIANOVO                          00005700
                FILE STATUS  IS WRK-FS-GUIANOVO.                        00005800
                                                                        00005900
           SELECT LANCTO    ASSIGN TO LANCTO                            00006000
                FILE STATUS  IS WRK-FS-LANCTO.                          00006100
                                                                        00006200
      *===========================================================*     00006300
       DATA                                       DIVISION.             00006400
      *===========================================================*     00006500
                                                                        00006600
      *-----------------------------------------------------------*     00006700
       FILE                                       SECTION.              00006800
      *-----------------------------------------------------------*     00006900
                                                                        00008000
       FD CTAREGRA                                                      00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-CTAREGRA.                                                  00008400
          05 FD-RGR-EVENTO    PIC X(02).                                00008500
          05 FD-RGR-DEBITO    PIC X(06).                                00008600
          05 FD-RGR-CREDITO   PIC X(06).                                00008700
          05 FD-RGR-AUXILIAR  PIC X(06).                                00008800
          05 FILLER           PIC X(10).                                00008900
                                                                        00009000
       FD GUIAREC                                                       00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-GUIAREC.                                                   00009400
          05 FD-GUI-TRIBUTO      PIC X(04).                             00009500
          05 FD-GUI-CODIGO       PIC X(04).                             00009600
          05 FD-GUI-COMPETENCIA  PIC X(06).                             00009700
          05 FD-GUI-VENCIMENTO   PIC X(10).                             00009800
          05 FD-GUI-VALOR        PIC 9(11)V99.                          00009900
          05 FD-GUI-QTDE-FUNC    PIC 9(05).                             00010000
          05 FD-GUI-EMISSAO      PIC X(08).                             00010100
          05 FD-GUI-SITUACAO     PIC X(01).                             00010200
             88 FD-GUI-ABERTA          VALUE 'A'.                       00010300
             88 FD-GUI-PAGA            VALUE 'P'.                       00010400
          05 FD-GUI-DATA-PAGTO   PIC X(08).                             00010500
          05 FD-GUI-VALOR-PAGO   PIC 9(11)V99.                          00010600
          05 FILLER              PIC X(08).                             00010700
                                                                        00010800
       FD GUIAPAG                                                       00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-GUIAPAG.                                                   00011200
          05 FD-GPG-TRIBUTO      PIC X(04).                             00011300
          05 FD-GPG-COMPETENCIA  PIC X(06).                             00011400
          05 FD-GPG-DATA-PAGTO   PIC X(08).                             00011500
          05 FD-GPG-VALOR        PIC 9(11)V99.                          00011600
          05 FILLER              PIC X(09).                             00011700
                                                                        00011800
       FD GUIANOVO                                                      00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-GUIANOVO            PIC X(80).                             00012200
                                                                        00012300
       FD LANCTO                                                        00012400
           RECORDING MODE IS F                                          00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       01 FD-LANCTO.                                                    00012700
          05 FD-DATA             PIC 9(08).                             00012800
          05 FD-LANCAMENTO       PIC X(30).                             00012900
          05 FD-VALOR            PIC 9(09)V99.                          00013000
          05 FD-TIPO             PIC X(01).                             00013100
          05 FD-CONTA            PIC X(06).                             00013200
          05 FD-CCUSTO           PIC X(04).                             00013300
          05 FD-LOTE             PIC X(12).                             00013333
          05 FD-REFERENCIA       PIC X(12).                             00013366
                                                                        00013400
      *-----------------------------------------------------------*     00013500
       WORKING-STORAGE                            SECTION.              00013600
      *-----------------------------------------------------------*     00013700
                                                                        00013800
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00014000
       77 WRK-FS-GUIAREC           PIC X(02)    VALUE ZEROS.            00014100
       77 WRK-FS-GUIAPAG           PIC X(02)    VALUE ZEROS.            00014200
       77 WRK-FS-GUIANOVO          PIC X(02)    VALUE ZEROS.            00014300
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00014400
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00014500
                                                                        00014512
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00014524
       01 WRK-LOTE.                                                     00014536
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'GR'.             00014548
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00014560
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE ZEROS.            00014572
                                                                        00014584
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00014600
       01 WRK-HOJE-ISO.                                                 00014700
          05 WRK-ISO-ANO           PIC X(04)    VALUE SPACES.           00014800
          05 FILLER                PIC X(01)    VALUE '-'.              00014900
          05 WRK-ISO-MES           PIC X(02)    VALUE SPACES.           00015000
          05 FILLER                PIC X(01)    VALUE '-'.              00015100
          05 WRK-ISO-DIA           PIC X(02)    VALUE SPACES.           00015200
                                                                        00015300
       77 WRK-CTA-INSS             PIC X(06)    VALUE SPACES.           00015400
       77 WRK-CTA-IRRF             PIC X(06)    VALUE SPACES.           00015500
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00015508
       01 WRK-PSV-AREA.                                                 00015516
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00015524
          05 WRK-PSV-NOME       PIC X(12).                              00015532
          05 WRK-PSV-VALOR      PIC X(30).                              00015540
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00015548
          05 WRK-PSV-NUMERICO   PIC X(01).                              00015556
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00015564
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00015572
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00015580
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00015588
       77 WRK-GR-CAIXA             PIC X(06)    VALUE SPACES.           00015600
       77 WRK-GR-ENCARGOS          PIC X(06)    VALUE SPACES.           00015700
                                                                        00015800
      *    GUIAS EM ABERTO, UMA POR ENTRADA NA ORDEM DO GUIAREC         00015900
       01 WRK-TAB-GUIAS.                                                00016000
          05 WRK-TAB-GUI-ITEM OCCURS 200 TIMES.                         00016100
             10 WRK-TAB-GUI-REGISTRO  PIC X(80).                        00016200
             10 WRK-TAB-GUI-BAIXADA   PIC X(01).                        00016300
       77 WRK-QTDE-GUIAS           PIC 9(03)    VALUE ZEROS.            00016400
       77 WRK-IDX                  PIC 9(03)    VALUE ZEROS.            00016500
       77 WRK-GUI-ACHADA           PIC X(01)    VALUE 'N'.              00016600
          88 WRK-GUIA-FOI-ACHADA            VALUE 'S'.                  00016700
          88 WRK-GUIA-NAO-ACHADA            VALUE 'N'.                  00016800
                                                                        00016900
       01 WRK-SALDO-GUIA           PIC 9(11)V99 VALUE ZEROS.            00017000
       01 WRK-VALOR-BAIXA          PIC 9(11)V99 VALUE ZEROS.            00017100
       01 WRK-VALOR-ENCARGO        PIC 9(11)V99 VALUE ZEROS.            00017200
       01 WRK-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.               00017300
                                                                        00017400
       01 WRK-VALOR-RESTANTE       PIC 9(11)V99 VALUE ZEROS.            00017500
       77 WRK-TIPO-LANCTO          PIC X(01)    VALUE SPACES.           00017600
       77 WRK-CONTA-LANCTO         PIC X(06)    VALUE SPACES.           00017700
       77 WRK-DATA-LANCTO          PIC X(08)    VALUE SPACES.           00017800
       01 WRK-TEXTO-LANCTO         PIC X(30)    VALUE SPACES.           00017900
                                                                        00018000
       77 WRK-REG-GUIAS            PIC 9(07)    VALUE ZEROS.            00018100
       77 WRK-REG-PAGAMENTOS       PIC 9(07)    VALUE ZEROS.            00018200
       77 WRK-REG-BAIXADAS         PIC 9(07)    VALUE ZEROS.            00018300
       77 WRK-REG-PARCIAIS         PIC 9(07)    VALUE ZEROS.            00018400
       77 WRK-REG-SEM-GUIA         PIC 9(07)    VALUE ZEROS.            00018500
       77 WRK-REG-VENCIDAS         PIC 9(07)    VALUE ZEROS.            00018600
       77 WRK-REG-GRAVADAS         PIC 9(07)    VALUE ZEROS.            00018700
       77 WRK-REG-GERADOS          PIC 9(07)    VALUE ZEROS.            00018800
                                                                        00018900
       01 WRK-JOB-REGISTRO.                                             00019000
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00019100
          05 WRK-JOB-EVENTO        PIC X(01).                           00019200
          05 WRK-JOB-SITUACAO      PIC X(01).                           00019300
          05 WRK-JOB-LIDOS         PIC 9(07).                           00019400
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00019500
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00019600
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00019700
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00019800
                                                                        00019900
      *-----------------------------------------------------------*     00020000
                                                                        00020100
      *===========================================================*     00020200
       PROCEDURE                                  DIVISION.             00020300
      *===========================================================*     00020400
                                                                        00020500
      *-------------------------------------------------------*         00020600
       0000-PRINCIPAL                              SECTION.             00020700
      *-------------------------------------------------------*         00020800
                                                                        00020900
            PERFORM 1000-INICIAR.                                       00021000
            PERFORM 2000-BAIXAR-PAGAMENTO                               00021100
               UNTIL WRK-FS-GUIAPAG NOT EQUAL '00'.                     00021200
            PERFORM 3000-GRAVAR-GUIAS.                                  00021300
            PERFORM 8000-FINALIZAR.                                     00021400
                                                                        00021500
      *-------------------------------------------------------*         00021600
       0000-999-FIM.                               EXIT.                00021700
      *-------------------------------------------------------*         00021800
                                                                        00021900
      *-------------------------------------------------------*         00022000
       1000-INICIAR                               SECTION.              00022100
      *-------------------------------------------------------*         00022200
                                                                        00022300
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00022400
             MOVE WRK-DATA-HOJE(1:4) TO WRK-ISO-ANO.                    00022500
             MOVE WRK-DATA-HOJE(5:2) TO WRK-ISO-MES.                    00022600
             MOVE WRK-DATA-HOJE(7:2) TO WRK-ISO-DIA.                    00022700
                                                                        00022800
             MOVE 'FR03CB47' TO WRK-JOB-PROGRAMA.                       00022900
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00023000
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00023100
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00023200
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00023300
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00023400
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00023500
                  WRK-JOB-RETORNO                                       00023600
                 ON EXCEPTION                                           00023700
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00023800
             END-CALL.                                                  00023900
                                                                        00024000
             MOVE 'CTAFOLHA'     TO WRK-PSV-PROGRAMA.                   00024066
             MOVE 'INSS'         TO WRK-PSV-NOME.                       00024132
             PERFORM 1010-CHAMAR-PARMSERV.                              00024198
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00024264
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00024330
                PERFORM 9000-TRATAR-ERROS                               00024400
             END-IF.                                                    00024500
             MOVE WRK-PSV-VALOR TO WRK-CTA-INSS.                        00024566
             MOVE 'IRRF'         TO WRK-PSV-NOME.                       00024632
             PERFORM 1010-CHAMAR-PARMSERV.                              00024698
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00024764
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00024830
                PERFORM 9000-TRATAR-ERROS                               00024900
             END-IF.                                                    00025000
             MOVE WRK-PSV-VALOR TO WRK-CTA-IRRF.                        00025200
                                                                        00025400
             OPEN INPUT CTAREGRA.                                       00025500
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00025600
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00025700
                PERFORM 9000-TRATAR-ERROS                               00025800
             END-IF.                                                    00025900
             READ CTAREGRA.                                             00026000
             PERFORM 1100-CARREGAR-REGRA                                00026100
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00026200
             CLOSE CTAREGRA.                                            00026300
             IF WRK-GR-CAIXA EQUAL SPACES OR                            00026400
                WRK-GR-ENCARGOS EQUAL SPACES                            00026500
                MOVE ' CTAREGRA SEM REGRA GR ' TO WRK-MSG               00026600
                PERFORM 9000-TRATAR-ERROS                               00026700
             END-IF.                                                    00026800
                                                                        00026900
             OPEN INPUT GUIAREC.                                        00027000
             IF WRK-FS-GUIAREC NOT EQUAL '00'                           00027100
                MOVE ' ERRO OPEN GUIAREC ' TO WRK-MSG                   00027200
                PERFORM 9000-TRATAR-ERROS                               00027300
             END-IF.                                                    00027400
             READ GUIAREC.                                              00027500
             PERFORM 1200-CARREGAR-GUIA                                 00027600
                UNTIL WRK-FS-GUIAREC NOT EQUAL '00'.                    00027700
             CLOSE GUIAREC.                                             00027800
                                                                        00027900
             OPEN INPUT GUIAPAG.                                        00028000
             IF WRK-FS-GUIAPAG NOT EQUAL '00'                           00028100
                MOVE ' ERRO OPEN GUIAPAG ' TO WRK-MSG                   00028200
                PERFORM 9000-TRATAR-ERROS                               00028300
             END-IF.                                                    00028400
                                                                        00028500
             OPEN OUTPUT GUIANOVO.                                      00028600
             IF WRK-FS-GUIANOVO NOT EQUAL '00'                          00028700
                MOVE ' ERRO OPEN GUIANOVO ' TO WRK-MSG                  00028800
                PERFORM 9000-TRATAR-ERROS                               00028900
             END-IF.                                                    00029000
                                                                        00029100
             OPEN EXTEND LANCTO.                                        00029200
             IF WRK-FS-LANCTO EQUAL '35'                                00029300
                OPEN OUTPUT LANCTO                                      00029400
             END-IF.                                                    00029500
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00029600
                MOVE ' ERRO OPEN LANCTO ' TO WRK-MSG                    00029700
                PERFORM 9000-TRATAR-ERROS                               00029800
             END-IF.                                                    00029900
                                                                        00030000
             DISPLAY '===================================='.            00030100
             DISPLAY ' BAIXA DAS GUIAS DE INSS / IRRF '.                00030200
             DISPLAY '===================================='.            00030300
                                                                        00030400
             READ GUIAPAG.                                              00030500
                                                                        00030600
      *-------------------------------------------------------*         00030700
       1000-999-FIM.                              EXIT.                 00030800
      *-------------------------------------------------------*         00030806
                                                                        00030812
      *-------------------------------------------------------*         00030818
       1010-CHAMAR-PARMSERV                       SECTION.              00030824
      *-------------------------------------------------------*         00030830
                                                                        00030836
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00030842
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00030848
                 ON EXCEPTION                                           00030854
                    MOVE '02' TO WRK-PSV-RETORNO                        00030860
             END-CALL.                                                  00030866
                                                                        00030872
      *-------------------------------------------------------*         00030878
       1010-999-FIM.                              EXIT.                 00030884
      *-------------------------------------------------------*         00030900
                                                                        00031000
      *-------------------------------------------------------*         00031100
       1100-CARREGAR-REGRA                        SECTION.              00031200
      *-------------------------------------------------------*         00031300
                                                                        00031400
             IF FD-RGR-EVENTO EQUAL 'GR'                                00031500
                MOVE FD-RGR-CREDITO  TO WRK-GR-CAIXA                    00031600
                MOVE FD-RGR-AUXILIAR TO WRK-GR-ENCARGOS                 00031700
             END-IF.                                                    00031800
             READ CTAREGRA.                                             00031900
                                                                        00032000
      *-------------------------------------------------------*         00032100
       1100-999-FIM.                              EXIT.                 00032200
      *-------------------------------------------------------*         00032300
                                                                        00032400
      *-------------------------------------------------------*         00032500
       1200-CARREGAR-GUIA                         SECTION.              00032600
      *-------------------------------------------------------*         00032700
                                                                        00032800
             ADD 1 TO WRK-REG-GUIAS.                                    00032900
             IF FD-GUI-ABERTA                                           00032933
                IF WRK-QTDE-GUIAS NOT LESS THAN 200                     00032966
                   MOVE ' TABELA DE GUIAS ESTOUROU (200) ' TO WRK-MSG   00032999
                   PERFORM 9000-TRATAR-ERROS                            00033032
                END-IF                                                  00033065
                ADD 1 TO WRK-QTDE-GUIAS                                 00033098
                MOVE FD-GUIAREC TO WRK-TAB-GUI-REGISTRO(WRK-QTDE-GUIAS) 00033131
                MOVE 'N' TO WRK-TAB-GUI-BAIXADA(WRK-QTDE-GUIAS)         00033164
             END-IF.                                                    00033200
             READ GUIAREC.                                              00034200
                                                                        00034300
      *-------------------------------------------------------*         00034400
       1200-999-FIM.                              EXIT.                 00034500
      *-------------------------------------------------------*         00034600
                                                                        00034700
      *---------------------------------------------------------------  00034800
      *    2000-BAIXAR-PAGAMENTO                                        00034900
      *    O PAGAMENTO ACHA A GUIA ABERTA DO MESMO TRIBUTO E            00035000
      *    COMPETENCIA. ATE O SALDO DA GUIA ZERA O TRIBUTO A            00035100
      *    RECOLHER; O EXCEDENTE E ENCARGO DE ATRASO.                   00035200
      *---------------------------------------------------------------  00035300
       2000-BAIXAR-PAGAMENTO                      SECTION.              00035400
                                                                        00035500
             ADD 1 TO WRK-REG-PAGAMENTOS.                               00035600
                                                                        00035700
             SET WRK-GUIA-NAO-ACHADA TO TRUE.                           00035800
             MOVE 1 TO WRK-IDX.                                         00035900
             PERFORM 2100-PROCURAR-GUIA                                 00036000
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-GUIAS               00036100
                   OR WRK-GUIA-FOI-ACHADA.                              00036200
             IF WRK-GUIA-NAO-ACHADA                                     00036300
                ADD 1 TO WRK-REG-SEM-GUIA                               00036400
                DISPLAY ' PAGAMENTO SEM GUIA ABERTA: '                  00036500
                        FD-GPG-TRIBUTO ' ' FD-GPG-COMPETENCIA           00036600
             ELSE                                                       00036666
                PERFORM 2050-APLICAR-PAGAMENTO                          00036732
             END-IF.                                                    00036800
             READ GUIAPAG.                                              00036803
                                                                        00036806
      *-------------------------------------------------------*         00036809
       2000-999-FIM.                              EXIT.                 00036812
      *-------------------------------------------------------*         00036815
                                                                        00036818
      *---------------------------------------------------------------  00036821
      *    2050-APLICAR-PAGAMENTO                                       00036824
      *    GUIA ACHADA: LANCA A BAIXA, O ENCARGO E A SAIDA DE CAIXA     00036827
      *    E ATUALIZA O SALDO DA GUIA NA TABELA.                        00036830
      *---------------------------------------------------------------  00036833
       2050-APLICAR-PAGAMENTO                     SECTION.              00036836
                                                                        00036839
             ADD 1 TO WRK-LOT-SEQ.                                      00036850
                                                                        00036900
             MOVE WRK-TAB-GUI-REGISTRO(WRK-IDX) TO FD-GUIAREC.          00037000
             COMPUTE WRK-SALDO-GUIA = FD-GUI-VALOR - FD-GUI-VALOR-PAGO  00037100
             END-COMPUTE.                                               00037200
             IF FD-GPG-VALOR GREATER THAN WRK-SALDO-GUIA                00037300
                MOVE WRK-SALDO-GUIA TO WRK-VALOR-BAIXA                  00037400
                COMPUTE WRK-VALOR-ENCARGO =                             00037500
                        FD-GPG-VALOR - WRK-SALDO-GUIA                   00037600
                END-COMPUTE                                             00037700
             ELSE                                                       00037800
                MOVE FD-GPG-VALOR TO WRK-VALOR-BAIXA                    00037900
                MOVE ZEROS TO WRK-VALOR-ENCARGO                         00038000
             END-IF.                                                    00038100
                                                                        00038200
             IF FD-GPG-DATA-PAGTO NUMERIC                               00038300
                MOVE FD-GPG-DATA-PAGTO TO WRK-DATA-LANCTO               00038400
             ELSE                                                       00038500
                MOVE WRK-DATA-HOJE TO WRK-DATA-LANCTO                   00038600
             END-IF.                                                    00038700
                                                                        00038800
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00038900
             STRING 'GUIA ' FD-GUI-TRIBUTO ' ' FD-GUI-COMPETENCIA       00039000
                    ' A RECOLHER' DELIMITED BY SIZE                     00039100
                    INTO WRK-TEXTO-LANCTO.                              00039200
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00039300
             IF FD-GUI-TRIBUTO EQUAL 'INSS'                             00039400
                MOVE WRK-CTA-INSS TO WRK-CONTA-LANCTO                   00039500
             ELSE                                                       00039600
                MOVE WRK-CTA-IRRF TO WRK-CONTA-LANCTO                   00039700
             END-IF.                                                    00039800
             MOVE WRK-VALOR-BAIXA TO WRK-VALOR-RESTANTE.                00039900
             PERFORM 2200-GRAVAR-QUEBRADO.                              00040000
                                                                        00040100
             IF WRK-VALOR-ENCARGO GREATER THAN ZEROS                    00040200
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00040300
                STRING 'GUIA ' FD-GUI-TRIBUTO ' ' FD-GUI-COMPETENCIA    00040400
                       ' ENCARGOS' DELIMITED BY SIZE                    00040500
                       INTO WRK-TEXTO-LANCTO                            00040600
                MOVE 'D' TO WRK-TIPO-LANCTO                             00040700
                MOVE WRK-GR-ENCARGOS TO WRK-CONTA-LANCTO                00040800
                MOVE WRK-VALOR-ENCARGO TO WRK-VALOR-RESTANTE            00040900
                PERFORM 2200-GRAVAR-QUEBRADO                            00041000
             END-IF.                                                    00041100
                                                                        00041200
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00041300
             STRING 'GUIA ' FD-GUI-TRIBUTO ' ' FD-GUI-COMPETENCIA       00041400
                    ' PAGTO' DELIMITED BY SIZE                          00041500
                    INTO WRK-TEXTO-LANCTO.                              00041600
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00041700
             MOVE WRK-GR-CAIXA TO WRK-CONTA-LANCTO.                     00041800
             MOVE FD-GPG-VALOR TO WRK-VALOR-RESTANTE.                   00041900
             PERFORM 2200-GRAVAR-QUEBRADO.                              00042000
                                                                        00042100
             ADD WRK-VALOR-BAIXA TO FD-GUI-VALOR-PAGO.                  00042200
             MOVE WRK-DATA-LANCTO TO FD-GUI-DATA-PAGTO.                 00042300
             IF FD-GUI-VALOR-PAGO NOT LESS THAN FD-GUI-VALOR            00042400
                MOVE 'P' TO FD-GUI-SITUACAO                             00042500
                MOVE 'S' TO WRK-TAB-GUI-BAIXADA(WRK-IDX)                00042600
                ADD 1 TO WRK-REG-BAIXADAS                               00042700
             ELSE                                                       00042800
                ADD 1 TO WRK-REG-PARCIAIS                               00042900
                COMPUTE WRK-VALOR-ED = FD-GUI-VALOR - FD-GUI-VALOR-PAGO 00043000
                END-COMPUTE                                             00043100
                DISPLAY ' GUIA ' FD-GUI-TRIBUTO ' ' FD-GUI-COMPETENCIA  00043200
                        ' PAGA A MENOR, SALDO ' WRK-VALOR-ED            00043300
             END-IF.                                                    00043400
             MOVE FD-GUIAREC TO WRK-TAB-GUI-REGISTRO(WRK-IDX).          00043500
                                                                        00043600
      *-------------------------------------------------------*         00044000
       2050-999-FIM.                              EXIT.                 00044100
      *-------------------------------------------------------*         00044200
                                                                        00044300
      *-------------------------------------------------------*         00044400
       2100-PROCURAR-GUIA                         SECTION.              00044500
      *-------------------------------------------------------*         00044600
                                                                        00044700
             MOVE WRK-TAB-GUI-REGISTRO(WRK-IDX) TO FD-GUIAREC.          00044800
             IF FD-GUI-TRIBUTO     EQUAL FD-GPG-TRIBUTO     AND         00044900
                FD-GUI-COMPETENCIA EQUAL FD-GPG-COMPETENCIA AND         00045000
                WRK-TAB-GUI-BAIXADA(WRK-IDX) EQUAL 'N'                  00045100
                SET WRK-GUIA-FOI-ACHADA TO TRUE                         00045200
             ELSE                                                       00045300
                ADD 1 TO WRK-IDX                                        00045400
             END-IF.                                                    00045500
                                                                        00045600
      *-------------------------------------------------------*         00045700
       2100-999-FIM.                              EXIT.                 00045800
      *-------------------------------------------------------*         00045900
                                                                        00046000
      *---------------------------------------------------------------  00046100
      *    2200-GRAVAR-QUEBRADO                                         00046200
      *    GRAVA O VALOR EM QUANTOS LANCAMENTOS DE ATE 99999,99         00046300
      *    FOREM PRECISOS (LIMITE DO LAYOUT DO LANCTO).                 00046400
      *---------------------------------------------------------------  00046500
       2200-GRAVAR-QUEBRADO                       SECTION.              00046600
                                                                        00046700
             PERFORM 2210-GRAVAR-PARCELA                                00046800
                UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.                   00046900
                                                                        00047000
      *-------------------------------------------------------*         00047100
       2200-999-FIM.                              EXIT.                 00047200
      *-------------------------------------------------------*         00047300
                                                                        00047400
      *-------------------------------------------------------*         00047500
       2210-GRAVAR-PARCELA                        SECTION.              00047600
      *-------------------------------------------------------*         00047700
                                                                        00047800
             MOVE SPACES           TO FD-LANCTO.                        00047900
             MOVE WRK-DATA-LANCTO  TO FD-DATA.                          00048000
             MOVE FD-DATA(3:6)     TO WRK-LOT-DATA.                     00048033
             MOVE WRK-LOTE         TO FD-LOTE.                          00048066
             MOVE WRK-TEXTO-LANCTO TO FD-LANCAMENTO.                    00048100
             MOVE WRK-TIPO-LANCTO  TO FD-TIPO.                          00048200
             MOVE WRK-CONTA-LANCTO TO FD-CONTA.                         00048300
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00048400
                MOVE 999999999,99 TO FD-VALOR                           00048500
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00048600
             ELSE                                                       00048700
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00048800
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00048900
             END-IF.                                                    00049000
             WRITE FD-LANCTO.                                           00049100
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00049200
                MOVE ' ERRO WRITE LANCTO ' TO WRK-MSG                   00049300
                PERFORM 9000-TRATAR-ERROS                               00049400
             END-IF.                                                    00049500
             ADD 1 TO WRK-REG-GERADOS.                                  00049600
                                                                        00049700
      *-------------------------------------------------------*         00049800
       2210-999-FIM.                              EXIT.                 00049900
      *-------------------------------------------------------*         00050000
                                                                        00050100
      *---------------------------------------------------------------  00050200
      *    3000-GRAVAR-GUIAS                                            00050300
      *    REGRAVA AS GUIAS NO GUIANOVO E AVISA AS QUE SEGUEM           00050400
      *    ABERTAS COM O VENCIMENTO JA CHEGADO.                         00050500
      *---------------------------------------------------------------  00050600
       3000-GRAVAR-GUIAS                          SECTION.              00050700
                                                                        00050800
             MOVE 1 TO WRK-IDX.                                         00050900
             PERFORM 3100-GRAVAR-GUIA                                   00051000
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-GUIAS.              00051100
                                                                        00051200
      *-------------------------------------------------------*         00051300
       3000-999-FIM.                              EXIT.                 00051400
      *-------------------------------------------------------*         00051500
                                                                        00051600
      *-------------------------------------------------------*         00051700
       3100-GRAVAR-GUIA                           SECTION.              00051800
      *-------------------------------------------------------*         00051900
                                                                        00052000
             MOVE WRK-TAB-GUI-REGISTRO(WRK-IDX) TO FD-GUIAREC.          00052100
             IF FD-GUI-ABERTA AND                                       00052200
                FD-GUI-VENCIMENTO NOT GREATER THAN WRK-HOJE-ISO         00052300
                ADD 1 TO WRK-REG-VENCIDAS                               00052400
                COMPUTE WRK-VALOR-ED = FD-GUI-VALOR - FD-GUI-VALOR-PAGO 00052500
                END-COMPUTE                                             00052600
                DISPLAY ' *** GUIA ' FD-GUI-TRIBUTO ' '                 00052700
                        FD-GUI-COMPETENCIA ' VENCE/VENCEU EM '          00052800
                        FD-GUI-VENCIMENTO ' SALDO ' WRK-VALOR-ED        00052900
             END-IF.                                                    00053000
                                                                        00053100
             MOVE FD-GUIAREC TO FD-GUIANOVO.                            00053200
             WRITE FD-GUIANOVO.                                         00053300
             IF WRK-FS-GUIANOVO NOT EQUAL '00'                          00053400
                MOVE ' ERRO WRITE GUIANOVO ' TO WRK-MSG                 00053500
                PERFORM 9000-TRATAR-ERROS                               00053600
             END-IF.                                                    00053700
             ADD 1 TO WRK-REG-GRAVADAS.                                 00053800
             ADD 1 TO WRK-IDX.                                          00053900
                                                                        00054000
      *-------------------------------------------------------*         00054100
       3100-999-FIM.                              EXIT.                 00054200
      *-------------------------------------------------------*         00054300
                                                                        00054400
      *-------------------------------------------------------*         00054500
       8000-FINALIZAR                             SECTION.              00054600
      *-------------------------------------------------------*         00054700
                                                                        00054800
             CLOSE GUIAPAG.                                             00054900
             CLOSE GUIANOVO.                                            00055000
             CLOSE LANCTO.                                              00055100
                                                                        00055200
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00055300
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00055400
             MOVE WRK-REG-PAGAMENTOS TO WRK-JOB-LIDOS.                  00055500
             MOVE WRK-REG-GERADOS TO WRK-JOB-GRAVADOS.                  00055600
             MOVE WRK-REG-SEM-GUIA TO WRK-JOB-REJEITADOS.               00055700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00055800
                  WRK-JOB-RETORNO                                       00055900
                 ON EXCEPTION                                           00056000
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00056100
             END-CALL.                                                  00056200
                                                                        00056300
             DISPLAY '===================================='.            00056400
             DISPLAY ' GUIAS LIDAS...........: ' WRK-REG-GUIAS.         00056500
             DISPLAY ' PAGAMENTOS LIDOS......: ' WRK-REG-PAGAMENTOS.    00056600
             DISPLAY ' GUIAS BAIXADAS........: ' WRK-REG-BAIXADAS.      00056700
             DISPLAY ' PAGAS A MENOR.........: ' WRK-REG-PARCIAIS.      00056800
             DISPLAY ' PAGAMENTOS SEM GUIA...: ' WRK-REG-SEM-GUIA.      00056900
             DISPLAY ' ABERTAS NO VENCIMENTO.: ' WRK-REG-VENCIDAS.      00057000
             DISPLAY ' GUIAS NO GUIANOVO.....: ' WRK-REG-GRAVADAS.      00057100
             DISPLAY ' LANCAMENTOS GERADOS...: ' WRK-REG-GERADOS.       00057200
             DISPLAY '==================================== '.           00057300
             IF WRK-REG-SEM-GUIA GREATER THAN ZEROS OR                  00057400
                WRK-REG-VENCIDAS GREATER THAN ZEROS                     00057500
                MOVE 4 TO RETURN-CODE                                   00057600
             END-IF.                                                    00057700
                STOP RUN.                                               00057800
                                                                        00057900
      *-------------------------------------------------------*         00058000
       8000-999-FIM.                              EXIT.                 00058100
      *-------------------------------------------------------*         00058200
                                                                        00058300
      *-------------------------------------------------------*         00058400
       9000-TRATAR-ERROS                           SECTION.             00058500
      *-------------------------------------------------------*         00058600
                                                                        00058700
             DISPLAY '-----------------------------'.                   00058800
             DISPLAY WRK-MSG.                                           00058900
             DISPLAY '-----------------------------'.                   00059000
                STOP RUN.                                               00059100
                                                                        00059200
      *-------------------------------------------------------*         00059300
       9000-999-FIM.                              EXIT.                 00059400
      *-------------------------------------------------------*         00059500
