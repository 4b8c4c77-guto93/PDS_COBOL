      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03DB44.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 19/06/2023                                       00000800
      *     OBJETIVO : CONTABILIZACAO MENSAL DO ESTOQUE E DO CUSTO      00000900
      *              : DA MERCADORIA VENDIDA, NO MOLDE DO FR03DB42      00001000
      *              : -- VALORIZA AO CUSTO MEDIO DO PRODMSTR           00001100
      *              : (FD-PM-CUSTO-MEDIO) OS MOVIMENTOS DO MES NO      00001200
      *              : MOVLOG (ARQ016) E OS RECEBIMENTOS DO MES NO      00001300
      *              : RECEBTO (ARQ014, QUE ENTRA DIRETO NO MESTRE)     00001400
      *              : E GERA OS LANCAMENTOS C/D BALANCEADOS NO         00001500
      *              : LAYOUT DO LANCTO, PELO TOTAL DO MES:             00001600
      *              :  CM - SAIDA VENDIDA (EXPEDICAO 'X' DO            00001700
      *              :       FR01CB05 E DEMAIS SAIDAS 'S'): D CMV,      00001800
      *              :       C ESTOQUE; A DEVOLUCAO DE CLIENTE          00001900
      *              :       (NCR DO FR01CB08) ESTORNA;                 00002000
      *              :  EM - ENTRADA DE MERCADORIA (RECEBTO E           00002100
      *              :       DEMAIS ENTRADAS 'E'): D ESTOQUE, C         00002200
      *              :       MERCADORIA RECEBIDA A FATURAR; A           00002300
      *              :       DEVOLUCAO AO FORNECEDOR (DVF DO            00002400
      *              :       ARQ031) ESTORNA;                           00002500
      *              :  AE - AJUSTE DA CONTAGEM (INV DO ARQ018):        00002600
      *              :       SOBRA D ESTOQUE, C GANHO (CONTA            00002700
      *              :       CREDITO); FALTA D PERDA (CONTA             00002800
      *              :       AUXILIAR), C ESTOQUE.                      00002900
      *              : NO FIM CONFERE O SALDO DA CONTA DE ESTOQUE       00003000
      *              : (CONTA DEBITO DO EM) COM O ESTOQUE FISICO        00003100
      *              : VALORIZADO (QTDE X CUSTO MEDIO DO PRODMSTR).     00003200
      *-------------------------------------------------------------*   00003300
      *     O SALDO DA CONTA E O DO FECHAMENTO ANTERIOR (ESTANT, NO     00003400
      *     ESQUEMA SALDOANT/SALDONOVO DO FR03CB25), MAIS OS            00003500
      *     LANCAMENTOS ACEITOS DO MES NA CONTA (ACEITO, GERACOES       00003600
      *     CONCATENADAS NO JCL) E OS GERADOS NESTA RODADA; O           00003700
      *     RESULTADO SAI NO ESTNOVO. A DIFERENCA APONTADA INCLUI A     00003800
      *     MERCADORIA RESERVADA PELO FR01CB04 E AINDA NAO FATURADA     00003900
      *     (O MESTRE JA BAIXOU, O CMV SO SAI NA EXPEDICAO) E A         00004000
      *     VARIACAO DO CUSTO MEDIO NO MES. TRANSFERENCIA ('T'/'R')     00004100
      *     E RESERVA DEVOLVIDA (CAN DO FR01CB10) NAO MEXEM NO VALOR    00004200
      *     DO ESTOQUE E SO SAO CONTADAS. COM O EM NO CTAREGRA, A       00004300
      *     REGRA CP DO FR03DB42 DEVE DEBITAR A CONTA DE MERCADORIA     00004400
      *     RECEBIDA A FATURAR. PARMSERV TRAZ A DATA DO FECHAMENTO      00004500
      *     (AAAAMMDD), QUE DEFINE O MES; SEM ELE, A DATA DO DIA.       00004600
      *-------------------------------------------------------------*   00004612
      *     MANUTENCAO:                                                 00004624
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00004636
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00004648
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00004660
      *       A QUEBRA EM VARIOS LANCAMENTOS FICA SO PARA VALOR         00004672
      *       ACIMA DE 999.999.999,99.                                  00004684
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        00004687
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       00004690
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       00004693
      *       UM LOTE POR RODADA (ORIGEM EQ).                           00004696
      *     - 04/12/2023: A DATA DO FECHAMENTO SAIU DO CTBPARM E FOI    00004697
      *       PARA O CADASTRO CENTRAL DE PARAMETROS (PARMSERV,          00004698
      *       CTBPARM/DATA, COMUM AO FR03CB54, FR03DB42 E FR03DB44).    00004699
      *===========================================================*     00004700
      *===========================================================*     00004800
       ENVIRONMENT                                    DIVISION.         00004900
      *===========================================================*     00005000
       CONFIGURATION                                  SECTION.          00005100
      *===========================================================*     00005200
                                                                        00005300
          SPECIAL-NAMES.                                                00005400
              DECIMAL-POINT IS COMMA.                                   00005500
                                                                        00005600
      *===========================================================*     00005700
       INPUT-OUTPUT                                   SECTION.          00005800
      *===========================================================*     00005900
       FILE-CONTROL.                                                    00006000
                                                                        00006100
           SELECT CTAREGRA  ASSIGN TO CTAREGRA                          00006200
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00006300
                                                                        00006400
                                                                        00006700
           SELECT PRODMSTR  ASSIGN TO PRODMSTR                          00006800
                ORGANIZATION IS INDEXED                                 00006900
                ACCESS MODE  IS DYNAMIC                                 00007000
                RECORD KEY   IS FD-PM-CODIGO                            00007100
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00007200
                                                                        00007300
           SELECT MOVLOG    ASSIGN TO MOVLOG                            00007400
                FILE STATUS  IS WRK-FS-MOVLOG.                          00007500
                                                                        00007600
           SELECT RECEBTO   ASSIGN TO RECEBTO                           00007700
                FILE STATUS  IS WRK-FS-RECEBTO.                         00007800
                                                                        00007900
           SELECT ACEITO    ASSIGN TO ACEITO                            00008000
                FILE STATUS  IS WRK-FS-ACEITO.                          00008100
                                                                        00008200
           SELECT ESTANT    ASSIGN TO ESTANT                            00008300
                FILE STATUS  IS WRK-FS-ESTANT.                          00008400
                                                                        00008500
           SELECT ESTNOVO   ASSIGN TO ESTNOVO                           00008600
                FILE STATUS  IS WRK-FS-ESTNOVO.                         00008700
                                                                        00008800
           SELECT LANCTO    ASSIGN TO LANCTO                            00008900
                FILE STATUS  IS WRK-FS-LANCTO.                          00009000
                                                                        00009100
      *===========================================================*     00009200
       DATA                                       DIVISION.             00009300
      *===========================================================*     00009400
                                                                        00009500
      *-----------------------------------------------------------*     00009600
       FILE                                       SECTION.              00009700
      *-----------------------------------------------------------*     00009800
                                                                        00009900
       FD CTAREGRA                                                      00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-CTAREGRA.                                                  00010300
          05 FD-RGR-EVENTO    PIC X(02).                                00010400
          05 FD-RGR-DEBITO    PIC X(06).                                00010500
          05 FD-RGR-CREDITO   PIC X(06).                                00010600
          05 FD-RGR-AUXILIAR  PIC X(06).                                00010700
          05 FILLER           PIC X(10).                                00010800
                                                                        00011500
       FD PRODMSTR                                                      00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-PRODMSTR.                                                  00011900
          05 FD-PM-CODIGO         PIC X(06).                            00012000
          05 FD-PM-DESCRICAO      PIC X(30).                            00012100
          05 FD-PM-PRECO          PIC 9(07)V99.                         00012200
          05 FD-PM-QTDE           PIC 9(05).                            00012300
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00012400
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00012500
          05 FD-PM-EAN            PIC X(13).                            00012600
                                                                        00012700
       FD MOVLOG                                                        00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-MOVLOG.                                                    00013100
          05 FD-LOG-CODIGO        PIC X(06).                            00013200
          05 FD-LOG-DATA          PIC X(08).                            00013300
          05 FD-LOG-TIPO          PIC X(01).                            00013400
             88 FD-LOG-ENTRADA          VALUE 'E'.                      00013500
             88 FD-LOG-SAIDA            VALUE 'S'.                      00013600
             88 FD-LOG-EXPEDICAO        VALUE 'X'.                      00013700
          05 FD-LOG-QTDE          PIC 9(05).                            00013800
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00013900
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00014000
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00014100
          05 FD-LOG-LOTE          PIC X(10).                            00014200
          05 FD-LOG-DEPOSITO      PIC X(02).                            00014300
                                                                        00014400
       FD RECEBTO                                                       00014500
           RECORDING MODE IS F                                          00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
       01 FD-RECEBTO.                                                   00014800
          05 FD-RCB-PEDIDO        PIC 9(06).                            00014900
          05 FD-RCB-ITEM          PIC 9(03).                            00015000
          05 FD-RCB-FORNECEDOR    PIC X(06).                            00015100
          05 FD-RCB-CODIGO        PIC X(06).                            00015200
          05 FD-RCB-QTDE          PIC 9(05).                            00015300
          05 FD-RCB-DATA          PIC X(08).                            00015400
          05 FD-RCB-DIVERGENCIA   PIC X(01).                            00015500
          05 FILLER               PIC X(05).                            00015600
                                                                        00015700
       FD ACEITO                                                        00015800
           RECORDING MODE IS F                                          00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-ACEITO.                                                    00016100
          05 FD-ACE-DATA         PIC 9(08).                             00016200
          05 FD-ACE-DATA-R REDEFINES FD-ACE-DATA.                       00016300
             10 FD-ACE-MES       PIC X(06).                             00016400
             10 FILLER           PIC X(02).                             00016500
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00016600
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00016700
          05 FD-ACE-TIPO         PIC X(01).                             00016800
          05 FD-ACE-CONTA        PIC X(06).                             00016900
          05 FD-ACE-CCUSTO       PIC X(04).                             00017000
                                                                        00017100
       FD ESTANT                                                        00017200
           RECORDING MODE IS F                                          00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
       01 FD-ESTANT.                                                    00017500
          05 FD-ANT-SALDO        PIC S9(12)V99 SIGN IS LEADING          00017600
                                              SEPARATE.                 00017700
          05 FD-ANT-DATA         PIC 9(08).                             00017800
                                                                        00017900
       FD ESTNOVO                                                       00018000
           RECORDING MODE IS F                                          00018100
           BLOCK CONTAINS 0 RECORDS.                                    00018200
       01 FD-ESTNOVO.                                                   00018300
          05 FD-NOVO-SALDO       PIC S9(12)V99 SIGN IS LEADING          00018400
                                              SEPARATE.                 00018500
          05 FD-NOVO-DATA        PIC 9(08).                             00018600
                                                                        00018700
       FD LANCTO                                                        00018800
           RECORDING MODE IS F                                          00018900
           BLOCK CONTAINS 0 RECORDS.                                    00019000
       01 FD-LANCTO.                                                    00019100
          05 FD-DATA             PIC 9(08).                             00019200
          05 FD-LANCAMENTO       PIC X(30).                             00019300
          05 FD-VALOR            PIC 9(09)V99.                          00019400
          05 FD-TIPO             PIC X(01).                             00019500
          05 FD-CONTA            PIC X(06).                             00019600
          05 FD-CCUSTO           PIC X(04).                             00019700
          05 FD-LOTE             PIC X(12).                             00019733
          05 FD-REFERENCIA       PIC X(12).                             00019766
                                                                        00019800
      *-----------------------------------------------------------*     00019900
       WORKING-STORAGE                            SECTION.              00020000
      *-----------------------------------------------------------*     00020100
                                                                        00020200
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00020300
       77 WRK-FS-PRODMSTR          PIC X(02)    VALUE ZEROS.            00020500
       77 WRK-FS-MOVLOG            PIC X(02)    VALUE ZEROS.            00020600
       77 WRK-FS-RECEBTO           PIC X(02)    VALUE ZEROS.            00020700
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00020800
       77 WRK-FS-ESTANT            PIC X(02)    VALUE ZEROS.            00020900
       77 WRK-FS-ESTNOVO           PIC X(02)    VALUE ZEROS.            00021000
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00021100
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00021200
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00021201
       01 WRK-PSV-AREA.                                                 00021202
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00021203
          05 WRK-PSV-NOME       PIC X(12).                              00021204
          05 WRK-PSV-VALOR      PIC X(30).                              00021205
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00021206
          05 WRK-PSV-NUMERICO   PIC X(01).                              00021207
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00021208
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00021209
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00021210
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00021211
                                                                        00021212
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00021224
       01 WRK-LOTE.                                                     00021236
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'EQ'.             00021248
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00021260
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE 1.                00021272
                                                                        00021284
       01 WRK-DATA-HOJE.                                                00021300
          05 WRK-MES-FECHAMENTO    PIC X(06)    VALUE SPACES.           00021400
          05 FILLER                PIC X(02)    VALUE SPACES.           00021500
                                                                        00021600
      *    REGRAS DE CONTABILIZACAO, UMA POR EVENTO                     00021700
       01 WRK-REGRA-CM.                                                 00021800
          05 WRK-CM-DEBITO         PIC X(06)    VALUE SPACES.           00021900
          05 WRK-CM-CREDITO        PIC X(06)    VALUE SPACES.           00022000
          05 WRK-CM-AUXILIAR       PIC X(06)    VALUE SPACES.           00022100
       01 WRK-REGRA-EM.                                                 00022200
          05 WRK-EM-DEBITO         PIC X(06)    VALUE SPACES.           00022300
          05 WRK-EM-CREDITO        PIC X(06)    VALUE SPACES.           00022400
          05 WRK-EM-AUXILIAR       PIC X(06)    VALUE SPACES.           00022500
       01 WRK-REGRA-AE.                                                 00022600
          05 WRK-AE-DEBITO         PIC X(06)    VALUE SPACES.           00022700
          05 WRK-AE-CREDITO        PIC X(06)    VALUE SPACES.           00022800
          05 WRK-AE-AUXILIAR       PIC X(06)    VALUE SPACES.           00022900
                                                                        00023000
      *    VALOR DO MES POR EVENTO, AO CUSTO MEDIO                      00023100
       01 WRK-VLR-VENDIDO          PIC 9(13)V99 VALUE ZEROS.            00023200
       01 WRK-VLR-DEV-CLIENTE      PIC 9(13)V99 VALUE ZEROS.            00023300
       01 WRK-VLR-ENTRADAS         PIC 9(13)V99 VALUE ZEROS.            00023400
       01 WRK-VLR-DEV-FORNEC       PIC 9(13)V99 VALUE ZEROS.            00023500
       01 WRK-VLR-SOBRAS           PIC 9(13)V99 VALUE ZEROS.            00023600
       01 WRK-VLR-FALTAS           PIC 9(13)V99 VALUE ZEROS.            00023700
       01 WRK-VLR-MOVIMENTO        PIC 9(13)V99 VALUE ZEROS.            00023800
                                                                        00023900
       01 WRK-DOC-PREFIXO          PIC X(03)    VALUE SPACES.           00024000
          88 WRK-DOC-CONTAGEM               VALUE 'INV'.                00024100
          88 WRK-DOC-DEV-CLIENTE            VALUE 'NCR'.                00024200
          88 WRK-DOC-RESERVA                VALUE 'CAN'.                00024300
          88 WRK-DOC-DEV-FORNEC             VALUE 'DVF'.                00024400
       77 WRK-CODIGO-VALORIZAR     PIC X(06)    VALUE SPACES.           00024500
       77 WRK-QTDE-VALORIZAR       PIC 9(05)    VALUE ZEROS.            00024600
       77 WRK-TEM-CUSTO            PIC X(01)    VALUE 'N'.              00024700
          88 WRK-COM-CUSTO                  VALUE 'S'.                  00024800
                                                                        00024900
       01 WRK-SALDO-ANTERIOR       PIC S9(13)V99 VALUE ZEROS.           00025000
       01 WRK-MOVTO-ACEITO         PIC S9(13)V99 VALUE ZEROS.           00025100
       01 WRK-MOVTO-GERADO         PIC S9(13)V99 VALUE ZEROS.           00025200
       01 WRK-SALDO-CONTA          PIC S9(13)V99 VALUE ZEROS.           00025300
       01 WRK-ESTOQUE-FISICO       PIC S9(13)V99 VALUE ZEROS.           00025400
       01 WRK-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.           00025500
       01 WRK-DIFERENCA-ED         PIC -.---.---.---.--9,99.            00025600
                                                                        00025700
       01 WRK-VALOR-RESTANTE       PIC 9(13)V99 VALUE ZEROS.            00025800
       77 WRK-TIPO-LANCTO          PIC X(01)    VALUE SPACES.           00025900
       77 WRK-CONTA-LANCTO         PIC X(06)    VALUE SPACES.           00026000
       01 WRK-TEXTO-LANCTO         PIC X(30)    VALUE SPACES.           00026100
                                                                        00026200
       77 WRK-REG-MOVIMENTOS       PIC 9(07)    VALUE ZEROS.            00026300
       77 WRK-REG-RECEBIMENTOS     PIC 9(07)    VALUE ZEROS.            00026400
       77 WRK-REG-VALORIZADOS      PIC 9(07)    VALUE ZEROS.            00026500
       77 WRK-REG-SEM-VALOR        PIC 9(07)    VALUE ZEROS.            00026600
       77 WRK-REG-SEM-CUSTO        PIC 9(07)    VALUE ZEROS.            00026700
       77 WRK-REG-SEM-CADASTRO     PIC 9(07)    VALUE ZEROS.            00026800
       77 WRK-REG-PRODUTOS         PIC 9(07)    VALUE ZEROS.            00026900
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00027000
       77 WRK-REG-GERADOS          PIC 9(07)    VALUE ZEROS.            00027100
       01 WRK-TOTAL-DEBITOS        PIC 9(13)V99 VALUE ZEROS.            00027200
       01 WRK-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZEROS.            00027300
                                                                        00027400
       01 WRK-JOB-REGISTRO.                                             00027500
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00027600
          05 WRK-JOB-EVENTO        PIC X(01).                           00027700
          05 WRK-JOB-SITUACAO      PIC X(01).                           00027800
          05 WRK-JOB-LIDOS         PIC 9(07).                           00027900
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00028000
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00028100
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00028200
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00028300
                                                                        00028400
      *-----------------------------------------------------------*     00028500
                                                                        00028600
      *===========================================================*     00028700
       PROCEDURE                                  DIVISION.             00028800
      *===========================================================*     00028900
                                                                        00029000
      *-------------------------------------------------------*         00029100
       0000-PRINCIPAL                              SECTION.             00029200
      *-------------------------------------------------------*         00029300
                                                                        00029400
            PERFORM 1000-INICIAR.                                       00029500
            PERFORM 2000-VALORIZAR-MOVIMENTOS.                          00029600
            PERFORM 3000-VALORIZAR-RECEBIMENTOS.                        00029700
            PERFORM 4000-CONTABILIZAR-ESTOQUE.                          00029800
            PERFORM 5000-CONFERIR-ESTOQUE.                              00029900
            PERFORM 8000-FINALIZAR.                                     00030000
                                                                        00030100
      *-------------------------------------------------------*         00030200
       0000-999-FIM.                               EXIT.                00030300
      *-------------------------------------------------------*         00030400
                                                                        00030500
      *-------------------------------------------------------*         00030600
       1000-INICIAR                               SECTION.              00030700
      *-------------------------------------------------------*         00030800
                                                                        00030900
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00031000
                                                                        00031100
             MOVE 'FR03DB44' TO WRK-JOB-PROGRAMA.                       00031200
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00031300
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00031400
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00031500
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00031600
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00031700
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00031800
                  WRK-JOB-RETORNO                                       00031900
                 ON EXCEPTION                                           00032000
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00032100
             END-CALL.                                                  00032200
                                                                        00032300
             MOVE 'CTBPARM'      TO WRK-PSV-PROGRAMA.                   00032514
             MOVE 'DATA'         TO WRK-PSV-NOME.                       00032728
             PERFORM 1010-CHAMAR-PARMSERV.                              00032942
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00033156
                WRK-PSV-VALOR(1:8) NUMERIC                              00033370
                MOVE WRK-PSV-VALOR(1:8) TO WRK-DATA-HOJE                00033584
             END-IF.                                                    00033800
                                                                        00033900
             OPEN INPUT CTAREGRA.                                       00034000
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00034100
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00034200
                PERFORM 9000-TRATAR-ERROS                               00034300
             END-IF.                                                    00034400
             READ CTAREGRA.                                             00034500
             PERFORM 1100-CARREGAR-REGRA                                00034600
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00034700
             CLOSE CTAREGRA.                                            00034800
                                                                        00034900
             OPEN INPUT PRODMSTR.                                       00035000
             IF WRK-FS-PRODMSTR NOT EQUAL '00'                          00035100
                MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                  00035200
                PERFORM 9000-TRATAR-ERROS                               00035300
             END-IF.                                                    00035400
                                                                        00035500
             OPEN EXTEND LANCTO.                                        00035600
             IF WRK-FS-LANCTO EQUAL '35'                                00035700
                OPEN OUTPUT LANCTO                                      00035800
             END-IF.                                                    00035900
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00036000
                MOVE ' ERRO OPEN LANCTO ' TO WRK-MSG                    00036100
                PERFORM 9000-TRATAR-ERROS                               00036200
             END-IF.                                                    00036300
                                                                        00036400
             DISPLAY '===================================='.            00036500
             DISPLAY ' CONTABILIZACAO DO ESTOQUE E DO CMV '.            00036600
             DISPLAY ' DATA DO FECHAMENTO: ' WRK-DATA-HOJE.             00036700
             DISPLAY '===================================='.            00036800
                                                                        00036900
      *-------------------------------------------------------*         00037000
       1000-999-FIM.                              EXIT.                 00037100
      *-------------------------------------------------------*         00037106
                                                                        00037112
      *-------------------------------------------------------*         00037118
       1010-CHAMAR-PARMSERV                       SECTION.              00037124
      *-------------------------------------------------------*         00037130
                                                                        00037136
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00037142
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00037148
                 ON EXCEPTION                                           00037154
                    MOVE '02' TO WRK-PSV-RETORNO                        00037160
             END-CALL.                                                  00037166
                                                                        00037172
      *-------------------------------------------------------*         00037178
       1010-999-FIM.                              EXIT.                 00037184
      *-------------------------------------------------------*         00037200
                                                                        00037300
      *-------------------------------------------------------*         00037400
       1100-CARREGAR-REGRA                        SECTION.              00037500
      *-------------------------------------------------------*         00037600
                                                                        00037700
             EVALUATE FD-RGR-EVENTO                                     00037800
               WHEN 'CM'                                                00037900
                  MOVE FD-RGR-DEBITO   TO WRK-CM-DEBITO                 00038000
                  MOVE FD-RGR-CREDITO  TO WRK-CM-CREDITO                00038100
                  MOVE FD-RGR-AUXILIAR TO WRK-CM-AUXILIAR               00038200
               WHEN 'EM'                                                00038300
                  MOVE FD-RGR-DEBITO   TO WRK-EM-DEBITO                 00038400
                  MOVE FD-RGR-CREDITO  TO WRK-EM-CREDITO                00038500
                  MOVE FD-RGR-AUXILIAR TO WRK-EM-AUXILIAR               00038600
               WHEN 'AE'                                                00038700
                  MOVE FD-RGR-DEBITO   TO WRK-AE-DEBITO                 00038800
                  MOVE FD-RGR-CREDITO  TO WRK-AE-CREDITO                00038900
                  MOVE FD-RGR-AUXILIAR TO WRK-AE-AUXILIAR               00039000
               WHEN OTHER                                               00039100
                  CONTINUE                                              00039200
             END-EVALUATE.                                              00039300
             READ CTAREGRA.                                             00039400
                                                                        00039500
      *-------------------------------------------------------*         00039600
       1100-999-FIM.                              EXIT.                 00039700
      *-------------------------------------------------------*         00039800
                                                                        00039900
      *---------------------------------------------------------------  00040000
      *    2000-VALORIZAR-MOVIMENTOS                                    00040100
      *    CADA MOVIMENTO DO MES NO MOVLOG E SEPARADO PELO TIPO E       00040200
      *    PELO PREFIXO DO DOCUMENTO E SOMADO NO EVENTO, AO CUSTO       00040300
      *    MEDIO DO PRODUTO.                                            00040400
      *---------------------------------------------------------------  00040500
       2000-VALORIZAR-MOVIMENTOS                  SECTION.              00040600
                                                                        00040700
             OPEN INPUT MOVLOG.                                         00040800
             IF WRK-FS-MOVLOG EQUAL '35'                                00040900
                DISPLAY ' MOVLOG AUSENTE, SEM MOVIMENTOS '              00041000
             ELSE                                                       00041100
                IF WRK-FS-MOVLOG NOT EQUAL '00'                         00041200
                   MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                 00041300
                   PERFORM 9000-TRATAR-ERROS                            00041400
                END-IF                                                  00041500
                READ MOVLOG                                             00041600
                PERFORM 2100-VALORIZAR-MOVIMENTO                        00041700
                   UNTIL WRK-FS-MOVLOG NOT EQUAL '00'                   00041800
                CLOSE MOVLOG                                            00041900
             END-IF.                                                    00042000
                                                                        00042100
      *-------------------------------------------------------*         00042200
       2000-999-FIM.                              EXIT.                 00042300
      *-------------------------------------------------------*         00042400
                                                                        00042500
      *-------------------------------------------------------*         00042600
       2100-VALORIZAR-MOVIMENTO                   SECTION.              00042700
      *-------------------------------------------------------*         00042800
                                                                        00042900
             ADD 1 TO WRK-REG-LIDOS.                                    00043000
             IF FD-LOG-DATA(1:6) EQUAL WRK-MES-FECHAMENTO               00043100
                ADD 1 TO WRK-REG-MOVIMENTOS                             00043200
                MOVE FD-LOG-DOCUMENTO(1:3) TO WRK-DOC-PREFIXO           00043300
                IF FD-LOG-EXPEDICAO OR                                  00043400
                   ( ( FD-LOG-ENTRADA OR FD-LOG-SAIDA ) AND             00043500
                     NOT WRK-DOC-RESERVA )                              00043600
                   MOVE FD-LOG-CODIGO TO WRK-CODIGO-VALORIZAR           00043700
                   MOVE FD-LOG-QTDE   TO WRK-QTDE-VALORIZAR             00043800
                   PERFORM 2200-VALORIZAR                               00043900
                   PERFORM 2300-SOMAR-EVENTO                            00044000
                ELSE                                                    00044100
                   ADD 1 TO WRK-REG-SEM-VALOR                           00044200
                END-IF                                                  00044300
             END-IF.                                                    00044400
             READ MOVLOG.                                               00044500
                                                                        00044600
      *-------------------------------------------------------*         00044700
       2100-999-FIM.                              EXIT.                 00044800
      *-------------------------------------------------------*         00044900
                                                                        00045000
      *---------------------------------------------------------------  00045100
      *    2200-VALORIZAR                                               00045200
      *    QUANTIDADE X CUSTO MEDIO DO MESTRE. PRODUTO FORA DO MESTRE   00045300
      *    OU AINDA SEM CUSTO SAI NO SYSOUT E NAO SOMA VALOR.           00045400
      *---------------------------------------------------------------  00045500
       2200-VALORIZAR                             SECTION.              00045600
                                                                        00045700
             MOVE ZEROS TO WRK-VLR-MOVIMENTO.                           00045800
             MOVE 'N' TO WRK-TEM-CUSTO.                                 00045900
             MOVE WRK-CODIGO-VALORIZAR TO FD-PM-CODIGO.                 00046000
             READ PRODMSTR.                                             00046100
             EVALUATE WRK-FS-PRODMSTR                                   00046200
               WHEN '00'                                                00046300
                  IF FD-PM-CUSTO-MEDIO GREATER THAN ZEROS               00046400
                     COMPUTE WRK-VLR-MOVIMENTO =                        00046500
                             WRK-QTDE-VALORIZAR * FD-PM-CUSTO-MEDIO     00046600
                     END-COMPUTE                                        00046700
                     SET WRK-COM-CUSTO TO TRUE                          00046800
                     ADD 1 TO WRK-REG-VALORIZADOS                       00046900
                  ELSE                                                  00047000
                     ADD 1 TO WRK-REG-SEM-CUSTO                         00047100
                     DISPLAY ' PRODUTO SEM CUSTO MEDIO: '               00047200
                             WRK-CODIGO-VALORIZAR                       00047300
                  END-IF                                                00047400
               WHEN '23'                                                00047500
                  ADD 1 TO WRK-REG-SEM-CADASTRO                         00047600
                  DISPLAY ' PRODUTO SEM CADASTRO NO MESTRE: '           00047700
                          WRK-CODIGO-VALORIZAR                          00047800
               WHEN OTHER                                               00047900
                  MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                00048000
                  PERFORM 9000-TRATAR-ERROS                             00048100
             END-EVALUATE.                                              00048200
                                                                        00048300
      *-------------------------------------------------------*         00048400
       2200-999-FIM.                              EXIT.                 00048500
      *-------------------------------------------------------*         00048600
                                                                        00048700
      *-------------------------------------------------------*         00048800
       2300-SOMAR-EVENTO                          SECTION.              00048900
      *-------------------------------------------------------*         00049000
                                                                        00049100
             IF WRK-COM-CUSTO                                           00049200
                EVALUATE TRUE                                           00049300
                  WHEN FD-LOG-EXPEDICAO                                 00049400
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-VENDIDO           00049500
                  WHEN WRK-DOC-CONTAGEM AND FD-LOG-ENTRADA              00049600
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-SOBRAS            00049700
                  WHEN WRK-DOC-CONTAGEM                                 00049800
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-FALTAS            00049900
                  WHEN WRK-DOC-DEV-CLIENTE AND FD-LOG-ENTRADA           00050000
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-DEV-CLIENTE       00050100
                  WHEN WRK-DOC-DEV-FORNEC AND FD-LOG-SAIDA              00050200
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-DEV-FORNEC        00050300
                  WHEN FD-LOG-ENTRADA                                   00050400
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-ENTRADAS          00050500
                  WHEN OTHER                                            00050600
                     ADD WRK-VLR-MOVIMENTO TO WRK-VLR-VENDIDO           00050700
                END-EVALUATE                                            00050800
             END-IF.                                                    00050900
                                                                        00051000
      *-------------------------------------------------------*         00051100
       2300-999-FIM.                              EXIT.                 00051200
      *-------------------------------------------------------*         00051300
                                                                        00051400
      *---------------------------------------------------------------  00051500
      *    3000-VALORIZAR-RECEBIMENTOS                                  00051600
      *    O RECEBIMENTO DO ARQ014 ENTRA DIRETO NO MESTRE, SEM          00051700
      *    PASSAR PELO MOVLOG; O RECEBTO DO MES E A ENTRADA DO EM.      00051800
      *---------------------------------------------------------------  00051900
       3000-VALORIZAR-RECEBIMENTOS                SECTION.              00052000
                                                                        00052100
             OPEN INPUT RECEBTO.                                        00052200
             IF WRK-FS-RECEBTO EQUAL '35'                               00052300
                DISPLAY ' RECEBTO AUSENTE, SEM RECEBIMENTOS '           00052400
             ELSE                                                       00052500
                IF WRK-FS-RECEBTO NOT EQUAL '00'                        00052600
                   MOVE ' ERRO OPEN RECEBTO ' TO WRK-MSG                00052700
                   PERFORM 9000-TRATAR-ERROS                            00052800
                END-IF                                                  00052900
                READ RECEBTO                                            00053000
                PERFORM 3100-VALORIZAR-RECEBIMENTO                      00053100
                   UNTIL WRK-FS-RECEBTO NOT EQUAL '00'                  00053200
                CLOSE RECEBTO                                           00053300
             END-IF.                                                    00053400
                                                                        00053500
      *-------------------------------------------------------*         00053600
       3000-999-FIM.                              EXIT.                 00053700
      *-------------------------------------------------------*         00053800
                                                                        00053900
      *-------------------------------------------------------*         00054000
       3100-VALORIZAR-RECEBIMENTO                 SECTION.              00054100
      *-------------------------------------------------------*         00054200
                                                                        00054300
             ADD 1 TO WRK-REG-LIDOS.                                    00054400
             IF FD-RCB-DATA(1:6) EQUAL WRK-MES-FECHAMENTO               00054500
                ADD 1 TO WRK-REG-RECEBIMENTOS                           00054600
                MOVE FD-RCB-CODIGO TO WRK-CODIGO-VALORIZAR              00054700
                MOVE FD-RCB-QTDE   TO WRK-QTDE-VALORIZAR                00054800
                PERFORM 2200-VALORIZAR                                  00054900
                IF WRK-COM-CUSTO                                        00055000
                   ADD WRK-VLR-MOVIMENTO TO WRK-VLR-ENTRADAS            00055100
                END-IF                                                  00055200
             END-IF.                                                    00055300
             READ RECEBTO.                                              00055400
                                                                        00055500
      *-------------------------------------------------------*         00055600
       3100-999-FIM.                              EXIT.                 00055700
      *-------------------------------------------------------*         00055800
                                                                        00055900
      *---------------------------------------------------------------  00056000
      *    4000-CONTABILIZAR-ESTOQUE                                    00056100
      *    UM PAR D/C POR EVENTO COM VALOR NO MES. EVENTO COM VALOR     00056200
      *    E SEM REGRA NO CTAREGRA CANCELA O JOB.                       00056300
      *---------------------------------------------------------------  00056400
       4000-CONTABILIZAR-ESTOQUE                  SECTION.              00056500
                                                                        00056600
             IF ( WRK-VLR-VENDIDO GREATER THAN ZEROS OR                 00056700
                  WRK-VLR-DEV-CLIENTE GREATER THAN ZEROS ) AND          00056800
                ( WRK-CM-DEBITO EQUAL SPACES OR                         00056900
                  WRK-CM-CREDITO EQUAL SPACES )                         00057000
                MOVE ' CTAREGRA SEM REGRA CM ' TO WRK-MSG               00057100
                PERFORM 9000-TRATAR-ERROS                               00057200
             END-IF.                                                    00057300
             IF ( WRK-VLR-ENTRADAS GREATER THAN ZEROS OR                00057400
                  WRK-VLR-DEV-FORNEC GREATER THAN ZEROS ) AND           00057500
                ( WRK-EM-DEBITO EQUAL SPACES OR                         00057600
                  WRK-EM-CREDITO EQUAL SPACES )                         00057700
                MOVE ' CTAREGRA SEM REGRA EM ' TO WRK-MSG               00057800
                PERFORM 9000-TRATAR-ERROS                               00057900
             END-IF.                                                    00058000
             IF ( WRK-VLR-SOBRAS GREATER THAN ZEROS AND                 00058100
                  ( WRK-AE-DEBITO EQUAL SPACES OR                       00058200
                    WRK-AE-CREDITO EQUAL SPACES ) ) OR                  00058300
                ( WRK-VLR-FALTAS GREATER THAN ZEROS AND                 00058400
                  ( WRK-AE-DEBITO EQUAL SPACES OR                       00058500
                    WRK-AE-AUXILIAR EQUAL SPACES ) )                    00058600
                MOVE ' CTAREGRA SEM REGRA AE ' TO WRK-MSG               00058700
                PERFORM 9000-TRATAR-ERROS                               00058800
             END-IF.                                                    00058900
                                                                        00059000
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00059100
             STRING 'CMV ' WRK-MES-FECHAMENTO ' VENDAS'                 00059200
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00059300
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00059400
             MOVE WRK-CM-DEBITO TO WRK-CONTA-LANCTO.                    00059500
             MOVE WRK-VLR-VENDIDO TO WRK-VALOR-RESTANTE.                00059600
             PERFORM 7000-GRAVAR-QUEBRADO.                              00059700
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00059800
             MOVE WRK-CM-CREDITO TO WRK-CONTA-LANCTO.                   00059900
             MOVE WRK-VLR-VENDIDO TO WRK-VALOR-RESTANTE.                00060000
             PERFORM 7000-GRAVAR-QUEBRADO.                              00060100
                                                                        00060200
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00060300
             STRING 'CMV ' WRK-MES-FECHAMENTO ' DEVOL CLIENTE'          00060400
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00060500
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00060600
             MOVE WRK-CM-CREDITO TO WRK-CONTA-LANCTO.                   00060700
             MOVE WRK-VLR-DEV-CLIENTE TO WRK-VALOR-RESTANTE.            00060800
             PERFORM 7000-GRAVAR-QUEBRADO.                              00060900
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00061000
             MOVE WRK-CM-DEBITO TO WRK-CONTA-LANCTO.                    00061100
             MOVE WRK-VLR-DEV-CLIENTE TO WRK-VALOR-RESTANTE.            00061200
             PERFORM 7000-GRAVAR-QUEBRADO.                              00061300
                                                                        00061400
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00061500
             STRING 'ESTOQUE ' WRK-MES-FECHAMENTO ' ENTRADAS'           00061600
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00061700
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00061800
             MOVE WRK-EM-DEBITO TO WRK-CONTA-LANCTO.                    00061900
             MOVE WRK-VLR-ENTRADAS TO WRK-VALOR-RESTANTE.               00062000
             PERFORM 7000-GRAVAR-QUEBRADO.                              00062100
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00062200
             MOVE WRK-EM-CREDITO TO WRK-CONTA-LANCTO.                   00062300
             MOVE WRK-VLR-ENTRADAS TO WRK-VALOR-RESTANTE.               00062400
             PERFORM 7000-GRAVAR-QUEBRADO.                              00062500
                                                                        00062600
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00062700
             STRING 'ESTOQUE ' WRK-MES-FECHAMENTO ' DEVOL FORNEC'       00062800
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00062900
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00063000
             MOVE WRK-EM-CREDITO TO WRK-CONTA-LANCTO.                   00063100
             MOVE WRK-VLR-DEV-FORNEC TO WRK-VALOR-RESTANTE.             00063200
             PERFORM 7000-GRAVAR-QUEBRADO.                              00063300
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00063400
             MOVE WRK-EM-DEBITO TO WRK-CONTA-LANCTO.                    00063500
             MOVE WRK-VLR-DEV-FORNEC TO WRK-VALOR-RESTANTE.             00063600
             PERFORM 7000-GRAVAR-QUEBRADO.                              00063700
                                                                        00063800
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00063900
             STRING 'ESTOQUE ' WRK-MES-FECHAMENTO ' SOBRA CONTAGEM'     00064000
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00064100
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00064200
             MOVE WRK-AE-DEBITO TO WRK-CONTA-LANCTO.                    00064300
             MOVE WRK-VLR-SOBRAS TO WRK-VALOR-RESTANTE.                 00064400
             PERFORM 7000-GRAVAR-QUEBRADO.                              00064500
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00064600
             MOVE WRK-AE-CREDITO TO WRK-CONTA-LANCTO.                   00064700
             MOVE WRK-VLR-SOBRAS TO WRK-VALOR-RESTANTE.                 00064800
             PERFORM 7000-GRAVAR-QUEBRADO.                              00064900
                                                                        00065000
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00065100
             STRING 'ESTOQUE ' WRK-MES-FECHAMENTO ' FALTA CONTAGEM'     00065200
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00065300
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00065400
             MOVE WRK-AE-AUXILIAR TO WRK-CONTA-LANCTO.                  00065500
             MOVE WRK-VLR-FALTAS TO WRK-VALOR-RESTANTE.                 00065600
             PERFORM 7000-GRAVAR-QUEBRADO.                              00065700
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00065800
             MOVE WRK-AE-DEBITO TO WRK-CONTA-LANCTO.                    00065900
             MOVE WRK-VLR-FALTAS TO WRK-VALOR-RESTANTE.                 00066000
             PERFORM 7000-GRAVAR-QUEBRADO.                              00066100
                                                                        00066200
             COMPUTE WRK-MOVTO-GERADO =                                 00066300
                     WRK-VLR-ENTRADAS - WRK-VLR-DEV-FORNEC              00066400
                   - WRK-VLR-VENDIDO + WRK-VLR-DEV-CLIENTE              00066500
                   + WRK-VLR-SOBRAS - WRK-VLR-FALTAS                    00066600
             END-COMPUTE.                                               00066700
                                                                        00066800
      *-------------------------------------------------------*         00066900
       4000-999-FIM.                              EXIT.                 00067000
      *-------------------------------------------------------*         00067100
                                                                        00067200
      *---------------------------------------------------------------  00067300
      *    5000-CONFERIR-ESTOQUE                                        00067400
      *    SALDO DA CONTA DE ESTOQUE (ABERTURA + ACEITOS DO MES +       00067500
      *    GERADOS AGORA) CONTRA O FISICO VALORIZADO DO PRODMSTR.       00067600
      *---------------------------------------------------------------  00067700
       5000-CONFERIR-ESTOQUE                      SECTION.              00067800
                                                                        00067900
             OPEN INPUT ESTANT.                                         00068000
             IF WRK-FS-ESTANT EQUAL '00'                                00068100
                READ ESTANT                                             00068200
                IF WRK-FS-ESTANT EQUAL '00'                             00068300
                   MOVE FD-ANT-SALDO TO WRK-SALDO-ANTERIOR              00068400
                END-IF                                                  00068500
                CLOSE ESTANT                                            00068600
             ELSE                                                       00068700
                DISPLAY ' ESTANT NAO ENCONTRADO, ABERTURA ZERADA '      00068800
             END-IF.                                                    00068900
                                                                        00069000
             OPEN INPUT ACEITO.                                         00069100
             IF WRK-FS-ACEITO EQUAL '35'                                00069200
                DISPLAY ' ACEITO AUSENTE, SEM LANCAMENTOS DO MES '      00069300
             ELSE                                                       00069400
                IF WRK-FS-ACEITO NOT EQUAL '00'                         00069500
                   MOVE ' ERRO OPEN ACEITO ' TO WRK-MSG                 00069600
                   PERFORM 9000-TRATAR-ERROS                            00069700
                END-IF                                                  00069800
                READ ACEITO                                             00069900
                PERFORM 5100-SOMAR-ACEITO                               00070000
                   UNTIL WRK-FS-ACEITO NOT EQUAL '00'                   00070100
                CLOSE ACEITO                                            00070200
             END-IF.                                                    00070300
                                                                        00070400
             MOVE LOW-VALUES TO FD-PM-CODIGO.                           00070500
             START PRODMSTR KEY NOT LESS THAN FD-PM-CODIGO.             00070600
             IF WRK-FS-PRODMSTR EQUAL '00'                              00070700
                READ PRODMSTR NEXT                                      00070800
                PERFORM 5200-VALORIZAR-PRODUTO                          00070900
                   UNTIL WRK-FS-PRODMSTR NOT EQUAL '00'                 00071000
             END-IF.                                                    00071100
                                                                        00071200
             COMPUTE WRK-SALDO-CONTA =                                  00071300
                     WRK-SALDO-ANTERIOR + WRK-MOVTO-ACEITO              00071400
                   + WRK-MOVTO-GERADO                                   00071500
             END-COMPUTE.                                               00071600
             COMPUTE WRK-DIFERENCA =                                    00071700
                     WRK-SALDO-CONTA - WRK-ESTOQUE-FISICO               00071800
             END-COMPUTE.                                               00071900
                                                                        00072000
             OPEN OUTPUT ESTNOVO.                                       00072100
             IF WRK-FS-ESTNOVO NOT EQUAL '00'                           00072200
                MOVE ' ERRO OPEN ESTNOVO ' TO WRK-MSG                   00072300
                PERFORM 9000-TRATAR-ERROS                               00072400
             END-IF.                                                    00072500
             MOVE WRK-SALDO-CONTA TO FD-NOVO-SALDO.                     00072600
             MOVE WRK-DATA-HOJE   TO FD-NOVO-DATA.                      00072700
             WRITE FD-ESTNOVO.                                          00072800
             CLOSE ESTNOVO.                                             00072900
                                                                        00073000
      *-------------------------------------------------------*         00073100
       5000-999-FIM.                              EXIT.                 00073200
      *-------------------------------------------------------*         00073300
                                                                        00073400
      *-------------------------------------------------------*         00073500
       5100-SOMAR-ACEITO                          SECTION.              00073600
      *-------------------------------------------------------*         00073700
                                                                        00073800
             IF FD-ACE-MES EQUAL WRK-MES-FECHAMENTO AND                 00073900
                FD-ACE-CONTA EQUAL WRK-EM-DEBITO                        00074000
                IF FD-ACE-TIPO EQUAL 'D'                                00074100
                   ADD FD-ACE-VALOR TO WRK-MOVTO-ACEITO                 00074200
                ELSE                                                    00074300
                   SUBTRACT FD-ACE-VALOR FROM WRK-MOVTO-ACEITO          00074400
                END-IF                                                  00074500
             END-IF.                                                    00074600
             READ ACEITO.                                               00074700
                                                                        00074800
      *-------------------------------------------------------*         00074900
       5100-999-FIM.                              EXIT.                 00075000
      *-------------------------------------------------------*         00075100
                                                                        00075200
      *-------------------------------------------------------*         00075300
       5200-VALORIZAR-PRODUTO                     SECTION.              00075400
      *-------------------------------------------------------*         00075500
                                                                        00075600
             ADD 1 TO WRK-REG-PRODUTOS.                                 00075700
             COMPUTE WRK-ESTOQUE-FISICO = WRK-ESTOQUE-FISICO            00075800
                   + FD-PM-QTDE * FD-PM-CUSTO-MEDIO                     00075900
             END-COMPUTE.                                               00076000
             READ PRODMSTR NEXT.                                        00076100
                                                                        00076200
      *-------------------------------------------------------*         00076300
       5200-999-FIM.                              EXIT.                 00076400
      *-------------------------------------------------------*         00076500
                                                                        00076600
      *---------------------------------------------------------------  00076700
      *    7000-GRAVAR-QUEBRADO                                         00076800
      *    GRAVA O VALOR EM QUANTOS LANCAMENTOS DE ATE 99999,99         00076900
      *    FOREM PRECISOS (LIMITE DO LAYOUT DO LANCTO); VALOR           00077000
      *    ZERADO NAO GERA LANCAMENTO.                                  00077100
      *---------------------------------------------------------------  00077200
       7000-GRAVAR-QUEBRADO                       SECTION.              00077300
                                                                        00077400
             IF WRK-TIPO-LANCTO EQUAL 'D'                               00077500
                ADD WRK-VALOR-RESTANTE TO WRK-TOTAL-DEBITOS             00077600
             ELSE                                                       00077700
                ADD WRK-VALOR-RESTANTE TO WRK-TOTAL-CREDITOS            00077800
             END-IF.                                                    00077900
             PERFORM 7100-GRAVAR-PARCELA                                00078000
                UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.                   00078100
                                                                        00078200
      *-------------------------------------------------------*         00078300
       7000-999-FIM.                              EXIT.                 00078400
      *-------------------------------------------------------*         00078500
                                                                        00078600
      *-------------------------------------------------------*         00078700
       7100-GRAVAR-PARCELA                        SECTION.              00078800
      *-------------------------------------------------------*         00078900
                                                                        00079000
             MOVE SPACES           TO FD-LANCTO.                        00079100
             MOVE WRK-DATA-HOJE    TO FD-DATA.                          00079200
             MOVE FD-DATA(3:6)     TO WRK-LOT-DATA.                     00079233
             MOVE WRK-LOTE         TO FD-LOTE.                          00079266
             MOVE WRK-TEXTO-LANCTO TO FD-LANCAMENTO.                    00079300
             MOVE WRK-TIPO-LANCTO  TO FD-TIPO.                          00079400
             MOVE WRK-CONTA-LANCTO TO FD-CONTA.                         00079500
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00079600
                MOVE 999999999,99 TO FD-VALOR                           00079700
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00079800
             ELSE                                                       00079900
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00080000
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00080100
             END-IF.                                                    00080200
             WRITE FD-LANCTO.                                           00080300
             ADD 1 TO WRK-REG-GERADOS.                                  00080400
                                                                        00080500
      *-------------------------------------------------------*         00080600
       7100-999-FIM.                              EXIT.                 00080700
      *-------------------------------------------------------*         00080800
                                                                        00080900
      *-------------------------------------------------------*         00081000
       8000-FINALIZAR                             SECTION.              00081100
      *-------------------------------------------------------*         00081200
                                                                        00081300
             CLOSE PRODMSTR.                                            00081400
             CLOSE LANCTO.                                              00081500
                                                                        00081600
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00081700
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00081800
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00081900
             MOVE WRK-REG-GERADOS TO WRK-JOB-GRAVADOS.                  00082000
             MOVE ZEROS TO WRK-JOB-REJEITADOS.                          00082100
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00082200
                  WRK-JOB-RETORNO                                       00082300
                 ON EXCEPTION                                           00082400
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00082500
             END-CALL.                                                  00082600
                                                                        00082700
             DISPLAY '===================================='.            00082800
             DISPLAY ' MES DO FECHAMENTO.....: ' WRK-MES-FECHAMENTO.    00082900
             DISPLAY ' MOVIMENTOS DO MES.....: ' WRK-REG-MOVIMENTOS.    00083000
             DISPLAY ' RECEBIMENTOS DO MES...: '                        00083100
                      WRK-REG-RECEBIMENTOS.                             00083200
             DISPLAY ' VALORIZADOS...........: ' WRK-REG-VALORIZADOS.   00083300
             DISPLAY ' SEM EFEITO NO VALOR...: ' WRK-REG-SEM-VALOR.     00083400
             DISPLAY ' SEM CUSTO MEDIO.......: ' WRK-REG-SEM-CUSTO.     00083500
             DISPLAY ' SEM CADASTRO..........: '                        00083600
                      WRK-REG-SEM-CADASTRO.                             00083700
             DISPLAY ' CMV DAS VENDAS........: ' WRK-VLR-VENDIDO.       00083800
             DISPLAY ' DEVOLUCAO DE CLIENTE..: ' WRK-VLR-DEV-CLIENTE.   00083900
             DISPLAY ' ENTRADAS..............: ' WRK-VLR-ENTRADAS.      00084000
             DISPLAY ' DEVOLUCAO A FORNECEDOR: ' WRK-VLR-DEV-FORNEC.    00084100
             DISPLAY ' SOBRAS DE CONTAGEM....: ' WRK-VLR-SOBRAS.        00084200
             DISPLAY ' FALTAS DE CONTAGEM....: ' WRK-VLR-FALTAS.        00084300
             DISPLAY ' LANCAMENTOS GERADOS...: ' WRK-REG-GERADOS.       00084400
             DISPLAY ' TOTAL A DEBITO........: ' WRK-TOTAL-DEBITOS.     00084500
             DISPLAY ' TOTAL A CREDITO.......: ' WRK-TOTAL-CREDITOS.    00084600
             DISPLAY '------------------------------------'.            00084700
             DISPLAY ' PRODUTOS NO MESTRE....: ' WRK-REG-PRODUTOS.      00084800
             DISPLAY ' SALDO DA CONTA ESTOQUE: ' WRK-SALDO-CONTA.       00084900
             DISPLAY ' ESTOQUE VALORIZADO....: ' WRK-ESTOQUE-FISICO.    00085000
             IF WRK-DIFERENCA EQUAL ZEROS                               00085100
                DISPLAY ' CONTA DE ESTOQUE CONFERE COM O MESTRE '       00085200
             ELSE                                                       00085300
                MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED                  00085400
                DISPLAY ' *** CONTA DE ESTOQUE NAO CONFERE COM O '      00085500
                        'MESTRE - DIFERENCA: ' WRK-DIFERENCA-ED         00085600
             END-IF.                                                    00085700
             DISPLAY '==================================== '.           00085800
                STOP RUN.                                               00085900
                                                                        00086000
      *-------------------------------------------------------*         00086100
       8000-999-FIM.                              EXIT.                 00086200
      *-------------------------------------------------------*         00086300
                                                                        00086400
      *-------------------------------------------------------*         00086500
       9000-TRATAR-ERROS                           SECTION.             00086600
      *-------------------------------------------------------*         00086700
                                                                        00086800
             DISPLAY '-----------------------------'.                   00086900
             DISPLAY WRK-MSG.                                           00087000
             DISPLAY '-----------------------------'.                   00087100
                STOP RUN.                                               00087200
                                                                        00087300
      *-------------------------------------------------------*         00087400
       9000-999-FIM.                              EXIT.                 00087500
      *-------------------------------------------------------*         00087600
