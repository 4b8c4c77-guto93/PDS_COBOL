      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB54.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 30/10/2023                                       00000800
      *     OBJETIVO : DEPRECIACAO MENSAL E BAIXAS DO IMOBILIZADO       00000900
      *              : -- PERCORRE O CADASTRO IMOBMSTR (FR03CB53),      00001000
      *              : CALCULA A DEPRECIACAO LINEAR DO MES DE CADA      00001100
      *              : BEM EM USO (CUSTO / VIDA UTIL EM MESES, A        00001200
      *              : ULTIMA COTA LIMITADA AO QUE FALTA DEPRECIAR,     00001300
      *              : PARANDO NO BEM TOTALMENTE DEPRECIADO),           00001400
      *              : CONTABILIZA AS BAIXAS PENDENTES COM O GANHO      00001500
      *              : OU A PERDA, GRAVA O CADASTRO ATUALIZADO EM       00001600
      *              : IMOBNOVO E GERA OS LANCAMENTOS C/D NO LAYOUT     00001700
      *              : DO LANCTO, NO MOLDE DO FR03DB44, PARA            00001800
      *              : PASSAREM PELA VALIDACAO NORMAL DO FR03CB20:      00001900
      *              :  DP - DEPRECIACAO DO MES POR CENTRO DE           00002000
      *              :       CUSTO: D DESPESA DE DEPRECIACAO (CONTA     00002100
      *              :       DEBITO), C DEPRECIACAO ACUMULADA           00002200
      *              :       (CONTA CREDITO);                           00002300
      *              :  BX - BAIXA DO BEM: D DEPRECIACAO ACUMULADA      00002400
      *              :       (CREDITO DO DP) PELO ACUMULADO, D          00002500
      *              :       VALOR A RECEBER (CONTA DEBITO) PELA        00002600
      *              :       VENDA, C IMOBILIZADO (CONTA CREDITO)       00002700
      *              :       PELO CUSTO E A DIFERENCA NA CONTA DE       00002800
      *              :       GANHO OU PERDA NA BAIXA (AUXILIAR).        00002900
      *              : O RAZAO AUXILIAR DO IMOBILIZADO SAI EM           00003000
      *              : RELIMOB, BEM A BEM, CONFERIDO COM O SALDO        00003100
      *              : DAS CONTAS DE IMOBILIZADO E DE DEPRECIACAO       00003200
      *              : ACUMULADA.                                       00003300
      *-------------------------------------------------------------*   00003400
      *     PARMSERV TRAZ A DATA DO FECHAMENTO (AAAAMMDD), QUE DEFINE   00003500
      *     A COMPETENCIA E DATA OS LANCAMENTOS; SEM ELE, A DATA DO     00003600
      *     DIA. O BEM DEPRECIA A PARTIR DO MES DA AQUISICAO, UMA       00003700
      *     COTA POR COMPETENCIA (A ULTIMA FICA NO CADASTRO E A         00003800
      *     RODADA REPETIDA NAO DEPRECIA DE NOVO; NAO HA COTA           00003900
      *     RETROATIVA DE MES NAO RODADO). A BAIXA SAI NA               00004000
      *     COMPETENCIA DA DATA DA BAIXA (OU NA PRIMEIRA RODADA         00004100
      *     DEPOIS DELA), SEM COTA NO MES DA BAIXA. UM LOTE PARA A      00004200
      *     DEPRECIACAO E UM POR BAIXA (ORIGEM IM). AS DUAS REGRAS      00004300
      *     SAO OBRIGATORIAS NO CTAREGRA, COM UMA CONTA DE              00004400
      *     IMOBILIZADO E UMA DE DEPRECIACAO ACUMULADA. O SALDO DAS     00004500
      *     CONTAS E A ABERTURA DO EXERCICIO (SALDOABR DO FR03CB35)     00004600
      *     MAIS OS LANCAMENTOS ACEITOS DO ANO ATE O FECHAMENTO         00004700
      *     (ACEITO, GERACOES CONCATENADAS NO JCL) E OS GERADOS         00004800
      *     NESTA RODADA: RODAR DEPOIS DE O FR03CB20 POSTAR O LANCTO    00004900
      *     DA RODADA ANTERIOR. CONTA QUE NAO CONFERE DEIXA             00005000
      *     RETURN-CODE 4.                                              00005100
      *-------------------------------------------------------------*   00005116
      *     MANUTENCAO:                                                 00005132
      *     - 04/12/2023: A DATA DO FECHAMENTO SAIU DO CTBPARM E FOI    00005148
      *       PARA O CADASTRO CENTRAL DE PARAMETROS (PARMSERV,          00005164
      *       CTBPARM/DATA, COMUM AO FR03CB54, FR03DB42 E FR03DB44).    00005180
      *===========================================================*     00005200
      *===========================================================*     00005300
       ENVIRONMENT                                    DIVISION.         00005400
      *===========================================================*     00005500
       CONFIGURATION                                  SECTION.          00005600
      *===========================================================*     00005700
                                                                        00005800
          SPECIAL-NAMES.                                                00005900
              DECIMAL-POINT IS COMMA.                                   00006000
                                                                        00006100
      *===========================================================*     00006200
       INPUT-OUTPUT                                   SECTION.          00006300
      *===========================================================*     00006400
       FILE-CONTROL.                                                    00006500
                                                                        00006600
                                                                        00006900
           SELECT CTAREGRA  ASSIGN TO CTAREGRA                          00007000
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00007100
                                                                        00007200
           SELECT IMOBMSTR  ASSIGN TO IMOBMSTR                          00007300
                FILE STATUS  IS WRK-FS-IMOBMSTR.                        00007400
                                                                        00007500
           SELECT IMOBNOVO  ASSIGN TO IMOBNOVO                          00007600
                FILE STATUS  IS WRK-FS-IMOBNOVO.                        00007700
                                                                        00007800
           SELECT SALDOABR  ASSIGN TO SALDOABR                          00007900
                FILE STATUS  IS WRK-FS-SALDOABR.                        00008000
                                                                        00008100
           SELECT ACEITO    ASSIGN TO ACEITO                            00008200
                FILE STATUS  IS WRK-FS-ACEITO.                          00008300
                                                                        00008400
           SELECT LANCTO    ASSIGN TO LANCTO                            00008500
                FILE STATUS  IS WRK-FS-LANCTO.                          00008600
                                                                        00008700
           SELECT RELIMOB   ASSIGN TO RELIMOB                           00008800
                FILE STATUS  IS WRK-FS-RELIMOB.                         00008900
                                                                        00009000
      *===========================================================*     00009100
       DATA                                       DIVISION.             00009200
      *===========================================================*     00009300
                                                                        00009400
      *-----------------------------------------------------------*     00009500
       FILE                                       SECTION.              00009600
      *-----------------------------------------------------------*     00009700
                                                                        00010400
       FD CTAREGRA                                                      00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-CTAREGRA.                                                  00010800
          05 FD-RGR-EVENTO    PIC X(02).                                00010900
          05 FD-RGR-DEBITO    PIC X(06).                                00011000
          05 FD-RGR-CREDITO   PIC X(06).                                00011100
          05 FD-RGR-AUXILIAR  PIC X(06).                                00011200
          05 FILLER           PIC X(10).                                00011300
                                                                        00011400
       FD IMOBMSTR                                                      00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-IMOBMSTR            PIC X(100).                            00011800
                                                                        00011900
       FD IMOBNOVO                                                      00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-IMOBNOVO            PIC X(100).                            00012300
                                                                        00012400
       FD SALDOABR                                                      00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-SALDOABR.                                                  00012800
          05 FD-ABR-CONTA        PIC X(06).                             00012900
          05 FD-ABR-SALDO        PIC S9(12)V99 SIGN IS LEADING          00013000
                                              SEPARATE.                 00013100
          05 FD-ABR-DATA         PIC 9(08).                             00013200
                                                                        00013300
       FD ACEITO                                                        00013400
           RECORDING MODE IS F                                          00013500
           BLOCK CONTAINS 0 RECORDS.                                    00013600
       01 FD-ACEITO.                                                    00013700
          05 FD-ACE-DATA         PIC 9(08).                             00013800
          05 FD-ACE-DATA-R REDEFINES FD-ACE-DATA.                       00013900
             10 FD-ACE-ANO       PIC X(04).                             00014000
             10 FILLER           PIC X(04).                             00014100
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00014200
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00014300
          05 FD-ACE-TIPO         PIC X(01).                             00014400
          05 FD-ACE-CONTA        PIC X(06).                             00014500
          05 FD-ACE-CCUSTO       PIC X(04).                             00014600
                                                                        00014700
       FD LANCTO                                                        00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-LANCTO.                                                    00015100
          05 FD-DATA             PIC 9(08).                             00015200
          05 FD-LANCAMENTO       PIC X(30).                             00015300
          05 FD-VALOR            PIC 9(09)V99.                          00015400
          05 FD-TIPO             PIC X(01).                             00015500
          05 FD-CONTA            PIC X(06).                             00015600
          05 FD-CCUSTO           PIC X(04).                             00015700
          05 FD-LOTE             PIC X(12).                             00015800
          05 FD-REFERENCIA       PIC X(12).                             00015900
                                                                        00016000
       FD RELIMOB                                                       00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
       01 FD-RELIMOB             PIC X(100).                            00016400
                                                                        00016500
      *-----------------------------------------------------------*     00016600
       WORKING-STORAGE                            SECTION.              00016700
      *-----------------------------------------------------------*     00016800
                                                                        00016900
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00017100
       77 WRK-FS-IMOBMSTR          PIC X(02)    VALUE ZEROS.            00017200
       77 WRK-FS-IMOBNOVO          PIC X(02)    VALUE ZEROS.            00017300
       77 WRK-FS-SALDOABR          PIC X(02)    VALUE ZEROS.            00017400
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00017500
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00017600
       77 WRK-FS-RELIMOB           PIC X(02)    VALUE ZEROS.            00017700
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00017800
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00017808
       01 WRK-PSV-AREA.                                                 00017816
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00017824
          05 WRK-PSV-NOME       PIC X(12).                              00017832
          05 WRK-PSV-VALOR      PIC X(30).                              00017840
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00017848
          05 WRK-PSV-NUMERICO   PIC X(01).                              00017856
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00017864
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00017872
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00017880
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00017888
                                                                        00017900
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00018000
      *    (0001 A DEPRECIACAO, DAI EM DIANTE UMA POR BAIXA)            00018100
       01 WRK-LOTE.                                                     00018200
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'IM'.             00018300
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00018400
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE 1.                00018500
                                                                        00018600
       01 WRK-DATA-HOJE.                                                00018700
          05 WRK-COMPETENCIA.                                           00018800
             10 WRK-ANO-FECHAMENTO PIC X(04)    VALUE SPACES.           00018900
             10 WRK-MES-FECHAMENTO PIC X(02)    VALUE SPACES.           00019000
          05 FILLER                PIC X(02)    VALUE SPACES.           00019100
                                                                        00019200
      *    REGRAS DE CONTABILIZACAO, UMA POR EVENTO                     00019300
       01 WRK-REGRA-DP.                                                 00019400
          05 WRK-DP-DEBITO         PIC X(06)    VALUE SPACES.           00019500
          05 WRK-DP-CREDITO        PIC X(06)    VALUE SPACES.           00019600
          05 WRK-DP-AUXILIAR       PIC X(06)    VALUE SPACES.           00019700
       01 WRK-REGRA-BX.                                                 00019800
          05 WRK-BX-DEBITO         PIC X(06)    VALUE SPACES.           00019900
          05 WRK-BX-CREDITO        PIC X(06)    VALUE SPACES.           00020000
          05 WRK-BX-AUXILIAR       PIC X(06)    VALUE SPACES.           00020100
                                                                        00020200
      *    BEM EM PROCESSAMENTO (MESMO LAYOUT DO IMOBMSTR)              00020300
       01 WRK-REG-ATUAL.                                                00020400
          05 WRK-ATU-NUMERO        PIC 9(06).                           00020500
          05 WRK-ATU-DESCRICAO     PIC X(30).                           00020600
          05 WRK-ATU-DATA-AQUIS    PIC 9(08).                           00020700
          05 WRK-ATU-DATA-AQUIS-R REDEFINES WRK-ATU-DATA-AQUIS.         00020800
             10 WRK-ATU-COMP-AQUIS PIC X(06).                           00020900
             10 FILLER             PIC X(02).                           00021000
          05 WRK-ATU-CUSTO         PIC 9(09)V99.                        00021100
          05 WRK-ATU-VIDA-UTIL     PIC 9(03).                           00021200
          05 WRK-ATU-CCUSTO        PIC X(04).                           00021300
          05 WRK-ATU-DEPR-ACUM     PIC 9(09)V99.                        00021400
          05 WRK-ATU-ULT-COMP      PIC X(06).                           00021500
          05 WRK-ATU-SITUACAO      PIC X(01).                           00021600
             88 WRK-ATU-ATIVO             VALUE 'A'.                    00021700
             88 WRK-ATU-DEPRECIADO        VALUE 'D'.                    00021800
             88 WRK-ATU-BAIXA-PENDENTE    VALUE 'P'.                    00021900
             88 WRK-ATU-BAIXADO           VALUE 'B'.                    00022000
          05 WRK-ATU-DATA-BAIXA    PIC 9(08).                           00022100
          05 WRK-ATU-DATA-BAIXA-R REDEFINES WRK-ATU-DATA-BAIXA.         00022200
             10 WRK-ATU-COMP-BAIXA PIC X(06).                           00022300
             10 FILLER             PIC X(02).                           00022400
          05 WRK-ATU-VALOR-VENDA   PIC 9(09)V99.                        00022500
          05 FILLER                PIC X(01).                           00022600
                                                                        00022700
      *    DEPRECIACAO DO MES POR CENTRO DE CUSTO                       00022800
       01 WRK-TAB-CCUSTO.                                               00022900
          05 WRK-TAB-CCU-ITEM OCCURS 50 TIMES.                          00023000
             10 WRK-TAB-CCU-CODIGO    PIC X(04).                        00023100
             10 WRK-TAB-CCU-VALOR     PIC 9(11)V99.                     00023200
       77 WRK-QTDE-CCUSTO          PIC 9(02)    VALUE ZEROS.            00023300
       77 WRK-IDX-CCU              PIC 9(02)    VALUE ZEROS.            00023400
       77 WRK-CCU-ACHADO           PIC X(01)    VALUE 'N'.              00023500
          88 WRK-CCU-FOI-ACHADO             VALUE 'S'.                  00023600
          88 WRK-CCU-NAO-ACHADO             VALUE 'N'.                  00023700
                                                                        00023800
       01 WRK-COTA                 PIC 9(09)V99 VALUE ZEROS.            00023900
       01 WRK-RESIDUAL             PIC 9(09)V99 VALUE ZEROS.            00024000
       01 WRK-LIQUIDO              PIC 9(09)V99 VALUE ZEROS.            00024100
       01 WRK-RESULTADO-BAIXA      PIC S9(09)V99 VALUE ZEROS.           00024200
                                                                        00024300
      *    CADASTRO EM USO NO FIM DA RODADA E BAIXAS DO MES             00024400
       01 WRK-TOT-CUSTO            PIC 9(13)V99 VALUE ZEROS.            00024500
       01 WRK-TOT-COTA             PIC 9(13)V99 VALUE ZEROS.            00024600
       01 WRK-TOT-DEPR-ACUM        PIC 9(13)V99 VALUE ZEROS.            00024700
       01 WRK-TOT-LIQUIDO          PIC 9(13)V99 VALUE ZEROS.            00024800
       01 WRK-BXA-CUSTO            PIC 9(13)V99 VALUE ZEROS.            00024900
       01 WRK-BXA-DEPR-ACUM        PIC 9(13)V99 VALUE ZEROS.            00025000
       01 WRK-BXA-VENDA            PIC 9(13)V99 VALUE ZEROS.            00025100
       01 WRK-BXA-RESULTADO        PIC S9(13)V99 VALUE ZEROS.           00025200
                                                                        00025300
      *    SALDO DAS CONTAS (DEVEDOR POSITIVO) E CONFERENCIA            00025400
       01 WRK-SALDO-IMOBILIZADO    PIC S9(13)V99 VALUE ZEROS.           00025500
       01 WRK-SALDO-DEPRECIACAO    PIC S9(13)V99 VALUE ZEROS.           00025600
       01 WRK-CADASTRO             PIC S9(13)V99 VALUE ZEROS.           00025700
       01 WRK-RAZAO                PIC S9(13)V99 VALUE ZEROS.           00025800
       01 WRK-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.           00025900
       77 WRK-REG-DIVERGENTES      PIC 9(01)    VALUE ZEROS.            00026000
                                                                        00026100
       01 WRK-VALOR-RESTANTE       PIC 9(13)V99 VALUE ZEROS.            00026200
       77 WRK-TIPO-LANCTO          PIC X(01)    VALUE SPACES.           00026300
       77 WRK-CONTA-LANCTO         PIC X(06)    VALUE SPACES.           00026400
       77 WRK-CCUSTO-LANCTO        PIC X(04)    VALUE SPACES.           00026500
       01 WRK-TEXTO-LANCTO         PIC X(30)    VALUE SPACES.           00026600
                                                                        00026700
       77 WRK-REG-BENS             PIC 9(07)    VALUE ZEROS.            00026800
       77 WRK-REG-DEPRECIADOS      PIC 9(07)    VALUE ZEROS.            00026900
       77 WRK-REG-ENCERRADOS       PIC 9(07)    VALUE ZEROS.            00027000
       77 WRK-REG-JA-RODADOS       PIC 9(07)    VALUE ZEROS.            00027100
       77 WRK-REG-BAIXAS           PIC 9(07)    VALUE ZEROS.            00027200
       77 WRK-REG-BAIXADOS         PIC 9(07)    VALUE ZEROS.            00027300
       77 WRK-REG-ACEITOS          PIC 9(07)    VALUE ZEROS.            00027400
       77 WRK-REG-GERADOS          PIC 9(07)    VALUE ZEROS.            00027500
       01 WRK-TOTAL-DEBITOS        PIC 9(13)V99 VALUE ZEROS.            00027600
       01 WRK-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZEROS.            00027700
                                                                        00027800
       01 WRK-LIN-CAB.                                                  00027900
          05 FILLER            PIC X(45) VALUE                          00028000
             'RAZAO AUXILIAR DO IMOBILIZADO - COMPETENCIA '.            00028100
          05 WRK-LCB-MES       PIC X(02).                               00028200
          05 FILLER            PIC X(01) VALUE '/'.                     00028300
          05 WRK-LCB-ANO       PIC X(04).                               00028400
          05 FILLER            PIC X(48) VALUE SPACES.                  00028500
                                                                        00028600
       01 WRK-LIN-TITULO.                                               00028700
          05 FILLER            PIC X(50) VALUE                          00028800
             'BEM    DESCRICAO            CCUS          CUSTO   '.      00028900
          05 FILLER            PIC X(50) VALUE                          00029000
             '  COTA DO MES    DEPR ACUMULADA        LIQUIDO SIT'.      00029100
                                                                        00029200
       01 WRK-LIN-DETALHE.                                              00029300
          05 WRK-LDT-NUMERO    PIC X(06).                               00029400
          05 FILLER            PIC X(01) VALUE SPACES.                  00029500
          05 WRK-LDT-DESCRICAO PIC X(20).                               00029600
          05 FILLER            PIC X(01) VALUE SPACES.                  00029700
          05 WRK-LDT-CCUSTO    PIC X(04).                               00029800
          05 FILLER            PIC X(01) VALUE SPACES.                  00029900
          05 WRK-LDT-CUSTO     PIC ZZZ.ZZZ.ZZ9,99.                      00030000
          05 FILLER            PIC X(01) VALUE SPACES.                  00030100
          05 WRK-LDT-COTA      PIC ZZ.ZZZ.ZZ9,99.                       00030200
          05 FILLER            PIC X(01) VALUE SPACES.                  00030300
          05 WRK-LDT-DEPR-ACUM PIC ZZZ.ZZZ.ZZ9,99.                      00030400
          05 FILLER            PIC X(01) VALUE SPACES.                  00030500
          05 WRK-LDT-LIQUIDO   PIC ZZZ.ZZZ.ZZ9,99.                      00030600
          05 FILLER            PIC X(01) VALUE SPACES.                  00030700
          05 WRK-LDT-SITUACAO  PIC X(08).                               00030800
                                                                        00030900
       01 WRK-LIN-CONFERE.                                              00031000
          05 WRK-LCF-TEXTO     PIC X(34).                               00031100
          05 FILLER            PIC X(01) VALUE SPACES.                  00031200
          05 WRK-LCF-CADASTRO  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.               00031300
          05 FILLER            PIC X(01) VALUE SPACES.                  00031400
          05 WRK-LCF-RAZAO     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.               00031500
          05 FILLER            PIC X(01) VALUE SPACES.                  00031600
          05 WRK-LCF-DIFERENCA PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.               00031700
                                                                        00031800
       01 WRK-LIN-TEXTO.                                                00031900
          05 WRK-LTX-TEXTO     PIC X(100).                              00032000
                                                                        00032100
       01 WRK-LIN-TRACO        PIC X(100) VALUE ALL '-'.                00032200
                                                                        00032300
      *-----------------------------------------------------------*     00032400
                                                                        00032500
      *===========================================================*     00032600
       PROCEDURE                                  DIVISION.             00032700
      *===========================================================*     00032800
                                                                        00032900
      *-------------------------------------------------------*         00033000
       0000-PRINCIPAL                              SECTION.             00033100
      *-------------------------------------------------------*         00033200
                                                                        00033300
            PERFORM 1000-INICIAR.                                       00033400
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-IMOBMSTR EQUAL '10'.    00033500
            PERFORM 3000-CONTABILIZAR-DEPRECIACAO.                      00033600
            PERFORM 4000-CONFERIR-CONTAS.                               00033700
            PERFORM 8000-FINALIZAR.                                     00033800
                                                                        00033900
      *-------------------------------------------------------*         00034000
       0000-999-FIM.                               EXIT.                00034100
      *-------------------------------------------------------*         00034200
                                                                        00034300
      *-------------------------------------------------------*         00034400
       1000-INICIAR                               SECTION.              00034500
      *-------------------------------------------------------*         00034600
                                                                        00034700
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00034800
                                                                        00034900
             MOVE 'CTBPARM'      TO WRK-PSV-PROGRAMA.                   00035114
             MOVE 'DATA'         TO WRK-PSV-NOME.                       00035328
             PERFORM 1010-CHAMAR-PARMSERV.                              00035542
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00035756
                WRK-PSV-VALOR(1:8) NUMERIC                              00035970
                MOVE WRK-PSV-VALOR(1:8) TO WRK-DATA-HOJE                00036184
             END-IF.                                                    00036400
                                                                        00036500
             OPEN INPUT CTAREGRA.                                       00036600
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00036700
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00036800
                PERFORM 9000-TRATAR-ERROS                               00036900
             END-IF.                                                    00037000
             READ CTAREGRA.                                             00037100
             PERFORM 1100-CARREGAR-REGRA                                00037200
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00037300
             CLOSE CTAREGRA.                                            00037400
             IF WRK-DP-DEBITO EQUAL SPACES OR                           00037500
                WRK-DP-CREDITO EQUAL SPACES                             00037600
                MOVE ' CTAREGRA SEM REGRA DP ' TO WRK-MSG               00037700
                PERFORM 9000-TRATAR-ERROS                               00037800
             END-IF.                                                    00037900
             IF WRK-BX-DEBITO EQUAL SPACES OR                           00038000
                WRK-BX-CREDITO EQUAL SPACES OR                          00038100
                WRK-BX-AUXILIAR EQUAL SPACES                            00038200
                MOVE ' CTAREGRA SEM REGRA BX ' TO WRK-MSG               00038300
                PERFORM 9000-TRATAR-ERROS                               00038400
             END-IF.                                                    00038500
                                                                        00038600
             OPEN INPUT IMOBMSTR.                                       00038700
             IF WRK-FS-IMOBMSTR NOT EQUAL '00'                          00038800
                MOVE ' ERRO OPEN IMOBMSTR ' TO WRK-MSG                  00038900
                PERFORM 9000-TRATAR-ERROS                               00039000
             END-IF.                                                    00039100
                                                                        00039200
             OPEN OUTPUT IMOBNOVO.                                      00039300
             IF WRK-FS-IMOBNOVO NOT EQUAL '00'                          00039400
                MOVE ' ERRO OPEN IMOBNOVO ' TO WRK-MSG                  00039500
                PERFORM 9000-TRATAR-ERROS                               00039600
             END-IF.                                                    00039700
                                                                        00039800
             OPEN EXTEND LANCTO.                                        00039900
             IF WRK-FS-LANCTO EQUAL '35'                                00040000
                OPEN OUTPUT LANCTO                                      00040100
             END-IF.                                                    00040200
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00040300
                MOVE ' ERRO OPEN LANCTO ' TO WRK-MSG                    00040400
                PERFORM 9000-TRATAR-ERROS                               00040500
             END-IF.                                                    00040600
                                                                        00040700
             OPEN OUTPUT RELIMOB.                                       00040800
             IF WRK-FS-RELIMOB NOT EQUAL '00'                           00040900
                MOVE ' ERRO OPEN RELIMOB ' TO WRK-MSG                   00041000
                PERFORM 9000-TRATAR-ERROS                               00041100
             END-IF.                                                    00041200
                                                                        00041300
             MOVE WRK-MES-FECHAMENTO TO WRK-LCB-MES.                    00041400
             MOVE WRK-ANO-FECHAMENTO TO WRK-LCB-ANO.                    00041500
             WRITE FD-RELIMOB FROM WRK-LIN-CAB.                         00041600
             WRITE FD-RELIMOB FROM WRK-LIN-TRACO.                       00041700
             WRITE FD-RELIMOB FROM WRK-LIN-TITULO.                      00041800
             WRITE FD-RELIMOB FROM WRK-LIN-TRACO.                       00041900
                                                                        00042000
             DISPLAY '===================================='.            00042100
             DISPLAY ' DEPRECIACAO E BAIXAS DO IMOBILIZADO '.           00042200
             DISPLAY ' DATA DO FECHAMENTO: ' WRK-DATA-HOJE.             00042300
             DISPLAY '===================================='.            00042400
                                                                        00042500
             READ IMOBMSTR INTO WRK-REG-ATUAL.                          00042600
                                                                        00042700
      *-------------------------------------------------------*         00042800
       1000-999-FIM.                              EXIT.                 00042900
      *-------------------------------------------------------*         00042906
                                                                        00042912
      *-------------------------------------------------------*         00042918
       1010-CHAMAR-PARMSERV                       SECTION.              00042924
      *-------------------------------------------------------*         00042930
                                                                        00042936
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00042942
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00042948
                 ON EXCEPTION                                           00042954
                    MOVE '02' TO WRK-PSV-RETORNO                        00042960
             END-CALL.                                                  00042966
                                                                        00042972
      *-------------------------------------------------------*         00042978
       1010-999-FIM.                              EXIT.                 00042984
      *-------------------------------------------------------*         00043000
                                                                        00043100
      *-------------------------------------------------------*         00043200
       1100-CARREGAR-REGRA                        SECTION.              00043300
      *-------------------------------------------------------*         00043400
                                                                        00043500
             EVALUATE FD-RGR-EVENTO                                     00043600
               WHEN 'DP'                                                00043700
                  MOVE FD-RGR-DEBITO   TO WRK-DP-DEBITO                 00043800
                  MOVE FD-RGR-CREDITO  TO WRK-DP-CREDITO                00043900
                  MOVE FD-RGR-AUXILIAR TO WRK-DP-AUXILIAR               00044000
               WHEN 'BX'                                                00044100
                  MOVE FD-RGR-DEBITO   TO WRK-BX-DEBITO                 00044200
                  MOVE FD-RGR-CREDITO  TO WRK-BX-CREDITO                00044300
                  MOVE FD-RGR-AUXILIAR TO WRK-BX-AUXILIAR               00044400
               WHEN OTHER                                               00044500
                  CONTINUE                                              00044600
             END-EVALUATE.                                              00044700
             READ CTAREGRA.                                             00044800
                                                                        00044900
      *-------------------------------------------------------*         00045000
       1100-999-FIM.                              EXIT.                 00045100
      *-------------------------------------------------------*         00045200
                                                                        00045300
      *---------------------------------------------------------------  00045400
      *    2000-PROCESSAR                                               00045500
      *    BEM JA BAIXADO SO PASSA PARA O IMOBNOVO; BAIXA PENDENTE      00045600
      *    DA COMPETENCIA (OU ANTERIOR) E CONTABILIZADA; O RESTO EM     00045700
      *    USO DEPRECIA E SAI NO RAZAO AUXILIAR.                        00045800
      *---------------------------------------------------------------  00045900
       2000-PROCESSAR                             SECTION.              00046000
                                                                        00046100
             IF WRK-FS-IMOBMSTR EQUAL '00'                              00046200
                ADD 1 TO WRK-REG-BENS                                   00046300
                MOVE ZEROS TO WRK-COTA                                  00046400
                EVALUATE TRUE                                           00046500
                  WHEN WRK-ATU-BAIXADO                                  00046600
                     ADD 1 TO WRK-REG-BAIXADOS                          00046700
                  WHEN WRK-ATU-BAIXA-PENDENTE AND                       00046800
                       WRK-ATU-COMP-BAIXA NOT GREATER THAN              00046900
                       WRK-COMPETENCIA                                  00047000
                     PERFORM 2300-CONTABILIZAR-BAIXA                    00047100
                     PERFORM 2900-IMPRIMIR-BEM                          00047200
                  WHEN WRK-ATU-DEPRECIADO                               00047300
                     PERFORM 2900-IMPRIMIR-BEM                          00047400
                  WHEN OTHER                                            00047500
                     PERFORM 2100-DEPRECIAR                             00047600
                     PERFORM 2900-IMPRIMIR-BEM                          00047700
                END-EVALUATE                                            00047800
                MOVE WRK-REG-ATUAL TO FD-IMOBNOVO                       00047900
                WRITE FD-IMOBNOVO                                       00048000
                IF WRK-FS-IMOBNOVO NOT EQUAL '00'                       00048100
                   MOVE ' ERRO WRITE IMOBNOVO ' TO WRK-MSG              00048200
                   PERFORM 9000-TRATAR-ERROS                            00048300
                END-IF                                                  00048400
             END-IF.                                                    00048500
                                                                        00048600
             READ IMOBMSTR INTO WRK-REG-ATUAL.                          00048700
                                                                        00048800
      *-------------------------------------------------------*         00048900
       2000-999-FIM.                              EXIT.                 00049000
      *-------------------------------------------------------*         00049100
                                                                        00049200
      *---------------------------------------------------------------  00049300
      *    2100-DEPRECIAR                                               00049400
      *    COTA = CUSTO / VIDA UTIL, LIMITADA AO RESIDUAL; BEM QUE      00049500
      *    CHEGA AO CUSTO PASSA A TOTALMENTE DEPRECIADO.                00049600
      *---------------------------------------------------------------  00049700
       2100-DEPRECIAR                             SECTION.              00049800
                                                                        00049900
             EVALUATE TRUE                                              00050000
               WHEN WRK-ATU-COMP-AQUIS GREATER THAN WRK-COMPETENCIA     00050100
                  CONTINUE                                              00050200
               WHEN WRK-ATU-ULT-COMP NOT EQUAL SPACES AND               00050300
                    WRK-ATU-ULT-COMP NOT LESS THAN WRK-COMPETENCIA      00050400
                  ADD 1 TO WRK-REG-JA-RODADOS                           00050500
                  DISPLAY ' BEM JA DEPRECIADO NA COMPETENCIA: '         00050600
                          WRK-ATU-NUMERO                                00050700
               WHEN OTHER                                               00050800
                  COMPUTE WRK-COTA ROUNDED =                            00050900
                          WRK-ATU-CUSTO / WRK-ATU-VIDA-UTIL             00051000
                  END-COMPUTE                                           00051100
                  COMPUTE WRK-RESIDUAL =                                00051200
                          WRK-ATU-CUSTO - WRK-ATU-DEPR-ACUM             00051300
                  END-COMPUTE                                           00051400
                  IF WRK-COTA GREATER THAN WRK-RESIDUAL                 00051500
                     MOVE WRK-RESIDUAL TO WRK-COTA                      00051600
                  END-IF                                                00051700
                  ADD WRK-COTA TO WRK-ATU-DEPR-ACUM                     00051800
                  MOVE WRK-COMPETENCIA TO WRK-ATU-ULT-COMP              00051900
                  ADD 1 TO WRK-REG-DEPRECIADOS                          00052000
                  IF WRK-ATU-DEPR-ACUM EQUAL WRK-ATU-CUSTO AND          00052100
                     WRK-ATU-ATIVO                                      00052200
                     SET WRK-ATU-DEPRECIADO TO TRUE                     00052300
                     ADD 1 TO WRK-REG-ENCERRADOS                        00052400
                     DISPLAY ' BEM TOTALMENTE DEPRECIADO: '             00052500
                             WRK-ATU-NUMERO                             00052600
                  END-IF                                                00052700
                  PERFORM 2110-SOMAR-CCUSTO                             00052800
             END-EVALUATE.                                              00052900
                                                                        00053000
      *-------------------------------------------------------*         00053100
       2100-999-FIM.                              EXIT.                 00053200
      *-------------------------------------------------------*         00053300
                                                                        00053400
      *-------------------------------------------------------*         00053500
       2110-SOMAR-CCUSTO                          SECTION.              00053600
      *-------------------------------------------------------*         00053700
                                                                        00053800
             SET WRK-CCU-NAO-ACHADO TO TRUE.                            00053900
             MOVE 1 TO WRK-IDX-CCU.                                     00054000
             PERFORM 2120-PROCURAR-CCUSTO                               00054100
                UNTIL WRK-IDX-CCU GREATER THAN WRK-QTDE-CCUSTO          00054200
                   OR WRK-CCU-FOI-ACHADO.                               00054300
             IF WRK-CCU-NAO-ACHADO                                      00054400
                IF WRK-QTDE-CCUSTO EQUAL 50                             00054500
                   MOVE ' MAIS DE 50 CENTROS DE CUSTO ' TO WRK-MSG      00054600
                   PERFORM 9000-TRATAR-ERROS                            00054700
                END-IF                                                  00054800
                ADD 1 TO WRK-QTDE-CCUSTO                                00054900
                MOVE WRK-QTDE-CCUSTO TO WRK-IDX-CCU                     00055000
                MOVE WRK-ATU-CCUSTO TO WRK-TAB-CCU-CODIGO(WRK-IDX-CCU)  00055100
                MOVE ZEROS TO WRK-TAB-CCU-VALOR(WRK-IDX-CCU)            00055200
             END-IF.                                                    00055300
             ADD WRK-COTA TO WRK-TAB-CCU-VALOR(WRK-IDX-CCU).            00055400
                                                                        00055500
      *-------------------------------------------------------*         00055600
       2110-999-FIM.                              EXIT.                 00055700
      *-------------------------------------------------------*         00055800
                                                                        00055900
      *-------------------------------------------------------*         00056000
       2120-PROCURAR-CCUSTO                       SECTION.              00056100
      *-------------------------------------------------------*         00056200
                                                                        00056300
             IF WRK-TAB-CCU-CODIGO(WRK-IDX-CCU) EQUAL WRK-ATU-CCUSTO    00056400
                SET WRK-CCU-FOI-ACHADO TO TRUE                          00056500
             ELSE                                                       00056600
                ADD 1 TO WRK-IDX-CCU                                    00056700
             END-IF.                                                    00056800
                                                                        00056900
      *-------------------------------------------------------*         00057000
       2120-999-FIM.                              EXIT.                 00057100
      *-------------------------------------------------------*         00057200
                                                                        00057300
      *---------------------------------------------------------------  00057400
      *    2300-CONTABILIZAR-BAIXA                                      00057500
      *    UM LOTE POR BEM: SAI O CUSTO E O ACUMULADO, ENTRA A          00057600
      *    VENDA; A DIFERENCA PARA O VALOR LIQUIDO E O GANHO (C) OU     00057700
      *    A PERDA (D) NA CONTA AUXILIAR DA REGRA BX.                   00057800
      *---------------------------------------------------------------  00057900
       2300-CONTABILIZAR-BAIXA                    SECTION.              00058000
                                                                        00058100
             ADD 1 TO WRK-LOT-SEQ.                                      00058200
             ADD 1 TO WRK-REG-BAIXAS.                                   00058300
             COMPUTE WRK-LIQUIDO =                                      00058400
                     WRK-ATU-CUSTO - WRK-ATU-DEPR-ACUM                  00058500
             END-COMPUTE.                                               00058600
             COMPUTE WRK-RESULTADO-BAIXA =                              00058700
                     WRK-ATU-VALOR-VENDA - WRK-LIQUIDO                  00058800
             END-COMPUTE.                                               00058900
             MOVE WRK-ATU-CCUSTO TO WRK-CCUSTO-LANCTO.                  00059000
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00059100
             STRING 'BAIXA BEM ' WRK-ATU-NUMERO ' '                     00059200
                    WRK-ATU-DESCRICAO                                   00059300
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00059400
                                                                        00059500
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00059600
             MOVE WRK-DP-CREDITO TO WRK-CONTA-LANCTO.                   00059700
             MOVE WRK-ATU-DEPR-ACUM TO WRK-VALOR-RESTANTE.              00059800
             PERFORM 7000-GRAVAR-QUEBRADO.                              00059900
             MOVE WRK-BX-DEBITO TO WRK-CONTA-LANCTO.                    00060000
             MOVE WRK-ATU-VALOR-VENDA TO WRK-VALOR-RESTANTE.            00060100
             PERFORM 7000-GRAVAR-QUEBRADO.                              00060200
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00060300
             MOVE WRK-BX-CREDITO TO WRK-CONTA-LANCTO.                   00060400
             MOVE WRK-ATU-CUSTO TO WRK-VALOR-RESTANTE.                  00060500
             PERFORM 7000-GRAVAR-QUEBRADO.                              00060600
             MOVE WRK-BX-AUXILIAR TO WRK-CONTA-LANCTO.                  00060700
             IF WRK-RESULTADO-BAIXA GREATER THAN ZEROS                  00060800
                MOVE WRK-RESULTADO-BAIXA TO WRK-VALOR-RESTANTE          00060900
             ELSE                                                       00061000
                MOVE 'D' TO WRK-TIPO-LANCTO                             00061100
                COMPUTE WRK-VALOR-RESTANTE =                            00061200
                        ZEROS - WRK-RESULTADO-BAIXA                     00061300
                END-COMPUTE                                             00061400
             END-IF.                                                    00061500
             PERFORM 7000-GRAVAR-QUEBRADO.                              00061600
                                                                        00061700
             SUBTRACT WRK-ATU-CUSTO FROM WRK-SALDO-IMOBILIZADO.         00061800
             ADD WRK-ATU-DEPR-ACUM TO WRK-SALDO-DEPRECIACAO.            00061900
             ADD WRK-ATU-CUSTO TO WRK-BXA-CUSTO.                        00062000
             ADD WRK-ATU-DEPR-ACUM TO WRK-BXA-DEPR-ACUM.                00062100
             ADD WRK-ATU-VALOR-VENDA TO WRK-BXA-VENDA.                  00062200
             ADD WRK-RESULTADO-BAIXA TO WRK-BXA-RESULTADO.              00062300
             SET WRK-ATU-BAIXADO TO TRUE.                               00062400
             DISPLAY ' BAIXA CONTABILIZADA: BEM ' WRK-ATU-NUMERO        00062500
                     ' LOTE ' WRK-LOTE.                                 00062600
                                                                        00062700
      *-------------------------------------------------------*         00062800
       2300-999-FIM.                              EXIT.                 00062900
      *-------------------------------------------------------*         00063000
                                                                        00063100
      *---------------------------------------------------------------  00063200
      *    2900-IMPRIMIR-BEM                                            00063300
      *    BEM BAIXADO NA RODADA SAI NA LISTA MAS FICA FORA DO          00063400
      *    TOTAL EM USO, QUE E O QUE CONFERE COM AS CONTAS.             00063500
      *---------------------------------------------------------------  00063600
       2900-IMPRIMIR-BEM                          SECTION.              00063700
                                                                        00063800
             COMPUTE WRK-LIQUIDO =                                      00063900
                     WRK-ATU-CUSTO - WRK-ATU-DEPR-ACUM                  00064000
             END-COMPUTE.                                               00064100
             MOVE WRK-ATU-NUMERO    TO WRK-LDT-NUMERO.                  00064200
             MOVE WRK-ATU-DESCRICAO TO WRK-LDT-DESCRICAO.               00064300
             MOVE WRK-ATU-CCUSTO    TO WRK-LDT-CCUSTO.                  00064400
             MOVE WRK-ATU-CUSTO     TO WRK-LDT-CUSTO.                   00064500
             MOVE WRK-COTA          TO WRK-LDT-COTA.                    00064600
             MOVE WRK-ATU-DEPR-ACUM TO WRK-LDT-DEPR-ACUM.               00064700
             MOVE WRK-LIQUIDO       TO WRK-LDT-LIQUIDO.                 00064800
             EVALUATE TRUE                                              00064900
               WHEN WRK-ATU-BAIXADO                                     00065000
                  MOVE 'BAIXADO'  TO WRK-LDT-SITUACAO                   00065100
               WHEN WRK-ATU-BAIXA-PENDENTE                              00065200
                  MOVE 'BX PEND'  TO WRK-LDT-SITUACAO                   00065300
               WHEN WRK-ATU-DEPRECIADO                                  00065400
                  MOVE 'DEPREC'   TO WRK-LDT-SITUACAO                   00065500
               WHEN OTHER                                               00065600
                  MOVE 'ATIVO'    TO WRK-LDT-SITUACAO                   00065700
             END-EVALUATE.                                              00065800
             WRITE FD-RELIMOB FROM WRK-LIN-DETALHE.                     00065900
                                                                        00066000
             IF NOT WRK-ATU-BAIXADO                                     00066100
                ADD WRK-ATU-CUSTO     TO WRK-TOT-CUSTO                  00066200
                ADD WRK-COTA          TO WRK-TOT-COTA                   00066300
                ADD WRK-ATU-DEPR-ACUM TO WRK-TOT-DEPR-ACUM              00066400
                ADD WRK-LIQUIDO       TO WRK-TOT-LIQUIDO                00066500
             END-IF.                                                    00066600
                                                                        00066700
      *-------------------------------------------------------*         00066800
       2900-999-FIM.                              EXIT.                 00066900
      *-------------------------------------------------------*         00067000
                                                                        00067100
      *---------------------------------------------------------------  00067200
      *    3000-CONTABILIZAR-DEPRECIACAO                                00067300
      *    LOTE 0001: D DESPESA E C ACUMULADA, POR CENTRO DE CUSTO.     00067400
      *---------------------------------------------------------------  00067500
       3000-CONTABILIZAR-DEPRECIACAO              SECTION.              00067600
                                                                        00067700
             MOVE 1 TO WRK-LOT-SEQ.                                     00067800
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00067900
             STRING 'DEPRECIACAO ' WRK-MES-FECHAMENTO '/'               00068000
                    WRK-ANO-FECHAMENTO                                  00068100
                    DELIMITED BY SIZE INTO WRK-TEXTO-LANCTO.            00068200
             MOVE 1 TO WRK-IDX-CCU.                                     00068300
             PERFORM 3100-GRAVAR-CCUSTO                                 00068400
                UNTIL WRK-IDX-CCU GREATER THAN WRK-QTDE-CCUSTO.         00068500
                                                                        00068600
             SUBTRACT WRK-TOT-COTA FROM WRK-SALDO-DEPRECIACAO.          00068700
                                                                        00068800
      *-------------------------------------------------------*         00068900
       3000-999-FIM.                              EXIT.                 00069000
      *-------------------------------------------------------*         00069100
                                                                        00069200
      *-------------------------------------------------------*         00069300
       3100-GRAVAR-CCUSTO                         SECTION.              00069400
      *-------------------------------------------------------*         00069500
                                                                        00069600
             MOVE WRK-TAB-CCU-CODIGO(WRK-IDX-CCU) TO WRK-CCUSTO-LANCTO. 00069700
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00069800
             MOVE WRK-DP-DEBITO TO WRK-CONTA-LANCTO.                    00069900
             MOVE WRK-TAB-CCU-VALOR(WRK-IDX-CCU) TO WRK-VALOR-RESTANTE. 00070000
             PERFORM 7000-GRAVAR-QUEBRADO.                              00070100
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00070200
             MOVE WRK-DP-CREDITO TO WRK-CONTA-LANCTO.                   00070300
             MOVE WRK-TAB-CCU-VALOR(WRK-IDX-CCU) TO WRK-VALOR-RESTANTE. 00070400
             PERFORM 7000-GRAVAR-QUEBRADO.                              00070500
             ADD 1 TO WRK-IDX-CCU.                                      00070600
                                                                        00070700
      *-------------------------------------------------------*         00070800
       3100-999-FIM.                              EXIT.                 00070900
      *-------------------------------------------------------*         00071000
                                                                        00071100
      *---------------------------------------------------------------  00071200
      *    4000-CONFERIR-CONTAS                                         00071300
      *    CUSTO EM USO X SALDO DA CONTA DE IMOBILIZADO E               00071400
      *    ACUMULADO EM USO X SALDO (CREDOR) DA DEPRECIACAO             00071500
      *    ACUMULADA, AMBOS JA COM OS LANCAMENTOS DESTA RODADA.         00071600
      *---------------------------------------------------------------  00071700
       4000-CONFERIR-CONTAS                       SECTION.              00071800
                                                                        00071900
             OPEN INPUT SALDOABR.                                       00072000
             IF WRK-FS-SALDOABR EQUAL '35'                              00072100
                DISPLAY ' SALDOABR AUSENTE, ABERTURA ZERADA '           00072200
             ELSE                                                       00072300
                IF WRK-FS-SALDOABR NOT EQUAL '00'                       00072400
                   MOVE ' ERRO OPEN SALDOABR ' TO WRK-MSG               00072500
                   PERFORM 9000-TRATAR-ERROS                            00072600
                END-IF                                                  00072700
                READ SALDOABR                                           00072800
                PERFORM 4100-SOMAR-ABERTURA                             00072900
                   UNTIL WRK-FS-SALDOABR NOT EQUAL '00'                 00073000
                CLOSE SALDOABR                                          00073100
             END-IF.                                                    00073200
                                                                        00073300
             OPEN INPUT ACEITO.                                         00073400
             IF WRK-FS-ACEITO EQUAL '35'                                00073500
                DISPLAY ' ACEITO AUSENTE, SEM LANCAMENTOS DO ANO '      00073600
             ELSE                                                       00073700
                IF WRK-FS-ACEITO NOT EQUAL '00'                         00073800
                   MOVE ' ERRO OPEN ACEITO ' TO WRK-MSG                 00073900
                   PERFORM 9000-TRATAR-ERROS                            00074000
                END-IF                                                  00074100
                READ ACEITO                                             00074200
                PERFORM 4200-SOMAR-ACEITO                               00074300
                   UNTIL WRK-FS-ACEITO NOT EQUAL '00'                   00074400
                CLOSE ACEITO                                            00074500
             END-IF.                                                    00074600
                                                                        00074700
             WRITE FD-RELIMOB FROM WRK-LIN-TRACO.                       00074800
             MOVE SPACES            TO WRK-LIN-DETALHE.                 00074900
             MOVE 'TOTAL EM USO'    TO WRK-LDT-DESCRICAO.               00075000
             MOVE WRK-TOT-CUSTO     TO WRK-LDT-CUSTO.                   00075100
             MOVE WRK-TOT-COTA      TO WRK-LDT-COTA.                    00075200
             MOVE WRK-TOT-DEPR-ACUM TO WRK-LDT-DEPR-ACUM.               00075300
             MOVE WRK-TOT-LIQUIDO   TO WRK-LDT-LIQUIDO.                 00075400
             WRITE FD-RELIMOB FROM WRK-LIN-DETALHE.                     00075500
             MOVE SPACES            TO WRK-LIN-DETALHE.                 00075600
             MOVE 'BAIXAS DO MES'   TO WRK-LDT-DESCRICAO.               00075700
             MOVE WRK-BXA-CUSTO     TO WRK-LDT-CUSTO.                   00075800
             MOVE ZEROS             TO WRK-LDT-COTA.                    00075900
             MOVE WRK-BXA-DEPR-ACUM TO WRK-LDT-DEPR-ACUM.               00076000
             COMPUTE WRK-LDT-LIQUIDO =                                  00076100
                     WRK-BXA-CUSTO - WRK-BXA-DEPR-ACUM                  00076200
             END-COMPUTE.                                               00076300
             WRITE FD-RELIMOB FROM WRK-LIN-DETALHE.                     00076400
             WRITE FD-RELIMOB FROM WRK-LIN-TRACO.                       00076500
                                                                        00076600
             MOVE SPACES TO WRK-LIN-CONFERE.                            00076700
             MOVE 'CONFERENCIA COM O RAZAO' TO WRK-LIN-CONFERE(1:34).   00076800
             MOVE '           CADASTRO'  TO WRK-LIN-CONFERE(36:21).     00076900
             MOVE '              RAZAO'  TO WRK-LIN-CONFERE(58:21).     00077000
             MOVE '          DIFERENCA'  TO WRK-LIN-CONFERE(80:21).     00077100
             WRITE FD-RELIMOB FROM WRK-LIN-CONFERE.                     00077200
                                                                        00077300
             MOVE SPACES TO WRK-LCF-TEXTO.                              00077400
             STRING 'IMOBILIZADO ' WRK-BX-CREDITO                       00077500
                    DELIMITED BY SIZE INTO WRK-LCF-TEXTO.               00077600
             MOVE WRK-TOT-CUSTO TO WRK-CADASTRO.                        00077700
             MOVE WRK-SALDO-IMOBILIZADO TO WRK-RAZAO.                   00077800
             PERFORM 4900-GRAVAR-CONFERENCIA.                           00077900
                                                                        00078000
             MOVE SPACES TO WRK-LCF-TEXTO.                              00078100
             STRING 'DEPRECIACAO ACUMULADA ' WRK-DP-CREDITO             00078200
                    DELIMITED BY SIZE INTO WRK-LCF-TEXTO.               00078300
             MOVE WRK-TOT-DEPR-ACUM TO WRK-CADASTRO.                    00078400
             COMPUTE WRK-RAZAO = ZEROS - WRK-SALDO-DEPRECIACAO          00078500
             END-COMPUTE.                                               00078600
             PERFORM 4900-GRAVAR-CONFERENCIA.                           00078700
                                                                        00078800
             MOVE SPACES TO WRK-LIN-TEXTO.                              00078900
             IF WRK-REG-DIVERGENTES EQUAL ZEROS                         00079000
                MOVE 'CADASTRO DO IMOBILIZADO CONFERE COM O RAZAO'      00079100
                     TO WRK-LTX-TEXTO                                   00079200
             ELSE                                                       00079300
                MOVE '*** IMOBILIZADO NAO CONFERE COM O RAZAO ***'      00079400
                     TO WRK-LTX-TEXTO                                   00079500
                MOVE 4 TO RETURN-CODE                                   00079600
             END-IF.                                                    00079700
             WRITE FD-RELIMOB FROM WRK-LIN-TEXTO.                       00079800
             WRITE FD-RELIMOB FROM WRK-LIN-TRACO.                       00079900
                                                                        00080000
      *-------------------------------------------------------*         00080100
       4000-999-FIM.                              EXIT.                 00080200
      *-------------------------------------------------------*         00080300
                                                                        00080400
      *-------------------------------------------------------*         00080500
       4100-SOMAR-ABERTURA                        SECTION.              00080600
      *-------------------------------------------------------*         00080700
                                                                        00080800
             IF FD-ABR-CONTA EQUAL WRK-BX-CREDITO                       00080900
                ADD FD-ABR-SALDO TO WRK-SALDO-IMOBILIZADO               00081000
             END-IF.                                                    00081100
             IF FD-ABR-CONTA EQUAL WRK-DP-CREDITO                       00081200
                ADD FD-ABR-SALDO TO WRK-SALDO-DEPRECIACAO               00081300
             END-IF.                                                    00081400
             READ SALDOABR.                                             00081500
                                                                        00081600
      *-------------------------------------------------------*         00081700
       4100-999-FIM.                              EXIT.                 00081800
      *-------------------------------------------------------*         00081900
                                                                        00082000
      *-------------------------------------------------------*         00082100
       4200-SOMAR-ACEITO                          SECTION.              00082200
      *-------------------------------------------------------*         00082300
                                                                        00082400
             IF FD-ACE-ANO EQUAL WRK-ANO-FECHAMENTO AND                 00082500
                FD-ACE-DATA NOT GREATER THAN WRK-DATA-HOJE              00082600
                IF FD-ACE-CONTA EQUAL WRK-BX-CREDITO                    00082700
                   ADD 1 TO WRK-REG-ACEITOS                             00082800
                   IF FD-ACE-TIPO EQUAL 'D'                             00082900
                      ADD FD-ACE-VALOR TO WRK-SALDO-IMOBILIZADO         00083000
                   ELSE                                                 00083100
                      SUBTRACT FD-ACE-VALOR FROM WRK-SALDO-IMOBILIZADO  00083200
                   END-IF                                               00083300
                END-IF                                                  00083400
                IF FD-ACE-CONTA EQUAL WRK-DP-CREDITO                    00083500
                   ADD 1 TO WRK-REG-ACEITOS                             00083600
                   IF FD-ACE-TIPO EQUAL 'D'                             00083700
                      ADD FD-ACE-VALOR TO WRK-SALDO-DEPRECIACAO         00083800
                   ELSE                                                 00083900
                      SUBTRACT FD-ACE-VALOR FROM WRK-SALDO-DEPRECIACAO  00084000
                   END-IF                                               00084100
                END-IF                                                  00084200
             END-IF.                                                    00084300
             READ ACEITO.                                               00084400
                                                                        00084500
      *-------------------------------------------------------*         00084600
       4200-999-FIM.                              EXIT.                 00084700
      *-------------------------------------------------------*         00084800
                                                                        00084900
      *-------------------------------------------------------*         00085000
       4900-GRAVAR-CONFERENCIA                    SECTION.              00085100
      *-------------------------------------------------------*         00085200
                                                                        00085300
             COMPUTE WRK-DIFERENCA = WRK-CADASTRO - WRK-RAZAO           00085400
             END-COMPUTE.                                               00085500
             MOVE WRK-CADASTRO  TO WRK-LCF-CADASTRO.                    00085600
             MOVE WRK-RAZAO     TO WRK-LCF-RAZAO.                       00085700
             MOVE WRK-DIFERENCA TO WRK-LCF-DIFERENCA.                   00085800
             WRITE FD-RELIMOB FROM WRK-LIN-CONFERE.                     00085900
             IF WRK-DIFERENCA NOT EQUAL ZEROS                           00086000
                ADD 1 TO WRK-REG-DIVERGENTES                            00086100
                DISPLAY ' NAO CONFERE: ' WRK-LCF-TEXTO                  00086200
                        ' DIFERENCA ' WRK-LCF-DIFERENCA                 00086300
             END-IF.                                                    00086400
                                                                        00086500
      *-------------------------------------------------------*         00086600
       4900-999-FIM.                              EXIT.                 00086700
      *-------------------------------------------------------*         00086800
                                                                        00086900
      *---------------------------------------------------------------  00087000
      *    7000-GRAVAR-QUEBRADO                                         00087100
      *    GRAVA O VALOR EM QUANTOS LANCAMENTOS DE ATE 999999999,99     00087200
      *    FOREM PRECISOS (LIMITE DO LAYOUT DO LANCTO); VALOR           00087300
      *    ZERADO NAO GERA LANCAMENTO.                                  00087400
      *---------------------------------------------------------------  00087500
       7000-GRAVAR-QUEBRADO                       SECTION.              00087600
                                                                        00087700
             IF WRK-TIPO-LANCTO EQUAL 'D'                               00087800
                ADD WRK-VALOR-RESTANTE TO WRK-TOTAL-DEBITOS             00087900
             ELSE                                                       00088000
                ADD WRK-VALOR-RESTANTE TO WRK-TOTAL-CREDITOS            00088100
             END-IF.                                                    00088200
             PERFORM 7100-GRAVAR-PARCELA                                00088300
                UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.                   00088400
                                                                        00088500
      *-------------------------------------------------------*         00088600
       7000-999-FIM.                              EXIT.                 00088700
      *-------------------------------------------------------*         00088800
                                                                        00088900
      *-------------------------------------------------------*         00089000
       7100-GRAVAR-PARCELA                        SECTION.              00089100
      *-------------------------------------------------------*         00089200
                                                                        00089300
             MOVE SPACES            TO FD-LANCTO.                       00089400
             MOVE WRK-DATA-HOJE     TO FD-DATA.                         00089500
             MOVE FD-DATA(3:6)      TO WRK-LOT-DATA.                    00089600
             MOVE WRK-LOTE          TO FD-LOTE.                         00089700
             MOVE WRK-TEXTO-LANCTO  TO FD-LANCAMENTO.                   00089800
             MOVE WRK-CCUSTO-LANCTO TO FD-CCUSTO.                       00089900
             MOVE WRK-TIPO-LANCTO   TO FD-TIPO.                         00090000
             MOVE WRK-CONTA-LANCTO  TO FD-CONTA.                        00090100
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00090200
                MOVE 999999999,99 TO FD-VALOR                           00090300
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00090400
             ELSE                                                       00090500
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00090600
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00090700
             END-IF.                                                    00090800
             WRITE FD-LANCTO.                                           00090900
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00091000
                MOVE ' ERRO WRITE LANCTO ' TO WRK-MSG                   00091100
                PERFORM 9000-TRATAR-ERROS                               00091200
             END-IF.                                                    00091300
             ADD 1 TO WRK-REG-GERADOS.                                  00091400
                                                                        00091500
      *-------------------------------------------------------*         00091600
       7100-999-FIM.                              EXIT.                 00091700
      *-------------------------------------------------------*         00091800
                                                                        00091900
      *-------------------------------------------------------*         00092000
       8000-FINALIZAR                             SECTION.              00092100
      *-------------------------------------------------------*         00092200
                                                                        00092300
             CLOSE IMOBMSTR.                                            00092400
             CLOSE IMOBNOVO.                                            00092500
             CLOSE LANCTO.                                              00092600
             CLOSE RELIMOB.                                             00092700
                                                                        00092800
             DISPLAY '===================================='.            00092900
             DISPLAY ' COMPETENCIA...........: ' WRK-COMPETENCIA.       00093000
             DISPLAY ' BENS NO CADASTRO......: ' WRK-REG-BENS.          00093100
             DISPLAY ' DEPRECIADOS NO MES....: ' WRK-REG-DEPRECIADOS.   00093200
             DISPLAY ' TOTALMENTE DEPRECIADOS: ' WRK-REG-ENCERRADOS.    00093300
             DISPLAY ' JA DEPRECIADOS ANTES..: ' WRK-REG-JA-RODADOS.    00093400
             DISPLAY ' BAIXAS CONTABILIZADAS.: ' WRK-REG-BAIXAS.        00093500
             DISPLAY ' BAIXADOS ANTERIORES...: ' WRK-REG-BAIXADOS.      00093600
             DISPLAY ' DEPRECIACAO DO MES....: ' WRK-TOT-COTA.          00093700
             DISPLAY ' RESULTADO DAS BAIXAS..: ' WRK-BXA-RESULTADO.     00093800
             DISPLAY ' ACEITOS NAS CONTAS....: ' WRK-REG-ACEITOS.       00093900
             DISPLAY ' LANCAMENTOS GERADOS...: ' WRK-REG-GERADOS.       00094000
             DISPLAY ' TOTAL A DEBITO........: ' WRK-TOTAL-DEBITOS.     00094100
             DISPLAY ' TOTAL A CREDITO.......: ' WRK-TOTAL-CREDITOS.    00094200
             DISPLAY '==================================== '.           00094300
                STOP RUN.                                               00094400
                                                                        00094500
      *-------------------------------------------------------*         00094600
       8000-999-FIM.                              EXIT.                 00094700
      *-------------------------------------------------------*         00094800
                                                                        00094900
      *-------------------------------------------------------*         00095000
       9000-TRATAR-ERROS                           SECTION.             00095100
      *-------------------------------------------------------*         00095200
                                                                        00095300
             DISPLAY '-----------------------------'.                   00095400
             DISPLAY WRK-MSG.                                           00095500
             DISPLAY '-----------------------------'.                   00095600
                STOP RUN.                                               00095700
                                                                        00095800
      *-------------------------------------------------------*         00095900
       9000-999-FIM.                              EXIT.                 00096000
      *-------------------------------------------------------*         00096100
