      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB59.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 18/12/2023                                       00001200
      *     OBJETIVO : PACOTE MENSAL DE INDICADORES DA DIRETORIA        00001300
      *              : -- APURA NA COMPETENCIA DO PARMSERV OS           00001400
      *              : NUMEROS DE CABECA QUE HOJE SAEM ESPALHADOS       00001500
      *              : EM SETE RELATORIOS: RECEITA LIQUIDA E            00001600
      *              : MARGEM BRUTA (NFITEM A CUSTO MEDIO, COMO         00001700
      *              : FR01CB15/ARQ024), RECEBER EM ABERTO E PRAZO      00001800
      *              : MEDIO DE RECEBIMENTO (CREBER, FR01CB06),         00001900
      *              : ESTOQUE A CUSTO, GIRO E ESTOQUE PARADO 180+      00002000
      *              : (PRODMSTR, ARQ007/ARQ019), RECEITA ORCADA        00002100
      *              : (ORCCONTA, FR03CB38), FOLHA E HEADCOUNT          00002200
      *              : CONTRA O ORCSETOR (FR03DB18/FR03DB19),           00002300
      *              : PAGAR VENCIDO (CTAPAGAR) E POSICAO DE CAIXA      00002400
      *              : (SALDOABR + ACEITO, FR03CB45). GUARDA O MES      00002500
      *              : NO KSDS KPIHIST E COMPARA CADA INDICADOR         00002600
      *              : COM O MES ANTERIOR E COM O MESMO MES DO ANO      00002700
      *              : ANTERIOR NO RELATORIO RELKPI E NO EXTRATO        00002800
      *              : KPIEXTR (PONTO-E-VIRGULA, COM CABECALHO DE       00002900
      *              : COLUNAS E TRAILER, COMO O EXTRBI DO              00003000
      *              : FR03DB28) PARA O TIME DE BI.                     00003100
      *-------------------------------------------------------*         00003200
      *     COMPETENCIA AAAAMM NO PARMSERV (FR03DB59/COMPETENCIA);      00003300
      *     SEM ELA, O MES CORRENTE. RODAR DE NOVO A MESMA              00003400
      *     COMPETENCIA REGRAVA O MES NO KPIHIST.                       00003500
      *-------------------------------------------------------*         00003600
      *     RECEITA LIQUIDA = VALOR DO ITEM MENOS A DEVOLUCAO AO        00003700
      *     PRECO DA NOTA; CUSTO DA VENDA = QTDE LIQUIDA X CUSTO        00003800
      *     MEDIO DO PRODMSTR. PRAZO MEDIO = RECEBER EM ABERTO /        00003900
      *     RECEITA DO MES X 30. GIRO = CUSTO DA VENDA DO MES X         00004000
      *     12 / ESTOQUE A CUSTO (ANUALIZADO). ESTOQUE PARADO NA        00004100
      *     CONVENCAO 360 DO ARQ019, A PRECO DE VENDA, COM A IDADE      00004200
      *     CONTADA ATE O DIA 30 DA COMPETENCIA. PAGAR VENCIDO =        00004300
      *     TITULO NAO LIQUIDADO COM VENCIMENTO ATE O FIM DO MES.       00004400
      *     RECEBER, PAGAR, ESTOQUE E FUNCIONARIOS SAO A POSICAO        00004500
      *     DO MOMENTO DA RODADA: O LOTE RODA NO FECHAMENTO.            00004600
      *=======================================================*         00004700
      *=======================================================*         00004800
       ENVIRONMENT                                    DIVISION.         00004900
      *=======================================================*         00005000
       CONFIGURATION                                  SECTION.          00005100
      *=======================================================*         00005200
                                                                        00005300
          SPECIAL-NAMES.                                                00005400
              DECIMAL-POINT IS COMMA.                                   00005500
                                                                        00005600
      *=======================================================*         00005700
       INPUT-OUTPUT                                   SECTION.          00005800
       FILE-CONTROL.                                                    00005900
             SELECT NFITEM    ASSIGN TO NFITEM                          00006000
                ORGANIZATION IS INDEXED                                 00006100
                ACCESS MODE  IS SEQUENTIAL                              00006200
                RECORD KEY   IS FD-NFI-CHAVE                            00006300
                FILE STATUS  IS WRK-FS-NFITEM.                          00006400
             SELECT PRODMSTR  ASSIGN TO PRODMSTR                        00006500
                ORGANIZATION IS INDEXED                                 00006600
                ACCESS MODE  IS DYNAMIC                                 00006700
                RECORD KEY   IS FD-PM-CODIGO                            00006800
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00006900
             SELECT CREBER    ASSIGN TO CREBER                          00007000
                FILE STATUS  IS WRK-FS-CREBER.                          00007100
             SELECT CTAPAGAR  ASSIGN TO CTAPAGAR                        00007200
                FILE STATUS  IS WRK-FS-CTAPAGAR.                        00007300
             SELECT CTAREGRA  ASSIGN TO CTAREGRA                        00007400
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00007500
             SELECT SALDOABR  ASSIGN TO SALDOABR                        00007600
                FILE STATUS  IS WRK-FS-SALDOABR.                        00007700
             SELECT ACEITO    ASSIGN TO ACEITO                          00007800
                FILE STATUS  IS WRK-FS-ACEITO.                          00007900
             SELECT ORCCONTA  ASSIGN TO ORCCONTA                        00008000
                FILE STATUS  IS WRK-FS-ORCCONTA.                        00008100
             SELECT ORCSETOR  ASSIGN TO ORCSETOR                        00008200
                FILE STATUS  IS WRK-FS-ORCSETOR.                        00008300
             SELECT KPIHIST   ASSIGN TO KPIHIST                         00008400
                ORGANIZATION IS INDEXED                                 00008500
                ACCESS MODE  IS RANDOM                                  00008600
                RECORD KEY   IS FD-KPH-COMPETENCIA                      00008700
                FILE STATUS  IS WRK-FS-KPIHIST.                         00008800
             SELECT RELKPI    ASSIGN TO RELKPI                          00008900
                FILE STATUS  IS WRK-FS-RELKPI.                          00009000
             SELECT KPIEXTR   ASSIGN TO KPIEXTR                         00009100
                FILE STATUS  IS WRK-FS-KPIEXTR.                         00009200
      *=======================================================*         00009300
       DATA                                       DIVISION.             00009400
      *=======================================================*         00009500
                                                                        00009600
      *-------------------------------------------------------*         00009700
       FILE                                       SECTION.              00009800
      *-------------------------------------------------------*         00009900
       FD NFITEM                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-NFITEM.                                                    00010300
          05 FD-NFI-CHAVE.                                              00010400
             10 FD-NFI-NF         PIC 9(06).                            00010500
             10 FD-NFI-PRODUTO    PIC X(06).                            00010600
          05 FD-NFI-CLIENTE       PIC X(04).                            00010700
          05 FD-NFI-PEDIDO        PIC 9(06).                            00010800
          05 FD-NFI-QTDE          PIC 9(05).                            00010900
          05 FD-NFI-PRECO         PIC 9(07)V99.                         00011000
          05 FD-NFI-VALOR         PIC 9(09)V99.                         00011100
          05 FD-NFI-DATA          PIC X(08).                            00011200
          05 FD-NFI-QTDE-DEV      PIC 9(05).                            00011300
          05 FD-NFI-ALIQ-ICMS     PIC 9(02)V99.                         00011400
          05 FD-NFI-VALOR-ICMS    PIC 9(07)V99.                         00011500
          05 FILLER               PIC X(07).                            00011600
                                                                        00011700
       FD PRODMSTR                                                      00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-PRODMSTR.                                                  00012100
          05 FD-PM-CODIGO         PIC X(06).                            00012200
          05 FD-PM-DESCRICAO      PIC X(30).                            00012300
          05 FD-PM-PRECO          PIC 9(07)V99.                         00012400
          05 FD-PM-QTDE           PIC 9(05).                            00012500
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00012600
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00012700
          05 FD-PM-EAN            PIC X(13).                            00012800
                                                                        00012900
       FD CREBER                                                        00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-CREBER.                                                    00013300
          05 FD-CRB-CLIENTE       PIC X(04).                            00013400
          05 FD-CRB-NF            PIC 9(06).                            00013500
          05 FD-CRB-PEDIDO        PIC 9(06).                            00013600
          05 FD-CRB-VALOR         PIC 9(09)V99.                         00013700
          05 FD-CRB-DATA-EMISSA   PIC X(08).                            00013800
          05 FD-CRB-DATA-VENCTO   PIC X(10).                            00013900
          05 FD-CRB-SITUACAO      PIC X(01).                            00014000
             88 FD-CRB-ABERTO          VALUE 'A'.                       00014100
             88 FD-CRB-LIQUIDADO       VALUE 'L'.                       00014200
             88 FD-CRB-PARCIAL         VALUE 'P'.                       00014300
          05 FD-CRB-VALOR-PAGO    PIC 9(09)V99.                         00014400
          05 FD-CRB-COBRANCA      PIC X(01).                            00014500
          05 FILLER               PIC X(02).                            00014600
                                                                        00014700
       FD CTAPAGAR                                                      00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-CTAPAGAR.                                                  00015100
          05 FD-CTP-FORNECEDOR    PIC X(06).                            00015200
          05 FD-CTP-NOTA          PIC X(10).                            00015300
          05 FD-CTP-VALOR         PIC 9(09)V99.                         00015400
          05 FD-CTP-DATA-EMISSAO  PIC X(08).                            00015500
          05 FD-CTP-DATA-VENCTO   PIC X(10).                            00015600
          05 FD-CTP-SITUACAO      PIC X(01).                            00015700
             88 FD-CTP-ABERTO          VALUE 'A'.                       00015800
             88 FD-CTP-REMETIDO        VALUE 'R'.                       00015900
             88 FD-CTP-LIQUIDADO       VALUE 'L'.                       00016000
          05 FD-CTP-DATA-PAGTO    PIC X(08).                            00016100
          05 FILLER               PIC X(06).                            00016200
                                                                        00016300
       FD CTAREGRA                                                      00016400
           RECORDING MODE IS F                                          00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-CTAREGRA.                                                  00016700
          05 FD-RGR-EVENTO        PIC X(02).                            00016800
          05 FD-RGR-DEBITO        PIC X(06).                            00016900
          05 FD-RGR-CREDITO       PIC X(06).                            00017000
          05 FD-RGR-AUXILIAR      PIC X(06).                            00017100
          05 FILLER               PIC X(10).                            00017200
                                                                        00017300
       FD SALDOABR                                                      00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
       01 FD-SALDOABR.                                                  00017700
          05 FD-ABR-CONTA         PIC X(06).                            00017800
          05 FD-ABR-SALDO         PIC S9(12)V99 SIGN IS LEADING         00017900
                                  SEPARATE.                             00018000
          05 FD-ABR-DATA          PIC 9(08).                            00018100
                                                                        00018200
       FD ACEITO                                                        00018300
           RECORDING MODE IS F                                          00018400
           BLOCK CONTAINS 0 RECORDS.                                    00018500
       01 FD-ACEITO.                                                    00018600
          05 FD-ACE-DATA          PIC 9(08).                            00018700
          05 FD-ACE-LANCAMENTO    PIC X(30).                            00018800
          05 FD-ACE-VALOR         PIC 9(09)V99.                         00018900
          05 FD-ACE-TIPO          PIC X(01).                            00019000
             88 FD-ACE-CREDITO         VALUE 'C'.                       00019100
             88 FD-ACE-DEBITO          VALUE 'D'.                       00019200
          05 FD-ACE-CONTA         PIC X(06).                            00019300
          05 FD-ACE-CCUSTO        PIC X(04).                            00019400
                                                                        00019500
       FD ORCCONTA                                                      00019600
           RECORDING MODE IS F                                          00019700
           BLOCK CONTAINS 0 RECORDS.                                    00019800
       01 FD-ORCCONTA.                                                  00019900
          05 FD-ORC-CONTA         PIC X(06).                            00020000
          05 FD-ORC-MES           PIC 9(09)V99 OCCURS 12 TIMES.         00020100
          05 FILLER               PIC X(02).                            00020200
                                                                        00020300
       FD ORCSETOR                                                      00020400
           RECORDING MODE IS F                                          00020500
           BLOCK CONTAINS 0 RECORDS.                                    00020600
       01 FD-ORCSETOR.                                                  00020700
          05 FD-OST-SETOR         PIC X(04).                            00020800
          05 FD-OST-QTDE          PIC 9(05).                            00020900
          05 FD-OST-FOLHA         PIC 9(10)V99.                         00021000
                                                                        00021100
      *    UM REGISTRO POR COMPETENCIA, COM OS INDICADORES NA           00021200
      *    ORDEM DA TABELA WRK-TAB-NOMES.                               00021300
       FD KPIHIST                                                       00021400
           RECORDING MODE IS F                                          00021500
           BLOCK CONTAINS 0 RECORDS.                                    00021600
       01 FD-KPIHIST.                                                   00021700
          05 FD-KPH-COMPETENCIA   PIC X(06).                            00021800
          05 FD-KPH-DATA-GERACAO  PIC X(08).                            00021900
          05 FD-KPH-INDICADORES.                                        00022000
             10 FD-KPH-VALOR      PIC S9(13)V99 SIGN IS LEADING         00022100
                                  SEPARATE OCCURS 15 TIMES.             00022200
          05 FILLER               PIC X(26).                            00022300
                                                                        00022400
       FD RELKPI                                                        00022500
           RECORDING MODE IS F                                          00022600
           BLOCK CONTAINS 0 RECORDS.                                    00022700
       01 FD-RELKPI               PIC X(120).                           00022800
                                                                        00022900
       FD KPIEXTR                                                       00023000
           RECORDING MODE IS F                                          00023100
           BLOCK CONTAINS 0 RECORDS.                                    00023200
       01 FD-KPIEXTR              PIC X(200).                           00023300
                                                                        00023400
      *-------------------------------------------------------*         00023500
       WORKING-STORAGE                            SECTION.              00023600
      *-------------------------------------------------------*         00023700
                                                                        00023800
      *-------------------------------------------------------*         00023900
        01 FILLER                          PIC X(050)   VALUE           00024000
                '*******AREA DE SQL ******'.                            00024100
      *-------------------------------------------------------*         00024200
                                                                        00024300
           EXEC SQL                                                     00024400
                INCLUDE SQLCA                                           00024500
           END-EXEC.                                                    00024600
                                                                        00024700
      *-------------------------------------------------------*         00024800
        01 FILLER                          PIC X(050)   VALUE           00024900
                '*******AREA DE AUXILIARES********'.                    00025000
      *-------------------------------------------------------*         00025100
                                                                        00025200
       77 WRK-SQLCODE       PIC -999.                                   00025300
       77 WRK-MSG           PIC X(50) VALUE SPACES.                     00025400
                                                                        00025500
       77 WRK-FS-NFITEM     PIC X(02) VALUE ZEROS.                      00025600
       77 WRK-FS-PRODMSTR   PIC X(02) VALUE ZEROS.                      00025700
       77 WRK-FS-CREBER     PIC X(02) VALUE ZEROS.                      00025800
       77 WRK-FS-CTAPAGAR   PIC X(02) VALUE ZEROS.                      00025900
       77 WRK-FS-CTAREGRA   PIC X(02) VALUE ZEROS.                      00026000
       77 WRK-FS-SALDOABR   PIC X(02) VALUE ZEROS.                      00026100
       77 WRK-FS-ACEITO     PIC X(02) VALUE ZEROS.                      00026200
       77 WRK-FS-ORCCONTA   PIC X(02) VALUE ZEROS.                      00026300
       77 WRK-FS-ORCSETOR   PIC X(02) VALUE ZEROS.                      00026400
       77 WRK-FS-KPIHIST    PIC X(02) VALUE ZEROS.                      00026500
       77 WRK-FS-RELKPI     PIC X(02) VALUE ZEROS.                      00026600
       77 WRK-FS-KPIEXTR    PIC X(02) VALUE ZEROS.                      00026700
                                                                        00026800
       77 WRK-PROG-PARMSERV PIC X(08) VALUE 'PARMSERV'.                 00026900
       01 WRK-PSV-AREA.                                                 00027000
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00027100
          05 WRK-PSV-NOME       PIC X(12).                              00027200
          05 WRK-PSV-VALOR      PIC X(30).                              00027300
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00027400
          05 WRK-PSV-NUMERICO   PIC X(01).                              00027500
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00027600
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00027700
       77 WRK-PSV-FUNCAO    PIC X(02) VALUE '01'.                       00027800
       77 WRK-PSV-RETORNO   PIC X(02) VALUE SPACES.                     00027900
                                                                        00028000
      *    COMPETENCIA DO PACOTE E AS DUAS DE COMPARACAO                00028100
       77 WRK-DATA-HOJE     PIC X(08) VALUE SPACES.                     00028200
       01 WRK-COMPETENCIA.                                              00028300
          05 WRK-COMP-ANO       PIC 9(04).                              00028400
          05 WRK-COMP-MES       PIC 9(02).                              00028500
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).        00028600
       01 WRK-COMP-MES-ANT.                                             00028700
          05 WRK-ANT-ANO        PIC 9(04).                              00028800
          05 WRK-ANT-MES        PIC 9(02).                              00028900
       01 WRK-COMP-MES-ANT-X REDEFINES WRK-COMP-MES-ANT PIC X(06).      00029000
       01 WRK-COMP-ANO-ANT.                                             00029100
          05 WRK-AAN-ANO        PIC 9(04).                              00029200
          05 WRK-AAN-MES        PIC 9(02).                              00029300
       01 WRK-COMP-ANO-ANT-X REDEFINES WRK-COMP-ANO-ANT PIC X(06).      00029400
       01 WRK-DATA-FIM-MES  PIC 9(08) VALUE ZEROS.                      00029500
       77 WRK-LIMITE-VENCTO PIC X(10) VALUE SPACES.                     00029600
                                                                        00029700
      *    CONTAS DO CTAREGRA: CAIXA E A DEBITADA NO RECEBIMENTO        00029800
      *    (RC), RECEITA A CREDITADA NO FATURAMENTO (FT)                00029900
       77 WRK-CTA-CAIXA     PIC X(06) VALUE SPACES.                     00030000
       77 WRK-CTA-RECEITA   PIC X(06) VALUE SPACES.                     00030100
                                                                        00030200
      *    IDADE DO ESTOQUE NA CONVENCAO 360 (ARQ019)                   00030300
       01 WRK-DATA-MOV.                                                 00030400
          05 WRK-MOV-ANO        PIC 9(04).                              00030500
          05 WRK-MOV-MES        PIC 9(02).                              00030600
          05 WRK-MOV-DIA        PIC 9(02).                              00030700
       77 WRK-DIAS-PARADO   PIC S9(05) VALUE ZEROS.                     00030800
                                                                        00030900
      *    ACUMULADORES DA APURACAO                                     00031000
       01 WRK-RECEITA       PIC S9(13)V99 VALUE ZEROS.                  00031100
       01 WRK-CUSTO-VENDA   PIC S9(13)V99 VALUE ZEROS.                  00031200
       01 WRK-VALOR-ITEM    PIC S9(11)V99 VALUE ZEROS.                  00031300
       77 WRK-QTDE-ITEM     PIC S9(05) VALUE ZEROS.                     00031400
       01 WRK-ESTOQUE-CUSTO PIC S9(13)V99 VALUE ZEROS.                  00031500
       01 WRK-ESTOQUE-PARADO PIC S9(13)V99 VALUE ZEROS.                 00031600
       01 WRK-RECEBER       PIC S9(13)V99 VALUE ZEROS.                  00031700
       01 WRK-PAGAR-VENCIDO PIC S9(13)V99 VALUE ZEROS.                  00031800
       01 WRK-SALDO-CAIXA   PIC S9(13)V99 VALUE ZEROS.                  00031900
       01 WRK-RECEITA-ORC   PIC S9(13)V99 VALUE ZEROS.                  00032000
       01 WRK-FOLHA-ORC     PIC S9(13)V99 VALUE ZEROS.                  00032100
       77 WRK-QTDE-ORC      PIC S9(07) VALUE ZEROS.                     00032200
       01 DB2-QTDE-FUNC     PIC S9(09) COMP VALUE ZEROS.                00032300
       01 DB2-SOMA-SALARIO  PIC S9(13)V99 COMP-3 VALUE ZEROS.           00032400
                                                                        00032500
      *-------------------------------------------------------*         00032600
      *    INDICADORES DO PACOTE - A ORDEM E A DO KPIHIST E A           00032700
      *    DO EXTRATO; INDICADOR NOVO ENTRA SEMPRE NO FIM.              00032800
      *-------------------------------------------------------*         00032900
       01 WRK-NOMES.                                                    00033000
          05 FILLER PIC X(32) VALUE 'RECEITA LIQUIDA                 '. 00033100
          05 FILLER PIC X(32) VALUE 'RECEITA ORCADA                  '. 00033200
          05 FILLER PIC X(32) VALUE 'MARGEM BRUTA                    '. 00033300
          05 FILLER PIC X(32) VALUE 'MARGEM BRUTA (%)                '. 00033400
          05 FILLER PIC X(32) VALUE 'RECEBER EM ABERTO               '. 00033500
          05 FILLER PIC X(32) VALUE 'PRAZO MEDIO RECEBIMENTO (DIAS)  '. 00033600
          05 FILLER PIC X(32) VALUE 'ESTOQUE A CUSTO                 '. 00033700
          05 FILLER PIC X(32) VALUE 'GIRO DO ESTOQUE (VEZES/ANO)     '. 00033800
          05 FILLER PIC X(32) VALUE 'ESTOQUE PARADO ACIMA DE 180 DIAS'. 00033900
          05 FILLER PIC X(32) VALUE 'FOLHA REALIZADA                 '. 00034000
          05 FILLER PIC X(32) VALUE 'FOLHA ORCADA                    '. 00034100
          05 FILLER PIC X(32) VALUE 'HEADCOUNT                       '. 00034200
          05 FILLER PIC X(32) VALUE 'HEADCOUNT ORCADO                '. 00034300
          05 FILLER PIC X(32) VALUE 'PAGAR VENCIDO                   '. 00034400
          05 FILLER PIC X(32) VALUE 'POSICAO DE CAIXA                '. 00034500
       01 WRK-TAB-NOMES REDEFINES WRK-NOMES.                            00034600
          05 WRK-NOME-KPI OCCURS 15 TIMES PIC X(32).                    00034700
       77 WRK-QTDE-KPI      PIC 9(02) VALUE 15.                         00034800
                                                                        00034900
       01 WRK-KPI-ATUAL.                                                00035000
          05 WRK-ATU-VALOR  PIC S9(13)V99 SIGN IS LEADING SEPARATE      00035100
                            OCCURS 15 TIMES.                            00035200
       01 WRK-KPI-MES-ANT.                                              00035300
          05 WRK-MAN-VALOR  PIC S9(13)V99 SIGN IS LEADING SEPARATE      00035400
                            OCCURS 15 TIMES.                            00035500
       01 WRK-KPI-ANO-ANT.                                              00035600
          05 WRK-YAN-VALOR  PIC S9(13)V99 SIGN IS LEADING SEPARATE      00035700
                            OCCURS 15 TIMES.                            00035800
       77 WRK-TEM-MES-ANT   PIC X(01) VALUE 'N'.                        00035900
          88 WRK-HA-MES-ANT         VALUE 'S'.                          00036000
       77 WRK-TEM-ANO-ANT   PIC X(01) VALUE 'N'.                        00036100
          88 WRK-HA-ANO-ANT         VALUE 'S'.                          00036200
       77 WRK-IDX           PIC 9(02) VALUE ZEROS.                      00036300
                                                                        00036400
      *    VARIACAO PERCENTUAL SOBRE A BASE DE COMPARACAO               00036500
       01 WRK-BASE-VAR      PIC S9(13)V99 VALUE ZEROS.                  00036600
       01 WRK-VALOR-VAR     PIC S9(13)V99 VALUE ZEROS.                  00036700
       77 WRK-PERC-VAR      PIC S9(07)V99 VALUE ZEROS.                  00036800
       77 WRK-TEM-VAR       PIC X(01) VALUE 'N'.                        00036900
          88 WRK-HA-VAR             VALUE 'S'.                          00037000
          88 WRK-SEM-VAR            VALUE 'N'.                          00037100
       77 WRK-VAR-MES-X     PIC X(11) VALUE SPACES.                     00037200
       77 WRK-VAR-ANO-X     PIC X(11) VALUE SPACES.                     00037300
       77 WRK-PERC-EDT      PIC -------9,99.                            00037400
                                                                        00037500
      *    CAMPOS DO EXTRATO (NUMERO COM VIRGULA DECIMAL)               00037600
       77 WRK-EXT-VALOR     PIC -9(13),99.                              00037700
       77 WRK-EXT-MES-ANT   PIC X(17) VALUE SPACES.                     00037800
       77 WRK-EXT-ANO-ANT   PIC X(17) VALUE SPACES.                     00037900
       77 WRK-EXT-ATUAL     PIC X(17) VALUE SPACES.                     00038000
       77 WRK-EXT-COD       PIC 9(02) VALUE ZEROS.                      00038100
       01 WRK-LINHA-EXT     PIC X(200) VALUE SPACES.                    00038200
       01 WRK-CAB-EXTRATO.                                              00038300
          05 FILLER         PIC X(35) VALUE                             00038400
             'COMPETENCIA;CODIGO;INDICADOR;VALOR;'.                     00038500
          05 FILLER         PIC X(26) VALUE                             00038600
             'MES_ANTERIOR;VAR_MES_PERC;'.                              00038700
          05 FILLER         PIC X(25) VALUE                             00038800
             'ANO_ANTERIOR;VAR_ANO_PERC'.                               00038900
          05 FILLER         PIC X(114) VALUE SPACES.                    00039000
       77 WRK-QTDE-EDT      PIC 9(07) VALUE ZEROS.                      00039100
                                                                        00039200
      *    RELATORIO RELKPI                                             00039300
       01 WRK-CAB1.                                                     00039400
          05 FILLER         PIC X(40) VALUE                             00039500
             ' FR03DB59 - INDICADORES DA DIRETORIA   '.                 00039600
          05 FILLER         PIC X(14) VALUE 'COMPETENCIA: '.            00039700
          05 WRK-CAB1-MES   PIC 9(02).                                  00039800
          05 FILLER         PIC X(01) VALUE '/'.                        00039900
          05 WRK-CAB1-ANO   PIC 9(04).                                  00040000
          05 FILLER         PIC X(13) VALUE '   GERADO EM '.            00040100
          05 WRK-CAB1-DATA  PIC X(08).                                  00040200
          05 FILLER         PIC X(38) VALUE SPACES.                     00040300
       01 WRK-CAB2.                                                     00040400
          05 FILLER         PIC X(33) VALUE ' INDICADOR'.               00040500
          05 FILLER         PIC X(19) VALUE '         MES ATUAL'.       00040600
          05 FILLER         PIC X(12) VALUE '        MES '.             00040700
          05 WRK-CAB2-MAN-MES PIC 9(02).                                00040800
          05 FILLER         PIC X(01) VALUE '/'.                        00040900
          05 WRK-CAB2-MAN-ANO PIC 9(04).                                00041000
          05 FILLER         PIC X(12) VALUE '       VAR %'.             00041100
          05 FILLER         PIC X(12) VALUE '        MES '.             00041200
          05 WRK-CAB2-AAN-MES PIC 9(02).                                00041300
          05 FILLER         PIC X(01) VALUE '/'.                        00041400
          05 WRK-CAB2-AAN-ANO PIC 9(04).                                00041500
          05 FILLER         PIC X(12) VALUE '       VAR %'.             00041600
          05 FILLER         PIC X(06) VALUE SPACES.                     00041700
       01 WRK-LINHA-TRACO   PIC X(120) VALUE ALL '-'.                   00041800
       01 WRK-LIN-KPI.                                                  00041900
          05 FILLER         PIC X(01) VALUE SPACES.                     00042000
          05 WRK-LKP-NOME   PIC X(32).                                  00042100
          05 FILLER         PIC X(01) VALUE SPACES.                     00042200
          05 WRK-LKP-ATUAL  PIC ---.---.---.--9,99.                     00042300
          05 FILLER         PIC X(01) VALUE SPACES.                     00042400
          05 WRK-LKP-MES-ANT PIC X(18).                                 00042500
          05 FILLER         PIC X(01) VALUE SPACES.                     00042600
          05 WRK-LKP-VAR-MES PIC X(11).                                 00042700
          05 FILLER         PIC X(01) VALUE SPACES.                     00042800
          05 WRK-LKP-ANO-ANT PIC X(18).                                 00042900
          05 FILLER         PIC X(01) VALUE SPACES.                     00043000
          05 WRK-LKP-VAR-ANO PIC X(11).                                 00043100
          05 FILLER         PIC X(06) VALUE SPACES.                     00043200
       77 WRK-VALOR-EDT     PIC ---.---.---.--9,99.                     00043300
                                                                        00043400
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00043500
       77 WRK-REG-ITENS-MES PIC 9(07) VALUE ZEROS.                      00043600
       77 WRK-REG-SEM-CUSTO PIC 9(07) VALUE ZEROS.                      00043700
       77 WRK-REG-PRODUTOS  PIC 9(07) VALUE ZEROS.                      00043800
       77 WRK-REG-EXTRATO   PIC 9(07) VALUE ZEROS.                      00043900
                                                                        00044000
       01 WRK-JOB-REGISTRO.                                             00044100
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00044200
          05 WRK-JOB-EVENTO        PIC X(01).                           00044300
          05 WRK-JOB-SITUACAO      PIC X(01).                           00044400
          05 WRK-JOB-LIDOS         PIC 9(07).                           00044500
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00044600
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00044700
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00044800
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00044900
                                                                        00045000
      *-------------------------------------------------------*         00045100
                                                                        00045200
      *=======================================================*         00045300
       PROCEDURE                                  DIVISION.             00045400
      *=======================================================*         00045500
                                                                        00045600
      *-------------------------------------------------------*         00045700
       0000-PRINCIPAL                              SECTION.             00045800
      *-------------------------------------------------------*         00045900
                                                                        00046000
            PERFORM 1000-INICIAR.                                       00046100
            PERFORM 2000-APURAR-ESTOQUE.                                00046200
            PERFORM 2100-APURAR-VENDAS.                                 00046300
            PERFORM 2200-APURAR-RECEBER.                                00046400
            PERFORM 2300-APURAR-PAGAR.                                  00046500
            PERFORM 2400-APURAR-CAIXA.                                  00046600
            PERFORM 2500-APURAR-ORCAMENTO.                              00046700
            PERFORM 2600-APURAR-FOLHA.                                  00046800
            PERFORM 3000-MONTAR-INDICADORES.                            00046900
            PERFORM 4000-COMPARAR-E-EMITIR.                             00047000
            PERFORM 8000-FINALIZAR.                                     00047100
                                                                        00047200
      *-------------------------------------------------------*         00047300
       0000-999-FIM.                               EXIT.                00047400
      *-------------------------------------------------------*         00047500
                                                                        00047600
      *-------------------------------------------------------*         00047700
       1000-INICIAR                               SECTION.              00047800
      *-------------------------------------------------------*         00047900
                                                                        00048000
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00048100
                                                                        00048200
             MOVE 'FR03DB59' TO WRK-JOB-PROGRAMA.                       00048300
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00048400
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00048500
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00048600
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00048700
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00048800
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00048900
                  WRK-JOB-RETORNO                                       00049000
                 ON EXCEPTION                                           00049100
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00049200
             END-CALL.                                                  00049300
                                                                        00049400
             MOVE 'FR03DB59'     TO WRK-PSV-PROGRAMA.                   00049500
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00049600
             PERFORM 1010-CHAMAR-PARMSERV.                              00049700
             IF WRK-PSV-RETORNO EQUAL '00'                              00049800
                MOVE WRK-PSV-VALOR(1:6) TO WRK-COMPETENCIA-X            00049900
             ELSE                                                       00050000
                MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA-X            00050100
             END-IF.                                                    00050200
             IF WRK-COMPETENCIA-X NOT NUMERIC OR                        00050300
                WRK-COMP-MES LESS THAN 01 OR                            00050400
                WRK-COMP-MES GREATER THAN 12                            00050500
                MOVE ' COMPETENCIA INVALIDA NO PARMSERV ' TO WRK-MSG    00050600
                PERFORM 9000-TRATAR-ERROS                               00050700
             END-IF.                                                    00050800
                                                                        00050900
             IF WRK-COMP-MES EQUAL 01                                   00051000
                COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1                  00051100
                MOVE 12 TO WRK-ANT-MES                                  00051200
             ELSE                                                       00051300
                MOVE WRK-COMP-ANO TO WRK-ANT-ANO                        00051400
                COMPUTE WRK-ANT-MES = WRK-COMP-MES - 1                  00051500
             END-IF.                                                    00051600
             COMPUTE WRK-AAN-ANO = WRK-COMP-ANO - 1.                    00051700
             MOVE WRK-COMP-MES TO WRK-AAN-MES.                          00051800
                                                                        00051900
             COMPUTE WRK-DATA-FIM-MES = WRK-COMP-ANO * 10000            00052000
                                      + WRK-COMP-MES * 100 + 31.        00052100
             STRING WRK-COMPETENCIA-X(1:4) '-'                          00052200
                    WRK-COMPETENCIA-X(5:2) '-31'                        00052300
                    DELIMITED BY SIZE INTO WRK-LIMITE-VENCTO.           00052400
                                                                        00052500
             OPEN I-O KPIHIST.                                          00052600
             IF WRK-FS-KPIHIST NOT EQUAL '00'                           00052700
                MOVE ' ERRO OPEN KPIHIST ' TO WRK-MSG                   00052800
                PERFORM 9000-TRATAR-ERROS                               00052900
             END-IF.                                                    00053000
             OPEN OUTPUT RELKPI.                                        00053100
             IF WRK-FS-RELKPI NOT EQUAL '00'                            00053200
                MOVE ' ERRO OPEN RELKPI ' TO WRK-MSG                    00053300
                PERFORM 9000-TRATAR-ERROS                               00053400
             END-IF.                                                    00053500
             OPEN OUTPUT KPIEXTR.                                       00053600
             IF WRK-FS-KPIEXTR NOT EQUAL '00'                           00053700
                MOVE ' ERRO OPEN KPIEXTR ' TO WRK-MSG                   00053800
                PERFORM 9000-TRATAR-ERROS                               00053900
             END-IF.                                                    00054000
                                                                        00054100
             DISPLAY '===================================='.            00054200
             DISPLAY ' INDICADORES DA DIRETORIA '.                      00054300
             DISPLAY ' COMPETENCIA...: ' WRK-COMPETENCIA-X.             00054400
             DISPLAY ' MES ANTERIOR..: ' WRK-COMP-MES-ANT-X.            00054500
             DISPLAY ' ANO ANTERIOR..: ' WRK-COMP-ANO-ANT-X.            00054600
             DISPLAY '===================================='.            00054700
                                                                        00054800
      *-------------------------------------------------------*         00054900
       1000-999-FIM.                              EXIT.                 00055000
      *-------------------------------------------------------*         00055100
                                                                        00055200
      *-------------------------------------------------------*         00055300
       1010-CHAMAR-PARMSERV                       SECTION.              00055400
      *-------------------------------------------------------*         00055500
                                                                        00055600
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00055700
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00055800
                 ON EXCEPTION                                           00055900
                    MOVE '02' TO WRK-PSV-RETORNO                        00056000
             END-CALL.                                                  00056100
                                                                        00056200
      *-------------------------------------------------------*         00056300
       1010-999-FIM.                              EXIT.                 00056400
      *-------------------------------------------------------*         00056500
                                                                        00056600
      *---------------------------------------------------------------  00056700
      *    2000-APURAR-ESTOQUE                                          00056800
      *    ESTOQUE A CUSTO MEDIO (CUSTO X QTDE) E ESTOQUE PARADO        00056900
      *    NA PIOR FAIXA DO ARQ019 (MAIS DE 180 DIAS), A PRECO DE       00057000
      *    VENDA. DATA DE MOVIMENTO EM BRANCO OU INVALIDA CONTA COMO    00057100
      *    PARADA, COMO NO ARQ019.                                      00057200
      *---------------------------------------------------------------  00057300
       2000-APURAR-ESTOQUE                        SECTION.              00057400
                                                                        00057500
             OPEN INPUT PRODMSTR.                                       00057600
             IF WRK-FS-PRODMSTR NOT EQUAL '00'                          00057700
                MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                  00057800
                PERFORM 9000-TRATAR-ERROS                               00057900
             END-IF.                                                    00058000
             READ PRODMSTR NEXT.                                        00058100
             PERFORM 2010-SOMAR-PRODUTO                                 00058200
                UNTIL WRK-FS-PRODMSTR NOT EQUAL '00'.                   00058300
             IF WRK-FS-PRODMSTR NOT EQUAL '10'                          00058400
                MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                  00058500
                PERFORM 9000-TRATAR-ERROS                               00058600
             END-IF.                                                    00058700
                                                                        00058800
      *-------------------------------------------------------*         00058900
       2000-999-FIM.                              EXIT.                 00059000
      *-------------------------------------------------------*         00059100
                                                                        00059200
      *-------------------------------------------------------*         00059300
       2010-SOMAR-PRODUTO                         SECTION.              00059400
      *-------------------------------------------------------*         00059500
                                                                        00059600
             ADD 1 TO WRK-REG-LIDOS.                                    00059700
             ADD 1 TO WRK-REG-PRODUTOS.                                 00059800
             COMPUTE WRK-ESTOQUE-CUSTO = WRK-ESTOQUE-CUSTO              00059900
                   + FD-PM-CUSTO-MEDIO * FD-PM-QTDE.                    00060000
                                                                        00060100
             IF FD-PM-DATA-ULT-MOV NOT NUMERIC OR                       00060200
                FD-PM-DATA-ULT-MOV EQUAL ZEROS                          00060300
                MOVE 99999 TO WRK-DIAS-PARADO                           00060400
             ELSE                                                       00060500
                MOVE FD-PM-DATA-ULT-MOV TO WRK-DATA-MOV                 00060600
                COMPUTE WRK-DIAS-PARADO =                               00060700
                        ( WRK-COMP-ANO - WRK-MOV-ANO ) * 360            00060800
                      + ( WRK-COMP-MES - WRK-MOV-MES ) * 30             00060900
                      + ( 30 - WRK-MOV-DIA )                            00061000
                END-COMPUTE                                             00061100
             END-IF.                                                    00061200
             IF WRK-DIAS-PARADO GREATER THAN 180                        00061300
                COMPUTE WRK-ESTOQUE-PARADO = WRK-ESTOQUE-PARADO         00061400
                      + FD-PM-PRECO * FD-PM-QTDE                        00061500
             END-IF.                                                    00061600
             READ PRODMSTR NEXT.                                        00061700
                                                                        00061800
      *-------------------------------------------------------*         00061900
       2010-999-FIM.                              EXIT.                 00062000
      *-------------------------------------------------------*         00062100
                                                                        00062200
      *---------------------------------------------------------------  00062300
      *    2100-APURAR-VENDAS                                           00062400
      *    ITEM FATURADO NA COMPETENCIA: RECEITA = VALOR DO ITEM        00062500
      *    MENOS A DEVOLUCAO AO PRECO DA NOTA (FR01CB15); CUSTO DA      00062600
      *    VENDA = QTDE LIQUIDA X CUSTO MEDIO DO PRODMSTR (LEITURA      00062700
      *    DIRETA). PRODUTO FORA DO MESTRE OU SEM CUSTO ENTRA NA        00062800
      *    RECEITA SEM CUSTO E SAI CONTADO NO RESUMO.                   00062900
      *---------------------------------------------------------------  00063000
       2100-APURAR-VENDAS                         SECTION.              00063100
                                                                        00063200
             OPEN INPUT NFITEM.                                         00063300
             IF WRK-FS-NFITEM NOT EQUAL '00'                            00063400
                MOVE ' ERRO OPEN NFITEM ' TO WRK-MSG                    00063500
                PERFORM 9000-TRATAR-ERROS                               00063600
             END-IF.                                                    00063700
             READ NFITEM.                                               00063800
             PERFORM 2110-SOMAR-ITEM                                    00063900
                UNTIL WRK-FS-NFITEM NOT EQUAL '00'.                     00064000
             IF WRK-FS-NFITEM NOT EQUAL '10'                            00064100
                MOVE ' ERRO READ NFITEM ' TO WRK-MSG                    00064200
                PERFORM 9000-TRATAR-ERROS                               00064300
             END-IF.                                                    00064400
             CLOSE NFITEM.                                              00064500
             CLOSE PRODMSTR.                                            00064600
                                                                        00064700
      *-------------------------------------------------------*         00064800
       2100-999-FIM.                              EXIT.                 00064900
      *-------------------------------------------------------*         00065000
                                                                        00065100
      *-------------------------------------------------------*         00065200
       2110-SOMAR-ITEM                            SECTION.              00065300
      *-------------------------------------------------------*         00065400
                                                                        00065500
             ADD 1 TO WRK-REG-LIDOS.                                    00065600
             IF FD-NFI-DATA(1:6) EQUAL WRK-COMPETENCIA-X                00065700
                ADD 1 TO WRK-REG-ITENS-MES                              00065800
                COMPUTE WRK-VALOR-ITEM = FD-NFI-VALOR -                 00065900
                        FD-NFI-QTDE-DEV * FD-NFI-PRECO                  00066000
                END-COMPUTE                                             00066100
                COMPUTE WRK-QTDE-ITEM = FD-NFI-QTDE - FD-NFI-QTDE-DEV   00066200
                END-COMPUTE                                             00066300
                IF WRK-VALOR-ITEM LESS THAN ZEROS                       00066400
                   MOVE ZEROS TO WRK-VALOR-ITEM                         00066500
                END-IF                                                  00066600
                IF WRK-QTDE-ITEM LESS THAN ZEROS                        00066700
                   MOVE ZEROS TO WRK-QTDE-ITEM                          00066800
                END-IF                                                  00066900
                ADD WRK-VALOR-ITEM TO WRK-RECEITA                       00067000
                MOVE FD-NFI-PRODUTO TO FD-PM-CODIGO                     00067100
                READ PRODMSTR                                           00067200
                IF WRK-FS-PRODMSTR EQUAL '00' AND                       00067300
                   FD-PM-CUSTO-MEDIO GREATER THAN ZEROS                 00067400
                   COMPUTE WRK-CUSTO-VENDA = WRK-CUSTO-VENDA            00067500
                         + WRK-QTDE-ITEM * FD-PM-CUSTO-MEDIO            00067600
                ELSE                                                    00067700
                   IF WRK-FS-PRODMSTR NOT EQUAL '00' AND                00067800
                      WRK-FS-PRODMSTR NOT EQUAL '23'                    00067900
                      MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG            00068000
                      PERFORM 9000-TRATAR-ERROS                         00068100
                   END-IF                                               00068200
                   ADD 1 TO WRK-REG-SEM-CUSTO                           00068300
                END-IF                                                  00068400
             END-IF.                                                    00068500
             READ NFITEM.                                               00068600
                                                                        00068700
      *-------------------------------------------------------*         00068800
       2110-999-FIM.                              EXIT.                 00068900
      *-------------------------------------------------------*         00069000
                                                                        00069100
      *---------------------------------------------------------------  00069200
      *    2200-APURAR-RECEBER                                          00069300
      *    SALDO EM ABERTO DO CREBER (VALOR MENOS O JA PAGO DOS         00069400
      *    TITULOS NAO LIQUIDADOS), A MESMA BASE DO RELAGING DO         00069500
      *    FR01CB06.                                                    00069600
      *---------------------------------------------------------------  00069700
       2200-APURAR-RECEBER                        SECTION.              00069800
                                                                        00069900
             OPEN INPUT CREBER.                                         00070000
             IF WRK-FS-CREBER NOT EQUAL '00'                            00070100
                MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                    00070200
                PERFORM 9000-TRATAR-ERROS                               00070300
             END-IF.                                                    00070400
             READ CREBER.                                               00070500
             PERFORM 2210-SOMAR-TITULO                                  00070600
                UNTIL WRK-FS-CREBER NOT EQUAL '00'.                     00070700
             CLOSE CREBER.                                              00070800
                                                                        00070900
      *-------------------------------------------------------*         00071000
       2200-999-FIM.                              EXIT.                 00071100
      *-------------------------------------------------------*         00071200
                                                                        00071300
      *-------------------------------------------------------*         00071400
       2210-SOMAR-TITULO                          SECTION.              00071500
      *-------------------------------------------------------*         00071600
                                                                        00071700
             ADD 1 TO WRK-REG-LIDOS.                                    00071800
             IF NOT FD-CRB-LIQUIDADO AND                                00071900
                FD-CRB-VALOR GREATER THAN FD-CRB-VALOR-PAGO             00072000
                COMPUTE WRK-RECEBER = WRK-RECEBER                       00072100
                      + FD-CRB-VALOR - FD-CRB-VALOR-PAGO                00072200
             END-IF.                                                    00072300
             READ CREBER.                                               00072400
                                                                        00072500
      *-------------------------------------------------------*         00072600
       2210-999-FIM.                              EXIT.                 00072700
      *-------------------------------------------------------*         00072800
                                                                        00072900
      *---------------------------------------------------------------  00073000
      *    2300-APURAR-PAGAR                                            00073100
      *    TITULO DE FORNECEDOR NAO LIQUIDADO (ABERTO OU JA             00073200
      *    REMETIDO AO BANCO) COM VENCIMENTO ATE O FIM DA               00073300
      *    COMPETENCIA.                                                 00073400
      *---------------------------------------------------------------  00073500
       2300-APURAR-PAGAR                          SECTION.              00073600
                                                                        00073700
             OPEN INPUT CTAPAGAR.                                       00073800
             IF WRK-FS-CTAPAGAR NOT EQUAL '00'                          00073900
                MOVE ' ERRO OPEN CTAPAGAR ' TO WRK-MSG                  00074000
                PERFORM 9000-TRATAR-ERROS                               00074100
             END-IF.                                                    00074200
             READ CTAPAGAR.                                             00074300
             PERFORM 2310-SOMAR-TITULO                                  00074400
                UNTIL WRK-FS-CTAPAGAR NOT EQUAL '00'.                   00074500
             CLOSE CTAPAGAR.                                            00074600
                                                                        00074700
      *-------------------------------------------------------*         00074800
       2300-999-FIM.                              EXIT.                 00074900
      *-------------------------------------------------------*         00075000
                                                                        00075100
      *-------------------------------------------------------*         00075200
       2310-SOMAR-TITULO                          SECTION.              00075300
      *-------------------------------------------------------*         00075400
                                                                        00075500
             ADD 1 TO WRK-REG-LIDOS.                                    00075600
             IF NOT FD-CTP-LIQUIDADO AND                                00075700
                FD-CTP-DATA-VENCTO NOT EQUAL SPACES AND                 00075800
                FD-CTP-DATA-VENCTO NOT GREATER THAN WRK-LIMITE-VENCTO   00075900
                ADD FD-CTP-VALOR TO WRK-PAGAR-VENCIDO                   00076000
             END-IF.                                                    00076100
             READ CTAPAGAR.                                             00076200
                                                                        00076300
      *-------------------------------------------------------*         00076400
       2310-999-FIM.                              EXIT.                 00076500
      *-------------------------------------------------------*         00076600
                                                                        00076700
      *---------------------------------------------------------------  00076800
      *    2400-APURAR-CAIXA                                            00076900
      *    SALDO DA CONTA CAIXA NO FIM DA COMPETENCIA = ABERTURA        00077000
      *    DO EXERCICIO (SALDOABR, DEVEDOR POSITIVO) + MOVIMENTO        00077100
      *    ACEITO DO ANO ATE O FIM DO MES, COMO O FR03CB45 APURA O      00077200
      *    SALDO DE PARTIDA DO FLUXO. O CTAREGRA TAMBEM DA A CONTA      00077300
      *    DE RECEITA PARA O ORCAMENTO.                                 00077400
      *---------------------------------------------------------------  00077500
       2400-APURAR-CAIXA                          SECTION.              00077600
                                                                        00077700
             OPEN INPUT CTAREGRA.                                       00077800
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00077900
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00078000
                PERFORM 9000-TRATAR-ERROS                               00078100
             END-IF.                                                    00078200
             READ CTAREGRA.                                             00078300
             PERFORM 2410-CARREGAR-REGRA                                00078400
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00078500
             CLOSE CTAREGRA.                                            00078600
             IF WRK-CTA-CAIXA EQUAL SPACES                              00078700
                MOVE ' CTAREGRA SEM O EVENTO RC (CAIXA) ' TO WRK-MSG    00078800
                PERFORM 9000-TRATAR-ERROS                               00078900
             END-IF.                                                    00079000
                                                                        00079100
             OPEN INPUT SALDOABR.                                       00079200
             IF WRK-FS-SALDOABR EQUAL '35'                              00079300
                DISPLAY ' SALDOABR AUSENTE, ABERTURA ZERADA '           00079400
             ELSE                                                       00079500
                IF WRK-FS-SALDOABR NOT EQUAL '00'                       00079600
                   MOVE ' ERRO OPEN SALDOABR ' TO WRK-MSG               00079700
                   PERFORM 9000-TRATAR-ERROS                            00079800
                END-IF                                                  00079900
                READ SALDOABR                                           00080000
                PERFORM 2420-SOMAR-ABERTURA                             00080100
                   UNTIL WRK-FS-SALDOABR NOT EQUAL '00'                 00080200
                CLOSE SALDOABR                                          00080300
             END-IF.                                                    00080400
                                                                        00080500
             OPEN INPUT ACEITO.                                         00080600
             IF WRK-FS-ACEITO NOT EQUAL '00'                            00080700
                MOVE ' ERRO OPEN ACEITO ' TO WRK-MSG                    00080800
                PERFORM 9000-TRATAR-ERROS                               00080900
             END-IF.                                                    00081000
             READ ACEITO.                                               00081100
             PERFORM 2430-SOMAR-MOVIMENTO                               00081200
                UNTIL WRK-FS-ACEITO NOT EQUAL '00'.                     00081300
             CLOSE ACEITO.                                              00081400
                                                                        00081500
      *-------------------------------------------------------*         00081600
       2400-999-FIM.                              EXIT.                 00081700
      *-------------------------------------------------------*         00081800
                                                                        00081900
      *-------------------------------------------------------*         00082000
       2410-CARREGAR-REGRA                        SECTION.              00082100
      *-------------------------------------------------------*         00082200
                                                                        00082300
             EVALUATE FD-RGR-EVENTO                                     00082400
               WHEN 'RC'                                                00082500
                  MOVE FD-RGR-DEBITO  TO WRK-CTA-CAIXA                  00082600
               WHEN 'FT'                                                00082700
                  MOVE FD-RGR-CREDITO TO WRK-CTA-RECEITA                00082800
               WHEN OTHER                                               00082900
                  CONTINUE                                              00083000
             END-EVALUATE.                                              00083100
             READ CTAREGRA.                                             00083200
                                                                        00083300
      *-------------------------------------------------------*         00083400
       2410-999-FIM.                              EXIT.                 00083500
      *-------------------------------------------------------*         00083600
                                                                        00083700
      *-------------------------------------------------------*         00083800
       2420-SOMAR-ABERTURA                        SECTION.              00083900
      *-------------------------------------------------------*         00084000
                                                                        00084100
             IF FD-ABR-CONTA EQUAL WRK-CTA-CAIXA                        00084200
                ADD FD-ABR-SALDO TO WRK-SALDO-CAIXA                     00084300
             END-IF.                                                    00084400
             READ SALDOABR.                                             00084500
                                                                        00084600
      *-------------------------------------------------------*         00084700
       2420-999-FIM.                              EXIT.                 00084800
      *-------------------------------------------------------*         00084900
                                                                        00085000
      *-------------------------------------------------------*         00085100
       2430-SOMAR-MOVIMENTO                       SECTION.              00085200
      *-------------------------------------------------------*         00085300
                                                                        00085400
             ADD 1 TO WRK-REG-LIDOS.                                    00085500
             IF FD-ACE-CONTA EQUAL WRK-CTA-CAIXA AND                    00085600
                FD-ACE-DATA(1:4) EQUAL WRK-COMPETENCIA-X(1:4) AND       00085700
                FD-ACE-DATA NOT GREATER THAN WRK-DATA-FIM-MES           00085800
                IF FD-ACE-DEBITO                                        00085900
                   ADD FD-ACE-VALOR TO WRK-SALDO-CAIXA                  00086000
                ELSE                                                    00086100
                   SUBTRACT FD-ACE-VALOR FROM WRK-SALDO-CAIXA           00086200
                END-IF                                                  00086300
             END-IF.                                                    00086400
             READ ACEITO.                                               00086500
                                                                        00086600
      *-------------------------------------------------------*         00086700
       2430-999-FIM.                              EXIT.                 00086800
      *-------------------------------------------------------*         00086900
                                                                        00087000
      *---------------------------------------------------------------  00087100
      *    2500-APURAR-ORCAMENTO                                        00087200
      *    RECEITA ORCADA DO MES = VALOR DA CONTA DE RECEITA NO         00087300
      *    ORCCONTA DO FR03CB38; FOLHA E QUADRO ORCADOS = SOMA DOS      00087400
      *    SETORES NO ORCSETOR DO FR03DB18. ORCAMENTO AUSENTE SAI       00087500
      *    ZERADO, COM AVISO.                                           00087600
      *---------------------------------------------------------------  00087700
       2500-APURAR-ORCAMENTO                      SECTION.              00087800
                                                                        00087900
             OPEN INPUT ORCCONTA.                                       00088000
             IF WRK-FS-ORCCONTA EQUAL '00'                              00088100
                READ ORCCONTA                                           00088200
                PERFORM 2510-LER-ORCCONTA                               00088300
                   UNTIL WRK-FS-ORCCONTA NOT EQUAL '00'                 00088400
                CLOSE ORCCONTA                                          00088500
             ELSE                                                       00088600
                DISPLAY ' ORCCONTA NAO ENCONTRADO, RECEITA ORCADA '     00088700
                        'ZERADA '                                       00088800
             END-IF.                                                    00088900
                                                                        00089000
             OPEN INPUT ORCSETOR.                                       00089100
             IF WRK-FS-ORCSETOR EQUAL '00'                              00089200
                READ ORCSETOR                                           00089300
                PERFORM 2520-LER-ORCSETOR                               00089400
                   UNTIL WRK-FS-ORCSETOR NOT EQUAL '00'                 00089500
                CLOSE ORCSETOR                                          00089600
             ELSE                                                       00089700
                DISPLAY ' ORCSETOR NAO ENCONTRADO, FOLHA ORCADA '       00089800
                        'ZERADA '                                       00089900
             END-IF.                                                    00090000
                                                                        00090100
      *-------------------------------------------------------*         00090200
       2500-999-FIM.                              EXIT.                 00090300
      *-------------------------------------------------------*         00090400
                                                                        00090500
      *-------------------------------------------------------*         00090600
       2510-LER-ORCCONTA                          SECTION.              00090700
      *-------------------------------------------------------*         00090800
                                                                        00090900
             IF FD-ORC-CONTA EQUAL WRK-CTA-RECEITA                      00091000
                ADD FD-ORC-MES(WRK-COMP-MES) TO WRK-RECEITA-ORC         00091100
             END-IF.                                                    00091200
             READ ORCCONTA.                                             00091300
                                                                        00091400
      *-------------------------------------------------------*         00091500
       2510-999-FIM.                              EXIT.                 00091600
      *-------------------------------------------------------*         00091700
                                                                        00091800
      *-------------------------------------------------------*         00091900
       2520-LER-ORCSETOR                          SECTION.              00092000
      *-------------------------------------------------------*         00092100
                                                                        00092200
             ADD FD-OST-QTDE  TO WRK-QTDE-ORC.                          00092300
             ADD FD-OST-FOLHA TO WRK-FOLHA-ORC.                         00092400
             READ ORCSETOR.                                             00092500
                                                                        00092600
      *-------------------------------------------------------*         00092700
       2520-999-FIM.                              EXIT.                 00092800
      *-------------------------------------------------------*         00092900
                                                                        00093000
      *---------------------------------------------------------------  00093100
      *    2600-APURAR-FOLHA                                            00093200
      *    FOLHA E QUADRO ATIVOS EM FOUR001.FUNC (DESLIGADO NAO         00093300
      *    CONTA, COMO NO FR03DB12); A EMPRESA TODA, SEM QUEBRA         00093400
      *    POR SETOR.                                                   00093500
      *---------------------------------------------------------------  00093600
       2600-APURAR-FOLHA                          SECTION.              00093700
                                                                        00093800
             EXEC SQL                                                   00093900
                SELECT COUNT(*), COALESCE(SUM(SALARIO), 0)              00094000
                  INTO :DB2-QTDE-FUNC, :DB2-SOMA-SALARIO                00094100
                  FROM FOUR001.FUNC                                     00094200
                 WHERE ( STATUS IS NULL OR STATUS <> 'D' )              00094300
             END-EXEC.                                                  00094400
             IF SQLCODE NOT EQUAL ZEROS                                 00094500
                MOVE SQLCODE TO WRK-SQLCODE                             00094600
                DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC'              00094700
                MOVE ' ERRO NA APURACAO DA FOLHA ' TO WRK-MSG           00094800
                PERFORM 9000-TRATAR-ERROS                               00094900
             END-IF.                                                    00095000
                                                                        00095100
      *-------------------------------------------------------*         00095200
       2600-999-FIM.                              EXIT.                 00095300
      *-------------------------------------------------------*         00095400
                                                                        00095500
      *---------------------------------------------------------------  00095600
      *    3000-MONTAR-INDICADORES                                      00095700
      *    INDICADOR QUE DEPENDE DE UMA BASE ZERADA (RECEITA OU         00095800
      *    ESTOQUE) SAI ZERADO.                                         00095900
      *---------------------------------------------------------------  00096000
       3000-MONTAR-INDICADORES                    SECTION.              00096100
                                                                        00096200
             MOVE ZEROS TO WRK-ATU-VALOR(04).                           00096300
             MOVE ZEROS TO WRK-ATU-VALOR(06).                           00096400
             MOVE ZEROS TO WRK-ATU-VALOR(08).                           00096500
             MOVE WRK-RECEITA       TO WRK-ATU-VALOR(01).               00096600
             MOVE WRK-RECEITA-ORC   TO WRK-ATU-VALOR(02).               00096700
             COMPUTE WRK-ATU-VALOR(03) = WRK-RECEITA - WRK-CUSTO-VENDA. 00096800
             IF WRK-RECEITA GREATER THAN ZEROS                          00096900
                COMPUTE WRK-ATU-VALOR(04) ROUNDED =                     00097000
                        ( WRK-RECEITA - WRK-CUSTO-VENDA ) * 100         00097100
                        / WRK-RECEITA                                   00097200
                COMPUTE WRK-ATU-VALOR(06) ROUNDED =                     00097300
                        WRK-RECEBER * 30 / WRK-RECEITA                  00097400
             END-IF.                                                    00097500
             MOVE WRK-RECEBER       TO WRK-ATU-VALOR(05).               00097600
             MOVE WRK-ESTOQUE-CUSTO TO WRK-ATU-VALOR(07).               00097700
             IF WRK-ESTOQUE-CUSTO GREATER THAN ZEROS                    00097800
                COMPUTE WRK-ATU-VALOR(08) ROUNDED =                     00097900
                        WRK-CUSTO-VENDA * 12 / WRK-ESTOQUE-CUSTO        00098000
             END-IF.                                                    00098100
             MOVE WRK-ESTOQUE-PARADO TO WRK-ATU-VALOR(09).              00098200
             MOVE DB2-SOMA-SALARIO  TO WRK-ATU-VALOR(10).               00098300
             MOVE WRK-FOLHA-ORC     TO WRK-ATU-VALOR(11).               00098400
             MOVE DB2-QTDE-FUNC     TO WRK-ATU-VALOR(12).               00098500
             MOVE WRK-QTDE-ORC      TO WRK-ATU-VALOR(13).               00098600
             MOVE WRK-PAGAR-VENCIDO TO WRK-ATU-VALOR(14).               00098700
             MOVE WRK-SALDO-CAIXA   TO WRK-ATU-VALOR(15).               00098800
                                                                        00098900
      *-------------------------------------------------------*         00099000
       3000-999-FIM.                              EXIT.                 00099100
      *-------------------------------------------------------*         00099200
                                                                        00099300
      *---------------------------------------------------------------  00099400
      *    4000-COMPARAR-E-EMITIR                                       00099500
      *    BUSCA NO KPIHIST O MES ANTERIOR E O MESMO MES DO ANO         00099600
      *    ANTERIOR, GRAVA (OU REGRAVA) A COMPETENCIA E EMITE UMA       00099700
      *    LINHA POR INDICADOR NO RELKPI E NO KPIEXTR.                  00099800
      *---------------------------------------------------------------  00099900
       4000-COMPARAR-E-EMITIR                     SECTION.              00100000
                                                                        00100100
             MOVE WRK-COMP-MES-ANT-X TO FD-KPH-COMPETENCIA.             00100200
             READ KPIHIST.                                              00100300
             IF WRK-FS-KPIHIST EQUAL '00'                               00100400
                SET WRK-HA-MES-ANT TO TRUE                              00100500
                MOVE FD-KPH-INDICADORES TO WRK-KPI-MES-ANT              00100600
             ELSE                                                       00100700
                IF WRK-FS-KPIHIST NOT EQUAL '23'                        00100800
                   MOVE ' ERRO READ KPIHIST ' TO WRK-MSG                00100900
                   PERFORM 9000-TRATAR-ERROS                            00101000
                END-IF                                                  00101100
                DISPLAY ' SEM HISTORICO DE ' WRK-COMP-MES-ANT-X         00101200
             END-IF.                                                    00101300
                                                                        00101400
             MOVE WRK-COMP-ANO-ANT-X TO FD-KPH-COMPETENCIA.             00101500
             READ KPIHIST.                                              00101600
             IF WRK-FS-KPIHIST EQUAL '00'                               00101700
                SET WRK-HA-ANO-ANT TO TRUE                              00101800
                MOVE FD-KPH-INDICADORES TO WRK-KPI-ANO-ANT              00101900
             ELSE                                                       00102000
                IF WRK-FS-KPIHIST NOT EQUAL '23'                        00102100
                   MOVE ' ERRO READ KPIHIST ' TO WRK-MSG                00102200
                   PERFORM 9000-TRATAR-ERROS                            00102300
                END-IF                                                  00102400
                DISPLAY ' SEM HISTORICO DE ' WRK-COMP-ANO-ANT-X         00102500
             END-IF.                                                    00102600
                                                                        00102700
             PERFORM 4100-GRAVAR-HISTORICO.                             00102800
                                                                        00102900
             MOVE WRK-COMP-MES     TO WRK-CAB1-MES.                     00103000
             MOVE WRK-COMP-ANO     TO WRK-CAB1-ANO.                     00103100
             MOVE WRK-DATA-HOJE    TO WRK-CAB1-DATA.                    00103200
             MOVE WRK-ANT-MES      TO WRK-CAB2-MAN-MES.                 00103300
             MOVE WRK-ANT-ANO      TO WRK-CAB2-MAN-ANO.                 00103400
             MOVE WRK-AAN-MES      TO WRK-CAB2-AAN-MES.                 00103500
             MOVE WRK-AAN-ANO      TO WRK-CAB2-AAN-ANO.                 00103600
             WRITE FD-RELKPI FROM WRK-CAB1.                             00103700
             WRITE FD-RELKPI FROM WRK-LINHA-TRACO.                      00103800
             WRITE FD-RELKPI FROM WRK-CAB2.                             00103900
             WRITE FD-RELKPI FROM WRK-LINHA-TRACO.                      00104000
                                                                        00104100
             WRITE FD-KPIEXTR FROM WRK-CAB-EXTRATO.                     00104200
                                                                        00104300
             MOVE 1 TO WRK-IDX.                                         00104400
             PERFORM 4200-EMITIR-INDICADOR                              00104500
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-KPI.                00104600
                                                                        00104700
             WRITE FD-RELKPI FROM WRK-LINHA-TRACO.                      00104800
                                                                        00104900
      *-------------------------------------------------------*         00105000
       4000-999-FIM.                              EXIT.                 00105100
      *-------------------------------------------------------*         00105200
                                                                        00105300
      *-------------------------------------------------------*         00105400
       4100-GRAVAR-HISTORICO                      SECTION.              00105500
      *-------------------------------------------------------*         00105600
                                                                        00105700
             MOVE SPACES             TO FD-KPIHIST.                     00105800
             MOVE WRK-COMPETENCIA-X  TO FD-KPH-COMPETENCIA.             00105900
             MOVE WRK-DATA-HOJE      TO FD-KPH-DATA-GERACAO.            00106000
             MOVE WRK-KPI-ATUAL      TO FD-KPH-INDICADORES.             00106100
             WRITE FD-KPIHIST.                                          00106200
             IF WRK-FS-KPIHIST EQUAL '22'                               00106300
                REWRITE FD-KPIHIST                                      00106400
                DISPLAY ' COMPETENCIA JA NO KPIHIST, REGRAVADA '        00106500
             END-IF.                                                    00106600
             IF WRK-FS-KPIHIST NOT EQUAL '00'                           00106700
                MOVE ' ERRO GRAVACAO KPIHIST ' TO WRK-MSG               00106800
                PERFORM 9000-TRATAR-ERROS                               00106900
             END-IF.                                                    00107000
                                                                        00107100
      *-------------------------------------------------------*         00107200
       4100-999-FIM.                              EXIT.                 00107300
      *-------------------------------------------------------*         00107400
                                                                        00107500
      *---------------------------------------------------------------  00107600
      *    4200-EMITIR-INDICADOR                                        00107700
      *    VARIACAO = (ATUAL - BASE)                                    00107800
      *    BASE EM MODULO X 100; SEM                                    00107900
      *    HISTORICO OU COM BASE ZERADA A COMPARACAO SAI N/D NO         00108000
      *    RELATORIO E EM BRANCO NO EXTRATO.                            00108100
      *---------------------------------------------------------------  00108200
       4200-EMITIR-INDICADOR                      SECTION.              00108300
                                                                        00108400
             MOVE WRK-NOME-KPI(WRK-IDX)  TO WRK-LKP-NOME.               00108500
             MOVE WRK-ATU-VALOR(WRK-IDX) TO WRK-LKP-ATUAL.              00108600
             MOVE WRK-ATU-VALOR(WRK-IDX) TO WRK-EXT-VALOR.              00108700
             MOVE WRK-EXT-VALOR          TO WRK-EXT-ATUAL.              00108800
                                                                        00108900
             MOVE 'N/D'  TO WRK-LKP-MES-ANT.                            00109000
             MOVE 'N/D'  TO WRK-VAR-MES-X.                              00109100
             MOVE SPACES TO WRK-EXT-MES-ANT.                            00109200
             IF WRK-HA-MES-ANT                                          00109300
                MOVE WRK-MAN-VALOR(WRK-IDX) TO WRK-VALOR-EDT            00109400
                MOVE WRK-VALOR-EDT          TO WRK-LKP-MES-ANT          00109500
                MOVE WRK-MAN-VALOR(WRK-IDX) TO WRK-EXT-VALOR            00109600
                MOVE WRK-EXT-VALOR          TO WRK-EXT-MES-ANT          00109700
                MOVE WRK-MAN-VALOR(WRK-IDX) TO WRK-BASE-VAR             00109800
                PERFORM 4210-CALCULAR-VARIACAO                          00109900
                IF WRK-HA-VAR                                           00110000
                   MOVE WRK-PERC-EDT TO WRK-VAR-MES-X                   00110100
                END-IF                                                  00110200
             END-IF.                                                    00110300
                                                                        00110400
             MOVE 'N/D'  TO WRK-LKP-ANO-ANT.                            00110500
             MOVE 'N/D'  TO WRK-VAR-ANO-X.                              00110600
             MOVE SPACES TO WRK-EXT-ANO-ANT.                            00110700
             IF WRK-HA-ANO-ANT                                          00110800
                MOVE WRK-YAN-VALOR(WRK-IDX) TO WRK-VALOR-EDT            00110900
                MOVE WRK-VALOR-EDT          TO WRK-LKP-ANO-ANT          00111000
                MOVE WRK-YAN-VALOR(WRK-IDX) TO WRK-EXT-VALOR            00111100
                MOVE WRK-EXT-VALOR          TO WRK-EXT-ANO-ANT          00111200
                MOVE WRK-YAN-VALOR(WRK-IDX) TO WRK-BASE-VAR             00111300
                PERFORM 4210-CALCULAR-VARIACAO                          00111400
                IF WRK-HA-VAR                                           00111500
                   MOVE WRK-PERC-EDT TO WRK-VAR-ANO-X                   00111600
                END-IF                                                  00111700
             END-IF.                                                    00111800
                                                                        00111900
             MOVE WRK-VAR-MES-X TO WRK-LKP-VAR-MES.                     00112000
             MOVE WRK-VAR-ANO-X TO WRK-LKP-VAR-ANO.                     00112100
             WRITE FD-RELKPI FROM WRK-LIN-KPI.                          00112200
                                                                        00112300
             IF WRK-VAR-MES-X EQUAL 'N/D'                               00112400
                MOVE SPACES TO WRK-VAR-MES-X                            00112500
             END-IF.                                                    00112600
             IF WRK-VAR-ANO-X EQUAL 'N/D'                               00112700
                MOVE SPACES TO WRK-VAR-ANO-X                            00112800
             END-IF.                                                    00112900
             MOVE WRK-IDX TO WRK-EXT-COD.                               00113000
             MOVE SPACES  TO WRK-LINHA-EXT.                             00113100
             STRING WRK-COMPETENCIA-X ';'                               00113200
                    WRK-EXT-COD ';'                                     00113300
                    FUNCTION TRIM(WRK-NOME-KPI(WRK-IDX)) ';'            00113400
                    FUNCTION TRIM(WRK-EXT-ATUAL) ';'                    00113500
                    FUNCTION TRIM(WRK-EXT-MES-ANT) ';'                  00113600
                    FUNCTION TRIM(WRK-VAR-MES-X) ';'                    00113700
                    FUNCTION TRIM(WRK-EXT-ANO-ANT) ';'                  00113800
                    FUNCTION TRIM(WRK-VAR-ANO-X)                        00113900
                    DELIMITED BY SIZE                                   00114000
                    INTO WRK-LINHA-EXT.                                 00114100
             WRITE FD-KPIEXTR FROM WRK-LINHA-EXT.                       00114200
             ADD 1 TO WRK-REG-EXTRATO.                                  00114300
                                                                        00114400
             ADD 1 TO WRK-IDX.                                          00114500
                                                                        00114600
      *-------------------------------------------------------*         00114700
       4200-999-FIM.                              EXIT.                 00114800
      *-------------------------------------------------------*         00114900
                                                                        00115000
      *-------------------------------------------------------*         00115100
       4210-CALCULAR-VARIACAO                     SECTION.              00115200
      *-------------------------------------------------------*         00115300
                                                                        00115400
             SET WRK-SEM-VAR TO TRUE.                                   00115500
             COMPUTE WRK-VALOR-VAR = WRK-ATU-VALOR(WRK-IDX)             00115600
                                   - WRK-BASE-VAR.                      00115700
             IF WRK-BASE-VAR LESS THAN ZEROS                            00115800
                COMPUTE WRK-BASE-VAR = WRK-BASE-VAR * -1                00115900
             END-IF.                                                    00116000
             IF WRK-BASE-VAR GREATER THAN ZEROS                         00116100
                COMPUTE WRK-PERC-VAR ROUNDED =                          00116200
                        WRK-VALOR-VAR * 100 / WRK-BASE-VAR              00116300
                    ON SIZE ERROR                                       00116400
                       CONTINUE                                         00116500
                    NOT ON SIZE ERROR                                   00116600
                       SET WRK-HA-VAR TO TRUE                           00116700
                       MOVE WRK-PERC-VAR TO WRK-PERC-EDT                00116800
                END-COMPUTE                                             00116900
             END-IF.                                                    00117000
                                                                        00117100
      *-------------------------------------------------------*         00117200
       4210-999-FIM.                              EXIT.                 00117300
      *-------------------------------------------------------*         00117400
                                                                        00117500
      *-------------------------------------------------------*         00117600
       8000-FINALIZAR                             SECTION.              00117700
      *-------------------------------------------------------*         00117800
                                                                        00117900
             MOVE WRK-REG-EXTRATO TO WRK-QTDE-EDT.                      00118000
             MOVE SPACES TO WRK-LINHA-EXT.                              00118100
             STRING 'T;' WRK-QTDE-EDT                                   00118200
                    DELIMITED BY SIZE INTO WRK-LINHA-EXT.               00118300
             WRITE FD-KPIEXTR FROM WRK-LINHA-EXT.                       00118400
                                                                        00118500
             CLOSE KPIHIST.                                             00118600
             CLOSE RELKPI.                                              00118700
             CLOSE KPIEXTR.                                             00118800
                                                                        00118900
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00119000
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00119100
             MOVE WRK-REG-LIDOS   TO WRK-JOB-LIDOS.                     00119200
             MOVE WRK-REG-EXTRATO TO WRK-JOB-GRAVADOS.                  00119300
             MOVE ZEROS           TO WRK-JOB-REJEITADOS.                00119400
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00119500
                  WRK-JOB-RETORNO                                       00119600
                 ON EXCEPTION                                           00119700
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00119800
             END-CALL.                                                  00119900
                                                                        00120000
              DISPLAY '===================================='.           00120100
              DISPLAY ' REGISTROS LIDOS.........: ' WRK-REG-LIDOS.      00120200
              DISPLAY ' PRODUTOS NO MESTRE......: ' WRK-REG-PRODUTOS.   00120300
              DISPLAY ' ITENS FATURADOS NO MES..: ' WRK-REG-ITENS-MES.  00120400
              DISPLAY ' ITENS SEM CUSTO MEDIO...: ' WRK-REG-SEM-CUSTO.  00120500
              DISPLAY ' INDICADORES EMITIDOS....: ' WRK-REG-EXTRATO.    00120600
              DISPLAY '===================================='.           00120700
                 STOP RUN.                                              00120800
                                                                        00120900
      *-------------------------------------------------------*         00121000
       8000-999-FIM.                              EXIT.                 00121100
      *-------------------------------------------------------*         00121200
                                                                        00121300
      *-------------------------------------------------------*         00121400
       9000-TRATAR-ERROS                           SECTION.             00121500
      *-------------------------------------------------------*         00121600
                                                                        00121700
             EXEC SQL                                                   00121800
                ROLLBACK                                                00121900
             END-EXEC.                                                  00122000
             DISPLAY '-----------------------------'.                   00122100
             DISPLAY WRK-MSG.                                           00122200
             DISPLAY '-----------------------------'.                   00122300
                STOP RUN.                                               00122400
                                                                        00122500
      *-------------------------------------------------------*         00122600
       9000-999-FIM.                              EXIT.                 00122700
      *-------------------------------------------------------*         00122800
                                                                        00122900
                                                                        00123000
