      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB45.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 17/04/2023                                       00000800
      *     OBJETIVO : FLUXO DE CAIXA PROJETADO PARA OS PROXIMOS        00000900
      *              : 90 DIAS -- PARTE DO SALDO ATUAL DA CONTA         00001000
      *              : CAIXA (SALDOABR + MOVIMENTO ACEITO DO            00001100
      *              : EXERCICIO ATE HOJE) E SOMA, POR DIA UTIL         00001200
      *              : DA DATASERV: OS TITULOS EM ABERTO DO             00001300
      *              : CREBER E DO CTAPAGAR PELO VENCIMENTO, O          00001400
      *              : LIQUIDO DA ULTIMA FOLHA (HOLERITE) NO DIA        00001500
      *              : DE PAGAMENTO DE CADA MES E OS LANCAMENTOS        00001600
      *              : RECORRENTES DOS MODELOS DO FR03CB37 NO DIA       00001700
      *              : 01 DE CADA COMPETENCIA. O RELATORIO              00001800
      *              : RELFLUXO MARCA TODO DIA EM QUE O SALDO           00001900
      *              : PROJETADO FICA ABAIXO DO MINIMO DO PARMSERV.     00002000
      *-------------------------------------------------------------*   00002100
      *     VENCIMENTO EM DIA NAO UTIL CAI NO DIA UTIL SEGUINTE.        00002200
      *     TITULO A RECEBER JA VENCIDO NAO ENTRA NA PROJECAO (SAI      00002300
      *     TOTALIZADO A PARTE); TITULO A PAGAR VENCIDO ENTRA NO        00002400
      *     PRIMEIRO DIA. A CONTA CAIXA E A DEBITADA NO RECEBIMENTO     00002500
      *     (EVENTO RC DO CTAREGRA DO FR03DB42). MODELO DE CONTA        00002600
      *     SEM EFEITO DE CAIXA (DEPRECIACAO, PROVISAO) E LISTADO       00002700
      *     NO PARMSERV E FICA DE FORA. FOLHA PAGA NO N-ESIMO DIA       00002800
      *     UTIL DO MES (PARMSERV, PADRAO 5).                           00002900
      *-------------------------------------------------------------*   00002914
      *     MANUTENCAO:                                                 00002928
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00002942
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00002956
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00002970
      *       O MODELO (MODELOS) CONTINUA COM 9(05)V99.                 00002984
      *     - 04/12/2023: O FLXPARM DEU LUGAR AO CADASTRO CENTRAL DE    00002988
      *       PARAMETROS (PARMSERV, FR03CB45/SALDO-MINIMO, DIA-FOLHA E  00002992
      *       SEM-CAIXA, ESTE COM ATE 5 CONTAS DE 6 POSICOES JUNTAS).   00002996
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
           SELECT SALDOABR  ASSIGN TO SALDOABR                          00005100
                FILE STATUS  IS WRK-FS-SALDOABR.                        00005200
                                                                        00005300
           SELECT ACEITO    ASSIGN TO ACEITO                            00005400
                FILE STATUS  IS WRK-FS-ACEITO.                          00005500
                                                                        00005600
           SELECT CREBER    ASSIGN TO CREBER                            00005700
                FILE STATUS  IS WRK-FS-CREBER.                          00005800
                                                                        00005900
           SELECT CTAPAGAR  ASSIGN TO CTAPAGAR                          00006000
                FILE STATUS  IS WRK-FS-CTAPAGAR.                        00006100
                                                                        00006200
           SELECT HOLERITE  ASSIGN TO HOLERITE                          00006300
                FILE STATUS  IS WRK-FS-HOLERITE.                        00006400
                                                                        00006500
           SELECT MODELOS   ASSIGN TO MODELOS                           00006600
                FILE STATUS  IS WRK-FS-MODELOS.                         00006700
                                                                        00006800
           SELECT RELFLUXO  ASSIGN TO RELFLUXO                          00006900
                FILE STATUS  IS WRK-FS-RELFLUXO.                        00007000
                                                                        00007100
      *===========================================================*     00007200
       DATA                                       DIVISION.             00007300
      *===========================================================*     00007400
                                                                        00007500
      *-----------------------------------------------------------*     00007600
       FILE                                       SECTION.              00007700
      *-----------------------------------------------------------*     00007800
                                                                        00008900
       FD CTAREGRA                                                      00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-CTAREGRA.                                                  00009300
          05 FD-RGR-EVENTO       PIC X(02).                             00009400
          05 FD-RGR-DEBITO       PIC X(06).                             00009500
          05 FD-RGR-CREDITO      PIC X(06).                             00009600
          05 FD-RGR-AUXILIAR     PIC X(06).                             00009700
          05 FILLER              PIC X(10).                             00009800
                                                                        00009900
       FD SALDOABR                                                      00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-SALDOABR.                                                  00010300
          05 FD-ABR-CONTA        PIC X(06).                             00010400
          05 FD-ABR-SALDO        PIC S9(12)V99 SIGN IS LEADING          00010500
                                 SEPARATE.                              00010600
          05 FD-ABR-DATA         PIC 9(08).                             00010700
                                                                        00010800
       FD ACEITO                                                        00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-ACEITO.                                                    00011200
          05 FD-ACE-DATA         PIC 9(08).                             00011300
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00011400
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00011500
          05 FD-ACE-TIPO         PIC X(01).                             00011600
             88 FD-ACE-CREDITO         VALUE 'C'.                       00011700
             88 FD-ACE-DEBITO          VALUE 'D'.                       00011800
          05 FD-ACE-CONTA        PIC X(06).                             00011900
          05 FD-ACE-CCUSTO       PIC X(04).                             00012000
                                                                        00012100
       FD CREBER                                                        00012200
           RECORDING MODE IS F                                          00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
       01 FD-CREBER.                                                    00012500
          05 FD-CRB-CLIENTE     PIC X(04).                              00012600
          05 FD-CRB-NF          PIC 9(06).                              00012700
          05 FD-CRB-PEDIDO      PIC 9(06).                              00012800
          05 FD-CRB-VALOR       PIC 9(09)V99.                           00012900
          05 FD-CRB-DATA-EMISSA PIC X(08).                              00013000
          05 FD-CRB-DATA-VENCTO PIC X(10).                              00013100
          05 FD-CRB-SITUACAO    PIC X(01).                              00013200
             88 FD-CRB-ABERTO        VALUE 'A'.                         00013300
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00013400
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00013500
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00013600
          05 FD-CRB-COBRANCA    PIC X(01).                              00013700
          05 FILLER             PIC X(02).                              00013800
                                                                        00013900
       FD CTAPAGAR                                                      00014000
           RECORDING MODE IS F                                          00014100
           BLOCK CONTAINS 0 RECORDS.                                    00014200
       01 FD-CTAPAGAR.                                                  00014300
          05 FD-CTP-FORNECEDOR    PIC X(06).                            00014400
          05 FD-CTP-NOTA          PIC X(10).                            00014500
          05 FD-CTP-VALOR         PIC 9(09)V99.                         00014600
          05 FD-CTP-DATA-EMISSAO  PIC X(08).                            00014700
          05 FD-CTP-DATA-VENCTO   PIC X(10).                            00014800
          05 FD-CTP-SITUACAO      PIC X(01).                            00014900
             88 FD-CTP-ABERTO          VALUE 'A'.                       00015000
             88 FD-CTP-REMETIDO        VALUE 'R'.                       00015100
             88 FD-CTP-LIQUIDADO       VALUE 'L'.                       00015200
          05 FD-CTP-DATA-PAGTO    PIC X(08).                            00015300
          05 FILLER               PIC X(06).                            00015400
                                                                        00015500
       FD HOLERITE                                                      00015600
           RECORDING MODE IS F                                          00015700
           BLOCK CONTAINS 0 RECORDS.                                    00015800
       01 FD-HOLERITE.                                                  00015900
          05 FD-HOL-ID        PIC 9(04).                                00016000
          05 FD-HOL-NOME      PIC X(30).                                00016100
          05 FD-HOL-SETOR     PIC X(04).                                00016200
          05 FD-HOL-BRUTO     PIC 9(08)V99.                             00016300
          05 FD-HOL-INSS      PIC 9(08)V99.                             00016400
          05 FD-HOL-IRRF      PIC 9(08)V99.                             00016500
          05 FD-HOL-LIQUIDO   PIC 9(08)V99.                             00016600
                                                                        00016700
       FD MODELOS                                                       00016800
           RECORDING MODE IS F                                          00016900
           BLOCK CONTAINS 0 RECORDS.                                    00017000
       01 FD-MODELO.                                                    00017100
          05 FD-MOD-CONTA        PIC X(06).                             00017200
          05 FD-MOD-TIPO         PIC X(01).                             00017300
          05 FD-MOD-VALOR        PIC 9(05)V99.                          00017400
          05 FD-MOD-CCUSTO       PIC X(04).                             00017500
          05 FD-MOD-COMP-INI     PIC X(06).                             00017600
          05 FD-MOD-COMP-FIM     PIC X(06).                             00017700
          05 FD-MOD-DESCRICAO    PIC X(30).                             00017800
          05 FILLER              PIC X(02).                             00017900
                                                                        00018000
       FD RELFLUXO                                                      00018100
           RECORDING MODE IS F                                          00018200
           BLOCK CONTAINS 0 RECORDS.                                    00018300
       01 FD-RELFLUXO              PIC X(80).                           00018400
                                                                        00018500
      *-----------------------------------------------------------*     00018600
       WORKING-STORAGE                            SECTION.              00018700
      *-----------------------------------------------------------*     00018800
                                                                        00018900
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00019100
       77 WRK-FS-SALDOABR          PIC X(02)    VALUE ZEROS.            00019200
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00019300
       77 WRK-FS-CREBER            PIC X(02)    VALUE ZEROS.            00019400
       77 WRK-FS-CTAPAGAR          PIC X(02)    VALUE ZEROS.            00019500
       77 WRK-FS-HOLERITE          PIC X(02)    VALUE ZEROS.            00019600
       77 WRK-FS-MODELOS           PIC X(02)    VALUE ZEROS.            00019700
       77 WRK-FS-RELFLUXO          PIC X(02)    VALUE ZEROS.            00019800
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00019900
                                                                        00020000
       01 WRK-DATA-HOJE            PIC 9(08)    VALUE ZEROS.            00020100
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).            00020200
       77 WRK-DATA-HOJE-TR         PIC X(10)    VALUE SPACES.           00020300
       77 WRK-DATA-LIMITE          PIC X(10)    VALUE SPACES.           00020400
       77 WRK-DIAS-CORRIDOS        PIC 9(03)    VALUE 90.               00020500
       77 WRK-QTDE-SOMADOS         PIC 9(03)    VALUE ZEROS.            00020600
                                                                        00020700
       77 WRK-CTA-CAIXA            PIC X(06)    VALUE SPACES.           00020800
       01 WRK-SALDO-MINIMO         PIC S9(11)V99 VALUE ZEROS.           00020900
       77 WRK-DIA-FOLHA            PIC 9(02)    VALUE 05.               00021000
       01 WRK-TAB-SEM-CAIXA.                                            00021100
          05 WRK-SEM-CAIXA         PIC X(06) OCCURS 5 TIMES.            00021200
       77 WRK-IDX-SCX              PIC 9(01)    VALUE ZEROS.            00021300
       01 WRK-PRM-SEM-CAIXA        VALUE SPACES.                        00021307
          05 WRK-PRM-SCX           PIC X(06) OCCURS 5 TIMES.            00021314
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00021321
       01 WRK-PSV-AREA.                                                 00021328
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00021335
          05 WRK-PSV-NOME       PIC X(12).                              00021342
          05 WRK-PSV-VALOR      PIC X(30).                              00021349
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00021356
          05 WRK-PSV-NUMERICO   PIC X(01).                              00021363
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00021370
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00021377
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00021384
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00021391
       77 WRK-CONTA-SEM-CAIXA      PIC X(01)    VALUE 'N'.              00021400
          88 WRK-CONTA-E-SEM-CAIXA         VALUE 'S'.                   00021500
                                                                        00021600
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00021700
       01 WRK-DSV-AREA.                                                 00021800
          05 WRK-DSV-DATA-1    PIC X(10).                               00021900
          05 WRK-DSV-DATA-2    PIC X(10).                               00022000
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00022100
          05 WRK-DSV-CLASSE    PIC X(01).                               00022200
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE SPACES.                     00022300
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00022400
                                                                        00022500
      *    DATA DE TRABALHO AAAA-MM-DD PARA A SOMA DE DIAS CORRIDOS     00022600
       01 WRK-DATA-CALC.                                                00022700
          05 WRK-DTC-ANO           PIC 9(04).                           00022800
          05 FILLER                PIC X(01) VALUE '-'.                 00022900
          05 WRK-DTC-MES           PIC 9(02).                           00023000
          05 FILLER                PIC X(01) VALUE '-'.                 00023100
          05 WRK-DTC-DIA           PIC 9(02).                           00023200
       01 WRK-DIAS-POR-MES.                                             00023300
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.         00023400
       01 WRK-TAB-DIAS-MES REDEFINES WRK-DIAS-POR-MES.                  00023500
          05 WRK-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.           00023600
       77 WRK-DIAS-NO-MES          PIC 9(02)    VALUE ZEROS.            00023700
       77 WRK-QUOC-ANO             PIC 9(04)    VALUE ZEROS.            00023800
       77 WRK-RESTO-4              PIC 9(03)    VALUE ZEROS.            00023900
       77 WRK-RESTO-100            PIC 9(03)    VALUE ZEROS.            00024000
       77 WRK-RESTO-400            PIC 9(03)    VALUE ZEROS.            00024100
                                                                        00024200
      *    DIAS UTEIS DO HORIZONTE, COM O QUE ENTRA E SAI EM CADA UM    00024300
       01 WRK-TAB-DIAS.                                                 00024400
          05 WRK-DIA OCCURS 90 TIMES.                                   00024500
             10 WRK-DIA-DATA       PIC X(10).                           00024600
             10 WRK-DIA-RECEBER    PIC 9(11)V99.                        00024700
             10 WRK-DIA-PAGAR      PIC 9(11)V99.                        00024800
             10 WRK-DIA-FOLHA-VLR  PIC 9(11)V99.                        00024900
             10 WRK-DIA-REC-ENTRA  PIC 9(11)V99.                        00025000
             10 WRK-DIA-REC-SAI    PIC 9(11)V99.                        00025100
       77 WRK-QTDE-DIAS            PIC 9(03)    VALUE ZEROS.            00025200
       77 WRK-IDX-DIA              PIC 9(03)    VALUE ZEROS.            00025300
       77 WRK-DATA-CORRENTE        PIC X(10)    VALUE SPACES.           00025400
       77 WRK-FIM-HORIZONTE        PIC X(01)    VALUE 'N'.              00025500
          88 WRK-HORIZONTE-ACABOU          VALUE 'S'.                   00025600
                                                                        00025700
      *    RESULTADO DA LOCALIZACAO DE UMA DATA NO HORIZONTE            00025800
       77 WRK-DATA-ITEM            PIC X(10)    VALUE SPACES.           00025900
       77 WRK-POSICAO-DIA          PIC X(01)    VALUE SPACES.           00026000
          88 WRK-ITEM-VENCIDO              VALUE 'V'.                   00026100
          88 WRK-ITEM-NO-HORIZONTE         VALUE 'H'.                   00026200
          88 WRK-ITEM-FORA                 VALUE 'F'.                   00026300
                                                                        00026400
      *    COMPETENCIA CORRENTE DA FOLHA E DOS MODELOS                  00026500
       01 WRK-COMP.                                                     00026600
          05 WRK-COMP-ANO          PIC 9(04).                           00026700
          05 WRK-COMP-MES          PIC 9(02).                           00026800
       01 WRK-COMP-X REDEFINES WRK-COMP PIC X(06).                      00026900
       77 WRK-COMP-LIMITE          PIC X(06)    VALUE SPACES.           00027000
       77 WRK-CONTA-UTEIS          PIC 9(02)    VALUE ZEROS.            00027100
                                                                        00027200
       01 WRK-SALDO-INICIAL        PIC S9(13)V99 VALUE ZEROS.           00027300
       01 WRK-SALDO-PROJETADO      PIC S9(13)V99 VALUE ZEROS.           00027400
       01 WRK-MENOR-SALDO          PIC S9(13)V99 VALUE ZEROS.           00027500
       77 WRK-DATA-MENOR           PIC X(10)    VALUE SPACES.           00027600
       01 WRK-FOLHA-LIQUIDA        PIC 9(11)V99 VALUE ZEROS.            00027700
       01 WRK-ENTRADAS-DIA         PIC 9(11)V99 VALUE ZEROS.            00027800
       01 WRK-SAIDAS-DIA           PIC 9(11)V99 VALUE ZEROS.            00027900
       01 WRK-VALOR-ITEM           PIC 9(11)V99 VALUE ZEROS.            00028000
                                                                        00028100
       01 WRK-TOT-RECEBER          PIC 9(13)V99 VALUE ZEROS.            00028200
       01 WRK-TOT-PAGAR            PIC 9(13)V99 VALUE ZEROS.            00028300
       01 WRK-TOT-FOLHA            PIC 9(13)V99 VALUE ZEROS.            00028400
       01 WRK-TOT-REC-ENTRA        PIC 9(13)V99 VALUE ZEROS.            00028500
       01 WRK-TOT-REC-SAI          PIC 9(13)V99 VALUE ZEROS.            00028600
       01 WRK-TOT-REC-VENCIDO      PIC 9(13)V99 VALUE ZEROS.            00028700
       01 WRK-TOT-PAG-VENCIDO      PIC 9(13)V99 VALUE ZEROS.            00028800
                                                                        00028900
       77 WRK-REG-TITULOS-REC      PIC 9(07)    VALUE ZEROS.            00029000
       77 WRK-REG-TITULOS-PAG      PIC 9(07)    VALUE ZEROS.            00029100
       77 WRK-REG-HOLERITES        PIC 9(07)    VALUE ZEROS.            00029200
       77 WRK-REG-MODELOS          PIC 9(07)    VALUE ZEROS.            00029300
       77 WRK-REG-FORA-HORIZONTE   PIC 9(07)    VALUE ZEROS.            00029400
       77 WRK-QTDE-ABAIXO          PIC 9(03)    VALUE ZEROS.            00029500
                                                                        00029600
       01 WRK-LIN-CAB.                                                  00029700
          05 FILLER            PIC X(48) VALUE                          00029800
             'FLUXO DE CAIXA PROJETADO - 90 DIAS A PARTIR DE '.         00029900
          05 WRK-LCB-DIA       PIC X(02).                               00030000
          05 FILLER            PIC X(01) VALUE '/'.                     00030100
          05 WRK-LCB-MES       PIC X(02).                               00030200
          05 FILLER            PIC X(01) VALUE '/'.                     00030300
          05 WRK-LCB-ANO       PIC X(04).                               00030400
          05 FILLER            PIC X(22) VALUE SPACES.                  00030500
                                                                        00030600
       01 WRK-LIN-COLUNAS.                                              00030700
          05 FILLER            PIC X(40) VALUE                          00030800
             'DATA              ENTRADAS          SAID'.                00030900
          05 FILLER            PIC X(40) VALUE                          00031000
             'AS     SALDO PROJETADO'.                                  00031100
                                                                        00031200
       01 WRK-LIN-DETALHE.                                              00031300
          05 WRK-LDT-DIA       PIC X(02).                               00031400
          05 FILLER            PIC X(01) VALUE '/'.                     00031500
          05 WRK-LDT-MES       PIC X(02).                               00031600
          05 FILLER            PIC X(01) VALUE '/'.                     00031700
          05 WRK-LDT-ANO       PIC X(04).                               00031800
          05 FILLER            PIC X(02) VALUE SPACES.                  00031900
          05 WRK-LDT-ENTRADAS  PIC ZZZ.ZZZ.ZZ9,99.                      00032000
          05 FILLER            PIC X(02) VALUE SPACES.                  00032100
          05 WRK-LDT-SAIDAS    PIC ZZZ.ZZZ.ZZ9,99.                      00032200
          05 FILLER            PIC X(02) VALUE SPACES.                  00032300
          05 WRK-LDT-SALDO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.                  00032400
          05 FILLER            PIC X(02) VALUE SPACES.                  00032500
          05 WRK-LDT-ALERTA    PIC X(14).                               00032600
          05 FILLER            PIC X(02) VALUE SPACES.                  00032700
                                                                        00032800
       01 WRK-LIN-TOTAL.                                                00032900
          05 WRK-LTO-TEXTO     PIC X(40).                               00033000
          05 FILLER            PIC X(02) VALUE SPACES.                  00033100
          05 WRK-LTO-VALOR     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.               00033200
          05 FILLER            PIC X(17) VALUE SPACES.                  00033300
                                                                        00033400
       01 WRK-LIN-QTDE.                                                 00033500
          05 WRK-LQT-TEXTO     PIC X(40).                               00033600
          05 FILLER            PIC X(02) VALUE SPACES.                  00033700
          05 WRK-LQT-QTDE      PIC ZZ9.                                 00033800
          05 FILLER            PIC X(35) VALUE SPACES.                  00033900
                                                                        00034000
       01 WRK-LIN-TRACO        PIC X(80) VALUE ALL '-'.                 00034100
                                                                        00034200
      *-----------------------------------------------------------*     00034300
                                                                        00034400
      *===========================================================*     00034500
       PROCEDURE                                  DIVISION.             00034600
      *===========================================================*     00034700
                                                                        00034800
      *-------------------------------------------------------*         00034900
       0000-PRINCIPAL                              SECTION.             00035000
      *-------------------------------------------------------*         00035100
                                                                        00035200
            PERFORM 1000-INICIAR.                                       00035300
            PERFORM 2000-PROJETAR.                                      00035400
            PERFORM 3000-EMITIR-RELATORIO.                              00035500
            PERFORM 8000-FINALIZAR.                                     00035600
                                                                        00035700
      *-------------------------------------------------------*         00035800
       0000-999-FIM.                               EXIT.                00035900
      *-------------------------------------------------------*         00036000
                                                                        00036100
      *-------------------------------------------------------*         00036200
       1000-INICIAR                               SECTION.              00036300
      *-------------------------------------------------------*         00036400
                                                                        00036500
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00036600
             MOVE SPACES TO WRK-DATA-HOJE-TR.                           00036700
             STRING WRK-DATA-HOJE-X(1:4) '-'                            00036800
                    WRK-DATA-HOJE-X(5:2) '-'                            00036900
                    WRK-DATA-HOJE-X(7:2)                                00037000
                    DELIMITED BY SIZE INTO WRK-DATA-HOJE-TR.            00037100
             INITIALIZE WRK-TAB-DIAS.                                   00037200
                                                                        00037300
             MOVE 'FR03CB45'     TO WRK-PSV-PROGRAMA.                   00037357
             MOVE 'SALDO-MINIMO' TO WRK-PSV-NOME.                       00037414
             PERFORM 1020-CHAMAR-PARMSERV.                              00037471
             IF WRK-PSV-RETORNO NOT EQUAL '00' OR                       00037528
                NOT WRK-PSV-E-NUMERO                                    00037585
                MOVE ' PARMSERV SEM SALDO MINIMO ' TO WRK-MSG           00037642
                PERFORM 9000-TRATAR-ERROS                               00037700
             END-IF.                                                    00037800
             MOVE WRK-PSV-NUMERO TO WRK-SALDO-MINIMO.                   00037875
             MOVE 'DIA-FOLHA'    TO WRK-PSV-NOME.                       00037950
             PERFORM 1020-CHAMAR-PARMSERV.                              00038025
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00038100
                WRK-PSV-NUMERO GREATER THAN ZEROS AND                   00038175
                WRK-PSV-NUMERO LESS THAN 21                             00038250
                MOVE WRK-PSV-NUMERO TO WRK-DIA-FOLHA                    00038325
             END-IF.                                                    00038400
             MOVE 'SEM-CAIXA'    TO WRK-PSV-NOME.                       00038520
             PERFORM 1020-CHAMAR-PARMSERV.                              00038640
             IF WRK-PSV-RETORNO EQUAL '00'                              00038760
                MOVE WRK-PSV-VALOR TO WRK-PRM-SEM-CAIXA                 00038880
             END-IF.                                                    00039000
             MOVE 1 TO WRK-IDX-SCX.                                     00039100
             PERFORM 1010-CARREGAR-SEM-CAIXA                            00039200
                UNTIL WRK-IDX-SCX GREATER THAN 5.                       00039300
                                                                        00039500
             OPEN INPUT CTAREGRA.                                       00039600
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00039700
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00039800
                PERFORM 9000-TRATAR-ERROS                               00039900
             END-IF.                                                    00040000
             READ CTAREGRA.                                             00040100
             PERFORM 1100-CARREGAR-REGRA                                00040200
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00040300
             CLOSE CTAREGRA.                                            00040400
             IF WRK-CTA-CAIXA EQUAL SPACES                              00040500
                MOVE ' CTAREGRA SEM CONTA CAIXA (RC) ' TO WRK-MSG       00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
             END-IF.                                                    00040800
                                                                        00040900
             PERFORM 1200-APURAR-SALDO.                                 00041000
             PERFORM 1300-MONTAR-DIAS.                                  00041100
                                                                        00041200
             OPEN OUTPUT RELFLUXO.                                      00041300
             IF WRK-FS-RELFLUXO NOT EQUAL '00'                          00041400
                MOVE ' ERRO OPEN RELFLUXO ' TO WRK-MSG                  00041500
                PERFORM 9000-TRATAR-ERROS                               00041600
             END-IF.                                                    00041700
                                                                        00041800
             DISPLAY '===================================='.            00041900
             DISPLAY ' FLUXO DE CAIXA PROJETADO '.                      00042000
             DISPLAY ' A PARTIR DE.......: ' WRK-DATA-HOJE-TR.          00042100
             DISPLAY ' ATE (EXCLUSIVE)...: ' WRK-DATA-LIMITE.           00042200
             DISPLAY ' DIAS UTEIS........: ' WRK-QTDE-DIAS.             00042300
             DISPLAY ' CONTA CAIXA.......: ' WRK-CTA-CAIXA.             00042400
             DISPLAY '===================================='.            00042500
                                                                        00042600
      *-------------------------------------------------------*         00042700
       1000-999-FIM.                              EXIT.                 00042800
      *-------------------------------------------------------*         00042900
                                                                        00043000
      *-------------------------------------------------------*         00043100
       1010-CARREGAR-SEM-CAIXA                    SECTION.              00043200
      *-------------------------------------------------------*         00043300
                                                                        00043400
             MOVE WRK-PRM-SCX(WRK-IDX-SCX)                              00043500
               TO WRK-SEM-CAIXA(WRK-IDX-SCX).                           00043600
             ADD 1 TO WRK-IDX-SCX.                                      00043700
                                                                        00043800
      *-------------------------------------------------------*         00043900
       1010-999-FIM.                              EXIT.                 00044000
      *-------------------------------------------------------*         00044006
                                                                        00044012
      *-------------------------------------------------------*         00044018
       1020-CHAMAR-PARMSERV                       SECTION.              00044024
      *-------------------------------------------------------*         00044030
                                                                        00044036
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00044042
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00044048
                 ON EXCEPTION                                           00044054
                    MOVE '02' TO WRK-PSV-RETORNO                        00044060
             END-CALL.                                                  00044066
                                                                        00044072
      *-------------------------------------------------------*         00044078
       1020-999-FIM.                              EXIT.                 00044084
      *-------------------------------------------------------*         00044100
                                                                        00044200
      *---------------------------------------------------------------  00044300
      *    1100-CARREGAR-REGRA                                          00044400
      *    A CONTA CAIXA E A DEBITADA NO RECEBIMENTO (RC).              00044500
      *---------------------------------------------------------------  00044600
       1100-CARREGAR-REGRA                        SECTION.              00044700
                                                                        00044800
             IF FD-RGR-EVENTO EQUAL 'RC'                                00044900
                MOVE FD-RGR-DEBITO TO WRK-CTA-CAIXA                     00045000
             END-IF.                                                    00045100
             READ CTAREGRA.                                             00045200
                                                                        00045300
      *-------------------------------------------------------*         00045400
       1100-999-FIM.                              EXIT.                 00045500
      *-------------------------------------------------------*         00045600
                                                                        00045700
      *---------------------------------------------------------------  00045800
      *    1200-APURAR-SALDO                                            00045900
      *    SALDO ATUAL DA CONTA CAIXA = ABERTURA DO EXERCICIO           00046000
      *    (SALDOABR DO FR03CB35, DEVEDOR POSITIVO) + MOVIMENTO         00046100
      *    ACEITO DO EXERCICIO ATE HOJE.                                00046200
      *---------------------------------------------------------------  00046300
       1200-APURAR-SALDO                          SECTION.              00046400
                                                                        00046500
             OPEN INPUT SALDOABR.                                       00046600
             IF WRK-FS-SALDOABR EQUAL '35'                              00046700
                DISPLAY ' SALDOABR AUSENTE, ABERTURA ZERADA '           00046800
             ELSE                                                       00046900
                IF WRK-FS-SALDOABR NOT EQUAL '00'                       00047000
                   MOVE ' ERRO OPEN SALDOABR ' TO WRK-MSG               00047100
                   PERFORM 9000-TRATAR-ERROS                            00047200
                END-IF                                                  00047300
                READ SALDOABR                                           00047400
                PERFORM 1210-SOMAR-ABERTURA                             00047500
                   UNTIL WRK-FS-SALDOABR NOT EQUAL '00'                 00047600
                CLOSE SALDOABR                                          00047700
             END-IF.                                                    00047800
                                                                        00047900
             OPEN INPUT ACEITO.                                         00048000
             IF WRK-FS-ACEITO NOT EQUAL '00'                            00048100
                MOVE ' ERRO OPEN ACEITO ' TO WRK-MSG                    00048200
                PERFORM 9000-TRATAR-ERROS                               00048300
             END-IF.                                                    00048400
             READ ACEITO.                                               00048500
             PERFORM 1220-SOMAR-MOVIMENTO                               00048600
                UNTIL WRK-FS-ACEITO NOT EQUAL '00'.                     00048700
             CLOSE ACEITO.                                              00048800
                                                                        00048900
      *-------------------------------------------------------*         00049000
       1200-999-FIM.                              EXIT.                 00049100
      *-------------------------------------------------------*         00049200
                                                                        00049300
      *-------------------------------------------------------*         00049400
       1210-SOMAR-ABERTURA                        SECTION.              00049500
      *-------------------------------------------------------*         00049600
                                                                        00049700
             IF FD-ABR-CONTA EQUAL WRK-CTA-CAIXA                        00049800
                ADD FD-ABR-SALDO TO WRK-SALDO-INICIAL                   00049900
             END-IF.                                                    00050000
             READ SALDOABR.                                             00050100
                                                                        00050200
      *-------------------------------------------------------*         00050300
       1210-999-FIM.                              EXIT.                 00050400
      *-------------------------------------------------------*         00050500
                                                                        00050600
      *-------------------------------------------------------*         00050700
       1220-SOMAR-MOVIMENTO                       SECTION.              00050800
      *-------------------------------------------------------*         00050900
                                                                        00051000
             IF FD-ACE-CONTA EQUAL WRK-CTA-CAIXA AND                    00051100
                FD-ACE-DATA(1:4) EQUAL WRK-DATA-HOJE-X(1:4) AND         00051200
                FD-ACE-DATA NOT GREATER THAN WRK-DATA-HOJE              00051300
                IF FD-ACE-DEBITO                                        00051400
                   ADD FD-ACE-VALOR TO WRK-SALDO-INICIAL                00051500
                ELSE                                                    00051600
                   SUBTRACT FD-ACE-VALOR FROM WRK-SALDO-INICIAL         00051700
                END-IF                                                  00051800
             END-IF.                                                    00051900
             READ ACEITO.                                               00052000
                                                                        00052100
      *-------------------------------------------------------*         00052200
       1220-999-FIM.                              EXIT.                 00052300
      *-------------------------------------------------------*         00052400
                                                                        00052500
      *---------------------------------------------------------------  00052600
      *    1300-MONTAR-DIAS                                             00052700
      *    O HORIZONTE VAI DE HOJE ATE A VESPERA DE HOJE + 90 DIAS      00052800
      *    CORRIDOS; NELE, SO OS DIAS UTEIS DA DATASERV VIRAM           00052900
      *    LINHA (HOJE, SE FOR UTIL, E OS SEGUINTES PELA FUNCAO 03).    00053000
      *---------------------------------------------------------------  00053100
       1300-MONTAR-DIAS                           SECTION.              00053200
                                                                        00053300
             MOVE WRK-DATA-HOJE-TR TO WRK-DATA-CALC.                    00053400
             MOVE ZEROS TO WRK-QTDE-SOMADOS.                            00053500
             PERFORM 1310-SOMAR-DIA                                     00053600
                UNTIL WRK-QTDE-SOMADOS NOT LESS THAN WRK-DIAS-CORRIDOS. 00053700
             MOVE WRK-DATA-CALC TO WRK-DATA-LIMITE.                     00053800
             MOVE WRK-DATA-LIMITE(1:4) TO WRK-COMP-LIMITE(1:4).         00053900
             MOVE WRK-DATA-LIMITE(6:2) TO WRK-COMP-LIMITE(5:2).         00054000
                                                                        00054100
             MOVE WRK-DATA-HOJE-TR TO WRK-DATA-CORRENTE.                00054200
             MOVE WRK-DATA-CORRENTE TO WRK-DSV-DATA-1.                  00054300
             MOVE '02' TO WRK-DSV-FUNCAO.                               00054400
             PERFORM 1400-CHAMAR-DATASERV.                              00054500
             IF WRK-DSV-CLASSE EQUAL 'U'                                00054600
                PERFORM 1330-INCLUIR-DIA                                00054700
             END-IF.                                                    00054800
             PERFORM 1320-PROXIMO-DIA-UTIL                              00054900
                UNTIL WRK-HORIZONTE-ACABOU.                             00055000
                                                                        00055100
             IF WRK-QTDE-DIAS EQUAL ZEROS                               00055200
                MOVE ' NENHUM DIA UTIL NO HORIZONTE ' TO WRK-MSG        00055300
                PERFORM 9000-TRATAR-ERROS                               00055400
             END-IF.                                                    00055500
                                                                        00055600
      *-------------------------------------------------------*         00055700
       1300-999-FIM.                              EXIT.                 00055800
      *-------------------------------------------------------*         00055900
                                                                        00056000
      *---------------------------------------------------------------  00056100
      *    1310-SOMAR-DIA                                               00056200
      *    UM DIA CORRIDO A FRENTE NA DATA DE TRABALHO, VIRANDO         00056300
      *    MES E ANO; FEVEREIRO COM 29 NO ANO BISSEXTO.                 00056400
      *---------------------------------------------------------------  00056500
       1310-SOMAR-DIA                             SECTION.              00056600
                                                                        00056700
             MOVE WRK-DIAS-MES(WRK-DTC-MES) TO WRK-DIAS-NO-MES.         00056800
             IF WRK-DTC-MES EQUAL 2                                     00056900
                DIVIDE WRK-DTC-ANO BY 4 GIVING WRK-QUOC-ANO             00057000
                       REMAINDER WRK-RESTO-4                            00057100
                DIVIDE WRK-DTC-ANO BY 100 GIVING WRK-QUOC-ANO           00057200
                       REMAINDER WRK-RESTO-100                          00057300
                DIVIDE WRK-DTC-ANO BY 400 GIVING WRK-QUOC-ANO           00057400
                       REMAINDER WRK-RESTO-400                          00057500
                IF WRK-RESTO-4 EQUAL ZEROS AND                          00057600
                   (WRK-RESTO-100 NOT EQUAL ZEROS OR                    00057700
                    WRK-RESTO-400 EQUAL ZEROS)                          00057800
                   MOVE 29 TO WRK-DIAS-NO-MES                           00057900
                END-IF                                                  00058000
             END-IF.                                                    00058100
                                                                        00058200
             ADD 1 TO WRK-DTC-DIA.                                      00058300
             IF WRK-DTC-DIA GREATER THAN WRK-DIAS-NO-MES                00058400
                MOVE 1 TO WRK-DTC-DIA                                   00058500
                ADD 1 TO WRK-DTC-MES                                    00058600
                IF WRK-DTC-MES GREATER THAN 12                          00058700
                   MOVE 1 TO WRK-DTC-MES                                00058800
                   ADD 1 TO WRK-DTC-ANO                                 00058900
                END-IF                                                  00059000
             END-IF.                                                    00059100
             ADD 1 TO WRK-QTDE-SOMADOS.                                 00059200
                                                                        00059300
      *-------------------------------------------------------*         00059400
       1310-999-FIM.                              EXIT.                 00059500
      *-------------------------------------------------------*         00059600
                                                                        00059700
      *-------------------------------------------------------*         00059800
       1320-PROXIMO-DIA-UTIL                      SECTION.              00059900
      *-------------------------------------------------------*         00060000
                                                                        00060100
             MOVE WRK-DATA-CORRENTE TO WRK-DSV-DATA-1.                  00060200
             MOVE '03' TO WRK-DSV-FUNCAO.                               00060300
             PERFORM 1400-CHAMAR-DATASERV.                              00060400
             MOVE WRK-DSV-DATA-2 TO WRK-DATA-CORRENTE.                  00060500
             IF WRK-DATA-CORRENTE LESS THAN WRK-DATA-LIMITE AND         00060600
                WRK-QTDE-DIAS LESS THAN 90                              00060700
                PERFORM 1330-INCLUIR-DIA                                00060800
             ELSE                                                       00060900
                MOVE 'S' TO WRK-FIM-HORIZONTE                           00061000
             END-IF.                                                    00061100
                                                                        00061200
      *-------------------------------------------------------*         00061300
       1320-999-FIM.                              EXIT.                 00061400
      *-------------------------------------------------------*         00061500
                                                                        00061600
      *-------------------------------------------------------*         00061700
       1330-INCLUIR-DIA                           SECTION.              00061800
      *-------------------------------------------------------*         00061900
                                                                        00062000
             ADD 1 TO WRK-QTDE-DIAS.                                    00062100
             MOVE WRK-DATA-CORRENTE TO WRK-DIA-DATA(WRK-QTDE-DIAS).     00062200
                                                                        00062300
      *-------------------------------------------------------*         00062400
       1330-999-FIM.                              EXIT.                 00062500
      *-------------------------------------------------------*         00062600
                                                                        00062700
      *-------------------------------------------------------*         00062800
       1400-CHAMAR-DATASERV                       SECTION.              00062900
      *-------------------------------------------------------*         00063000
                                                                        00063100
             CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                 00063200
                  WRK-DSV-FUNCAO, WRK-DSV-RETORNO                       00063300
                 ON EXCEPTION                                           00063400
                    MOVE ' DATASERV AUSENTE OU FALHOU ' TO WRK-MSG      00063500
                    PERFORM 9000-TRATAR-ERROS                           00063600
             END-CALL.                                                  00063700
             IF WRK-DSV-RETORNO NOT EQUAL '00'                          00063800
                MOVE ' DATASERV RECUSOU A DATA ' TO WRK-MSG             00063900
                PERFORM 9000-TRATAR-ERROS                               00064000
             END-IF.                                                    00064100
                                                                        00064200
      *-------------------------------------------------------*         00064300
       1400-999-FIM.                              EXIT.                 00064400
      *-------------------------------------------------------*         00064500
                                                                        00064600
      *-------------------------------------------------------*         00064700
       2000-PROJETAR                              SECTION.              00064800
      *-------------------------------------------------------*         00064900
                                                                        00065000
             OPEN INPUT CREBER.                                         00065100
             IF WRK-FS-CREBER NOT EQUAL '00'                            00065200
                MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                    00065300
                PERFORM 9000-TRATAR-ERROS                               00065400
             END-IF.                                                    00065500
             READ CREBER.                                               00065600
             PERFORM 2100-PROJETAR-RECEBER                              00065700
                UNTIL WRK-FS-CREBER NOT EQUAL '00'.                     00065800
             CLOSE CREBER.                                              00065900
                                                                        00066000
             OPEN INPUT CTAPAGAR.                                       00066100
             IF WRK-FS-CTAPAGAR NOT EQUAL '00'                          00066200
                MOVE ' ERRO OPEN CTAPAGAR ' TO WRK-MSG                  00066300
                PERFORM 9000-TRATAR-ERROS                               00066400
             END-IF.                                                    00066500
             READ CTAPAGAR.                                             00066600
             PERFORM 2200-PROJETAR-PAGAR                                00066700
                UNTIL WRK-FS-CTAPAGAR NOT EQUAL '00'.                   00066800
             CLOSE CTAPAGAR.                                            00066900
                                                                        00067000
             PERFORM 2300-PROJETAR-FOLHA.                               00067100
                                                                        00067200
             OPEN INPUT MODELOS.                                        00067300
             IF WRK-FS-MODELOS NOT EQUAL '00'                           00067400
                MOVE ' ERRO OPEN MODELOS ' TO WRK-MSG                   00067500
                PERFORM 9000-TRATAR-ERROS                               00067600
             END-IF.                                                    00067700
             READ MODELOS.                                              00067800
             PERFORM 2400-PROJETAR-MODELO                               00067900
                UNTIL WRK-FS-MODELOS NOT EQUAL '00'.                    00068000
             CLOSE MODELOS.                                             00068100
                                                                        00068200
      *-------------------------------------------------------*         00068300
       2000-999-FIM.                              EXIT.                 00068400
      *-------------------------------------------------------*         00068500
                                                                        00068600
      *---------------------------------------------------------------  00068700
      *    2100-PROJETAR-RECEBER                                        00068800
      *    SALDO DO TITULO EM ABERTO/PARCIAL NO DIA DO VENCIMENTO;      00068900
      *    O JA VENCIDO E INCERTO E FICA SO NO TOTAL A PARTE.           00069000
      *---------------------------------------------------------------  00069100
       2100-PROJETAR-RECEBER                      SECTION.              00069200
                                                                        00069300
             IF FD-CRB-ABERTO OR FD-CRB-PARCIAL                         00069400
                COMPUTE WRK-VALOR-ITEM =                                00069500
                        FD-CRB-VALOR - FD-CRB-VALOR-PAGO                00069600
                END-COMPUTE                                             00069700
                IF WRK-VALOR-ITEM GREATER THAN ZEROS                    00069800
                   ADD 1 TO WRK-REG-TITULOS-REC                         00069900
                   MOVE FD-CRB-DATA-VENCTO TO WRK-DATA-ITEM             00070000
                   PERFORM 2900-LOCALIZAR-DIA                           00070100
                   EVALUATE TRUE                                        00070200
                     WHEN WRK-ITEM-VENCIDO                              00070300
                        ADD WRK-VALOR-ITEM TO WRK-TOT-REC-VENCIDO       00070400
                     WHEN WRK-ITEM-NO-HORIZONTE                         00070500
                        ADD WRK-VALOR-ITEM                              00070600
                         TO WRK-DIA-RECEBER(WRK-IDX-DIA)                00070700
                        ADD WRK-VALOR-ITEM TO WRK-TOT-RECEBER           00070800
                     WHEN OTHER                                         00070900
                        ADD 1 TO WRK-REG-FORA-HORIZONTE                 00071000
                   END-EVALUATE                                         00071100
                END-IF                                                  00071200
             END-IF.                                                    00071300
             READ CREBER.                                               00071400
                                                                        00071500
      *-------------------------------------------------------*         00071600
       2100-999-FIM.                              EXIT.                 00071700
      *-------------------------------------------------------*         00071800
                                                                        00071900
      *---------------------------------------------------------------  00072000
      *    2200-PROJETAR-PAGAR                                          00072100
      *    TITULO EM ABERTO OU JA REMETIDO AO BANCO (AINDA NAO          00072200
      *    LIQUIDADO) SAI NO VENCIMENTO; O VENCIDO, NO PRIMEIRO DIA.    00072300
      *---------------------------------------------------------------  00072400
       2200-PROJETAR-PAGAR                        SECTION.              00072500
                                                                        00072600
             IF FD-CTP-ABERTO OR FD-CTP-REMETIDO                        00072700
                ADD 1 TO WRK-REG-TITULOS-PAG                            00072800
                MOVE FD-CTP-VALOR       TO WRK-VALOR-ITEM               00072900
                MOVE FD-CTP-DATA-VENCTO TO WRK-DATA-ITEM                00073000
                PERFORM 2900-LOCALIZAR-DIA                              00073100
                EVALUATE TRUE                                           00073200
                  WHEN WRK-ITEM-VENCIDO                                 00073300
                     ADD WRK-VALOR-ITEM TO WRK-DIA-PAGAR(1)             00073400
                     ADD WRK-VALOR-ITEM TO WRK-TOT-PAG-VENCIDO          00073500
                     ADD WRK-VALOR-ITEM TO WRK-TOT-PAGAR                00073600
                  WHEN WRK-ITEM-NO-HORIZONTE                            00073700
                     ADD WRK-VALOR-ITEM TO WRK-DIA-PAGAR(WRK-IDX-DIA)   00073800
                     ADD WRK-VALOR-ITEM TO WRK-TOT-PAGAR                00073900
                  WHEN OTHER                                            00074000
                     ADD 1 TO WRK-REG-FORA-HORIZONTE                    00074100
                END-EVALUATE                                            00074200
             END-IF.                                                    00074300
             READ CTAPAGAR.                                             00074400
                                                                        00074500
      *-------------------------------------------------------*         00074600
       2200-999-FIM.                              EXIT.                 00074700
      *-------------------------------------------------------*         00074800
                                                                        00074900
      *---------------------------------------------------------------  00075000
      *    2300-PROJETAR-FOLHA                                          00075100
      *    O LIQUIDO DA ULTIMA FOLHA (HOLERITE DO FR03DB15) SE          00075200
      *    REPETE EM CADA MES DO HORIZONTE, NO N-ESIMO DIA UTIL;        00075300
      *    DIA DE PAGAMENTO JA PASSADO NAO ENTRA.                       00075400
      *---------------------------------------------------------------  00075500
       2300-PROJETAR-FOLHA                        SECTION.              00075600
                                                                        00075700
             OPEN INPUT HOLERITE.                                       00075800
             IF WRK-FS-HOLERITE NOT EQUAL '00'                          00075900
                MOVE ' ERRO OPEN HOLERITE ' TO WRK-MSG                  00076000
                PERFORM 9000-TRATAR-ERROS                               00076100
             END-IF.                                                    00076200
             READ HOLERITE.                                             00076300
             PERFORM 2310-SOMAR-HOLERITE                                00076400
                UNTIL WRK-FS-HOLERITE NOT EQUAL '00'.                   00076500
             CLOSE HOLERITE.                                            00076600
                                                                        00076700
             IF WRK-FOLHA-LIQUIDA GREATER THAN ZEROS                    00076800
                MOVE WRK-DATA-HOJE-X(1:6) TO WRK-COMP-X                 00076900
                PERFORM 2320-PAGAR-FOLHA-MES                            00077000
                   UNTIL WRK-COMP-X GREATER THAN WRK-COMP-LIMITE        00077100
             END-IF.                                                    00077200
                                                                        00077300
      *-------------------------------------------------------*         00077400
       2300-999-FIM.                              EXIT.                 00077500
      *-------------------------------------------------------*         00077600
                                                                        00077700
      *-------------------------------------------------------*         00077800
       2310-SOMAR-HOLERITE                        SECTION.              00077900
      *-------------------------------------------------------*         00078000
                                                                        00078100
             ADD 1 TO WRK-REG-HOLERITES.                                00078200
             ADD FD-HOL-LIQUIDO TO WRK-FOLHA-LIQUIDA.                   00078300
             READ HOLERITE.                                             00078400
                                                                        00078500
      *-------------------------------------------------------*         00078600
       2310-999-FIM.                              EXIT.                 00078700
      *-------------------------------------------------------*         00078800
                                                                        00078900
      *-------------------------------------------------------*         00079000
       2320-PAGAR-FOLHA-MES                       SECTION.              00079100
      *-------------------------------------------------------*         00079200
                                                                        00079300
             MOVE SPACES TO WRK-DATA-CORRENTE.                          00079400
             STRING WRK-COMP-X(1:4) '-'                                 00079500
                    WRK-COMP-X(5:2) '-01'                               00079600
                    DELIMITED BY SIZE INTO WRK-DATA-CORRENTE.           00079700
             MOVE WRK-DATA-CORRENTE TO WRK-DSV-DATA-1.                  00079800
             MOVE '02' TO WRK-DSV-FUNCAO.                               00079900
             PERFORM 1400-CHAMAR-DATASERV.                              00080000
             IF WRK-DSV-CLASSE EQUAL 'U'                                00080100
                MOVE 1 TO WRK-CONTA-UTEIS                               00080200
             ELSE                                                       00080300
                MOVE ZEROS TO WRK-CONTA-UTEIS                           00080400
             END-IF.                                                    00080500
             PERFORM 2330-CONTAR-DIA-UTIL                               00080600
                UNTIL WRK-CONTA-UTEIS NOT LESS THAN WRK-DIA-FOLHA.      00080700
                                                                        00080800
             MOVE WRK-DATA-CORRENTE TO WRK-DATA-ITEM.                   00080900
             PERFORM 2900-LOCALIZAR-DIA.                                00081000
             IF WRK-ITEM-NO-HORIZONTE                                   00081100
                ADD WRK-FOLHA-LIQUIDA                                   00081200
                 TO WRK-DIA-FOLHA-VLR(WRK-IDX-DIA)                      00081300
                ADD WRK-FOLHA-LIQUIDA TO WRK-TOT-FOLHA                  00081400
             END-IF.                                                    00081500
             PERFORM 2950-AVANCAR-COMPETENCIA.                          00081600
                                                                        00081700
      *-------------------------------------------------------*         00081800
       2320-999-FIM.                              EXIT.                 00081900
      *-------------------------------------------------------*         00082000
                                                                        00082100
      *-------------------------------------------------------*         00082200
       2330-CONTAR-DIA-UTIL                       SECTION.              00082300
      *-------------------------------------------------------*         00082400
                                                                        00082500
             MOVE WRK-DATA-CORRENTE TO WRK-DSV-DATA-1.                  00082600
             MOVE '03' TO WRK-DSV-FUNCAO.                               00082700
             PERFORM 1400-CHAMAR-DATASERV.                              00082800
             MOVE WRK-DSV-DATA-2 TO WRK-DATA-CORRENTE.                  00082900
             ADD 1 TO WRK-CONTA-UTEIS.                                  00083000
                                                                        00083100
      *-------------------------------------------------------*         00083200
       2330-999-FIM.                              EXIT.                 00083300
      *-------------------------------------------------------*         00083400
                                                                        00083500
      *---------------------------------------------------------------  00083600
      *    2400-PROJETAR-MODELO                                         00083700
      *    O MODELO RECORRENTE (FR03CB37) CAI NO DIA 01 DE CADA         00083800
      *    COMPETENCIA DO HORIZONTE DENTRO DA VIGENCIA; TIPO C E        00083900
      *    ENTRADA, D E SAIDA. O DIA 01 DO MES CORRENTE JA PASSOU       00084000
      *    E O LANCAMENTO DELE JA FOI GERADO.                           00084100
      *---------------------------------------------------------------  00084200
       2400-PROJETAR-MODELO                       SECTION.              00084300
                                                                        00084400
             ADD 1 TO WRK-REG-MODELOS.                                  00084500
             MOVE 'N' TO WRK-CONTA-SEM-CAIXA.                           00084600
             MOVE 1 TO WRK-IDX-SCX.                                     00084700
             PERFORM 2410-VERIFICAR-SEM-CAIXA                           00084800
                UNTIL WRK-IDX-SCX GREATER THAN 5.                       00084900
                                                                        00085000
             IF NOT WRK-CONTA-E-SEM-CAIXA AND                           00085100
                FD-MOD-VALOR NUMERIC AND                                00085200
                FD-MOD-VALOR GREATER THAN ZEROS                         00085300
                MOVE FD-MOD-VALOR TO WRK-VALOR-ITEM                     00085400
                MOVE WRK-DATA-HOJE-X(1:6) TO WRK-COMP-X                 00085500
                PERFORM 2420-PROJETAR-COMPETENCIA                       00085600
                   UNTIL WRK-COMP-X GREATER THAN WRK-COMP-LIMITE        00085700
             END-IF.                                                    00085800
             READ MODELOS.                                              00085900
                                                                        00086000
      *-------------------------------------------------------*         00086100
       2400-999-FIM.                              EXIT.                 00086200
      *-------------------------------------------------------*         00086300
                                                                        00086400
      *-------------------------------------------------------*         00086500
       2410-VERIFICAR-SEM-CAIXA                   SECTION.              00086600
      *-------------------------------------------------------*         00086700
                                                                        00086800
             IF WRK-SEM-CAIXA(WRK-IDX-SCX) NOT EQUAL SPACES AND         00086900
                WRK-SEM-CAIXA(WRK-IDX-SCX) EQUAL FD-MOD-CONTA           00087000
                MOVE 'S' TO WRK-CONTA-SEM-CAIXA                         00087100
             END-IF.                                                    00087200
             ADD 1 TO WRK-IDX-SCX.                                      00087300
                                                                        00087400
      *-------------------------------------------------------*         00087500
       2410-999-FIM.                              EXIT.                 00087600
      *-------------------------------------------------------*         00087700
                                                                        00087800
      *-------------------------------------------------------*         00087900
       2420-PROJETAR-COMPETENCIA                  SECTION.              00088000
      *-------------------------------------------------------*         00088100
                                                                        00088200
             IF WRK-COMP-X NOT LESS THAN FD-MOD-COMP-INI AND            00088300
                WRK-COMP-X NOT GREATER THAN FD-MOD-COMP-FIM             00088400
                MOVE SPACES TO WRK-DATA-ITEM                            00088500
                STRING WRK-COMP-X(1:4) '-'                              00088600
                       WRK-COMP-X(5:2) '-01'                            00088700
                       DELIMITED BY SIZE INTO WRK-DATA-ITEM             00088800
                PERFORM 2900-LOCALIZAR-DIA                              00088900
                IF WRK-ITEM-NO-HORIZONTE                                00089000
                   IF FD-MOD-TIPO EQUAL 'C'                             00089100
                      ADD WRK-VALOR-ITEM                                00089200
                       TO WRK-DIA-REC-ENTRA(WRK-IDX-DIA)                00089300
                      ADD WRK-VALOR-ITEM TO WRK-TOT-REC-ENTRA           00089400
                   ELSE                                                 00089500
                      ADD WRK-VALOR-ITEM                                00089600
                       TO WRK-DIA-REC-SAI(WRK-IDX-DIA)                  00089700
                      ADD WRK-VALOR-ITEM TO WRK-TOT-REC-SAI             00089800
                   END-IF                                               00089900
                END-IF                                                  00090000
             END-IF.                                                    00090100
             PERFORM 2950-AVANCAR-COMPETENCIA.                          00090200
                                                                        00090300
      *-------------------------------------------------------*         00090400
       2420-999-FIM.                              EXIT.                 00090500
      *-------------------------------------------------------*         00090600
                                                                        00090700
      *---------------------------------------------------------------  00090800
      *    2900-LOCALIZAR-DIA                                           00090900
      *    DATA ANTES DO PRIMEIRO DIA UTIL = VENCIDO; DEPOIS DO         00091000
      *    ULTIMO = FORA DO HORIZONTE; NO MEIO, O PRIMEIRO DIA          00091100
      *    UTIL NA DATA OU DEPOIS DELA (NAO UTIL CAI NO SEGUINTE).      00091200
      *---------------------------------------------------------------  00091300
       2900-LOCALIZAR-DIA                         SECTION.              00091400
                                                                        00091500
             MOVE ZEROS TO WRK-IDX-DIA.                                 00091600
             EVALUATE TRUE                                              00091700
               WHEN WRK-DATA-ITEM LESS THAN WRK-DIA-DATA(1)             00091800
                  MOVE 'V' TO WRK-POSICAO-DIA                           00091900
               WHEN WRK-DATA-ITEM GREATER THAN                          00092000
                    WRK-DIA-DATA(WRK-QTDE-DIAS)                         00092100
                  MOVE 'F' TO WRK-POSICAO-DIA                           00092200
               WHEN OTHER                                               00092300
                  MOVE 'H' TO WRK-POSICAO-DIA                           00092400
                  MOVE 1 TO WRK-IDX-DIA                                 00092500
                  PERFORM 2910-AVANCAR-DIA                              00092600
                     UNTIL WRK-DIA-DATA(WRK-IDX-DIA)                    00092700
                           NOT LESS THAN WRK-DATA-ITEM                  00092800
             END-EVALUATE.                                              00092900
                                                                        00093000
      *-------------------------------------------------------*         00093100
       2900-999-FIM.                              EXIT.                 00093200
      *-------------------------------------------------------*         00093300
                                                                        00093400
      *-------------------------------------------------------*         00093500
       2910-AVANCAR-DIA                           SECTION.              00093600
      *-------------------------------------------------------*         00093700
                                                                        00093800
             ADD 1 TO WRK-IDX-DIA.                                      00093900
                                                                        00094000
      *-------------------------------------------------------*         00094100
       2910-999-FIM.                              EXIT.                 00094200
      *-------------------------------------------------------*         00094300
                                                                        00094400
      *-------------------------------------------------------*         00094500
       2950-AVANCAR-COMPETENCIA                   SECTION.              00094600
      *-------------------------------------------------------*         00094700
                                                                        00094800
             ADD 1 TO WRK-COMP-MES.                                     00094900
             IF WRK-COMP-MES GREATER THAN 12                            00095000
                MOVE 1 TO WRK-COMP-MES                                  00095100
                ADD 1 TO WRK-COMP-ANO                                   00095200
             END-IF.                                                    00095300
                                                                        00095400
      *-------------------------------------------------------*         00095500
       2950-999-FIM.                              EXIT.                 00095600
      *-------------------------------------------------------*         00095700
                                                                        00095800
      *-------------------------------------------------------*         00095900
       3000-EMITIR-RELATORIO                      SECTION.              00096000
      *-------------------------------------------------------*         00096100
                                                                        00096200
             MOVE WRK-DATA-HOJE-X(7:2) TO WRK-LCB-DIA.                  00096300
             MOVE WRK-DATA-HOJE-X(5:2) TO WRK-LCB-MES.                  00096400
             MOVE WRK-DATA-HOJE-X(1:4) TO WRK-LCB-ANO.                  00096500
             WRITE FD-RELFLUXO FROM WRK-LIN-CAB.                        00096600
             WRITE FD-RELFLUXO FROM WRK-LIN-TRACO.                      00096700
                                                                        00096800
             MOVE SPACES TO WRK-LTO-TEXTO.                              00096900
             STRING ' SALDO ATUAL DA CONTA CAIXA ' WRK-CTA-CAIXA        00097000
                    DELIMITED BY SIZE INTO WRK-LTO-TEXTO.               00097100
             MOVE WRK-SALDO-INICIAL TO WRK-LTO-VALOR.                   00097200
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00097300
             MOVE ' SALDO MINIMO' TO WRK-LTO-TEXTO.                     00097400
             MOVE WRK-SALDO-MINIMO TO WRK-LTO-VALOR.                    00097500
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00097600
             WRITE FD-RELFLUXO FROM WRK-LIN-TRACO.                      00097700
             WRITE FD-RELFLUXO FROM WRK-LIN-COLUNAS.                    00097800
             WRITE FD-RELFLUXO FROM WRK-LIN-TRACO.                      00097900
                                                                        00098000
             MOVE WRK-SALDO-INICIAL TO WRK-SALDO-PROJETADO.             00098100
             MOVE WRK-SALDO-INICIAL TO WRK-MENOR-SALDO.                 00098200
             MOVE WRK-DIA-DATA(1)   TO WRK-DATA-MENOR.                  00098300
             MOVE 1 TO WRK-IDX-DIA.                                     00098400
             PERFORM 3100-EMITIR-DIA                                    00098500
                UNTIL WRK-IDX-DIA GREATER THAN WRK-QTDE-DIAS.           00098600
                                                                        00098700
             WRITE FD-RELFLUXO FROM WRK-LIN-TRACO.                      00098800
             MOVE ' TITULOS A RECEBER' TO WRK-LTO-TEXTO.                00098900
             MOVE WRK-TOT-RECEBER TO WRK-LTO-VALOR.                     00099000
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00099100
             MOVE ' RECORRENTES - ENTRADAS' TO WRK-LTO-TEXTO.           00099200
             MOVE WRK-TOT-REC-ENTRA TO WRK-LTO-VALOR.                   00099300
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00099400
             MOVE ' TITULOS A PAGAR' TO WRK-LTO-TEXTO.                  00099500
             MOVE WRK-TOT-PAGAR TO WRK-LTO-VALOR.                       00099600
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00099700
             MOVE '   DOS QUAIS VENCIDOS (NO PRIMEIRO DIA)'             00099800
               TO WRK-LTO-TEXTO.                                        00099900
             MOVE WRK-TOT-PAG-VENCIDO TO WRK-LTO-VALOR.                 00100000
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00100100
             MOVE ' FOLHA LIQUIDA' TO WRK-LTO-TEXTO.                    00100200
             MOVE WRK-TOT-FOLHA TO WRK-LTO-VALOR.                       00100300
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00100400
             MOVE ' RECORRENTES - SAIDAS' TO WRK-LTO-TEXTO.             00100500
             MOVE WRK-TOT-REC-SAI TO WRK-LTO-VALOR.                     00100600
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00100700
             MOVE ' SALDO PROJETADO NO FIM DO HORIZONTE'                00100800
               TO WRK-LTO-TEXTO.                                        00100900
             MOVE WRK-SALDO-PROJETADO TO WRK-LTO-VALOR.                 00101000
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00101100
             MOVE SPACES TO WRK-LTO-TEXTO.                              00101200
             STRING ' MENOR SALDO PROJETADO EM ' WRK-DATA-MENOR         00101300
                    DELIMITED BY SIZE INTO WRK-LTO-TEXTO.               00101400
             MOVE WRK-MENOR-SALDO TO WRK-LTO-VALOR.                     00101500
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00101600
             WRITE FD-RELFLUXO FROM WRK-LIN-TRACO.                      00101700
             MOVE ' RECEBER VENCIDO (FORA DA PROJECAO)'                 00101800
               TO WRK-LTO-TEXTO.                                        00101900
             MOVE WRK-TOT-REC-VENCIDO TO WRK-LTO-VALOR.                 00102000
             WRITE FD-RELFLUXO FROM WRK-LIN-TOTAL.                      00102100
             MOVE ' DIAS ABAIXO DO SALDO MINIMO' TO WRK-LQT-TEXTO.      00102200
             MOVE WRK-QTDE-ABAIXO TO WRK-LQT-QTDE.                      00102300
             WRITE FD-RELFLUXO FROM WRK-LIN-QTDE.                       00102400
                                                                        00102500
      *-------------------------------------------------------*         00102600
       3000-999-FIM.                              EXIT.                 00102700
      *-------------------------------------------------------*         00102800
                                                                        00102900
      *-------------------------------------------------------*         00103000
       3100-EMITIR-DIA                            SECTION.              00103100
      *-------------------------------------------------------*         00103200
                                                                        00103300
             COMPUTE WRK-ENTRADAS-DIA =                                 00103400
                     WRK-DIA-RECEBER(WRK-IDX-DIA) +                     00103500
                     WRK-DIA-REC-ENTRA(WRK-IDX-DIA)                     00103600
             END-COMPUTE.                                               00103700
             COMPUTE WRK-SAIDAS-DIA =                                   00103800
                     WRK-DIA-PAGAR(WRK-IDX-DIA) +                       00103900
                     WRK-DIA-FOLHA-VLR(WRK-IDX-DIA) +                   00104000
                     WRK-DIA-REC-SAI(WRK-IDX-DIA)                       00104100
             END-COMPUTE.                                               00104200
             COMPUTE WRK-SALDO-PROJETADO = WRK-SALDO-PROJETADO +        00104300
                     WRK-ENTRADAS-DIA - WRK-SAIDAS-DIA                  00104400
             END-COMPUTE.                                               00104500
                                                                        00104600
             MOVE WRK-DIA-DATA(WRK-IDX-DIA)(9:2) TO WRK-LDT-DIA.        00104700
             MOVE WRK-DIA-DATA(WRK-IDX-DIA)(6:2) TO WRK-LDT-MES.        00104800
             MOVE WRK-DIA-DATA(WRK-IDX-DIA)(1:4) TO WRK-LDT-ANO.        00104900
             MOVE WRK-ENTRADAS-DIA    TO WRK-LDT-ENTRADAS.              00105000
             MOVE WRK-SAIDAS-DIA      TO WRK-LDT-SAIDAS.                00105100
             MOVE WRK-SALDO-PROJETADO TO WRK-LDT-SALDO.                 00105200
             IF WRK-SALDO-PROJETADO LESS THAN WRK-SALDO-MINIMO          00105300
                MOVE '*ABAIXO MINIMO' TO WRK-LDT-ALERTA                 00105400
                ADD 1 TO WRK-QTDE-ABAIXO                                00105500
             ELSE                                                       00105600
                MOVE SPACES TO WRK-LDT-ALERTA                           00105700
             END-IF.                                                    00105800
             WRITE FD-RELFLUXO FROM WRK-LIN-DETALHE.                    00105900
                                                                        00106000
             IF WRK-SALDO-PROJETADO LESS THAN WRK-MENOR-SALDO           00106100
                MOVE WRK-SALDO-PROJETADO       TO WRK-MENOR-SALDO       00106200
                MOVE WRK-DIA-DATA(WRK-IDX-DIA) TO WRK-DATA-MENOR        00106300
             END-IF.                                                    00106400
             ADD 1 TO WRK-IDX-DIA.                                      00106500
                                                                        00106600
      *-------------------------------------------------------*         00106700
       3100-999-FIM.                              EXIT.                 00106800
      *-------------------------------------------------------*         00106900
                                                                        00107000
      *-------------------------------------------------------*         00107100
       8000-FINALIZAR                              SECTION.             00107200
      *-------------------------------------------------------*         00107300
                                                                        00107400
             CLOSE RELFLUXO.                                            00107500
                                                                        00107600
             DISPLAY '===================================='.            00107700
             DISPLAY ' TITULOS A RECEBER.....: ' WRK-REG-TITULOS-REC.   00107800
             DISPLAY ' TITULOS A PAGAR.......: ' WRK-REG-TITULOS-PAG.   00107900
             DISPLAY ' HOLERITES DA FOLHA....: ' WRK-REG-HOLERITES.     00108000
             DISPLAY ' MODELOS RECORRENTES...: ' WRK-REG-MODELOS.       00108100
             DISPLAY ' FORA DO HORIZONTE.....: '                        00108200
                      WRK-REG-FORA-HORIZONTE.                           00108300
             DISPLAY ' DIAS ABAIXO DO MINIMO.: ' WRK-QTDE-ABAIXO.       00108400
             DISPLAY '==================================== '.           00108500
                STOP RUN.                                               00108600
                                                                        00108700
      *-------------------------------------------------------*         00108800
       8000-999-FIM.                              EXIT.                 00108900
      *-------------------------------------------------------*         00109000
                                                                        00109100
      *-------------------------------------------------------*         00109200
       9000-TRATAR-ERROS                           SECTION.             00109300
      *-------------------------------------------------------*         00109400
                                                                        00109500
             DISPLAY '-----------------------------'.                   00109600
             DISPLAY WRK-MSG.                                           00109700
             DISPLAY '-----------------------------'.                   00109800
                STOP RUN.                                               00109900
                                                                        00110000
      *-------------------------------------------------------*         00110100
       9000-999-FIM.                              EXIT.                 00110200
      *-------------------------------------------------------*         00110300
