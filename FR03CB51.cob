      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB51.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 16/10/2023                                       00000800
      *     OBJETIVO : DEMONSTRACOES CONTABEIS DO MES -- SOBE O         00000900
      *              : SALDO DE ABERTURA (SALDOABR DO FR03CB35) E       00001000
      *              : O MOVIMENTO ACEITO DE CADA CONTA PELA            00001100
      *              : ESTRUTURA DE GRUPO E SUBGRUPO DO PLANOCTA        00001200
      *              : (NOMES NO ESTRCTB) E IMPRIME EM RELDEM O         00001300
      *              : BALANCO PATRIMONIAL COMPARATIVO (FIM DA          00001400
      *              : COMPETENCIA X MESMA DATA DO ANO ANTERIOR)        00001500
      *              : E A DEMONSTRACAO DO RESULTADO (MES,              00001600
      *              : ACUMULADO NO ANO E MESMO MES DO ANO              00001700
      *              : ANTERIOR), CONFERINDO ATIVO = PASSIVO + PL.      00001800
      *-------------------------------------------------------------*   00001900
      *     GRUPOS DO PLANOCTA: 1 ATIVO, 2 PASSIVO, 3 PATRIMONIO        00002000
      *     LIQUIDO, 4 RECEITAS, 5 CUSTOS E DESPESAS. O ESTRCTB         00002100
      *     TRAZ O NOME DO GRUPO (SUBGRUPO '00') E DOS SUBGRUPOS,       00002200
      *     NA ORDEM DE IMPRESSAO; SEM ELE, OS GRUPOS SAEM COM O        00002300
      *     NOME PADRAO E AS CONTAS EM DEMAIS CONTAS. CONTA SEM         00002400
      *     GRUPO SAI NO SYSOUT E FICA FORA DAS DEMONSTRACOES (A        00002500
      *     CONFERENCIA DO BALANCO ACUSA A DIFERENCA).                  00002600
      *     O PARMSERV TRAZ A COMPETENCIA (AAAAMM); SEM ELA, O MES      00002700
      *     DO DIA. SALDOABR E A ABERTURA DO EXERCICIO DA COMPETENCIA   00002800
      *     E SALDOANT A DO EXERCICIO ANTERIOR (AUSENTES, ABREM         00002900
      *     ZERADO); O JCL CONCATENA NO ACEITO AS GERACOES DOS DOIS     00003000
      *     EXERCICIOS. OS LANCAMENTOS DE ENCERRAMENTO DO FR03CB35      00003100
      *     FICAM FORA: O RESULTADO DO ANO ANTERIOR JA ESTA NA          00003200
      *     ABERTURA DA CONTA DE LUCROS E O DO ANO CORRENTE SAI NA      00003300
      *     LINHA RESULTADO DO EXERCICIO DO PL.                         00003400
      *     VALORES NA NATUREZA DO GRUPO: ATIVO E DESPESA DEVEDOR       00003500
      *     POSITIVO, PASSIVO, PL E RECEITA CREDOR POSITIVO.            00003600
      *-------------------------------------------------------------*   00003616
      *     MANUTENCAO:                                                 00003632
      *     - 04/12/2023: A COMPETENCIA SAIU DO DEMPARM E PASSOU A SER  00003648
      *       LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,         00003664
      *       FR03CB51/COMPETENCIA); SEM VALOR VIGENTE, O MES DO DIA.   00003680
      *===========================================================*     00003700
      *===========================================================*     00003800
       ENVIRONMENT                                    DIVISION.         00003900
      *===========================================================*     00004000
       CONFIGURATION                                  SECTION.          00004100
      *===========================================================*     00004200
                                                                        00004300
          SPECIAL-NAMES.                                                00004400
              DECIMAL-POINT IS COMMA.                                   00004500
                                                                        00004600
      *===========================================================*     00004700
       INPUT-OUTPUT                                   SECTION.          00004800
      *===========================================================*     00004900
       FILE-CONTROL.                                                    00005000
                                                                        00005100
                                                                        00005400
           SELECT PLANOCTA  ASSIGN TO PLANOCTA                          00005500
                FILE STATUS  IS WRK-FS-PLANOCTA.                        00005600
                                                                        00005700
           SELECT ESTRCTB   ASSIGN TO ESTRCTB                           00005800
                FILE STATUS  IS WRK-FS-ESTRCTB.                         00005900
                                                                        00006000
           SELECT SALDOABR  ASSIGN TO SALDOABR                          00006100
                FILE STATUS  IS WRK-FS-SALDOABR.                        00006200
                                                                        00006300
           SELECT SALDOANT  ASSIGN TO SALDOANT                          00006400
                FILE STATUS  IS WRK-FS-SALDOANT.                        00006500
                                                                        00006600
           SELECT ACEITO    ASSIGN TO ACEITO                            00006700
                FILE STATUS  IS WRK-FS-ACEITO.                          00006800
                                                                        00006900
           SELECT RELDEM    ASSIGN TO RELDEM                            00007000
                FILE STATUS  IS WRK-FS-RELDEM.                          00007100
                                                                        00007200
      *===========================================================*     00007300
       DATA                                       DIVISION.             00007400
      *===========================================================*     00007500
                                                                        00007600
       FILE                                       SECTION.              00007700
                                                                        00008400
       FD PLANOCTA                                                      00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-PLANOCTA.                                                  00008800
          05 FD-PCT-CONTA        PIC X(06).                             00008900
          05 FD-PCT-DESCRICAO    PIC X(30).                             00009000
          05 FD-PCT-ATIVA        PIC X(01).                             00009100
          05 FD-PCT-NATUREZA     PIC X(01).                             00009200
          05 FD-PCT-GRUPO        PIC X(01).                             00009300
          05 FD-PCT-SUBGRUPO     PIC X(02).                             00009400
          05 FILLER              PIC X(09).                             00009500
                                                                        00009600
       FD ESTRCTB                                                       00009700
           RECORDING MODE IS F                                          00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-ESTRCTB.                                                   00010000
          05 FD-EST-GRUPO        PIC X(01).                             00010100
          05 FD-EST-SUBGRUPO     PIC X(02).                             00010200
          05 FD-EST-DESCRICAO    PIC X(30).                             00010300
          05 FILLER              PIC X(07).                             00010400
                                                                        00010500
       FD SALDOABR                                                      00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-SALDOABR.                                                  00010900
          05 FD-ABR-CONTA        PIC X(06).                             00011000
          05 FD-ABR-SALDO        PIC S9(12)V99                          00011100
                                 SIGN IS LEADING SEPARATE.              00011200
          05 FD-ABR-DATA         PIC 9(08).                             00011300
                                                                        00011400
       FD SALDOANT                                                      00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-SALDOANT.                                                  00011800
          05 FD-ANT-CONTA        PIC X(06).                             00011900
          05 FD-ANT-SALDO        PIC S9(12)V99                          00012000
                                 SIGN IS LEADING SEPARATE.              00012100
          05 FD-ANT-DATA         PIC 9(08).                             00012200
                                                                        00012300
       FD ACEITO                                                        00012400
           RECORDING MODE IS F                                          00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       01 FD-ACEITO.                                                    00012700
          05 FD-ACE-DATA         PIC 9(08).                             00012800
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00012900
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00013000
          05 FD-ACE-TIPO         PIC X(01).                             00013100
             88 FD-ACE-CREDITO         VALUE 'C'.                       00013200
             88 FD-ACE-DEBITO          VALUE 'D'.                       00013300
          05 FD-ACE-CONTA        PIC X(06).                             00013400
          05 FD-ACE-CCUSTO       PIC X(04).                             00013500
                                                                        00013600
       FD RELDEM                                                        00013700
           RECORDING MODE IS F                                          00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-RELDEM               PIC X(80).                            00014000
                                                                        00014100
       WORKING-STORAGE                            SECTION.              00014200
                                                                        00014300
       77 WRK-FS-PLANOCTA          PIC X(02)    VALUE ZEROS.            00014500
       77 WRK-FS-ESTRCTB           PIC X(02)    VALUE ZEROS.            00014600
       77 WRK-FS-SALDOABR          PIC X(02)    VALUE ZEROS.            00014700
       77 WRK-FS-SALDOANT          PIC X(02)    VALUE ZEROS.            00014800
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00014900
       77 WRK-FS-RELDEM            PIC X(02)    VALUE ZEROS.            00015000
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00015100
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00015200
                                                                        00015300
       01 WRK-COMPETENCIA          PIC X(06)    VALUE SPACES.           00015400
       01 WRK-COMP-ANTERIOR        PIC X(06)    VALUE SPACES.           00015500
       01 WRK-COMP-ANT-N REDEFINES WRK-COMP-ANTERIOR.                   00015600
          05 WRK-CAN-ANO           PIC 9(04).                           00015700
          05 WRK-CAN-MES           PIC 9(02).                           00015800
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00015808
       01 WRK-PSV-AREA.                                                 00015816
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00015824
          05 WRK-PSV-NOME       PIC X(12).                              00015832
          05 WRK-PSV-VALOR      PIC X(30).                              00015840
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00015848
          05 WRK-PSV-NUMERICO   PIC X(01).                              00015856
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00015864
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00015872
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00015880
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00015888
                                                                        00015900
      *    NOME PADRAO DOS GRUPOS, TROCADO PELO SUBGRUPO '00' DO        00016000
      *    ESTRCTB                                                      00016100
       01 WRK-GRUPOS-PADRAO.                                            00016200
          05 FILLER    PIC X(31) VALUE '1ATIVO'.                        00016300
          05 FILLER    PIC X(31) VALUE '2PASSIVO'.                      00016400
          05 FILLER    PIC X(31) VALUE '3PATRIMONIO LIQUIDO'.           00016500
          05 FILLER    PIC X(31) VALUE '4RECEITAS'.                     00016600
          05 FILLER    PIC X(31) VALUE '5CUSTOS E DESPESAS'.            00016700
       01 WRK-TAB-GRUPOS REDEFINES WRK-GRUPOS-PADRAO.                   00016800
          05 WRK-TAB-GRP-ITEM OCCURS 5 TIMES.                           00016900
             10 WRK-TAB-GRP-CODIGO    PIC X(01).                        00017000
             10 WRK-TAB-GRP-DESCRICAO PIC X(30).                        00017100
       77 WRK-IDX-GRP              PIC 9(01)    VALUE ZEROS.            00017200
       77 WRK-GRUPO-ATUAL          PIC X(01)    VALUE SPACES.           00017300
       77 WRK-SINAL                PIC S9(01)   VALUE ZEROS.            00017400
                                                                        00017500
       01 WRK-TAB-ESTRUTURA.                                            00017600
          05 WRK-TAB-EST-ITEM OCCURS 40 TIMES.                          00017700
             10 WRK-TAB-EST-GRUPO     PIC X(01).                        00017800
             10 WRK-TAB-EST-SUBGRUPO  PIC X(02).                        00017900
             10 WRK-TAB-EST-DESCRICAO PIC X(30).                        00018000
       77 WRK-QTDE-ESTRUTURA       PIC 9(02)    VALUE ZEROS.            00018100
       77 WRK-IDX-EST              PIC 9(02)    VALUE ZEROS.            00018200
       77 WRK-SUBGRUPO-ATUAL       PIC X(02)    VALUE SPACES.           00018300
       77 WRK-DESC-SUBGRUPO        PIC X(30)    VALUE SPACES.           00018400
                                                                        00018500
      *    CLASSE = SUBGRUPO DA CONTA SE ELE ESTA NO ESTRCTB, SENAO     00018600
      *    '**' (DEMAIS CONTAS DO GRUPO)                                00018700
       01 WRK-TAB-CONTAS.                                               00018800
          05 WRK-TAB-CTA-ITEM OCCURS 50 TIMES.                          00018900
             10 WRK-TAB-CTA-CONTA     PIC X(06).                        00019000
             10 WRK-TAB-CTA-DESCRICAO PIC X(30).                        00019100
             10 WRK-TAB-CTA-GRUPO     PIC X(01).                        00019200
             10 WRK-TAB-CTA-SUBGRUPO  PIC X(02).                        00019300
             10 WRK-TAB-CTA-CLASSE    PIC X(02).                        00019400
             10 WRK-TAB-CTA-ABR-ATU   PIC S9(13)V99.                    00019500
             10 WRK-TAB-CTA-ABR-ANT   PIC S9(13)V99.                    00019600
             10 WRK-TAB-CTA-MOV-MES   PIC S9(13)V99.                    00019700
             10 WRK-TAB-CTA-MOV-ANO   PIC S9(13)V99.                    00019800
             10 WRK-TAB-CTA-MES-ANT   PIC S9(13)V99.                    00019900
             10 WRK-TAB-CTA-ANO-ANT   PIC S9(13)V99.                    00020000
       77 WRK-QTDE-CONTAS          PIC 9(02)    VALUE ZEROS.            00020100
       77 WRK-IDX                  PIC 9(02)    VALUE ZEROS.            00020200
       77 WRK-CONTA-BUSCA          PIC X(06)    VALUE SPACES.           00020300
       77 WRK-CTA-ACHADA           PIC X(01)    VALUE 'N'.              00020400
          88 WRK-CTA-FOI-ACHADA             VALUE 'S'.                  00020500
          88 WRK-CTA-NAO-ACHADA             VALUE 'N'.                  00020600
       77 WRK-EST-ACHADA           PIC X(01)    VALUE 'N'.              00020700
          88 WRK-EST-FOI-ACHADA             VALUE 'S'.                  00020800
          88 WRK-EST-NAO-ACHADA             VALUE 'N'.                  00020900
                                                                        00021000
       77 WRK-DEMONSTRATIVO        PIC X(01)    VALUE SPACES.           00021100
          88 WRK-DEM-BALANCO                VALUE 'B'.                  00021200
          88 WRK-DEM-RESULTADO              VALUE 'R'.                  00021300
                                                                        00021400
       01 WRK-VALOR-LANC           PIC S9(11)V99 VALUE ZEROS.           00021500
       01 WRK-COL-1                PIC S9(13)V99 VALUE ZEROS.           00021600
       01 WRK-COL-2                PIC S9(13)V99 VALUE ZEROS.           00021700
       01 WRK-COL-3                PIC S9(13)V99 VALUE ZEROS.           00021800
       01 WRK-SUB-1                PIC S9(13)V99 VALUE ZEROS.           00021900
       01 WRK-SUB-2                PIC S9(13)V99 VALUE ZEROS.           00022000
       01 WRK-SUB-3                PIC S9(13)V99 VALUE ZEROS.           00022100
       77 WRK-QTD-SUB              PIC 9(02)    VALUE ZEROS.            00022200
       01 WRK-GRP-1                PIC S9(13)V99 VALUE ZEROS.           00022300
       01 WRK-GRP-2                PIC S9(13)V99 VALUE ZEROS.           00022400
       01 WRK-GRP-3                PIC S9(13)V99 VALUE ZEROS.           00022500
       01 WRK-ATIVO-1              PIC S9(13)V99 VALUE ZEROS.           00022600
       01 WRK-ATIVO-2              PIC S9(13)V99 VALUE ZEROS.           00022700
       01 WRK-PASSIVO-PL-1         PIC S9(13)V99 VALUE ZEROS.           00022800
       01 WRK-PASSIVO-PL-2         PIC S9(13)V99 VALUE ZEROS.           00022900
       01 WRK-RECEITA-1            PIC S9(13)V99 VALUE ZEROS.           00023000
       01 WRK-RECEITA-2            PIC S9(13)V99 VALUE ZEROS.           00023100
       01 WRK-RECEITA-3            PIC S9(13)V99 VALUE ZEROS.           00023200
       01 WRK-DESPESA-1            PIC S9(13)V99 VALUE ZEROS.           00023300
       01 WRK-DESPESA-2            PIC S9(13)V99 VALUE ZEROS.           00023400
       01 WRK-DESPESA-3            PIC S9(13)V99 VALUE ZEROS.           00023500
      *    RESULTADO DO EXERCICIO (CREDOR POSITIVO) NA DATA DO          00023600
      *    BALANCO E NA MESMA DATA DO ANO ANTERIOR                      00023700
       01 WRK-RES-EXERC-1          PIC S9(13)V99 VALUE ZEROS.           00023800
       01 WRK-RES-EXERC-2          PIC S9(13)V99 VALUE ZEROS.           00023900
       01 WRK-DIFERENCA-1          PIC S9(13)V99 VALUE ZEROS.           00024000
       01 WRK-DIFERENCA-2          PIC S9(13)V99 VALUE ZEROS.           00024100
                                                                        00024200
       77 WRK-REG-CONTAS           PIC 9(07)    VALUE ZEROS.            00024300
       77 WRK-REG-SEM-GRUPO        PIC 9(07)    VALUE ZEROS.            00024400
       77 WRK-REG-ESTRUTURA        PIC 9(07)    VALUE ZEROS.            00024500
       77 WRK-REG-ABERTURAS        PIC 9(07)    VALUE ZEROS.            00024600
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00024700
       77 WRK-REG-USADOS           PIC 9(07)    VALUE ZEROS.            00024800
       77 WRK-REG-ENCERRAMENTO     PIC 9(07)    VALUE ZEROS.            00024900
       77 WRK-REG-SEM-CADASTRO     PIC 9(07)    VALUE ZEROS.            00025000
                                                                        00025100
       01 WRK-LIN-CAB.                                                  00025200
          05 FILLER            PIC X(39) VALUE                          00025300
             'DEMONSTRACOES CONTABEIS - COMPETENCIA '.                  00025400
          05 WRK-LCB-MES       PIC X(02).                               00025500
          05 FILLER            PIC X(01) VALUE '/'.                     00025600
          05 WRK-LCB-ANO       PIC X(04).                               00025700
          05 FILLER            PIC X(34) VALUE SPACES.                  00025800
                                                                        00025900
       01 WRK-LIN-TITULO.                                               00026000
          05 WRK-LTI-TEXTO     PIC X(26).                               00026100
          05 FILLER            PIC X(01) VALUE SPACES.                  00026200
          05 WRK-LTI-COL-1     PIC X(17).                               00026300
          05 FILLER            PIC X(01) VALUE SPACES.                  00026400
          05 WRK-LTI-COL-2     PIC X(17).                               00026500
          05 FILLER            PIC X(01) VALUE SPACES.                  00026600
          05 WRK-LTI-COL-3     PIC X(17).                               00026700
                                                                        00026800
       01 WRK-LIN-COLUNA.                                               00026900
          05 FILLER            PIC X(01) VALUE SPACES.                  00027000
          05 WRK-LCO-TEXTO     PIC X(09).                               00027100
          05 WRK-LCO-MES       PIC X(02).                               00027200
          05 FILLER            PIC X(01) VALUE '/'.                     00027300
          05 WRK-LCO-ANO       PIC X(04).                               00027400
                                                                        00027500
       01 WRK-LIN-VALORES.                                              00027600
          05 WRK-LVL-TEXTO     PIC X(26).                               00027700
          05 FILLER            PIC X(01) VALUE SPACES.                  00027800
          05 WRK-LVL-COL-1     PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00027900
          05 FILLER            PIC X(01) VALUE SPACES.                  00028000
          05 WRK-LVL-COL-2     PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00028100
          05 FILLER            PIC X(01) VALUE SPACES.                  00028200
          05 WRK-LVL-COL-3     PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00028300
          05 WRK-LVL-COL-3-X REDEFINES WRK-LVL-COL-3                    00028400
                               PIC X(17).                               00028500
                                                                        00028600
       01 WRK-LIN-CONTA.                                                00028700
          05 FILLER            PIC X(04) VALUE SPACES.                  00028800
          05 WRK-LCT-CONTA     PIC X(06).                               00028900
          05 FILLER            PIC X(01) VALUE SPACES.                  00029000
          05 WRK-LCT-DESCRICAO PIC X(15).                               00029100
                                                                        00029200
       01 WRK-LIN-TEXTO.                                                00029300
          05 WRK-LTX-TEXTO     PIC X(80).                               00029400
                                                                        00029500
       01 WRK-LIN-TRACO        PIC X(80) VALUE ALL '-'.                 00029600
                                                                        00029700
      *===========================================================*     00029800
       PROCEDURE                                  DIVISION.             00029900
      *===========================================================*     00030000
                                                                        00030100
       0000-PRINCIPAL                              SECTION.             00030200
                                                                        00030300
            PERFORM 1000-INICIAR.                                       00030400
            PERFORM 2000-ACUMULAR UNTIL WRK-FS-ACEITO NOT EQUAL '00'.   00030500
            PERFORM 3000-BALANCO.                                       00030600
            PERFORM 4000-RESULTADO.                                     00030700
            PERFORM 8000-FINALIZAR.                                     00030800
                                                                        00030900
       0000-999-FIM.                               EXIT.                00031000
                                                                        00031100
       1000-INICIAR                               SECTION.              00031200
                                                                        00031300
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00031400
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00031500
             INITIALIZE WRK-TAB-CONTAS.                                 00031600
             INITIALIZE WRK-TAB-ESTRUTURA.                              00031700
                                                                        00031800
             MOVE 'FR03CB51'     TO WRK-PSV-PROGRAMA.                   00032014
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00032228
             PERFORM 1010-CHAMAR-PARMSERV.                              00032442
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00032656
                WRK-PSV-VALOR(1:6) NUMERIC                              00032870
                MOVE WRK-PSV-VALOR(1:6) TO WRK-COMPETENCIA              00033084
             END-IF.                                                    00033300
             IF WRK-COMPETENCIA(5:2) LESS THAN '01' OR                  00033400
                WRK-COMPETENCIA(5:2) GREATER THAN '12'                  00033500
                MOVE ' COMPETENCIA INVALIDA NO PARMSERV' TO WRK-MSG     00033600
                PERFORM 9000-TRATAR-ERROS                               00033700
             END-IF.                                                    00033800
             MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR.                 00033900
             SUBTRACT 1 FROM WRK-CAN-ANO.                               00034000
                                                                        00034100
             PERFORM 1100-CARREGAR-PLANO.                               00034200
             PERFORM 1200-CARREGAR-ESTRUTURA.                           00034300
             MOVE 1 TO WRK-IDX.                                         00034400
             PERFORM 1300-CLASSIFICAR-CONTA                             00034500
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS.             00034600
             PERFORM 1400-CARREGAR-ABERTURA.                            00034700
                                                                        00034800
             OPEN INPUT ACEITO.                                         00034900
             IF WRK-FS-ACEITO NOT EQUAL '00'                            00035000
                MOVE ' ERRO OPEN ACEITO ' TO WRK-MSG                    00035100
                PERFORM 9000-TRATAR-ERROS                               00035200
             END-IF.                                                    00035300
             READ ACEITO.                                               00035400
                                                                        00035500
             OPEN OUTPUT RELDEM.                                        00035600
             IF WRK-FS-RELDEM NOT EQUAL '00'                            00035700
                MOVE ' ERRO OPEN RELDEM ' TO WRK-MSG                    00035800
                PERFORM 9000-TRATAR-ERROS                               00035900
             END-IF.                                                    00036000
                                                                        00036100
             MOVE WRK-COMPETENCIA(5:2) TO WRK-LCB-MES.                  00036200
             MOVE WRK-COMPETENCIA(1:4) TO WRK-LCB-ANO.                  00036300
             WRITE FD-RELDEM FROM WRK-LIN-CAB.                          00036400
             WRITE FD-RELDEM FROM WRK-LIN-TRACO.                        00036500
                                                                        00036600
             DISPLAY '===================================='.            00036700
             DISPLAY ' DEMONSTRACOES CONTABEIS DO MES     '.            00036800
             DISPLAY ' COMPETENCIA.......: ' WRK-COMPETENCIA.           00036900
             DISPLAY ' COMPARADA COM.....: ' WRK-COMP-ANTERIOR.         00037000
             DISPLAY '===================================='.            00037100
                                                                        00037200
       1000-999-FIM.                              EXIT.                 00037300
                                                                        00037306
      *---------------------------------------------------------------  00037312
      *    1010-CHAMAR-PARMSERV                                         00037318
      *    LE UM PARAMETRO NO CADASTRO CENTRAL (PARMSERV).              00037324
      *---------------------------------------------------------------  00037330
       1010-CHAMAR-PARMSERV                       SECTION.              00037336
                                                                        00037342
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00037348
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00037354
                 ON EXCEPTION                                           00037360
                    MOVE '02' TO WRK-PSV-RETORNO                        00037366
             END-CALL.                                                  00037372
                                                                        00037378
       1010-999-FIM.                              EXIT.                 00037384
                                                                        00037400
      *---------------------------------------------------------------  00037500
      *    1100-CARREGAR-PLANO                                          00037600
      *    TODAS AS CONTAS DO PLANO (ATIVAS OU NAO: CONTA               00037700
      *    DESATIVADA AINDA PODE TER SALDO). CONTA SEM GRUPO DE 1       00037800
      *    A 5 SAI NO SYSOUT.                                           00037900
      *---------------------------------------------------------------  00038000
       1100-CARREGAR-PLANO                        SECTION.              00038100
                                                                        00038200
             OPEN INPUT PLANOCTA.                                       00038300
             IF WRK-FS-PLANOCTA NOT EQUAL '00'                          00038400
                MOVE ' ERRO OPEN PLANOCTA ' TO WRK-MSG                  00038500
                PERFORM 9000-TRATAR-ERROS                               00038600
             END-IF.                                                    00038700
             READ PLANOCTA.                                             00038800
             PERFORM 1110-GUARDAR-CONTA                                 00038900
                UNTIL WRK-FS-PLANOCTA NOT EQUAL '00'.                   00039000
             CLOSE PLANOCTA.                                            00039100
                                                                        00039200
       1100-999-FIM.                              EXIT.                 00039300
                                                                        00039400
       1110-GUARDAR-CONTA                         SECTION.              00039500
                                                                        00039600
             IF WRK-QTDE-CONTAS EQUAL 50                                00039700
                MOVE ' TABELA DE CONTAS CHEIA (50) ' TO WRK-MSG         00039800
                PERFORM 9000-TRATAR-ERROS                               00039900
             END-IF.                                                    00040000
             ADD 1 TO WRK-QTDE-CONTAS.                                  00040100
             ADD 1 TO WRK-REG-CONTAS.                                   00040200
             MOVE FD-PCT-CONTA     TO                                   00040300
                  WRK-TAB-CTA-CONTA(WRK-QTDE-CONTAS).                   00040400
             MOVE FD-PCT-DESCRICAO TO                                   00040500
                  WRK-TAB-CTA-DESCRICAO(WRK-QTDE-CONTAS).               00040600
             MOVE FD-PCT-GRUPO     TO                                   00040700
                  WRK-TAB-CTA-GRUPO(WRK-QTDE-CONTAS).                   00040800
             MOVE FD-PCT-SUBGRUPO  TO                                   00040900
                  WRK-TAB-CTA-SUBGRUPO(WRK-QTDE-CONTAS).                00041000
             IF FD-PCT-GRUPO LESS THAN '1' OR                           00041100
                FD-PCT-GRUPO GREATER THAN '5'                           00041200
                DISPLAY ' CONTA SEM GRUPO NO PLANOCTA: ' FD-PCT-CONTA   00041300
                ADD 1 TO WRK-REG-SEM-GRUPO                              00041400
             END-IF.                                                    00041500
             READ PLANOCTA.                                             00041600
                                                                        00041700
       1110-999-FIM.                              EXIT.                 00041800
                                                                        00041900
      *---------------------------------------------------------------  00042000
      *    1200-CARREGAR-ESTRUTURA                                      00042100
      *    SUBGRUPO '00' DA NOME AO GRUPO; OS DEMAIS ENTRAM NA          00042200
      *    TABELA NA ORDEM DO ARQUIVO, QUE E A DE IMPRESSAO.            00042300
      *---------------------------------------------------------------  00042400
       1200-CARREGAR-ESTRUTURA                    SECTION.              00042500
                                                                        00042600
             OPEN INPUT ESTRCTB.                                        00042700
             IF WRK-FS-ESTRCTB EQUAL '35'                               00042800
                DISPLAY ' ESTRCTB AUSENTE, SO GRUPOS PADRAO '           00042900
             ELSE                                                       00043000
                IF WRK-FS-ESTRCTB NOT EQUAL '00'                        00043100
                   MOVE ' ERRO OPEN ESTRCTB ' TO WRK-MSG                00043200
                   PERFORM 9000-TRATAR-ERROS                            00043300
                END-IF                                                  00043400
                READ ESTRCTB                                            00043500
                PERFORM 1210-GUARDAR-ESTRUTURA                          00043600
                   UNTIL WRK-FS-ESTRCTB NOT EQUAL '00'                  00043700
                CLOSE ESTRCTB                                           00043800
             END-IF.                                                    00043900
                                                                        00044000
       1200-999-FIM.                              EXIT.                 00044100
                                                                        00044200
       1210-GUARDAR-ESTRUTURA                     SECTION.              00044300
                                                                        00044400
             IF FD-EST-GRUPO LESS THAN '1' OR                           00044500
                FD-EST-GRUPO GREATER THAN '5'                           00044600
                DISPLAY ' GRUPO INVALIDO NO ESTRCTB: ' FD-EST-GRUPO     00044700
             ELSE                                                       00044800
                ADD 1 TO WRK-REG-ESTRUTURA                              00044900
                IF FD-EST-SUBGRUPO EQUAL '00'                           00045000
                   MOVE FD-EST-GRUPO TO WRK-IDX-GRP                     00045100
                   MOVE FD-EST-DESCRICAO TO                             00045200
                        WRK-TAB-GRP-DESCRICAO(WRK-IDX-GRP)              00045300
                ELSE                                                    00045400
                   IF WRK-QTDE-ESTRUTURA EQUAL 40                       00045500
                      MOVE ' TABELA DE SUBGRUPOS CHEIA (40) '           00045600
                           TO WRK-MSG                                   00045700
                      PERFORM 9000-TRATAR-ERROS                         00045800
                   END-IF                                               00045900
                   ADD 1 TO WRK-QTDE-ESTRUTURA                          00046000
                   MOVE FD-EST-GRUPO     TO                             00046100
                        WRK-TAB-EST-GRUPO(WRK-QTDE-ESTRUTURA)           00046200
                   MOVE FD-EST-SUBGRUPO  TO                             00046300
                        WRK-TAB-EST-SUBGRUPO(WRK-QTDE-ESTRUTURA)        00046400
                   MOVE FD-EST-DESCRICAO TO                             00046500
                        WRK-TAB-EST-DESCRICAO(WRK-QTDE-ESTRUTURA)       00046600
                END-IF                                                  00046700
             END-IF.                                                    00046800
             READ ESTRCTB.                                              00046900
                                                                        00047000
       1210-999-FIM.                              EXIT.                 00047100
                                                                        00047200
      *---------------------------------------------------------------  00047300
      *    1300-CLASSIFICAR-CONTA                                       00047400
      *    CONTA CUJO SUBGRUPO NAO ESTA NO ESTRCTB VAI PARA DEMAIS      00047500
      *    CONTAS DO GRUPO ('**').                                      00047600
      *---------------------------------------------------------------  00047700
       1300-CLASSIFICAR-CONTA                     SECTION.              00047800
                                                                        00047900
             SET WRK-EST-NAO-ACHADA TO TRUE.                            00048000
             MOVE 1 TO WRK-IDX-EST.                                     00048100
             PERFORM 1310-PROCURAR-ESTRUTURA                            00048200
                UNTIL WRK-IDX-EST GREATER THAN WRK-QTDE-ESTRUTURA       00048300
                   OR WRK-EST-FOI-ACHADA.                               00048400
             IF WRK-EST-FOI-ACHADA                                      00048500
                MOVE WRK-TAB-CTA-SUBGRUPO(WRK-IDX) TO                   00048600
                     WRK-TAB-CTA-CLASSE(WRK-IDX)                        00048700
             ELSE                                                       00048800
                MOVE '**' TO WRK-TAB-CTA-CLASSE(WRK-IDX)                00048900
             END-IF.                                                    00049000
             ADD 1 TO WRK-IDX.                                          00049100
                                                                        00049200
       1300-999-FIM.                              EXIT.                 00049300
                                                                        00049400
       1310-PROCURAR-ESTRUTURA                    SECTION.              00049500
                                                                        00049600
             IF WRK-TAB-EST-GRUPO(WRK-IDX-EST) EQUAL                    00049700
                WRK-TAB-CTA-GRUPO(WRK-IDX) AND                          00049800
                WRK-TAB-EST-SUBGRUPO(WRK-IDX-EST) EQUAL                 00049900
                WRK-TAB-CTA-SUBGRUPO(WRK-IDX)                           00050000
                SET WRK-EST-FOI-ACHADA TO TRUE                          00050100
             ELSE                                                       00050200
                ADD 1 TO WRK-IDX-EST                                    00050300
             END-IF.                                                    00050400
                                                                        00050500
       1310-999-FIM.                              EXIT.                 00050600
                                                                        00050700
      *---------------------------------------------------------------  00050800
      *    1400-CARREGAR-ABERTURA                                       00050900
      *    ABERTURA DO EXERCICIO DA COMPETENCIA (SALDOABR) E DO         00051000
      *    ANTERIOR (SALDOANT), DEVEDOR POSITIVO.                       00051100
      *---------------------------------------------------------------  00051200
       1400-CARREGAR-ABERTURA                     SECTION.              00051300
                                                                        00051400
             OPEN INPUT SALDOABR.                                       00051500
             IF WRK-FS-SALDOABR EQUAL '35'                              00051600
                DISPLAY ' SALDOABR AUSENTE, ABERTURA ZERADA '           00051700
             ELSE                                                       00051800
                IF WRK-FS-SALDOABR NOT EQUAL '00'                       00051900
                   MOVE ' ERRO OPEN SALDOABR ' TO WRK-MSG               00052000
                   PERFORM 9000-TRATAR-ERROS                            00052100
                END-IF                                                  00052200
                READ SALDOABR                                           00052300
                PERFORM 1410-SOMAR-ABERTURA                             00052400
                   UNTIL WRK-FS-SALDOABR NOT EQUAL '00'                 00052500
                CLOSE SALDOABR                                          00052600
             END-IF.                                                    00052700
                                                                        00052800
             OPEN INPUT SALDOANT.                                       00052900
             IF WRK-FS-SALDOANT EQUAL '35'                              00053000
                DISPLAY ' SALDOANT AUSENTE, ANO ANTERIOR ZERADO '       00053100
             ELSE                                                       00053200
                IF WRK-FS-SALDOANT NOT EQUAL '00'                       00053300
                   MOVE ' ERRO OPEN SALDOANT ' TO WRK-MSG               00053400
                   PERFORM 9000-TRATAR-ERROS                            00053500
                END-IF                                                  00053600
                READ SALDOANT                                           00053700
                PERFORM 1420-SOMAR-ABERTURA-ANT                         00053800
                   UNTIL WRK-FS-SALDOANT NOT EQUAL '00'                 00053900
                CLOSE SALDOANT                                          00054000
             END-IF.                                                    00054100
                                                                        00054200
       1400-999-FIM.                              EXIT.                 00054300
                                                                        00054400
       1410-SOMAR-ABERTURA                        SECTION.              00054500
                                                                        00054600
             MOVE FD-ABR-CONTA TO WRK-CONTA-BUSCA.                      00054700
             PERFORM 2100-PROCURAR-CONTA.                               00054800
             IF WRK-CTA-FOI-ACHADA                                      00054900
                ADD FD-ABR-SALDO TO WRK-TAB-CTA-ABR-ATU(WRK-IDX)        00055000
                ADD 1 TO WRK-REG-ABERTURAS                              00055100
             ELSE                                                       00055200
                DISPLAY ' ABERTURA SEM CADASTRO: ' FD-ABR-CONTA         00055300
             END-IF.                                                    00055400
             READ SALDOABR.                                             00055500
                                                                        00055600
       1410-999-FIM.                              EXIT.                 00055700
                                                                        00055800
       1420-SOMAR-ABERTURA-ANT                    SECTION.              00055900
                                                                        00056000
             MOVE FD-ANT-CONTA TO WRK-CONTA-BUSCA.                      00056100
             PERFORM 2100-PROCURAR-CONTA.                               00056200
             IF WRK-CTA-FOI-ACHADA                                      00056300
                ADD FD-ANT-SALDO TO WRK-TAB-CTA-ABR-ANT(WRK-IDX)        00056400
                ADD 1 TO WRK-REG-ABERTURAS                              00056500
             ELSE                                                       00056600
                DISPLAY ' ABERTURA SEM CADASTRO: ' FD-ANT-CONTA         00056700
             END-IF.                                                    00056800
             READ SALDOANT.                                             00056900
                                                                        00057000
       1420-999-FIM.                              EXIT.                 00057100
                                                                        00057200
      *---------------------------------------------------------------  00057300
      *    2000-ACUMULAR                                                00057400
      *    DO EXERCICIO DA COMPETENCIA, ATE O MES DELA; DO              00057500
      *    ANTERIOR, ATE O MESMO MES. O ENCERRAMENTO FICA FORA.         00057600
      *---------------------------------------------------------------  00057700
       2000-ACUMULAR                              SECTION.              00057800
                                                                        00057900
             ADD 1 TO WRK-REG-LIDOS.                                    00058000
             IF FD-ACE-LANCAMENTO EQUAL 'ENCERRAMENTO DO EXERCICIO'     00058100
                ADD 1 TO WRK-REG-ENCERRAMENTO                           00058200
             ELSE                                                       00058300
                IF (FD-ACE-DATA(1:4) EQUAL WRK-COMPETENCIA(1:4) AND     00058400
                    FD-ACE-DATA(5:2) NOT GREATER THAN                   00058500
                    WRK-COMPETENCIA(5:2)) OR                            00058600
                   (FD-ACE-DATA(1:4) EQUAL WRK-COMP-ANTERIOR(1:4) AND   00058700
                    FD-ACE-DATA(5:2) NOT GREATER THAN                   00058800
                    WRK-COMP-ANTERIOR(5:2))                             00058900
                   PERFORM 2200-SOMAR-LANCAMENTO                        00059000
                END-IF                                                  00059100
             END-IF.                                                    00059200
             READ ACEITO.                                               00059300
                                                                        00059400
       2000-999-FIM.                              EXIT.                 00059500
                                                                        00059600
       2100-PROCURAR-CONTA                        SECTION.              00059700
                                                                        00059800
             SET WRK-CTA-NAO-ACHADA TO TRUE.                            00059900
             MOVE 1 TO WRK-IDX.                                         00060000
             PERFORM 2110-COMPARAR-CONTA                                00060100
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS              00060200
                   OR WRK-CTA-FOI-ACHADA.                               00060300
                                                                        00060400
       2100-999-FIM.                              EXIT.                 00060500
                                                                        00060600
       2110-COMPARAR-CONTA                        SECTION.              00060700
                                                                        00060800
             IF WRK-TAB-CTA-CONTA(WRK-IDX) EQUAL WRK-CONTA-BUSCA        00060900
                SET WRK-CTA-FOI-ACHADA TO TRUE                          00061000
             ELSE                                                       00061100
                ADD 1 TO WRK-IDX                                        00061200
             END-IF.                                                    00061300
                                                                        00061400
       2110-999-FIM.                              EXIT.                 00061500
                                                                        00061600
       2200-SOMAR-LANCAMENTO                      SECTION.              00061700
                                                                        00061800
             MOVE FD-ACE-CONTA TO WRK-CONTA-BUSCA.                      00061900
             PERFORM 2100-PROCURAR-CONTA.                               00062000
             IF WRK-CTA-NAO-ACHADA                                      00062100
                ADD 1 TO WRK-REG-SEM-CADASTRO                           00062200
             ELSE                                                       00062300
                ADD 1 TO WRK-REG-USADOS                                 00062400
                IF FD-ACE-DEBITO                                        00062500
                   MOVE FD-ACE-VALOR TO WRK-VALOR-LANC                  00062600
                ELSE                                                    00062700
                   COMPUTE WRK-VALOR-LANC = ZEROS - FD-ACE-VALOR        00062800
                   END-COMPUTE                                          00062900
                END-IF                                                  00063000
                IF FD-ACE-DATA(1:4) EQUAL WRK-COMPETENCIA(1:4)          00063100
                   ADD WRK-VALOR-LANC TO                                00063200
                       WRK-TAB-CTA-MOV-ANO(WRK-IDX)                     00063300
                   IF FD-ACE-DATA(5:2) EQUAL WRK-COMPETENCIA(5:2)       00063400
                      ADD WRK-VALOR-LANC TO                             00063500
                          WRK-TAB-CTA-MOV-MES(WRK-IDX)                  00063600
                   END-IF                                               00063700
                ELSE                                                    00063800
                   ADD WRK-VALOR-LANC TO                                00063900
                       WRK-TAB-CTA-ANO-ANT(WRK-IDX)                     00064000
                   IF FD-ACE-DATA(5:2) EQUAL WRK-COMP-ANTERIOR(5:2)     00064100
                      ADD WRK-VALOR-LANC TO                             00064200
                          WRK-TAB-CTA-MES-ANT(WRK-IDX)                  00064300
                   END-IF                                               00064400
                END-IF                                                  00064500
             END-IF.                                                    00064600
                                                                        00064700
       2200-999-FIM.                              EXIT.                 00064800
                                                                        00064900
      *---------------------------------------------------------------  00065000
      *    3000-BALANCO                                                 00065100
      *    GRUPOS 1 A 3, SALDO NO FIM DA COMPETENCIA E NA MESMA         00065200
      *    DATA DO ANO ANTERIOR. O RESULTADO AINDA NAO ENCERRADO        00065300
      *    (GRUPOS 4 E 5) ENTRA NO PL E O BALANCO E CONFERIDO.          00065400
      *---------------------------------------------------------------  00065500
       3000-BALANCO                               SECTION.              00065600
                                                                        00065700
             SET WRK-DEM-BALANCO TO TRUE.                               00065800
             MOVE 1 TO WRK-IDX.                                         00065900
             PERFORM 3050-APURAR-RESULTADO                              00066000
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS.             00066100
                                                                        00066200
             MOVE 'BALANCO PATRIMONIAL'  TO WRK-LTI-TEXTO.              00066300
             MOVE 'SALDO EM '            TO WRK-LCO-TEXTO.              00066400
             MOVE WRK-COMPETENCIA(5:2)   TO WRK-LCO-MES.                00066500
             MOVE WRK-COMPETENCIA(1:4)   TO WRK-LCO-ANO.                00066600
             MOVE WRK-LIN-COLUNA         TO WRK-LTI-COL-1.              00066700
             MOVE WRK-COMP-ANTERIOR(5:2) TO WRK-LCO-MES.                00066800
             MOVE WRK-COMP-ANTERIOR(1:4) TO WRK-LCO-ANO.                00066900
             MOVE WRK-LIN-COLUNA         TO WRK-LTI-COL-2.              00067000
             MOVE SPACES                 TO WRK-LTI-COL-3.              00067100
             WRITE FD-RELDEM FROM WRK-LIN-TITULO.                       00067200
             WRITE FD-RELDEM FROM WRK-LIN-TRACO.                        00067300
                                                                        00067400
             MOVE 1 TO WRK-IDX-GRP.                                     00067500
             PERFORM 3100-IMPRIMIR-GRUPO.                               00067600
             MOVE 2 TO WRK-IDX-GRP.                                     00067700
             PERFORM 3100-IMPRIMIR-GRUPO.                               00067800
             MOVE 3 TO WRK-IDX-GRP.                                     00067900
             PERFORM 3100-IMPRIMIR-GRUPO.                               00068000
                                                                        00068100
             PERFORM 3500-CONFERIR-BALANCO.                             00068200
                                                                        00068300
       3000-999-FIM.                              EXIT.                 00068400
                                                                        00068500
       3050-APURAR-RESULTADO                      SECTION.              00068600
                                                                        00068700
             IF WRK-TAB-CTA-GRUPO(WRK-IDX) EQUAL '4' OR                 00068800
                WRK-TAB-CTA-GRUPO(WRK-IDX) EQUAL '5'                    00068900
                COMPUTE WRK-RES-EXERC-1 = WRK-RES-EXERC-1               00069000
                                        - WRK-TAB-CTA-ABR-ATU(WRK-IDX)  00069100
                                        - WRK-TAB-CTA-MOV-ANO(WRK-IDX)  00069200
                END-COMPUTE                                             00069300
                COMPUTE WRK-RES-EXERC-2 = WRK-RES-EXERC-2               00069400
                                        - WRK-TAB-CTA-ABR-ANT(WRK-IDX)  00069500
                                        - WRK-TAB-CTA-ANO-ANT(WRK-IDX)  00069600
                END-COMPUTE                                             00069700
             END-IF.                                                    00069800
             ADD 1 TO WRK-IDX.                                          00069900
                                                                        00070000
       3050-999-FIM.                              EXIT.                 00070100
                                                                        00070200
      *---------------------------------------------------------------  00070300
      *    3100-IMPRIMIR-GRUPO                                          00070400
      *    TITULO DO GRUPO, SUBGRUPOS NA ORDEM DO ESTRCTB, DEMAIS       00070500
      *    CONTAS E O TOTAL, QUE FICA GUARDADO PARA A CONFERENCIA       00070600
      *    E PARA O RESULTADO DO PERIODO.                               00070700
      *---------------------------------------------------------------  00070800
       3100-IMPRIMIR-GRUPO                        SECTION.              00070900
                                                                        00071000
             MOVE WRK-TAB-GRP-CODIGO(WRK-IDX-GRP) TO WRK-GRUPO-ATUAL.   00071100
             IF WRK-GRUPO-ATUAL EQUAL '1' OR                            00071200
                WRK-GRUPO-ATUAL EQUAL '5'                               00071300
                MOVE 1 TO WRK-SINAL                                     00071400
             ELSE                                                       00071500
                MOVE -1 TO WRK-SINAL                                    00071600
             END-IF.                                                    00071700
             MOVE ZEROS TO WRK-GRP-1 WRK-GRP-2 WRK-GRP-3.               00071800
                                                                        00071900
             MOVE SPACES TO WRK-LIN-TEXTO.                              00072000
             MOVE WRK-TAB-GRP-DESCRICAO(WRK-IDX-GRP) TO WRK-LTX-TEXTO.  00072100
             WRITE FD-RELDEM FROM WRK-LIN-TEXTO.                        00072200
                                                                        00072300
             MOVE 1 TO WRK-IDX-EST.                                     00072400
             PERFORM 3200-IMPRIMIR-ESTRUTURA                            00072500
                UNTIL WRK-IDX-EST GREATER THAN WRK-QTDE-ESTRUTURA.      00072600
             MOVE '**'            TO WRK-SUBGRUPO-ATUAL.                00072700
             MOVE 'DEMAIS CONTAS' TO WRK-DESC-SUBGRUPO.                 00072800
             PERFORM 3210-IMPRIMIR-SUBGRUPO.                            00072900
                                                                        00073000
             IF WRK-GRUPO-ATUAL EQUAL '3'                               00073100
                MOVE WRK-RES-EXERC-1 TO WRK-COL-1                       00073200
                MOVE WRK-RES-EXERC-2 TO WRK-COL-2                       00073300
                MOVE ZEROS           TO WRK-COL-3                       00073400
                MOVE '  RESULTADO DO EXERCICIO' TO WRK-LVL-TEXTO        00073500
                PERFORM 3900-GRAVAR-VALORES                             00073600
                ADD WRK-RES-EXERC-1 TO WRK-GRP-1                        00073700
                ADD WRK-RES-EXERC-2 TO WRK-GRP-2                        00073800
             END-IF.                                                    00073900
                                                                        00074000
             MOVE WRK-GRP-1 TO WRK-COL-1.                               00074100
             MOVE WRK-GRP-2 TO WRK-COL-2.                               00074200
             MOVE WRK-GRP-3 TO WRK-COL-3.                               00074300
             MOVE SPACES TO WRK-LVL-TEXTO.                              00074400
             STRING 'TOTAL ' WRK-TAB-GRP-DESCRICAO(WRK-IDX-GRP)         00074500
                    DELIMITED BY SIZE INTO WRK-LVL-TEXTO                00074600
             END-STRING.                                                00074700
             PERFORM 3900-GRAVAR-VALORES.                               00074800
             WRITE FD-RELDEM FROM WRK-LIN-TRACO.                        00074900
                                                                        00075000
             EVALUATE WRK-GRUPO-ATUAL                                   00075100
               WHEN '1'                                                 00075200
                  MOVE WRK-GRP-1 TO WRK-ATIVO-1                         00075300
                  MOVE WRK-GRP-2 TO WRK-ATIVO-2                         00075400
               WHEN '2'                                                 00075500
               WHEN '3'                                                 00075600
                  ADD WRK-GRP-1 TO WRK-PASSIVO-PL-1                     00075700
                  ADD WRK-GRP-2 TO WRK-PASSIVO-PL-2                     00075800
               WHEN '4'                                                 00075900
                  MOVE WRK-GRP-1 TO WRK-RECEITA-1                       00076000
                  MOVE WRK-GRP-2 TO WRK-RECEITA-2                       00076100
                  MOVE WRK-GRP-3 TO WRK-RECEITA-3                       00076200
               WHEN '5'                                                 00076300
                  MOVE WRK-GRP-1 TO WRK-DESPESA-1                       00076400
                  MOVE WRK-GRP-2 TO WRK-DESPESA-2                       00076500
                  MOVE WRK-GRP-3 TO WRK-DESPESA-3                       00076600
             END-EVALUATE.                                              00076700
                                                                        00076800
       3100-999-FIM.                              EXIT.                 00076900
                                                                        00077000
       3200-IMPRIMIR-ESTRUTURA                    SECTION.              00077100
                                                                        00077200
             IF WRK-TAB-EST-GRUPO(WRK-IDX-EST) EQUAL WRK-GRUPO-ATUAL    00077300
                MOVE WRK-TAB-EST-SUBGRUPO(WRK-IDX-EST) TO               00077400
                     WRK-SUBGRUPO-ATUAL                                 00077500
                MOVE WRK-TAB-EST-DESCRICAO(WRK-IDX-EST) TO              00077600
                     WRK-DESC-SUBGRUPO                                  00077700
                PERFORM 3210-IMPRIMIR-SUBGRUPO                          00077800
             END-IF.                                                    00077900
             ADD 1 TO WRK-IDX-EST.                                      00078000
                                                                        00078100
       3200-999-FIM.                              EXIT.                 00078200
                                                                        00078300
      *---------------------------------------------------------------  00078400
      *    3210-IMPRIMIR-SUBGRUPO                                       00078500
      *    PRIMEIRO SOMA O SUBGRUPO (A LINHA DELE VEM ANTES DAS         00078600
      *    CONTAS); SUBGRUPO SEM CONTA NAO SAI. CONTA COM TODAS         00078700
      *    AS COLUNAS ZERADAS ENTRA SO NO TOTAL.                        00078800
      *---------------------------------------------------------------  00078900
       3210-IMPRIMIR-SUBGRUPO                     SECTION.              00079000
                                                                        00079100
             MOVE ZEROS TO WRK-SUB-1 WRK-SUB-2 WRK-SUB-3 WRK-QTD-SUB.   00079200
             MOVE 1 TO WRK-IDX.                                         00079300
             PERFORM 3220-SOMAR-SUBGRUPO                                00079400
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS.             00079500
             IF WRK-QTD-SUB GREATER THAN ZEROS                          00079600
                MOVE WRK-SUB-1 TO WRK-COL-1                             00079700
                MOVE WRK-SUB-2 TO WRK-COL-2                             00079800
                MOVE WRK-SUB-3 TO WRK-COL-3                             00079900
                MOVE SPACES TO WRK-LVL-TEXTO                            00080000
                STRING '  ' WRK-DESC-SUBGRUPO                           00080100
                       DELIMITED BY SIZE INTO WRK-LVL-TEXTO             00080200
                END-STRING                                              00080300
                PERFORM 3900-GRAVAR-VALORES                             00080400
                MOVE 1 TO WRK-IDX                                       00080500
                PERFORM 3230-IMPRIMIR-CONTA                             00080600
                   UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS           00080700
                ADD WRK-SUB-1 TO WRK-GRP-1                              00080800
                ADD WRK-SUB-2 TO WRK-GRP-2                              00080900
                ADD WRK-SUB-3 TO WRK-GRP-3                              00081000
             END-IF.                                                    00081100
                                                                        00081200
       3210-999-FIM.                              EXIT.                 00081300
                                                                        00081400
       3220-SOMAR-SUBGRUPO                        SECTION.              00081500
                                                                        00081600
             IF WRK-TAB-CTA-GRUPO(WRK-IDX) EQUAL WRK-GRUPO-ATUAL AND    00081700
                WRK-TAB-CTA-CLASSE(WRK-IDX) EQUAL WRK-SUBGRUPO-ATUAL    00081800
                PERFORM 3300-VALORES-CONTA                              00081900
                ADD WRK-COL-1 TO WRK-SUB-1                              00082000
                ADD WRK-COL-2 TO WRK-SUB-2                              00082100
                ADD WRK-COL-3 TO WRK-SUB-3                              00082200
                ADD 1 TO WRK-QTD-SUB                                    00082300
             END-IF.                                                    00082400
             ADD 1 TO WRK-IDX.                                          00082500
                                                                        00082600
       3220-999-FIM.                              EXIT.                 00082700
                                                                        00082800
       3230-IMPRIMIR-CONTA                        SECTION.              00082900
                                                                        00083000
             IF WRK-TAB-CTA-GRUPO(WRK-IDX) EQUAL WRK-GRUPO-ATUAL AND    00083100
                WRK-TAB-CTA-CLASSE(WRK-IDX) EQUAL WRK-SUBGRUPO-ATUAL    00083200
                PERFORM 3300-VALORES-CONTA                              00083300
                IF WRK-COL-1 NOT EQUAL ZEROS OR                         00083400
                   WRK-COL-2 NOT EQUAL ZEROS OR                         00083500
                   WRK-COL-3 NOT EQUAL ZEROS                            00083600
                   MOVE WRK-TAB-CTA-CONTA(WRK-IDX)     TO               00083700
                        WRK-LCT-CONTA                                   00083800
                   MOVE WRK-TAB-CTA-DESCRICAO(WRK-IDX) TO               00083900
                        WRK-LCT-DESCRICAO                               00084000
                   MOVE WRK-LIN-CONTA TO WRK-LVL-TEXTO                  00084100
                   PERFORM 3900-GRAVAR-VALORES                          00084200
                END-IF                                                  00084300
             END-IF.                                                    00084400
             ADD 1 TO WRK-IDX.                                          00084500
                                                                        00084600
       3230-999-FIM.                              EXIT.                 00084700
                                                                        00084800
      *---------------------------------------------------------------  00084900
      *    3300-VALORES-CONTA                                           00085000
      *    COLUNAS DA CONTA NA NATUREZA DO GRUPO (WRK-SINAL).           00085100
      *---------------------------------------------------------------  00085200
       3300-VALORES-CONTA                         SECTION.              00085300
                                                                        00085400
             IF WRK-DEM-BALANCO                                         00085500
                COMPUTE WRK-COL-1 = (WRK-TAB-CTA-ABR-ATU(WRK-IDX)       00085600
                                   + WRK-TAB-CTA-MOV-ANO(WRK-IDX))      00085700
                                   * WRK-SINAL                          00085800
                END-COMPUTE                                             00085900
                COMPUTE WRK-COL-2 = (WRK-TAB-CTA-ABR-ANT(WRK-IDX)       00086000
                                   + WRK-TAB-CTA-ANO-ANT(WRK-IDX))      00086100
                                   * WRK-SINAL                          00086200
                END-COMPUTE                                             00086300
                MOVE ZEROS TO WRK-COL-3                                 00086400
             ELSE                                                       00086500
                COMPUTE WRK-COL-1 = WRK-TAB-CTA-MOV-MES(WRK-IDX)        00086600
                                  * WRK-SINAL                           00086700
                END-COMPUTE                                             00086800
                COMPUTE WRK-COL-2 = WRK-TAB-CTA-MOV-ANO(WRK-IDX)        00086900
                                  * WRK-SINAL                           00087000
                END-COMPUTE                                             00087100
                COMPUTE WRK-COL-3 = WRK-TAB-CTA-MES-ANT(WRK-IDX)        00087200
                                  * WRK-SINAL                           00087300
                END-COMPUTE                                             00087400
             END-IF.                                                    00087500
                                                                        00087600
       3300-999-FIM.                              EXIT.                 00087700
                                                                        00087800
      *---------------------------------------------------------------  00087900
      *    3500-CONFERIR-BALANCO                                        00088000
      *    ATIVO MENOS (PASSIVO + PL) TEM DE SER ZERO NAS DUAS          00088100
      *    COLUNAS; DIFERENCA DEIXA RETURN-CODE 4 PARA O JCL.           00088200
      *---------------------------------------------------------------  00088300
       3500-CONFERIR-BALANCO                      SECTION.              00088400
                                                                        00088500
             MOVE WRK-PASSIVO-PL-1 TO WRK-COL-1.                        00088600
             MOVE WRK-PASSIVO-PL-2 TO WRK-COL-2.                        00088700
             MOVE ZEROS            TO WRK-COL-3.                        00088800
             MOVE 'TOTAL PASSIVO + PL'  TO WRK-LVL-TEXTO.               00088900
             PERFORM 3900-GRAVAR-VALORES.                               00089000
                                                                        00089100
             COMPUTE WRK-DIFERENCA-1 = WRK-ATIVO-1 - WRK-PASSIVO-PL-1   00089200
             END-COMPUTE.                                               00089300
             COMPUTE WRK-DIFERENCA-2 = WRK-ATIVO-2 - WRK-PASSIVO-PL-2   00089400
             END-COMPUTE.                                               00089500
             MOVE WRK-DIFERENCA-1 TO WRK-COL-1.                         00089600
             MOVE WRK-DIFERENCA-2 TO WRK-COL-2.                         00089700
             MOVE 'DIFERENCA'           TO WRK-LVL-TEXTO.               00089800
             PERFORM 3900-GRAVAR-VALORES.                               00089900
                                                                        00090000
             MOVE SPACES TO WRK-LIN-TEXTO.                              00090100
             IF WRK-DIFERENCA-1 EQUAL ZEROS AND                         00090200
                WRK-DIFERENCA-2 EQUAL ZEROS                             00090300
                MOVE 'BALANCO CONFERIDO: ATIVO = PASSIVO + PL'          00090400
                     TO WRK-LTX-TEXTO                                   00090500
             ELSE                                                       00090600
                MOVE '*** BALANCO NAO FECHA: VER CONTAS SEM GRUPO ***'  00090700
                     TO WRK-LTX-TEXTO                                   00090800
                DISPLAY ' BALANCO NAO FECHA - DIFERENCA: '              00090900
                         WRK-DIFERENCA-1                                00091000
                MOVE 4 TO RETURN-CODE                                   00091100
             END-IF.                                                    00091200
             WRITE FD-RELDEM FROM WRK-LIN-TEXTO.                        00091300
             WRITE FD-RELDEM FROM WRK-LIN-TRACO.                        00091400
                                                                        00091500
       3500-999-FIM.                              EXIT.                 00091600
                                                                        00091700
       3900-GRAVAR-VALORES                        SECTION.              00091800
                                                                        00091900
             MOVE WRK-COL-1 TO WRK-LVL-COL-1.                           00092000
             MOVE WRK-COL-2 TO WRK-LVL-COL-2.                           00092100
             IF WRK-DEM-BALANCO                                         00092200
                MOVE SPACES    TO WRK-LVL-COL-3-X                       00092300
             ELSE                                                       00092400
                MOVE WRK-COL-3 TO WRK-LVL-COL-3                         00092500
             END-IF.                                                    00092600
             WRITE FD-RELDEM FROM WRK-LIN-VALORES.                      00092700
                                                                        00092800
       3900-999-FIM.                              EXIT.                 00092900
                                                                        00093000
      *---------------------------------------------------------------  00093100
      *    4000-RESULTADO                                               00093200
      *    GRUPOS 4 E 5: MOVIMENTO DO MES, ACUMULADO NO ANO E DO        00093300
      *    MESMO MES DO ANO ANTERIOR; RESULTADO = RECEITAS MENOS        00093400
      *    CUSTOS E DESPESAS.                                           00093500
      *---------------------------------------------------------------  00093600
       4000-RESULTADO                             SECTION.              00093700
                                                                        00093800
             SET WRK-DEM-RESULTADO TO TRUE.                             00093900
             MOVE SPACES TO WRK-LIN-TEXTO.                              00094000
             WRITE FD-RELDEM FROM WRK-LIN-TEXTO.                        00094100
                                                                        00094200
             MOVE 'DEMONSTRACAO DO RESULTADO' TO WRK-LTI-TEXTO.         00094300
             MOVE 'MES      '           TO WRK-LCO-TEXTO.               00094400
             MOVE WRK-COMPETENCIA(5:2)   TO WRK-LCO-MES.                00094500
             MOVE WRK-COMPETENCIA(1:4)   TO WRK-LCO-ANO.                00094600
             MOVE WRK-LIN-COLUNA         TO WRK-LTI-COL-1.              00094700
             MOVE 'ATE      '           TO WRK-LCO-TEXTO.               00094800
             MOVE WRK-LIN-COLUNA         TO WRK-LTI-COL-2.              00094900
             MOVE 'MES      '           TO WRK-LCO-TEXTO.               00095000
             MOVE WRK-COMP-ANTERIOR(5:2) TO WRK-LCO-MES.                00095100
             MOVE WRK-COMP-ANTERIOR(1:4) TO WRK-LCO-ANO.                00095200
             MOVE WRK-LIN-COLUNA         TO WRK-LTI-COL-3.              00095300
             WRITE FD-RELDEM FROM WRK-LIN-TITULO.                       00095400
             WRITE FD-RELDEM FROM WRK-LIN-TRACO.                        00095500
                                                                        00095600
             MOVE 4 TO WRK-IDX-GRP.                                     00095700
             PERFORM 3100-IMPRIMIR-GRUPO.                               00095800
             MOVE 5 TO WRK-IDX-GRP.                                     00095900
             PERFORM 3100-IMPRIMIR-GRUPO.                               00096000
                                                                        00096100
             COMPUTE WRK-COL-1 = WRK-RECEITA-1 - WRK-DESPESA-1          00096200
             END-COMPUTE.                                               00096300
             COMPUTE WRK-COL-2 = WRK-RECEITA-2 - WRK-DESPESA-2          00096400
             END-COMPUTE.                                               00096500
             COMPUTE WRK-COL-3 = WRK-RECEITA-3 - WRK-DESPESA-3          00096600
             END-COMPUTE.                                               00096700
             MOVE 'RESULTADO DO PERIODO'  TO WRK-LVL-TEXTO.             00096800
             PERFORM 3900-GRAVAR-VALORES.                               00096900
             WRITE FD-RELDEM FROM WRK-LIN-TRACO.                        00097000
                                                                        00097100
       4000-999-FIM.                              EXIT.                 00097200
                                                                        00097300
      *---------------------------------------------------------------  00097400
      *    8000-FINALIZAR                                               00097500
      *---------------------------------------------------------------  00097600
       8000-FINALIZAR                             SECTION.              00097700
                                                                        00097800
             CLOSE ACEITO.                                              00097900
             CLOSE RELDEM.                                              00098000
                                                                        00098100
             DISPLAY '===================================='.            00098200
             DISPLAY ' CONTAS NO PLANO.......: ' WRK-REG-CONTAS.        00098300
             DISPLAY ' CONTAS SEM GRUPO......: ' WRK-REG-SEM-GRUPO.     00098400
             DISPLAY ' LINHAS DO ESTRCTB.....: ' WRK-REG-ESTRUTURA.     00098500
             DISPLAY ' ABERTURAS CARREGADAS..: ' WRK-REG-ABERTURAS.     00098600
             DISPLAY ' LANCAMENTOS LIDOS.....: ' WRK-REG-LIDOS.         00098700
             DISPLAY ' LANCAMENTOS USADOS....: ' WRK-REG-USADOS.        00098800
             DISPLAY ' ENCERRAMENTO IGNORADO.: '                        00098900
                      WRK-REG-ENCERRAMENTO.                             00099000
             DISPLAY ' SEM CADASTRO NO PLANO.: '                        00099100
                      WRK-REG-SEM-CADASTRO.                             00099200
             DISPLAY ' DIFERENCA DO BALANCO..: ' WRK-DIFERENCA-1.       00099300
             DISPLAY '==================================== '.           00099400
                STOP RUN.                                               00099500
                                                                        00099600
       8000-999-FIM.                              EXIT.                 00099700
                                                                        00099800
       9000-TRATAR-ERROS                           SECTION.             00099900
                                                                        00100000
             DISPLAY '-----------------------------'.                   00100100
             DISPLAY WRK-MSG.                                           00100200
             DISPLAY '-----------------------------'.                   00100300
                STOP RUN.                                               00100400
                                                                        00100500
       9000-999-FIM.                              EXIT.                 00100600
