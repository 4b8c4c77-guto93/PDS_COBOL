      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB44.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 13/03/2023                                       00000800
      *     OBJETIVO : CONFERENCIA MENSAL DOS AUXILIARES COM O          00000900
      *              : RAZAO -- TOTALIZA OS TITULOS EM ABERTO DO        00001000
      *              : CREBER E DO CTAPAGAR EMITIDOS ATE O FIM          00001100
      *              : DO PERIODO E COMPARA CADA TOTAL COM O            00001200
      *              : SALDO DA CONTA DE CONTROLE (CLIENTES E           00001300
      *              : FORNECEDORES, TIRADAS DO CTAREGRA DO             00001400
      *              : FR03DB42): SALDO DE ABERTURA DO EXERCICIO        00001500
      *              : (SALDOABR DO FR03CB35) MAIS O MOVIMENTO          00001600
      *              : ACEITO DO EXERCICIO ATE O FIM DO PERIODO.        00001700
      *              : A DIFERENCA E ABERTA EM TITULO SEM               00001800
      *              : LANCAMENTO E LANCAMENTO SEM TITULO, NO           00001900
      *              : RELATORIO RELRAZ QUE A AUDITORIA PEDE NO         00002000
      *              : FECHAMENTO DO MES.                               00002100
      *-------------------------------------------------------------*   00002200
      *     O LANCAMENTO E LIGADO AO TITULO PELO HISTORICO QUE O        00002300
      *     FR03DB42 GRAVA ('NF nnnnnn' NO RECEBER, 'TIT'/'PAG' +       00002400
      *     FORNECEDOR + NOTA NO PAGAR). LANCAMENTO NA CONTA DE         00002500
      *     CONTROLE SEM DOCUMENTO NO HISTORICO (RECEBIMENTO DO DIA,    00002600
      *     ACERTO MANUAL) ENTRA NO SALDO E SAI TOTALIZADO A PARTE.     00002700
      *     O PARMSERV TRAZ O FIM DO PERIODO (AAAAMMDD); SEM ELE, A     00002800
      *     DATA DO DIA. SALDOS NA NATUREZA DA CONTA: CLIENTES          00002900
      *     DEVEDOR POSITIVO, FORNECEDORES CREDOR POSITIVO.             00003000
      *-------------------------------------------------------------*   00003016
      *     MANUTENCAO:                                                 00003032
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00003048
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00003064
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00003080
      *     - 06/11/2023: O CREDITO A FORNECEDORES DA NOTA DE SERVICO   00003085
      *       SEM PEDIDO ('SRV' + FORNECEDOR + NOTA NO HISTORICO) E     00003090
      *       LIGADO AO TITULO COMO O 'TIT'.                            00003095
      *     - 04/12/2023: O FIM DO PERIODO SAIU DO RAZPARM E PASSOU A   00003096
      *       SER LIDO NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,     00003097
      *       FR03CB44/DATA-FIM); SEM VALOR VIGENTE, A DATA DO DIA.     00003098
      *===========================================================*     00003100
      *===========================================================*     00003200
       ENVIRONMENT                                    DIVISION.         00003300
      *===========================================================*     00003400
       CONFIGURATION                                  SECTION.          00003500
      *===========================================================*     00003600
                                                                        00003700
          SPECIAL-NAMES.                                                00003800
              DECIMAL-POINT IS COMMA.                                   00003900
                                                                        00004000
      *===========================================================*     00004100
       INPUT-OUTPUT                                   SECTION.          00004200
      *===========================================================*     00004300
       FILE-CONTROL.                                                    00004400
                                                                        00004500
                                                                        00004800
           SELECT CTAREGRA  ASSIGN TO CTAREGRA                          00004900
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00005000
                                                                        00005100
           SELECT SALDOABR  ASSIGN TO SALDOABR                          00005200
                FILE STATUS  IS WRK-FS-SALDOABR.                        00005300
                                                                        00005400
           SELECT ACEITO    ASSIGN TO ACEITO                            00005500
                FILE STATUS  IS WRK-FS-ACEITO.                          00005600
                                                                        00005700
           SELECT CREBER    ASSIGN TO CREBER                            00005800
                FILE STATUS  IS WRK-FS-CREBER.                          00005900
                                                                        00006000
           SELECT CTAPAGAR  ASSIGN TO CTAPAGAR                          00006100
                FILE STATUS  IS WRK-FS-CTAPAGAR.                        00006200
                                                                        00006300
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00006400
                                                                        00006500
           SELECT RELRAZ    ASSIGN TO RELRAZ                            00006600
                FILE STATUS  IS WRK-FS-RELRAZ.                          00006700
                                                                        00006800
      *===========================================================*     00006900
       DATA                                       DIVISION.             00007000
      *===========================================================*     00007100
                                                                        00007200
       FILE                                       SECTION.              00007300
                                                                        00008000
       FD CTAREGRA                                                      00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-CTAREGRA.                                                  00008400
          05 FD-RGR-EVENTO       PIC X(02).                             00008500
          05 FD-RGR-DEBITO       PIC X(06).                             00008600
          05 FD-RGR-CREDITO      PIC X(06).                             00008700
          05 FD-RGR-AUXILIAR     PIC X(06).                             00008800
          05 FILLER              PIC X(10).                             00008900
                                                                        00009000
       FD SALDOABR                                                      00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-SALDOABR.                                                  00009400
          05 FD-ABR-CONTA        PIC X(06).                             00009500
          05 FD-ABR-SALDO        PIC S9(12)V99 SIGN IS LEADING          00009600
                                 SEPARATE.                              00009700
          05 FD-ABR-DATA         PIC 9(08).                             00009800
                                                                        00009900
       FD ACEITO                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-ACEITO.                                                    00010300
          05 FD-ACE-DATA         PIC 9(08).                             00010400
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00010500
          05 FD-ACE-DOC-NF REDEFINES FD-ACE-LANCAMENTO.                 00010600
             10 FD-ACE-NF-PREFIXO   PIC X(03).                          00010700
             10 FD-ACE-NF-NUMERO    PIC X(06).                          00010800
             10 FILLER              PIC X(21).                          00010900
          05 FD-ACE-DOC-TIT REDEFINES FD-ACE-LANCAMENTO.                00011000
             10 FD-ACE-TIT-PREFIXO  PIC X(04).                          00011100
             10 FD-ACE-TIT-FORN     PIC X(06).                          00011200
             10 FILLER              PIC X(01).                          00011300
             10 FD-ACE-TIT-NOTA     PIC X(10).                          00011400
             10 FILLER              PIC X(09).                          00011500
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00011600
          05 FD-ACE-TIPO         PIC X(01).                             00011700
             88 FD-ACE-CREDITO         VALUE 'C'.                       00011800
             88 FD-ACE-DEBITO          VALUE 'D'.                       00011900
          05 FD-ACE-CONTA        PIC X(06).                             00012000
          05 FD-ACE-CCUSTO       PIC X(04).                             00012100
                                                                        00012200
       FD CREBER                                                        00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-CREBER.                                                    00012600
          05 FD-CRB-CLIENTE     PIC X(04).                              00012700
          05 FD-CRB-NF          PIC 9(06).                              00012800
          05 FD-CRB-PEDIDO      PIC 9(06).                              00012900
          05 FD-CRB-VALOR       PIC 9(09)V99.                           00013000
          05 FD-CRB-DATA-EMISSA PIC X(08).                              00013100
          05 FD-CRB-DATA-VENCTO PIC X(10).                              00013200
          05 FD-CRB-SITUACAO    PIC X(01).                              00013300
             88 FD-CRB-ABERTO        VALUE 'A'.                         00013400
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00013500
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00013600
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00013700
          05 FD-CRB-COBRANCA    PIC X(01).                              00013800
          05 FILLER             PIC X(02).                              00013900
                                                                        00014000
       FD CTAPAGAR                                                      00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
       01 FD-CTAPAGAR.                                                  00014400
          05 FD-CTP-FORNECEDOR    PIC X(06).                            00014500
          05 FD-CTP-NOTA          PIC X(10).                            00014600
          05 FD-CTP-VALOR         PIC 9(09)V99.                         00014700
          05 FD-CTP-DATA-EMISSAO  PIC X(08).                            00014800
          05 FD-CTP-DATA-VENCTO   PIC X(10).                            00014900
          05 FD-CTP-SITUACAO      PIC X(01).                            00015000
             88 FD-CTP-ABERTO          VALUE 'A'.                       00015100
             88 FD-CTP-REMETIDO        VALUE 'R'.                       00015200
             88 FD-CTP-LIQUIDADO       VALUE 'L'.                       00015300
          05 FD-CTP-DATA-PAGTO    PIC X(08).                            00015400
          05 FILLER               PIC X(06).                            00015500
                                                                        00015600
       SD CLASSIF.                                                      00015700
       01 SD-CONFERE.                                                   00015800
          05 SD-AREA             PIC X(01).                             00015900
          05 SD-CHAVE            PIC X(16).                             00016000
          05 SD-ORIGEM           PIC X(01).                             00016100
             88 SD-DE-TITULO           VALUE 'T'.                       00016200
             88 SD-DE-LANCAMENTO       VALUE 'L'.                       00016300
          05 SD-VALOR            PIC S9(11)V99.                         00016400
          05 SD-DATA             PIC 9(08).                             00016500
                                                                        00016600
       FD RELRAZ                                                        00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-RELRAZ               PIC X(80).                            00017000
                                                                        00017100
       WORKING-STORAGE                            SECTION.              00017200
                                                                        00017300
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00017500
       77 WRK-FS-SALDOABR          PIC X(02)    VALUE ZEROS.            00017600
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00017700
       77 WRK-FS-CREBER            PIC X(02)    VALUE ZEROS.            00017800
       77 WRK-FS-CTAPAGAR          PIC X(02)    VALUE ZEROS.            00017900
       77 WRK-FS-RELRAZ            PIC X(02)    VALUE ZEROS.            00018000
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00018100
                                                                        00018200
       01 WRK-DATA-FIM             PIC X(08)    VALUE SPACES.           00018300
       01 WRK-DATA-FIM-N REDEFINES WRK-DATA-FIM PIC 9(08).              00018400
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00018408
       01 WRK-PSV-AREA.                                                 00018416
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00018424
          05 WRK-PSV-NOME       PIC X(12).                              00018432
          05 WRK-PSV-VALOR      PIC X(30).                              00018440
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00018448
          05 WRK-PSV-NUMERICO   PIC X(01).                              00018456
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00018464
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00018472
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00018480
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00018488
       77 WRK-CTA-RECEBER          PIC X(06)    VALUE SPACES.           00018500
       77 WRK-CTA-PAGAR            PIC X(06)    VALUE SPACES.           00018600
                                                                        00018700
      *    AREA 1 = CONTAS A RECEBER, AREA 2 = CONTAS A PAGAR           00018800
       01 WRK-TAB-AREAS.                                                00018900
          05 WRK-TAB-AREA OCCURS 2 TIMES.                               00019000
             10 WRK-ARE-TITULOS     PIC S9(13)V99.                      00019100
             10 WRK-ARE-CONTROLE    PIC S9(13)V99.                      00019200
             10 WRK-ARE-SEM-DOC     PIC S9(13)V99.                      00019300
             10 WRK-ARE-TIT-SEM-LAN PIC S9(13)V99.                      00019400
             10 WRK-ARE-LAN-SEM-TIT PIC S9(13)V99.                      00019500
             10 WRK-ARE-QTD-TIT-SL  PIC 9(07).                          00019600
             10 WRK-ARE-QTD-LAN-ST  PIC 9(07).                          00019700
       77 WRK-IDX                  PIC 9(01)    VALUE ZEROS.            00019800
       01 WRK-VALOR-NATURAL        PIC S9(11)V99 VALUE ZEROS.           00019900
                                                                        00020000
       77 WRK-FIM-CLASSIF          PIC X(01)    VALUE 'N'.              00020100
          88 WRK-CLASSIF-ACABOU            VALUE 'S'.                   00020200
       77 WRK-AREA-ATUAL           PIC X(01)    VALUE SPACES.           00020300
       77 WRK-CHAVE-ATUAL          PIC X(16)    VALUE SPACES.           00020400
       77 WRK-TEM-GRUPO            PIC X(01)    VALUE 'N'.              00020500
          88 WRK-GRUPO-ABERTO              VALUE 'S'.                   00020600
          88 WRK-GRUPO-FECHADO             VALUE 'N'.                   00020700
       77 WRK-TEM-TITULO           PIC X(01)    VALUE 'N'.              00020800
          88 WRK-COM-TITULO                VALUE 'S'.                   00020900
          88 WRK-SEM-TITULO                VALUE 'N'.                   00021000
       77 WRK-QTD-LANC-GRUPO       PIC 9(05)    VALUE ZEROS.            00021100
       01 WRK-SALDO-TIT-GRUPO      PIC S9(11)V99 VALUE ZEROS.           00021200
       01 WRK-VALOR-LAN-GRUPO      PIC S9(11)V99 VALUE ZEROS.           00021300
       77 WRK-DATA-GRUPO           PIC 9(08)    VALUE ZEROS.            00021400
                                                                        00021500
       77 WRK-REG-LANCTOS          PIC 9(07)    VALUE ZEROS.            00021600
       77 WRK-REG-TITULOS          PIC 9(07)    VALUE ZEROS.            00021700
       77 WRK-REG-ABERTURAS        PIC 9(07)    VALUE ZEROS.            00021800
                                                                        00021900
       01 WRK-LIN-CAB.                                                  00022000
          05 FILLER            PIC X(42) VALUE                          00022100
             'CONFERENCIA DOS AUXILIARES COM O RAZAO - '.               00022200
          05 FILLER            PIC X(04) VALUE 'ATE '.                  00022300
          05 WRK-LCB-DIA       PIC X(02).                               00022400
          05 FILLER            PIC X(01) VALUE '/'.                     00022500
          05 WRK-LCB-MES       PIC X(02).                               00022600
          05 FILLER            PIC X(01) VALUE '/'.                     00022700
          05 WRK-LCB-ANO       PIC X(04).                               00022800
          05 FILLER            PIC X(24) VALUE SPACES.                  00022900
                                                                        00023000
       01 WRK-LIN-AREA.                                                 00023100
          05 WRK-LAR-TEXTO     PIC X(30).                               00023200
          05 FILLER            PIC X(18) VALUE                          00023300
             ' CONTA DE CONTROLE'.                                      00023400
          05 FILLER            PIC X(01) VALUE SPACES.                  00023500
          05 WRK-LAR-CONTA     PIC X(06).                               00023600
          05 FILLER            PIC X(25) VALUE SPACES.                  00023700
                                                                        00023800
       01 WRK-LIN-DETALHE.                                              00023900
          05 WRK-LDT-TEXTO     PIC X(24).                               00024000
          05 WRK-LDT-CHAVE     PIC X(16).                               00024100
          05 FILLER            PIC X(02) VALUE SPACES.                  00024200
          05 WRK-LDT-DATA      PIC 9(08).                               00024300
          05 FILLER            PIC X(02) VALUE SPACES.                  00024400
          05 WRK-LDT-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.                  00024500
          05 FILLER            PIC X(10) VALUE SPACES.                  00024600
                                                                        00024700
       01 WRK-LIN-TOTAL.                                                00024800
          05 WRK-LTO-TEXTO     PIC X(40).                               00024900
          05 FILLER            PIC X(02) VALUE SPACES.                  00025000
          05 WRK-LTO-VALOR     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.               00025100
          05 FILLER            PIC X(17) VALUE SPACES.                  00025200
                                                                        00025300
       01 WRK-LIN-TRACO        PIC X(80) VALUE ALL '-'.                 00025400
                                                                        00025500
      *===========================================================*     00025600
       PROCEDURE                                  DIVISION.             00025700
      *===========================================================*     00025800
                                                                        00025900
       0000-PRINCIPAL                              SECTION.             00026000
                                                                        00026100
            PERFORM 1000-INICIAR.                                       00026200
                                                                        00026300
            SORT CLASSIF                                                00026400
                 ON ASCENDING KEY SD-AREA                               00026500
                                  SD-CHAVE                              00026600
                                  SD-ORIGEM                             00026700
                 INPUT PROCEDURE IS 2000-SEPARAR                        00026800
                 OUTPUT PROCEDURE IS 3000-CONFERIR.                     00026900
                                                                        00027000
            PERFORM 8000-FINALIZAR.                                     00027100
                                                                        00027200
       0000-999-FIM.                               EXIT.                00027300
                                                                        00027400
       1000-INICIAR                               SECTION.              00027500
                                                                        00027600
             ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD.                    00027700
             INITIALIZE WRK-TAB-AREAS.                                  00027800
                                                                        00027900
             MOVE 'FR03CB44'     TO WRK-PSV-PROGRAMA.                   00028114
             MOVE 'DATA-FIM'     TO WRK-PSV-NOME.                       00028328
             PERFORM 1010-CHAMAR-PARMSERV.                              00028542
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00028756
                WRK-PSV-VALOR(1:8) NUMERIC                              00028970
                MOVE WRK-PSV-VALOR(1:8) TO WRK-DATA-FIM                 00029184
             END-IF.                                                    00029400
                                                                        00029500
             OPEN INPUT CTAREGRA.                                       00029600
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00029700
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00029800
                PERFORM 9000-TRATAR-ERROS                               00029900
             END-IF.                                                    00030000
             READ CTAREGRA.                                             00030100
             PERFORM 1100-CARREGAR-REGRA                                00030200
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00030300
             CLOSE CTAREGRA.                                            00030400
             IF WRK-CTA-RECEBER EQUAL SPACES OR                         00030500
                WRK-CTA-PAGAR EQUAL SPACES                              00030600
                MOVE ' CTAREGRA SEM CONTA DE CONTROLE (FT/CP) '         00030700
                     TO WRK-MSG                                         00030800
                PERFORM 9000-TRATAR-ERROS                               00030900
             END-IF.                                                    00031000
                                                                        00031100
             PERFORM 1200-CARREGAR-ABERTURA.                            00031200
                                                                        00031300
             OPEN OUTPUT RELRAZ.                                        00031400
             IF WRK-FS-RELRAZ NOT EQUAL '00'                            00031500
                MOVE ' ERRO OPEN RELRAZ ' TO WRK-MSG                    00031600
                PERFORM 9000-TRATAR-ERROS                               00031700
             END-IF.                                                    00031800
                                                                        00031900
             MOVE WRK-DATA-FIM(7:2) TO WRK-LCB-DIA.                     00032000
             MOVE WRK-DATA-FIM(5:2) TO WRK-LCB-MES.                     00032100
             MOVE WRK-DATA-FIM(1:4) TO WRK-LCB-ANO.                     00032200
             WRITE FD-RELRAZ FROM WRK-LIN-CAB.                          00032300
             WRITE FD-RELRAZ FROM WRK-LIN-TRACO.                        00032400
                                                                        00032500
             DISPLAY '===================================='.            00032600
             DISPLAY ' CONFERENCIA DOS AUXILIARES X RAZAO '.            00032700
             DISPLAY ' FIM DO PERIODO....: ' WRK-DATA-FIM.              00032800
             DISPLAY '===================================='.            00032900
                                                                        00033000
       1000-999-FIM.                              EXIT.                 00033100
                                                                        00033106
      *---------------------------------------------------------------  00033112
      *    1010-CHAMAR-PARMSERV                                         00033118
      *    LE UM PARAMETRO NO CADASTRO CENTRAL (PARMSERV).              00033124
      *---------------------------------------------------------------  00033130
       1010-CHAMAR-PARMSERV                       SECTION.              00033136
                                                                        00033142
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00033148
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00033154
                 ON EXCEPTION                                           00033160
                    MOVE '02' TO WRK-PSV-RETORNO                        00033166
             END-CALL.                                                  00033172
                                                                        00033178
       1010-999-FIM.                              EXIT.                 00033184
                                                                        00033200
      *---------------------------------------------------------------  00033300
      *    1100-CARREGAR-REGRA                                          00033400
      *    A CONTA DE CONTROLE DO RECEBER E A DEBITADA NO               00033500
      *    FATURAMENTO (FT); A DO PAGAR, A CREDITADA NA ENTRADA         00033600
      *    DO TITULO DE FORNECEDOR (CP).                                00033700
      *---------------------------------------------------------------  00033800
       1100-CARREGAR-REGRA                        SECTION.              00033900
                                                                        00034000
             EVALUATE FD-RGR-EVENTO                                     00034100
               WHEN 'FT'                                                00034200
                  MOVE FD-RGR-DEBITO  TO WRK-CTA-RECEBER                00034300
               WHEN 'CP'                                                00034400
                  MOVE FD-RGR-CREDITO TO WRK-CTA-PAGAR                  00034500
               WHEN OTHER                                               00034600
                  CONTINUE                                              00034700
             END-EVALUATE.                                              00034800
             READ CTAREGRA.                                             00034900
                                                                        00035000
       1100-999-FIM.                              EXIT.                 00035100
                                                                        00035200
      *---------------------------------------------------------------  00035300
      *    1200-CARREGAR-ABERTURA                                       00035400
      *    SALDO DE ABERTURA DAS CONTAS DE CONTROLE NO EXERCICIO        00035500
      *    (SALDOABR DO FR03CB35, DEVEDOR POSITIVO); SEM ELE, O         00035600
      *    PRIMEIRO EXERCICIO ABRE ZERADO.                              00035700
      *---------------------------------------------------------------  00035800
       1200-CARREGAR-ABERTURA                     SECTION.              00035900
                                                                        00036000
             OPEN INPUT SALDOABR.                                       00036100
             IF WRK-FS-SALDOABR EQUAL '35'                              00036200
                DISPLAY ' SALDOABR AUSENTE, ABERTURA ZERADA '           00036300
             ELSE                                                       00036400
                IF WRK-FS-SALDOABR NOT EQUAL '00'                       00036500
                   MOVE ' ERRO OPEN SALDOABR ' TO WRK-MSG               00036600
                   PERFORM 9000-TRATAR-ERROS                            00036700
                END-IF                                                  00036800
                READ SALDOABR                                           00036900
                PERFORM 1210-SOMAR-ABERTURA                             00037000
                   UNTIL WRK-FS-SALDOABR NOT EQUAL '00'                 00037100
                CLOSE SALDOABR                                          00037200
             END-IF.                                                    00037300
                                                                        00037400
       1200-999-FIM.                              EXIT.                 00037500
                                                                        00037600
       1210-SOMAR-ABERTURA                        SECTION.              00037700
                                                                        00037800
             IF FD-ABR-CONTA EQUAL WRK-CTA-RECEBER                      00037900
                ADD FD-ABR-SALDO TO WRK-ARE-CONTROLE(1)                 00038000
                ADD 1 TO WRK-REG-ABERTURAS                              00038100
             END-IF.                                                    00038200
             IF FD-ABR-CONTA EQUAL WRK-CTA-PAGAR                        00038300
                SUBTRACT FD-ABR-SALDO FROM WRK-ARE-CONTROLE(2)          00038400
                ADD 1 TO WRK-REG-ABERTURAS                              00038500
             END-IF.                                                    00038600
             READ SALDOABR.                                             00038700
                                                                        00038800
       1210-999-FIM.                              EXIT.                 00038900
                                                                        00039000
      *---------------------------------------------------------------  00039100
      *    2000-SEPARAR                                                 00039200
      *    MANDA PARA O SORT OS TITULOS EMITIDOS ATE O FIM DO           00039300
      *    PERIODO (MESMO OS JA BAIXADOS, SALDO ZERO, PARA O            00039400
      *    LANCAMENTO DELES ACHAR O TITULO) E OS LANCAMENTOS COM        00039500
      *    DOCUMENTO NAS CONTAS DE CONTROLE.                            00039600
      *---------------------------------------------------------------  00039700
       2000-SEPARAR                               SECTION.              00039800
                                                                        00039900
             OPEN INPUT ACEITO.                                         00040000
             IF WRK-FS-ACEITO NOT EQUAL '00'                            00040100
                MOVE ' ERRO OPEN ACEITO ' TO WRK-MSG                    00040200
                PERFORM 9000-TRATAR-ERROS                               00040300
             END-IF.                                                    00040400
             READ ACEITO.                                               00040500
             PERFORM 2100-SEPARAR-LANCAMENTO                            00040600
                UNTIL WRK-FS-ACEITO NOT EQUAL '00'.                     00040700
             CLOSE ACEITO.                                              00040800
                                                                        00040900
             OPEN INPUT CREBER.                                         00041000
             IF WRK-FS-CREBER NOT EQUAL '00'                            00041100
                MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                    00041200
                PERFORM 9000-TRATAR-ERROS                               00041300
             END-IF.                                                    00041400
             READ CREBER.                                               00041500
             PERFORM 2200-SEPARAR-RECEBER                               00041600
                UNTIL WRK-FS-CREBER NOT EQUAL '00'.                     00041700
             CLOSE CREBER.                                              00041800
                                                                        00041900
             OPEN INPUT CTAPAGAR.                                       00042000
             IF WRK-FS-CTAPAGAR NOT EQUAL '00'                          00042100
                MOVE ' ERRO OPEN CTAPAGAR ' TO WRK-MSG                  00042200
                PERFORM 9000-TRATAR-ERROS                               00042300
             END-IF.                                                    00042400
             READ CTAPAGAR.                                             00042500
             PERFORM 2300-SEPARAR-PAGAR                                 00042600
                UNTIL WRK-FS-CTAPAGAR NOT EQUAL '00'.                   00042700
             CLOSE CTAPAGAR.                                            00042800
                                                                        00042900
       2000-999-FIM.                              EXIT.                 00043000
                                                                        00043100
      *---------------------------------------------------------------  00043200
      *    2100-SEPARAR-LANCAMENTO                                      00043300
      *    SO O EXERCICIO DO FIM DO PERIODO, ATE O FIM DO PERIODO       00043400
      *    (O ANTERIOR JA ESTA NA ABERTURA).                            00043500
      *---------------------------------------------------------------  00043600
       2100-SEPARAR-LANCAMENTO                    SECTION.              00043700
                                                                        00043800
             IF FD-ACE-DATA(1:4) EQUAL WRK-DATA-FIM(1:4) AND            00043900
                FD-ACE-DATA NOT GREATER THAN WRK-DATA-FIM-N             00044000
                EVALUATE FD-ACE-CONTA                                   00044100
                  WHEN WRK-CTA-RECEBER                                  00044200
                     ADD 1 TO WRK-REG-LANCTOS                           00044300
                     IF FD-ACE-DEBITO                                   00044400
                        MOVE FD-ACE-VALOR TO WRK-VALOR-NATURAL          00044500
                     ELSE                                               00044600
                        COMPUTE WRK-VALOR-NATURAL =                     00044700
                                ZEROS - FD-ACE-VALOR                    00044800
                        END-COMPUTE                                     00044900
                     END-IF                                             00045000
                     ADD WRK-VALOR-NATURAL TO WRK-ARE-CONTROLE(1)       00045200
                     IF FD-ACE-NF-PREFIXO EQUAL 'NF ' AND               00045300
                        FD-ACE-NF-NUMERO NUMERIC                        00045400
                        MOVE '1'               TO SD-AREA               00045500
                        MOVE SPACES            TO SD-CHAVE              00045600
                        MOVE FD-ACE-NF-NUMERO  TO SD-CHAVE              00045700
                        PERFORM 2150-LIBERAR-LANCAMENTO                 00045800
                     ELSE                                               00045900
                        ADD WRK-VALOR-NATURAL TO WRK-ARE-SEM-DOC(1)     00046000
                     END-IF                                             00046100
                  WHEN WRK-CTA-PAGAR                                    00046200
                     ADD 1 TO WRK-REG-LANCTOS                           00046300
                     IF FD-ACE-CREDITO                                  00046400
                        MOVE FD-ACE-VALOR TO WRK-VALOR-NATURAL          00046500
                     ELSE                                               00046600
                        COMPUTE WRK-VALOR-NATURAL =                     00046700
                                ZEROS - FD-ACE-VALOR                    00046800
                        END-COMPUTE                                     00046900
                     END-IF                                             00047000
                     ADD WRK-VALOR-NATURAL TO WRK-ARE-CONTROLE(2)       00047100
                     IF FD-ACE-TIT-PREFIXO EQUAL 'TIT ' OR              00047200
                        FD-ACE-TIT-PREFIXO EQUAL 'PAG ' OR              00047266
                        FD-ACE-TIT-PREFIXO EQUAL 'SRV '                 00047332
                        MOVE '2'               TO SD-AREA               00047400
                        MOVE FD-ACE-TIT-FORN   TO SD-CHAVE(1:6)         00047500
                        MOVE FD-ACE-TIT-NOTA   TO SD-CHAVE(7:10)        00047600
                        PERFORM 2150-LIBERAR-LANCAMENTO                 00047700
                     ELSE                                               00047800
                        ADD WRK-VALOR-NATURAL TO WRK-ARE-SEM-DOC(2)     00047900
                     END-IF                                             00048000
                  WHEN OTHER                                            00048100
                     CONTINUE                                           00048200
                END-EVALUATE                                            00048300
             END-IF.                                                    00048400
             READ ACEITO.                                               00048500
                                                                        00048600
       2100-999-FIM.                              EXIT.                 00048700
                                                                        00048800
       2150-LIBERAR-LANCAMENTO                    SECTION.              00048900
                                                                        00049000
             MOVE 'L'               TO SD-ORIGEM.                       00049100
             MOVE WRK-VALOR-NATURAL TO SD-VALOR.                        00049200
             MOVE FD-ACE-DATA       TO SD-DATA.                         00049300
             RELEASE SD-CONFERE.                                        00049400
                                                                        00049500
       2150-999-FIM.                              EXIT.                 00049600
                                                                        00049700
       2200-SEPARAR-RECEBER                       SECTION.              00049800
                                                                        00049900
             IF FD-CRB-DATA-EMISSA NOT GREATER THAN WRK-DATA-FIM        00050000
                ADD 1 TO WRK-REG-TITULOS                                00050100
                MOVE '1'          TO SD-AREA                            00050200
                MOVE SPACES       TO SD-CHAVE                           00050300
                MOVE FD-CRB-NF    TO SD-CHAVE(1:6)                      00050400
                MOVE 'T'          TO SD-ORIGEM                          00050500
                IF FD-CRB-ABERTO OR FD-CRB-PARCIAL                      00050600
                   COMPUTE SD-VALOR =                                   00050700
                           FD-CRB-VALOR - FD-CRB-VALOR-PAGO             00050800
                   END-COMPUTE                                          00050900
                   ADD SD-VALOR TO WRK-ARE-TITULOS(1)                   00051000
                ELSE                                                    00051100
                   MOVE ZEROS TO SD-VALOR                               00051200
                END-IF                                                  00051300
                MOVE FD-CRB-DATA-EMISSA TO SD-DATA                      00051400
                RELEASE SD-CONFERE                                      00051500
             END-IF.                                                    00051600
             READ CREBER.                                               00051700
                                                                        00051800
       2200-999-FIM.                              EXIT.                 00051900
                                                                        00052000
       2300-SEPARAR-PAGAR                         SECTION.              00052100
                                                                        00052200
             IF FD-CTP-DATA-EMISSAO NOT GREATER THAN WRK-DATA-FIM       00052300
                ADD 1 TO WRK-REG-TITULOS                                00052400
                MOVE '2'               TO SD-AREA                       00052500
                MOVE FD-CTP-FORNECEDOR TO SD-CHAVE(1:6)                 00052600
                MOVE FD-CTP-NOTA       TO SD-CHAVE(7:10)                00052700
                MOVE 'T'               TO SD-ORIGEM                     00052800
                IF FD-CTP-LIQUIDADO                                     00052900
                   MOVE ZEROS TO SD-VALOR                               00053000
                ELSE                                                    00053100
                   MOVE FD-CTP-VALOR TO SD-VALOR                        00053200
                   ADD SD-VALOR TO WRK-ARE-TITULOS(2)                   00053300
                END-IF                                                  00053400
                MOVE FD-CTP-DATA-EMISSAO TO SD-DATA                     00053500
                RELEASE SD-CONFERE                                      00053600
             END-IF.                                                    00053700
             READ CTAPAGAR.                                             00053800
                                                                        00053900
       2300-999-FIM.                              EXIT.                 00054000
                                                                        00054100
      *---------------------------------------------------------------  00054200
      *    3000-CONFERIR                                                00054300
      *    QUEBRA POR AREA E DOCUMENTO: TITULO COM SALDO E SEM          00054400
      *    NENHUM LANCAMENTO, OU LANCAMENTO SEM O TITULO.               00054500
      *---------------------------------------------------------------  00054600
       3000-CONFERIR                              SECTION.              00054700
                                                                        00054800
            PERFORM 3100-RETORNAR-REGISTRO                              00054900
               UNTIL WRK-CLASSIF-ACABOU.                                00055000
                                                                        00055100
            IF WRK-GRUPO-ABERTO                                         00055200
               PERFORM 3300-FECHAR-GRUPO                                00055300
            END-IF.                                                     00055400
                                                                        00055500
       3000-999-FIM.                              EXIT.                 00055600
                                                                        00055700
       3100-RETORNAR-REGISTRO                     SECTION.              00055800
                                                                        00055900
            RETURN CLASSIF                                              00056000
               AT END                                                   00056100
                  SET WRK-CLASSIF-ACABOU TO TRUE                        00056200
               NOT AT END                                               00056300
                  PERFORM 3200-TRATAR-RETORNADO                         00056400
            END-RETURN.                                                 00056500
                                                                        00056600
       3100-999-FIM.                              EXIT.                 00056700
                                                                        00056800
       3200-TRATAR-RETORNADO                      SECTION.              00056900
                                                                        00057000
            IF WRK-GRUPO-ABERTO AND                                     00057100
               ( SD-AREA NOT EQUAL WRK-AREA-ATUAL OR                    00057200
                 SD-CHAVE NOT EQUAL WRK-CHAVE-ATUAL )                   00057300
               PERFORM 3300-FECHAR-GRUPO                                00057400
            END-IF.                                                     00057500
                                                                        00057600
            IF SD-AREA NOT EQUAL WRK-AREA-ATUAL                         00057700
               MOVE SD-AREA TO WRK-AREA-ATUAL                           00057800
               PERFORM 3400-CABECALHO-AREA                              00057900
            END-IF.                                                     00058000
                                                                        00058100
            IF WRK-GRUPO-FECHADO                                        00058200
               SET WRK-GRUPO-ABERTO TO TRUE                             00058300
               SET WRK-SEM-TITULO   TO TRUE                             00058400
               MOVE SD-CHAVE TO WRK-CHAVE-ATUAL                         00058500
               MOVE ZEROS    TO WRK-QTD-LANC-GRUPO                      00058600
               MOVE ZEROS    TO WRK-SALDO-TIT-GRUPO                     00058700
               MOVE ZEROS    TO WRK-VALOR-LAN-GRUPO                     00058800
               MOVE SD-DATA  TO WRK-DATA-GRUPO                          00058900
            END-IF.                                                     00059000
                                                                        00059100
            IF SD-DE-TITULO                                             00059200
               SET WRK-COM-TITULO TO TRUE                               00059300
               ADD SD-VALOR TO WRK-SALDO-TIT-GRUPO                      00059400
               MOVE SD-DATA TO WRK-DATA-GRUPO                           00059500
            ELSE                                                        00059600
               ADD 1 TO WRK-QTD-LANC-GRUPO                              00059700
               ADD SD-VALOR TO WRK-VALOR-LAN-GRUPO                      00059800
            END-IF.                                                     00059900
                                                                        00060000
       3200-999-FIM.                              EXIT.                 00060100
                                                                        00060200
       3300-FECHAR-GRUPO                          SECTION.              00060300
                                                                        00060400
            MOVE WRK-AREA-ATUAL TO WRK-IDX.                             00060500
            IF WRK-COM-TITULO AND                                       00060600
               WRK-QTD-LANC-GRUPO EQUAL ZEROS AND                       00060700
               WRK-SALDO-TIT-GRUPO NOT EQUAL ZEROS                      00060800
               ADD WRK-SALDO-TIT-GRUPO TO WRK-ARE-TIT-SEM-LAN(WRK-IDX)  00060900
               ADD 1 TO WRK-ARE-QTD-TIT-SL(WRK-IDX)                     00061000
               MOVE ' TITULO SEM LANCAMENTO ' TO WRK-LDT-TEXTO          00061100
               MOVE WRK-SALDO-TIT-GRUPO       TO WRK-LDT-VALOR          00061200
               PERFORM 3310-IMPRIMIR-DETALHE                            00061300
            END-IF.                                                     00061400
            IF WRK-SEM-TITULO                                           00061500
               ADD WRK-VALOR-LAN-GRUPO TO WRK-ARE-LAN-SEM-TIT(WRK-IDX)  00061600
               ADD 1 TO WRK-ARE-QTD-LAN-ST(WRK-IDX)                     00061700
               MOVE ' LANCAMENTO SEM TITULO ' TO WRK-LDT-TEXTO          00061800
               MOVE WRK-VALOR-LAN-GRUPO       TO WRK-LDT-VALOR          00061900
               PERFORM 3310-IMPRIMIR-DETALHE                            00062000
            END-IF.                                                     00062100
            SET WRK-GRUPO-FECHADO TO TRUE.                              00062200
                                                                        00062300
       3300-999-FIM.                              EXIT.                 00062400
                                                                        00062500
       3310-IMPRIMIR-DETALHE                      SECTION.              00062600
                                                                        00062700
            MOVE WRK-CHAVE-ATUAL TO WRK-LDT-CHAVE.                      00062800
            MOVE WRK-DATA-GRUPO  TO WRK-LDT-DATA.                       00062900
            WRITE FD-RELRAZ FROM WRK-LIN-DETALHE.                       00063000
                                                                        00063100
       3310-999-FIM.                              EXIT.                 00063200
                                                                        00063300
       3400-CABECALHO-AREA                        SECTION.              00063400
                                                                        00063500
            IF WRK-AREA-ATUAL EQUAL '1'                                 00063600
               MOVE 'CONTAS A RECEBER (CREBER)' TO WRK-LAR-TEXTO        00063700
               MOVE WRK-CTA-RECEBER TO WRK-LAR-CONTA                    00063800
            ELSE                                                        00063900
               MOVE 'CONTAS A PAGAR (CTAPAGAR)' TO WRK-LAR-TEXTO        00064000
               MOVE WRK-CTA-PAGAR   TO WRK-LAR-CONTA                    00064100
            END-IF.                                                     00064200
            WRITE FD-RELRAZ FROM WRK-LIN-AREA.                          00064300
                                                                        00064400
       3400-999-FIM.                              EXIT.                 00064500
                                                                        00064600
      *---------------------------------------------------------------  00064700
      *    8000-FINALIZAR                                               00064800
      *    RESUMO POR AREA: AUXILIAR, RAZAO, DIFERENCA E O QUE A        00064900
      *    EXPLICA.                                                     00065000
      *---------------------------------------------------------------  00065100
       8000-FINALIZAR                             SECTION.              00065200
                                                                        00065300
             WRITE FD-RELRAZ FROM WRK-LIN-TRACO.                        00065400
             MOVE 1 TO WRK-IDX.                                         00065500
             MOVE 'CONTAS A RECEBER (CREBER)' TO WRK-LAR-TEXTO.         00065600
             MOVE WRK-CTA-RECEBER TO WRK-LAR-CONTA.                     00065700
             PERFORM 8100-RESUMIR-AREA.                                 00065800
             MOVE 2 TO WRK-IDX.                                         00065900
             MOVE 'CONTAS A PAGAR (CTAPAGAR)' TO WRK-LAR-TEXTO.         00066000
             MOVE WRK-CTA-PAGAR   TO WRK-LAR-CONTA.                     00066100
             PERFORM 8100-RESUMIR-AREA.                                 00066200
                                                                        00066300
             CLOSE RELRAZ.                                              00066400
                                                                        00066500
             DISPLAY '===================================='.            00066600
             DISPLAY ' LANCAMENTOS NAS CONTAS: ' WRK-REG-LANCTOS.       00066700
             DISPLAY ' TITULOS DO PERIODO....: ' WRK-REG-TITULOS.       00066800
             DISPLAY ' ABERTURAS CARREGADAS..: ' WRK-REG-ABERTURAS.     00066900
             DISPLAY ' RECEBER - AUXILIAR....: '                        00067000
                      WRK-ARE-TITULOS(1).                               00067100
             DISPLAY ' RECEBER - RAZAO.......: '                        00067200
                      WRK-ARE-CONTROLE(1).                              00067300
             DISPLAY ' PAGAR   - AUXILIAR....: '                        00067400
                      WRK-ARE-TITULOS(2).                               00067500
             DISPLAY ' PAGAR   - RAZAO.......: '                        00067600
                      WRK-ARE-CONTROLE(2).                              00067700
             DISPLAY '==================================== '.           00067800
                STOP RUN.                                               00067900
                                                                        00068000
       8000-999-FIM.                              EXIT.                 00068100
                                                                        00068200
       8100-RESUMIR-AREA                          SECTION.              00068300
                                                                        00068400
             WRITE FD-RELRAZ FROM WRK-LIN-AREA.                         00068500
                                                                        00068600
             MOVE ' SALDO DOS TITULOS EM ABERTO'  TO WRK-LTO-TEXTO.     00068700
             MOVE WRK-ARE-TITULOS(WRK-IDX)  TO WRK-LTO-VALOR.           00068800
             WRITE FD-RELRAZ FROM WRK-LIN-TOTAL.                        00068900
                                                                        00069000
             MOVE ' SALDO DA CONTA DE CONTROLE'   TO WRK-LTO-TEXTO.     00069100
             MOVE WRK-ARE-CONTROLE(WRK-IDX) TO WRK-LTO-VALOR.           00069200
             WRITE FD-RELRAZ FROM WRK-LIN-TOTAL.                        00069300
                                                                        00069400
             MOVE ' DIFERENCA (AUXILIAR - RAZAO)' TO WRK-LTO-TEXTO.     00069500
             COMPUTE WRK-LTO-VALOR = WRK-ARE-TITULOS(WRK-IDX)           00069600
                                   - WRK-ARE-CONTROLE(WRK-IDX)          00069700
             END-COMPUTE.                                               00069800
             WRITE FD-RELRAZ FROM WRK-LIN-TOTAL.                        00069900
                                                                        00070000
             MOVE '   TITULOS SEM LANCAMENTO'     TO WRK-LTO-TEXTO.     00070100
             MOVE WRK-ARE-TIT-SEM-LAN(WRK-IDX) TO WRK-LTO-VALOR.        00070200
             WRITE FD-RELRAZ FROM WRK-LIN-TOTAL.                        00070300
                                                                        00070400
             MOVE '   LANCAMENTOS SEM TITULO'     TO WRK-LTO-TEXTO.     00070500
             MOVE WRK-ARE-LAN-SEM-TIT(WRK-IDX) TO WRK-LTO-VALOR.        00070600
             WRITE FD-RELRAZ FROM WRK-LIN-TOTAL.                        00070700
                                                                        00070800
             MOVE '   MOVIMENTO SEM DOCUMENTO'    TO WRK-LTO-TEXTO.     00070900
             MOVE WRK-ARE-SEM-DOC(WRK-IDX)     TO WRK-LTO-VALOR.        00071000
             WRITE FD-RELRAZ FROM WRK-LIN-TOTAL.                        00071100
                                                                        00071200
             WRITE FD-RELRAZ FROM WRK-LIN-TRACO.                        00071300
                                                                        00071400
       8100-999-FIM.                              EXIT.                 00071500
                                                                        00071600
       9000-TRATAR-ERROS                           SECTION.             00071700
                                                                        00071800
             DISPLAY '-----------------------------'.                   00071900
             DISPLAY WRK-MSG.                                           00072000
             DISPLAY '-----------------------------'.                   00072100
                STOP RUN.                                               00072200
                                                                        00072300
       9000-999-FIM.                              EXIT.                 00072400
