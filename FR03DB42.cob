      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03DB42.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 06/03/2023                                       00000800
      *     OBJETIVO : CONTABILIZACAO AUTOMATICA DO CONTAS A            00000900
      *              : RECEBER E DO CONTAS A PAGAR, NO MOLDE DA         00001000
      *              : FOLHA (FR03DB36) -- LE AS SAIDAS DO DIA E        00001100
      *              : GERA OS LANCAMENTOS C/D BALANCEADOS NO           00001200
      *              : LAYOUT DO LANCTO:                                00001300
      *              :  FT - NOTA FATURADA (CREBER DO FR01CB05):        00001400
      *              :       D CLIENTES PELO TOTAL DA NOTA, C           00001500
      *              :       RECEITA PELOS PRODUTOS E C ICMS A          00001600
      *              :       RECOLHER (SOMA DO NFITEM DA NOTA);         00001700
      *              :  RC - RECEBIMENTO DO DIA (CONCILIA DO            00001800
      *              :       FR01CB07): D CAIXA PELO TOTAL, C           00001900
      *              :       CLIENTES PELO BAIXADO DOS TITULOS E        00002000
      *              :       C ENCARGOS PELO RESTO (ENCARGO DE          00002100
      *              :       ATRASO E PAGO A MAIOR);                    00002200
      *              :  CP - TITULO DE FORNECEDOR (CTAPAGAR DO          00002300
      *              :       FR03CB40): D COMPRAS, C FORNECEDORES;      00002400
      *              :  PG - PAGAMENTO A FORNECEDOR (CTAPNOVO DO        00002500
      *              :       FR03CB42, LIQUIDADO NA DATA): D            00002600
      *              :       FORNECEDORES, C CAIXA.                     00002700
      *              : AS CONTAS VEM DO ARQUIVO CTAREGRA (UMA           00002800
      *              : REGRA POR EVENTO: CONTA DEBITO, CONTA            00002900
      *              : CREDITO E CONTA AUXILIAR) E TUDO PASSA PELA      00003000
      *              : VALIDACAO NORMAL DO FR03CB20.                    00003100
      *-------------------------------------------------------------*   00003200
      *     O LANCAMENTO E POR DOCUMENTO (NOTA OU TITULO), COM O        00003300
      *     NUMERO NO HISTORICO, PARA A CONFERENCIA DO RAZAO COM OS     00003400
      *     TITULOS; SO O RECEBIMENTO SAI PELO TOTAL DO DIA, QUE E      00003500
      *     O QUE O FR01CB07 ENTREGA. VALOR ACIMA DE 99999,99 E         00003600
      *     QUEBRADO EM QUANTOS LANCAMENTOS FOREM PRECISOS, COMO NA     00003700
      *     FOLHA. O LANCTO E ESTENDIDO (A FOLHA PODE TER GRAVADO       00003800
      *     ANTES NA MESMA NOITE). ENTRADA AUSENTE (ROTINA QUE NAO      00003900
      *     RODOU NO DIA) SO E AVISADA; EVENTO COM MOVIMENTO E SEM      00004000
      *     REGRA NO CTAREGRA CANCELA O JOB. PARMSERV TRAZ A DATA DO    00004100
      *     MOVIMENTO (AAAAMMDD); SEM ELE, A DATA DO DIA.               00004200
      *-------------------------------------------------------------*   00004212
      *     MANUTENCAO:                                                 00004224
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00004236
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00004248
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00004260
      *       A QUEBRA EM VARIOS LANCAMENTOS FICA SO PARA VALOR         00004272
      *       ACIMA DE 999.999.999,99.                                  00004284
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        00004286
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       00004288
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       00004290
      *       UM LOTE POR DOCUMENTO, COM O EVENTO (FT, RC, CP,          00004292
      *       PG) NA ORIGEM DO LOTE.                                    00004294
      *     - 06/11/2023: TITULO DE NOTA DE SERVICO SEM PEDIDO (ORIGEM  0000429A
      *       'S' NO CTAPAGAR) NAO E LANCADO COMO COMPRA; A NOTA VEM    0000429B
      *       DO RETSERV DO FR03CB40 E GERA UM LOTE SV: D DESPESA DA    0000429C
      *       NOTA NO CENTRO DE CUSTO PELO BRUTO, C FORNECEDORES (REGRA 0000429D
      *       CP) PELO LIQUIDO E C CADA RETENCAO A RECOLHER NA CONTA    0000429E
      *       CREDITO DOS EVENTOS IR (IRRF), IS (ISS), CS               0000429F
      *       (PIS/COFINS/CSLL) E IN (INSS). RETSERV AUSENTE SO E       0000429G
      *       AVISADO.                                                  0000429H
      *     - 04/12/2023: A DATA DO MOVIMENTO SAIU DO CTBPARM E FOI     00004295
      *       PARA O CADASTRO CENTRAL DE PARAMETROS (PARMSERV,          00004296
      *       CTBPARM/DATA, COMUM AO FR03CB54, FR03DB42 E FR03DB44).    00004297
      *===========================================================*     00004300
      *===========================================================*     00004400
       ENVIRONMENT                                    DIVISION.         00004500
      *===========================================================*     00004600
       CONFIGURATION                                  SECTION.          00004700
      *===========================================================*     00004800
                                                                        00004900
          SPECIAL-NAMES.                                                00005000
              DECIMAL-POINT IS COMMA.                                   00005100
                                                                        00005200
      *===========================================================*     00005300
       INPUT-OUTPUT                                   SECTION.          00005400
      *===========================================================*     00005500
       FILE-CONTROL.                                                    00005600
                                                                        00005700
           SELECT CTAREGRA  ASSIGN TO CTAREGRA                          00005800
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00005900
                                                                        00006000
                                                                        00006300
           SELECT CREBER    ASSIGN TO CREBER                            00006400
                FILE STATUS  IS WRK-FS-CREBER.                          00006500
                                                                        00006600
           SELECT NFITEM    ASSIGN TO NFITEM                            00006700
                ORGANIZATION IS INDEXED                                 00006800
                ACCESS MODE  IS DYNAMIC                                 00006900
                RECORD KEY   IS FD-NFI-CHAVE                            00007000
                FILE STATUS  IS WRK-FS-NFITEM.                          00007100
                                                                        00007200
           SELECT CONCILIA  ASSIGN TO CONCILIA                          00007300
                FILE STATUS  IS WRK-FS-CONCILIA.                        00007400
                                                                        00007500
           SELECT CTAPAGAR  ASSIGN TO CTAPAGAR                          00007600
                FILE STATUS  IS WRK-FS-CTAPAGAR.                        00007700
                                                                        00007800
           SELECT CTAPNOVO  ASSIGN TO CTAPNOVO                          00007900
                FILE STATUS  IS WRK-FS-CTAPNOVO.                        00008000
                                                                        00008025
           SELECT RETSERV   ASSIGN TO RETSERV                           00008050
                FILE STATUS  IS WRK-FS-RETSERV.                         00008075
                                                                        00008100
           SELECT LANCTO    ASSIGN TO LANCTO                            00008200
                FILE STATUS  IS WRK-FS-LANCTO.                          00008300
                                                                        00008400
      *===========================================================*     00008500
       DATA                                       DIVISION.             00008600
      *===========================================================*     00008700
                                                                        00008800
      *-----------------------------------------------------------*     00008900
       FILE                                       SECTION.              00009000
      *-----------------------------------------------------------*     00009100
                                                                        00009200
       FD CTAREGRA                                                      00009300
           RECORDING MODE IS F                                          00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
       01 FD-CTAREGRA.                                                  00009600
          05 FD-RGR-EVENTO    PIC X(02).                                00009700
          05 FD-RGR-DEBITO    PIC X(06).                                00009800
          05 FD-RGR-CREDITO   PIC X(06).                                00009900
          05 FD-RGR-AUXILIAR  PIC X(06).                                00010000
          05 FILLER           PIC X(10).                                00010100
                                                                        00010800
       FD CREBER                                                        00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-CREBER.                                                    00011200
          05 FD-CRB-CLIENTE     PIC X(04).                              00011300
          05 FD-CRB-NF          PIC 9(06).                              00011400
          05 FD-CRB-PEDIDO      PIC 9(06).                              00011500
          05 FD-CRB-VALOR       PIC 9(09)V99.                           00011600
          05 FD-CRB-DATA-EMISSA PIC X(08).                              00011700
          05 FD-CRB-DATA-VENCTO PIC X(10).                              00011800
          05 FD-CRB-SITUACAO    PIC X(01).                              00011900
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00012000
          05 FILLER             PIC X(03).                              00012100
                                                                        00012200
       FD NFITEM                                                        00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-NFITEM.                                                    00012600
          05 FD-NFI-CHAVE.                                              00012700
             10 FD-NFI-NF         PIC 9(06).                            00012800
             10 FD-NFI-PRODUTO    PIC X(06).                            00012900
          05 FD-NFI-CLIENTE       PIC X(04).                            00013000
          05 FD-NFI-PEDIDO        PIC 9(06).                            00013100
          05 FD-NFI-QTDE          PIC 9(05).                            00013200
          05 FD-NFI-PRECO         PIC 9(07)V99.                         00013300
          05 FD-NFI-VALOR         PIC 9(09)V99.                         00013400
          05 FD-NFI-DATA          PIC X(08).                            00013500
          05 FD-NFI-QTDE-DEV      PIC 9(05).                            00013600
          05 FD-NFI-ALIQ-ICMS     PIC 9(02)V99.                         00013700
          05 FD-NFI-VALOR-ICMS    PIC 9(07)V99.                         00013800
          05 FILLER               PIC X(07).                            00013900
                                                                        00014000
       FD CONCILIA                                                      00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
       01 FD-CONCILIA.                                                  00014400
          05 FD-CON-DATA          PIC X(08).                            00014500
          05 FD-CON-QTDE          PIC 9(07).                            00014600
          05 FD-CON-VALOR         PIC 9(13)V99.                         00014700
          05 FD-CON-VALOR-TITULOS PIC 9(08)V99.                         00014800
                                                                        00014900
       FD CTAPAGAR                                                      00015000
           RECORDING MODE IS F                                          00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
       01 FD-CTAPAGAR.                                                  00015300
          05 FD-CTP-FORNECEDOR    PIC X(06).                            00015400
          05 FD-CTP-NOTA          PIC X(10).                            00015500
          05 FD-CTP-VALOR         PIC 9(09)V99.                         00015600
          05 FD-CTP-DATA-EMISSAO  PIC X(08).                            00015700
          05 FD-CTP-DATA-VENCTO   PIC X(10).                            00015800
          05 FD-CTP-SITUACAO      PIC X(01).                            00015900
          05 FD-CTP-DATA-PAGTO    PIC X(08).                            00016000
          05 FD-CTP-ORIGEM        PIC X(01).                            00016050
             88 FD-CTP-SEM-PEDIDO      VALUE 'S'.                       00016100
          05 FILLER               PIC X(05).                            00016150
                                                                        00016200
       FD CTAPNOVO                                                      00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-CTAPNOVO.                                                  00016600
          05 FD-CTN-FORNECEDOR    PIC X(06).                            00016700
          05 FD-CTN-NOTA          PIC X(10).                            00016800
          05 FD-CTN-VALOR         PIC 9(09)V99.                         00016900
          05 FD-CTN-DATA-EMISSAO  PIC X(08).                            00017000
          05 FD-CTN-DATA-VENCTO   PIC X(10).                            00017100
          05 FD-CTN-SITUACAO      PIC X(01).                            00017200
             88 FD-CTN-LIQUIDADO       VALUE 'L'.                       00017300
          05 FD-CTN-DATA-PAGTO    PIC X(08).                            00017400
          05 FILLER               PIC X(06).                            00017500
                                                                        00017505
       FD RETSERV                                                       00017510
           RECORDING MODE IS F                                          00017515
           BLOCK CONTAINS 0 RECORDS.                                    00017520
       01 FD-RETSERV.                                                   00017525
          05 FD-RSV-FORNECEDOR    PIC X(06).                            00017530
          05 FD-RSV-NOTA          PIC X(10).                            00017535
          05 FD-RSV-SERVICO       PIC X(04).                            00017540
          05 FD-RSV-DATA          PIC X(08).                            00017545
          05 FD-RSV-CONTA         PIC X(06).                            00017550
          05 FD-RSV-CCUSTO        PIC X(04).                            00017555
          05 FD-RSV-APROVADOR     PIC X(08).                            00017560
          05 FD-RSV-BRUTO         PIC 9(09)V99.                         00017565
          05 FD-RSV-IRRF          PIC 9(09)V99.                         00017570
          05 FD-RSV-ISS           PIC 9(09)V99.                         00017575
          05 FD-RSV-CSRF          PIC 9(09)V99.                         00017580
          05 FD-RSV-INSS          PIC 9(09)V99.                         00017585
          05 FD-RSV-LIQUIDO       PIC 9(09)V99.                         00017590
          05 FILLER               PIC X(08).                            00017595
                                                                        00017600
       FD LANCTO                                                        00017700
           RECORDING MODE IS F                                          00017800
           BLOCK CONTAINS 0 RECORDS.                                    00017900
       01 FD-LANCTO.                                                    00018000
          05 FD-DATA             PIC 9(08).                             00018100
          05 FD-LANCAMENTO       PIC X(30).                             00018200
          05 FD-VALOR            PIC 9(09)V99.                          00018300
          05 FD-TIPO             PIC X(01).                             00018400
          05 FD-CONTA            PIC X(06).                             00018500
          05 FD-CCUSTO           PIC X(04).                             00018600
          05 FD-LOTE             PIC X(12).                             00018633
          05 FD-REFERENCIA       PIC X(12).                             00018666
                                                                        00018700
      *-----------------------------------------------------------*     00018800
       WORKING-STORAGE                            SECTION.              00018900
      *-----------------------------------------------------------*     00019000
                                                                        00019100
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00019200
       77 WRK-FS-CREBER            PIC X(02)    VALUE ZEROS.            00019400
       77 WRK-FS-NFITEM            PIC X(02)    VALUE ZEROS.            00019500
       77 WRK-FS-CONCILIA          PIC X(02)    VALUE ZEROS.            00019600
       77 WRK-FS-CTAPAGAR          PIC X(02)    VALUE ZEROS.            00019700
       77 WRK-FS-CTAPNOVO          PIC X(02)    VALUE ZEROS.            00019800
       77 WRK-FS-RETSERV           PIC X(02)    VALUE ZEROS.            00019850
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00019900
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00020000
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00020001
       01 WRK-PSV-AREA.                                                 00020002
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00020003
          05 WRK-PSV-NOME       PIC X(12).                              00020004
          05 WRK-PSV-VALOR      PIC X(30).                              00020005
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00020006
          05 WRK-PSV-NUMERICO   PIC X(01).                              00020007
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00020008
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00020009
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00020010
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00020011
                                                                        00020012
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00020024
       01 WRK-LOTE.                                                     00020036
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'FT'.             00020048
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00020060
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE ZEROS.            00020072
                                                                        00020084
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00020100
                                                                        00020200
      *    REGRAS DE CONTABILIZACAO, UMA POR EVENTO                     00020300
       01 WRK-REGRA-FT.                                                 00020400
          05 WRK-FT-DEBITO         PIC X(06)    VALUE SPACES.           00020500
          05 WRK-FT-CREDITO        PIC X(06)    VALUE SPACES.           00020600
          05 WRK-FT-AUXILIAR       PIC X(06)    VALUE SPACES.           00020700
       01 WRK-REGRA-RC.                                                 00020800
          05 WRK-RC-DEBITO         PIC X(06)    VALUE SPACES.           00020900
          05 WRK-RC-CREDITO        PIC X(06)    VALUE SPACES.           00021000
          05 WRK-RC-AUXILIAR       PIC X(06)    VALUE SPACES.           00021100
       01 WRK-REGRA-CP.                                                 00021200
          05 WRK-CP-DEBITO         PIC X(06)    VALUE SPACES.           00021300
          05 WRK-CP-CREDITO        PIC X(06)    VALUE SPACES.           00021400
          05 WRK-CP-AUXILIAR       PIC X(06)    VALUE SPACES.           00021500
       01 WRK-REGRA-PG.                                                 00021600
          05 WRK-PG-DEBITO         PIC X(06)    VALUE SPACES.           00021700
          05 WRK-PG-CREDITO        PIC X(06)    VALUE SPACES.           00021800
          05 WRK-PG-AUXILIAR       PIC X(06)    VALUE SPACES.           00021900
      *    RETENCOES DAS NOTAS DE SERVICO: SO A CONTA CREDITO           00021914
       01 WRK-REGRA-RETENCOES.                                          00021928
          05 WRK-IR-CREDITO        PIC X(06)    VALUE SPACES.           00021942
          05 WRK-IS-CREDITO        PIC X(06)    VALUE SPACES.           00021956
          05 WRK-CS-CREDITO        PIC X(06)    VALUE SPACES.           00021970
          05 WRK-IN-CREDITO        PIC X(06)    VALUE SPACES.           00021984
                                                                        00022000
       77 WRK-COM-NFITEM           PIC X(01)    VALUE 'N'.              00022100
          88 WRK-NFITEM-ABERTO              VALUE 'S'.                  00022200
                                                                        00022300
       01 WRK-VALOR-RESTANTE       PIC 9(11)V99 VALUE ZEROS.            00022400
       01 WRK-ICMS-NOTA            PIC 9(11)V99 VALUE ZEROS.            00022500
       01 WRK-RECEITA-NOTA         PIC 9(11)V99 VALUE ZEROS.            00022600
       01 WRK-ENCARGOS-DIA         PIC 9(13)V99 VALUE ZEROS.            00022700
       77 WRK-TIPO-LANCTO          PIC X(01)    VALUE SPACES.           00022800
       77 WRK-CONTA-LANCTO         PIC X(06)    VALUE SPACES.           00022900
       77 WRK-CCUSTO-LANCTO        PIC X(04)    VALUE SPACES.           00022950
       01 WRK-TEXTO-LANCTO         PIC X(30)    VALUE SPACES.           00023000
       01 WRK-NF-EDITADA           PIC 9(06)    VALUE ZEROS.            00023100
                                                                        00023200
       77 WRK-REG-NOTAS            PIC 9(07)    VALUE ZEROS.            00023300
       77 WRK-REG-RECEBIMENTOS     PIC 9(07)    VALUE ZEROS.            00023400
       77 WRK-REG-TITULOS          PIC 9(07)    VALUE ZEROS.            00023500
       77 WRK-REG-PAGAMENTOS       PIC 9(07)    VALUE ZEROS.            00023600
       77 WRK-REG-SERVICOS         PIC 9(07)    VALUE ZEROS.            00023633
       77 WRK-REG-TIT-SERVICO      PIC 9(07)    VALUE ZEROS.            00023666
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00023700
       77 WRK-REG-GERADOS          PIC 9(07)    VALUE ZEROS.            00023800
       01 WRK-TOTAL-DEBITOS        PIC 9(13)V99 VALUE ZEROS.            00023900
       01 WRK-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZEROS.            00024000
                                                                        00024100
       01 WRK-JOB-REGISTRO.                                             00024200
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00024300
          05 WRK-JOB-EVENTO        PIC X(01).                           00024400
          05 WRK-JOB-SITUACAO      PIC X(01).                           00024500
          05 WRK-JOB-LIDOS         PIC 9(07).                           00024600
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00024700
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00024800
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00024900
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00025000
                                                                        00025100
      *-----------------------------------------------------------*     00025200
                                                                        00025300
      *===========================================================*     00025400
       PROCEDURE                                  DIVISION.             00025500
      *===========================================================*     00025600
                                                                        00025700
      *-------------------------------------------------------*         00025800
       0000-PRINCIPAL                              SECTION.             00025900
      *-------------------------------------------------------*         00026000
                                                                        00026100
            PERFORM 1000-INICIAR.                                       00026200
            PERFORM 2000-CONTABILIZAR-NOTAS.                            00026300
            PERFORM 3000-CONTABILIZAR-RECEBIMENTO.                      00026400
            PERFORM 4000-CONTABILIZAR-TITULOS.                          00026500
            PERFORM 4500-CONTABILIZAR-SERVICOS.                         00026550
            PERFORM 5000-CONTABILIZAR-PAGAMENTOS.                       00026600
            PERFORM 8000-FINALIZAR.                                     00026700
                                                                        00026800
      *-------------------------------------------------------*         00026900
       0000-999-FIM.                               EXIT.                00027000
      *-------------------------------------------------------*         00027100
                                                                        00027200
      *-------------------------------------------------------*         00027300
       1000-INICIAR                               SECTION.              00027400
      *-------------------------------------------------------*         00027500
                                                                        00027600
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00027700
                                                                        00027800
             MOVE 'FR03DB42' TO WRK-JOB-PROGRAMA.                       00027900
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00028000
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00028100
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00028200
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00028300
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00028400
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00028500
                  WRK-JOB-RETORNO                                       00028600
                 ON EXCEPTION                                           00028700
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00028800
             END-CALL.                                                  00028900
                                                                        00029000
             MOVE 'CTBPARM'      TO WRK-PSV-PROGRAMA.                   00029214
             MOVE 'DATA'         TO WRK-PSV-NOME.                       00029428
             PERFORM 1010-CHAMAR-PARMSERV.                              00029642
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00029856
                WRK-PSV-VALOR(1:8) NUMERIC                              00030070
                MOVE WRK-PSV-VALOR(1:8) TO WRK-DATA-HOJE                00030284
             END-IF.                                                    00030500
                                                                        00030600
             OPEN INPUT CTAREGRA.                                       00030700
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00030800
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00030900
                PERFORM 9000-TRATAR-ERROS                               00031000
             END-IF.                                                    00031100
             READ CTAREGRA.                                             00031200
             PERFORM 1100-CARREGAR-REGRA                                00031300
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00031400
             CLOSE CTAREGRA.                                            00031500
                                                                        00031600
             OPEN EXTEND LANCTO.                                        00031700
             IF WRK-FS-LANCTO EQUAL '35'                                00031800
                OPEN OUTPUT LANCTO                                      00031900
             END-IF.                                                    00032000
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00032100
                MOVE ' ERRO OPEN LANCTO ' TO WRK-MSG                    00032200
                PERFORM 9000-TRATAR-ERROS                               00032300
             END-IF.                                                    00032400
                                                                        00032500
             DISPLAY '===================================='.            00032600
             DISPLAY ' CONTABILIZACAO DO RECEBER E PAGAR '.             00032700
             DISPLAY ' DATA DO MOVIMENTO: ' WRK-DATA-HOJE.              00032800
             DISPLAY '===================================='.            00032900
                                                                        00033000
      *-------------------------------------------------------*         00033100
       1000-999-FIM.                              EXIT.                 00033200
      *-------------------------------------------------------*         00033206
                                                                        00033212
      *-------------------------------------------------------*         00033218
       1010-CHAMAR-PARMSERV                       SECTION.              00033224
      *-------------------------------------------------------*         00033230
                                                                        00033236
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00033242
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00033248
                 ON EXCEPTION                                           00033254
                    MOVE '02' TO WRK-PSV-RETORNO                        00033260
             END-CALL.                                                  00033266
                                                                        00033272
      *-------------------------------------------------------*         00033278
       1010-999-FIM.                              EXIT.                 00033284
      *-------------------------------------------------------*         00033300
                                                                        00033400
      *-------------------------------------------------------*         00033500
       1100-CARREGAR-REGRA                        SECTION.              00033600
      *-------------------------------------------------------*         00033700
                                                                        00033800
             EVALUATE FD-RGR-EVENTO                                     00033900
               WHEN 'FT'                                                00034000
                  MOVE FD-RGR-DEBITO   TO WRK-FT-DEBITO                 00034100
                  MOVE FD-RGR-CREDITO  TO WRK-FT-CREDITO                00034200
                  MOVE FD-RGR-AUXILIAR TO WRK-FT-AUXILIAR               00034300
               WHEN 'RC'                                                00034400
                  MOVE FD-RGR-DEBITO   TO WRK-RC-DEBITO                 00034500
                  MOVE FD-RGR-CREDITO  TO WRK-RC-CREDITO                00034600
                  MOVE FD-RGR-AUXILIAR TO WRK-RC-AUXILIAR               00034700
               WHEN 'CP'                                                00034800
                  MOVE FD-RGR-DEBITO   TO WRK-CP-DEBITO                 00034900
                  MOVE FD-RGR-CREDITO  TO WRK-CP-CREDITO                00035000
                  MOVE FD-RGR-AUXILIAR TO WRK-CP-AUXILIAR               00035100
               WHEN 'PG'                                                00035200
                  MOVE FD-RGR-DEBITO   TO WRK-PG-DEBITO                 00035300
                  MOVE FD-RGR-CREDITO  TO WRK-PG-CREDITO                00035400
                  MOVE FD-RGR-AUXILIAR TO WRK-PG-AUXILIAR               00035500
               WHEN 'IR'                                                00035511
                  MOVE FD-RGR-CREDITO  TO WRK-IR-CREDITO                00035522
               WHEN 'IS'                                                00035533
                  MOVE FD-RGR-CREDITO  TO WRK-IS-CREDITO                00035544
               WHEN 'CS'                                                00035555
                  MOVE FD-RGR-CREDITO  TO WRK-CS-CREDITO                00035566
               WHEN 'IN'                                                00035577
                  MOVE FD-RGR-CREDITO  TO WRK-IN-CREDITO                00035588
               WHEN OTHER                                               00035600
                  DISPLAY ' CTAREGRA COM EVENTO DESCONHECIDO: '         00035700
                          FD-RGR-EVENTO                                 00035800
             END-EVALUATE.                                              00035900
             READ CTAREGRA.                                             00036000
                                                                        00036100
      *-------------------------------------------------------*         00036200
       1100-999-FIM.                              EXIT.                 00036300
      *-------------------------------------------------------*         00036400
                                                                        00036500
      *---------------------------------------------------------------  00036600
      *    2000-CONTABILIZAR-NOTAS                                      00036700
      *    CADA NOTA DO CREBER DO FATURAMENTO: D CLIENTES (TOTAL),      00036800
      *    C RECEITA (PRODUTOS) E C ICMS A RECOLHER. O ICMS DA NOTA     00036900
      *    E A SOMA DOS ITENS NO NFITEM; SEM O NFITEM, A NOTA TODA      00037000
      *    VAI PARA A RECEITA.                                          00037100
      *---------------------------------------------------------------  00037200
       2000-CONTABILIZAR-NOTAS                    SECTION.              00037300
                                                                        00037400
             OPEN INPUT CREBER.                                         00037500
             IF WRK-FS-CREBER EQUAL '35'                                00037600
                DISPLAY ' CREBER DO FATURAMENTO AUSENTE, SEM NOTAS '    00037700
             ELSE                                                       00037800
                IF WRK-FS-CREBER NOT EQUAL '00'                         00037900
                   MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                 00038000
                   PERFORM 9000-TRATAR-ERROS                            00038100
                END-IF                                                  00038200
                OPEN INPUT NFITEM                                       00038300
                IF WRK-FS-NFITEM EQUAL '00'                             00038400
                   SET WRK-NFITEM-ABERTO TO TRUE                        00038500
                ELSE                                                    00038600
                   DISPLAY ' NFITEM INDISPONIVEL, NOTAS SEM ICMS '      00038700
                END-IF                                                  00038800
                READ CREBER                                             00038900
                PERFORM 2100-CONTABILIZAR-NOTA                          00039000
                   UNTIL WRK-FS-CREBER NOT EQUAL '00'                   00039100
                CLOSE CREBER                                            00039200
                IF WRK-NFITEM-ABERTO                                    00039300
                   CLOSE NFITEM                                         00039400
                END-IF                                                  00039500
             END-IF.                                                    00039600
                                                                        00039700
      *-------------------------------------------------------*         00039800
       2000-999-FIM.                              EXIT.                 00039900
      *-------------------------------------------------------*         00040000
                                                                        00040100
      *-------------------------------------------------------*         00040200
       2100-CONTABILIZAR-NOTA                     SECTION.              00040300
      *-------------------------------------------------------*         00040400
                                                                        00040500
             ADD 1 TO WRK-REG-LIDOS.                                    00040600
             MOVE 'FT' TO WRK-LOT-ORIGEM.                               00040633
             ADD 1 TO WRK-LOT-SEQ.                                      00040666
             IF WRK-FT-DEBITO EQUAL SPACES OR                           00040700
                WRK-FT-CREDITO EQUAL SPACES                             00040800
                MOVE ' CTAREGRA SEM REGRA FT ' TO WRK-MSG               00040900
                PERFORM 9000-TRATAR-ERROS                               00041000
             END-IF.                                                    00041100
                                                                        00041200
             PERFORM 2200-SOMAR-ICMS.                                   00041300
             IF WRK-ICMS-NOTA GREATER THAN FD-CRB-VALOR                 00041400
                MOVE FD-CRB-VALOR TO WRK-ICMS-NOTA                      00041500
             END-IF.                                                    00041600
             IF WRK-ICMS-NOTA GREATER THAN ZEROS AND                    00041700
                WRK-FT-AUXILIAR EQUAL SPACES                            00041800
                MOVE ' CTAREGRA SEM CONTA DE ICMS (FT) ' TO WRK-MSG     00041900
                PERFORM 9000-TRATAR-ERROS                               00042000
             END-IF.                                                    00042100
             COMPUTE WRK-RECEITA-NOTA =                                 00042200
                     FD-CRB-VALOR - WRK-ICMS-NOTA                       00042300
             END-COMPUTE.                                               00042400
             MOVE FD-CRB-NF TO WRK-NF-EDITADA.                          00042500
                                                                        00042600
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00042700
             STRING 'NF ' WRK-NF-EDITADA ' ' FD-CRB-CLIENTE             00042800
                    ' CLIENTES' DELIMITED BY SIZE                       00042900
                    INTO WRK-TEXTO-LANCTO.                              00043000
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00043100
             MOVE WRK-FT-DEBITO TO WRK-CONTA-LANCTO.                    00043200
             MOVE FD-CRB-VALOR TO WRK-VALOR-RESTANTE.                   00043300
             PERFORM 7000-GRAVAR-QUEBRADO.                              00043400
                                                                        00043500
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00043600
             STRING 'NF ' WRK-NF-EDITADA ' ' FD-CRB-CLIENTE             00043700
                    ' RECEITA' DELIMITED BY SIZE                        00043800
                    INTO WRK-TEXTO-LANCTO.                              00043900
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00044000
             MOVE WRK-FT-CREDITO TO WRK-CONTA-LANCTO.                   00044100
             MOVE WRK-RECEITA-NOTA TO WRK-VALOR-RESTANTE.               00044200
             PERFORM 7000-GRAVAR-QUEBRADO.                              00044300
                                                                        00044400
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00044500
             STRING 'NF ' WRK-NF-EDITADA ' ' FD-CRB-CLIENTE             00044600
                    ' ICMS A RECOLHER' DELIMITED BY SIZE                00044700
                    INTO WRK-TEXTO-LANCTO.                              00044800
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00044900
             MOVE WRK-FT-AUXILIAR TO WRK-CONTA-LANCTO.                  00045000
             MOVE WRK-ICMS-NOTA TO WRK-VALOR-RESTANTE.                  00045100
             PERFORM 7000-GRAVAR-QUEBRADO.                              00045200
                                                                        00045300
             ADD 1 TO WRK-REG-NOTAS.                                    00045400
             READ CREBER.                                               00045500
                                                                        00045600
      *-------------------------------------------------------*         00045700
       2100-999-FIM.                              EXIT.                 00045800
      *-------------------------------------------------------*         00045900
                                                                        00046000
      *---------------------------------------------------------------  00046100
      *    2200-SOMAR-ICMS                                              00046200
      *    POSICIONA NO PRIMEIRO ITEM DA NOTA E SOMA O ICMS DE          00046300
      *    TODOS OS ITENS DELA.                                         00046400
      *---------------------------------------------------------------  00046500
       2200-SOMAR-ICMS                            SECTION.              00046600
                                                                        00046700
             MOVE ZEROS TO WRK-ICMS-NOTA.                               00046800
             IF WRK-NFITEM-ABERTO                                       00046900
                MOVE FD-CRB-NF   TO FD-NFI-NF                           00047000
                MOVE LOW-VALUES  TO FD-NFI-PRODUTO                      00047100
                START NFITEM KEY NOT LESS THAN FD-NFI-CHAVE             00047200
                IF WRK-FS-NFITEM EQUAL '00'                             00047300
                   READ NFITEM NEXT                                     00047400
                   PERFORM 2210-SOMAR-ITEM                              00047500
                      UNTIL WRK-FS-NFITEM NOT EQUAL '00'                00047600
                         OR FD-NFI-NF NOT EQUAL FD-CRB-NF               00047700
                END-IF                                                  00047800
             END-IF.                                                    00047900
                                                                        00048000
      *-------------------------------------------------------*         00048100
       2200-999-FIM.                              EXIT.                 00048200
      *-------------------------------------------------------*         00048300
                                                                        00048400
      *-------------------------------------------------------*         00048500
       2210-SOMAR-ITEM                            SECTION.              00048600
      *-------------------------------------------------------*         00048700
                                                                        00048800
             IF FD-NFI-VALOR-ICMS NUMERIC                               00048900
                ADD FD-NFI-VALOR-ICMS TO WRK-ICMS-NOTA                  00049000
             END-IF.                                                    00049100
             READ NFITEM NEXT.                                          00049200
                                                                        00049300
      *-------------------------------------------------------*         00049400
       2210-999-FIM.                              EXIT.                 00049500
      *-------------------------------------------------------*         00049600
                                                                        00049700
      *---------------------------------------------------------------  00049800
      *    3000-CONTABILIZAR-RECEBIMENTO                                00049900
      *    O TOTAL BAIXADO DO DIA: D CAIXA PELO TOTAL, C CLIENTES       00050000
      *    PELA PARTE DOS TITULOS E C ENCARGOS PELO RESTO.              00050100
      *---------------------------------------------------------------  00050200
       3000-CONTABILIZAR-RECEBIMENTO              SECTION.              00050300
                                                                        00050400
             OPEN INPUT CONCILIA.                                       00050500
             IF WRK-FS-CONCILIA EQUAL '35'                              00050600
                DISPLAY ' CONCILIA AUSENTE, SEM RECEBIMENTOS '          00050700
             ELSE                                                       00050800
                IF WRK-FS-CONCILIA NOT EQUAL '00'                       00050900
                   MOVE ' ERRO OPEN CONCILIA ' TO WRK-MSG               00051000
                   PERFORM 9000-TRATAR-ERROS                            00051100
                END-IF                                                  00051200
                READ CONCILIA                                           00051300
                PERFORM 3100-CONTABILIZAR-DIA                           00051400
                   UNTIL WRK-FS-CONCILIA NOT EQUAL '00'                 00051500
                CLOSE CONCILIA                                          00051600
             END-IF.                                                    00051700
                                                                        00051800
      *-------------------------------------------------------*         00051900
       3000-999-FIM.                              EXIT.                 00052000
      *-------------------------------------------------------*         00052100
                                                                        00052200
      *-------------------------------------------------------*         00052300
       3100-CONTABILIZAR-DIA                      SECTION.              00052400
      *-------------------------------------------------------*         00052500
                                                                        00052600
             ADD 1 TO WRK-REG-LIDOS.                                    00052700
             MOVE 'RC' TO WRK-LOT-ORIGEM.                               00052733
             ADD 1 TO WRK-LOT-SEQ.                                      00052766
             IF FD-CON-VALOR GREATER THAN ZEROS                         00052800
                IF WRK-RC-DEBITO EQUAL SPACES OR                        00052900
                   WRK-RC-CREDITO EQUAL SPACES                          00053000
                   MOVE ' CTAREGRA SEM REGRA RC ' TO WRK-MSG            00053100
                   PERFORM 9000-TRATAR-ERROS                            00053200
                END-IF                                                  00053300
                IF FD-CON-VALOR-TITULOS NOT NUMERIC OR                  00053400
                   FD-CON-VALOR-TITULOS GREATER THAN FD-CON-VALOR       00053500
                   MOVE FD-CON-VALOR TO FD-CON-VALOR-TITULOS            00053600
                END-IF                                                  00053700
                COMPUTE WRK-ENCARGOS-DIA =                              00053800
                        FD-CON-VALOR - FD-CON-VALOR-TITULOS             00053900
                END-COMPUTE                                             00054000
                IF WRK-ENCARGOS-DIA GREATER THAN ZEROS AND              00054100
                   WRK-RC-AUXILIAR EQUAL SPACES                         00054200
                   MOVE ' CTAREGRA SEM CONTA DE ENCARGOS (RC) '         00054300
                        TO WRK-MSG                                      00054400
                   PERFORM 9000-TRATAR-ERROS                            00054500
                END-IF                                                  00054600
                                                                        00054700
                MOVE 'RECEBIMENTO DO DIA CAIXA' TO WRK-TEXTO-LANCTO     00054800
                MOVE 'D' TO WRK-TIPO-LANCTO                             00054900
                MOVE WRK-RC-DEBITO TO WRK-CONTA-LANCTO                  00055000
                MOVE FD-CON-VALOR TO WRK-VALOR-RESTANTE                 00055100
                PERFORM 7000-GRAVAR-QUEBRADO                            00055200
                                                                        00055300
                MOVE 'RECEBIMENTO DO DIA CLIENTES'                      00055400
                     TO WRK-TEXTO-LANCTO                                00055500
                MOVE 'C' TO WRK-TIPO-LANCTO                             00055600
                MOVE WRK-RC-CREDITO TO WRK-CONTA-LANCTO                 00055700
                MOVE FD-CON-VALOR-TITULOS TO WRK-VALOR-RESTANTE         00055800
                PERFORM 7000-GRAVAR-QUEBRADO                            00055900
                                                                        00056000
                MOVE 'RECEBIMENTO DO DIA ENCARGOS'                      00056100
                     TO WRK-TEXTO-LANCTO                                00056200
                MOVE 'C' TO WRK-TIPO-LANCTO                             00056300
                MOVE WRK-RC-AUXILIAR TO WRK-CONTA-LANCTO                00056400
                MOVE WRK-ENCARGOS-DIA TO WRK-VALOR-RESTANTE             00056500
                PERFORM 7000-GRAVAR-QUEBRADO                            00056600
                                                                        00056700
                ADD 1 TO WRK-REG-RECEBIMENTOS                           00056800
             END-IF.                                                    00056900
             READ CONCILIA.                                             00057000
                                                                        00057100
      *-------------------------------------------------------*         00057200
       3100-999-FIM.                              EXIT.                 00057300
      *-------------------------------------------------------*         00057400
                                                                        00057500
      *---------------------------------------------------------------  00057600
      *    4000-CONTABILIZAR-TITULOS                                    00057700
      *    CADA TITULO ABERTO PELO FR03CB40: D COMPRAS, C               00057800
      *    FORNECEDORES.                                                00057900
      *---------------------------------------------------------------  00058000
       4000-CONTABILIZAR-TITULOS                  SECTION.              00058100
                                                                        00058200
             OPEN INPUT CTAPAGAR.                                       00058300
             IF WRK-FS-CTAPAGAR EQUAL '35'                              00058400
                DISPLAY ' CTAPAGAR DO DIA AUSENTE, SEM TITULOS '        00058500
             ELSE                                                       00058600
                IF WRK-FS-CTAPAGAR NOT EQUAL '00'                       00058700
                   MOVE ' ERRO OPEN CTAPAGAR ' TO WRK-MSG               00058800
                   PERFORM 9000-TRATAR-ERROS                            00058900
                END-IF                                                  00059000
                READ CTAPAGAR                                           00059100
                PERFORM 4100-CONTABILIZAR-TITULO                        00059200
                   UNTIL WRK-FS-CTAPAGAR NOT EQUAL '00'                 00059300
                CLOSE CTAPAGAR                                          00059400
             END-IF.                                                    00059500
                                                                        00059600
      *-------------------------------------------------------*         00059700
       4000-999-FIM.                              EXIT.                 00059800
      *-------------------------------------------------------*         00059900
                                                                        00060000
      *-------------------------------------------------------*         00060100
       4100-CONTABILIZAR-TITULO                   SECTION.              00060200
      *-------------------------------------------------------*         00060300
                                                                        00060400
             ADD 1 TO WRK-REG-LIDOS.                                    00060500
             IF FD-CTP-SEM-PEDIDO                                       00060501
                ADD 1 TO WRK-REG-TIT-SERVICO                            00060502
             ELSE                                                       00060503
                PERFORM 4110-LANCAR-COMPRA                              00060504
             END-IF.                                                    00060505
             READ CTAPAGAR.                                             00060506
                                                                        00060507
      *-------------------------------------------------------*         00060508
       4100-999-FIM.                              EXIT.                 00060509
      *-------------------------------------------------------*         00060510
                                                                        00060511
      *---------------------------------------------------------------  00060512
      *    4110-LANCAR-COMPRA                                           00060513
      *    TITULO DE NOTA DE SERVICO (ORIGEM 'S') FICA DE FORA: O       00060514
      *    LANCAMENTO DELE SAI DO RETSERV, EM 4500.                     00060515
      *---------------------------------------------------------------  00060516
       4110-LANCAR-COMPRA                         SECTION.              00060517
                                                                        00060518
             MOVE 'CP' TO WRK-LOT-ORIGEM.                               00060533
             ADD 1 TO WRK-LOT-SEQ.                                      00060566
             IF WRK-CP-DEBITO EQUAL SPACES OR                           00060600
                WRK-CP-CREDITO EQUAL SPACES                             00060700
                MOVE ' CTAREGRA SEM REGRA CP ' TO WRK-MSG               00060800
                PERFORM 9000-TRATAR-ERROS                               00060900
             END-IF.                                                    00061000
                                                                        00061100
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00061200
             STRING 'TIT ' FD-CTP-FORNECEDOR ' ' FD-CTP-NOTA            00061300
                    ' COMPRA' DELIMITED BY SIZE                         00061400
                    INTO WRK-TEXTO-LANCTO.                              00061500
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00061600
             MOVE WRK-CP-DEBITO TO WRK-CONTA-LANCTO.                    00061700
             MOVE FD-CTP-VALOR TO WRK-VALOR-RESTANTE.                   00061800
             PERFORM 7000-GRAVAR-QUEBRADO.                              00061900
                                                                        00062000
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00062100
             STRING 'TIT ' FD-CTP-FORNECEDOR ' ' FD-CTP-NOTA            00062200
                    ' FORNEC' DELIMITED BY SIZE                         00062300
                    INTO WRK-TEXTO-LANCTO.                              00062400
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00062500
             MOVE WRK-CP-CREDITO TO WRK-CONTA-LANCTO.                   00062600
             MOVE FD-CTP-VALOR TO WRK-VALOR-RESTANTE.                   00062700
             PERFORM 7000-GRAVAR-QUEBRADO.                              00062800
                                                                        00062900
             ADD 1 TO WRK-REG-TITULOS.                                  00063000
                                                                        00063200
      *-------------------------------------------------------*         00063300
       4110-999-FIM.                              EXIT.                 00063301
      *-------------------------------------------------------*         00063302
                                                                        00063303
      *---------------------------------------------------------------  00063304
      *    4500-CONTABILIZAR-SERVICOS                                   00063305
      *    CADA NOTA DE SERVICO SEM PEDIDO DO RETSERV (FR03CB40): D     00063306
      *    DESPESA NO CENTRO DE CUSTO PELO BRUTO, C FORNECEDORES        00063307
      *    PELO LIQUIDO E C AS RETENCOES A RECOLHER.                    00063308
      *---------------------------------------------------------------  00063309
       4500-CONTABILIZAR-SERVICOS                 SECTION.              00063310
                                                                        00063311
             OPEN INPUT RETSERV.                                        00063312
             IF WRK-FS-RETSERV EQUAL '35'                               00063313
                DISPLAY ' RETSERV DO DIA AUSENTE, SEM SERVICOS '        00063314
             ELSE                                                       00063315
                IF WRK-FS-RETSERV NOT EQUAL '00'                        00063316
                   MOVE ' ERRO OPEN RETSERV ' TO WRK-MSG                00063317
                   PERFORM 9000-TRATAR-ERROS                            00063318
                END-IF                                                  00063319
                READ RETSERV                                            00063320
                PERFORM 4510-CONTABILIZAR-SERVICO                       00063321
                   UNTIL WRK-FS-RETSERV NOT EQUAL '00'                  00063322
                CLOSE RETSERV                                           00063323
             END-IF.                                                    00063324
                                                                        00063325
      *-------------------------------------------------------*         00063326
       4500-999-FIM.                              EXIT.                 00063327
      *-------------------------------------------------------*         00063328
                                                                        00063329
      *-------------------------------------------------------*         00063330
       4510-CONTABILIZAR-SERVICO                  SECTION.              00063331
      *-------------------------------------------------------*         00063332
                                                                        00063333
             ADD 1 TO WRK-REG-LIDOS.                                    00063334
             MOVE 'SV' TO WRK-LOT-ORIGEM.                               00063335
             ADD 1 TO WRK-LOT-SEQ.                                      00063336
             IF WRK-CP-CREDITO EQUAL SPACES                             00063337
                MOVE ' CTAREGRA SEM REGRA CP ' TO WRK-MSG               00063338
                PERFORM 9000-TRATAR-ERROS                               00063339
             END-IF.                                                    00063340
                                                                        00063341
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00063342
             STRING 'SRV ' FD-RSV-FORNECEDOR ' ' FD-RSV-NOTA            00063343
                    ' DESPESA' DELIMITED BY SIZE                        00063344
                    INTO WRK-TEXTO-LANCTO.                              00063345
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00063346
             MOVE FD-RSV-CONTA TO WRK-CONTA-LANCTO.                     00063347
             MOVE FD-RSV-CCUSTO TO WRK-CCUSTO-LANCTO.                   00063348
             MOVE FD-RSV-BRUTO TO WRK-VALOR-RESTANTE.                   00063349
             PERFORM 7000-GRAVAR-QUEBRADO.                              00063350
             MOVE SPACES TO WRK-CCUSTO-LANCTO.                          00063351
                                                                        00063352
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00063353
             STRING 'SRV ' FD-RSV-FORNECEDOR ' ' FD-RSV-NOTA            00063354
                    ' FORNEC' DELIMITED BY SIZE                         00063355
                    INTO WRK-TEXTO-LANCTO.                              00063356
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00063357
             MOVE WRK-CP-CREDITO TO WRK-CONTA-LANCTO.                   00063358
             MOVE FD-RSV-LIQUIDO TO WRK-VALOR-RESTANTE.                 00063359
             PERFORM 7000-GRAVAR-QUEBRADO.                              00063360
                                                                        00063361
             IF FD-RSV-IRRF GREATER THAN ZEROS                          00063362
                IF WRK-IR-CREDITO EQUAL SPACES                          00063363
                   MOVE ' CTAREGRA SEM REGRA IR ' TO WRK-MSG            00063364
                   PERFORM 9000-TRATAR-ERROS                            00063365
                END-IF                                                  00063366
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00063367
                STRING 'SRV ' FD-RSV-FORNECEDOR ' ' FD-RSV-NOTA         00063368
                       ' IRRF' DELIMITED BY SIZE                        00063369
                       INTO WRK-TEXTO-LANCTO                            00063370
                MOVE WRK-IR-CREDITO TO WRK-CONTA-LANCTO                 00063371
                MOVE FD-RSV-IRRF TO WRK-VALOR-RESTANTE                  00063372
                PERFORM 7000-GRAVAR-QUEBRADO                            00063373
             END-IF.                                                    00063374
                                                                        00063375
             IF FD-RSV-ISS GREATER THAN ZEROS                           00063376
                IF WRK-IS-CREDITO EQUAL SPACES                          00063377
                   MOVE ' CTAREGRA SEM REGRA IS ' TO WRK-MSG            00063378
                   PERFORM 9000-TRATAR-ERROS                            00063379
                END-IF                                                  00063380
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00063381
                STRING 'SRV ' FD-RSV-FORNECEDOR ' ' FD-RSV-NOTA         00063382
                       ' ISS' DELIMITED BY SIZE                         00063383
                       INTO WRK-TEXTO-LANCTO                            00063384
                MOVE WRK-IS-CREDITO TO WRK-CONTA-LANCTO                 00063385
                MOVE FD-RSV-ISS TO WRK-VALOR-RESTANTE                   00063386
                PERFORM 7000-GRAVAR-QUEBRADO                            00063387
             END-IF.                                                    00063388
                                                                        00063389
             IF FD-RSV-CSRF GREATER THAN ZEROS                          00063390
                IF WRK-CS-CREDITO EQUAL SPACES                          00063391
                   MOVE ' CTAREGRA SEM REGRA CS ' TO WRK-MSG            00063392
                   PERFORM 9000-TRATAR-ERROS                            00063393
                END-IF                                                  00063394
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00063395
                STRING 'SRV ' FD-RSV-FORNECEDOR ' ' FD-RSV-NOTA         00063396
                       ' CSRF' DELIMITED BY SIZE                        00063397
                       INTO WRK-TEXTO-LANCTO                            00063398
                MOVE WRK-CS-CREDITO TO WRK-CONTA-LANCTO                 00063399
                MOVE FD-RSV-CSRF TO WRK-VALOR-RESTANTE                  00063400
                PERFORM 7000-GRAVAR-QUEBRADO                            00063401
             END-IF.                                                    00063402
                                                                        00063403
             IF FD-RSV-INSS GREATER THAN ZEROS                          00063404
                IF WRK-IN-CREDITO EQUAL SPACES                          00063405
                   MOVE ' CTAREGRA SEM REGRA IN ' TO WRK-MSG            00063406
                   PERFORM 9000-TRATAR-ERROS                            00063407
                END-IF                                                  00063408
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00063409
                STRING 'SRV ' FD-RSV-FORNECEDOR ' ' FD-RSV-NOTA         00063410
                       ' INSS' DELIMITED BY SIZE                        00063411
                       INTO WRK-TEXTO-LANCTO                            00063412
                MOVE WRK-IN-CREDITO TO WRK-CONTA-LANCTO                 00063413
                MOVE FD-RSV-INSS TO WRK-VALOR-RESTANTE                  00063414
                PERFORM 7000-GRAVAR-QUEBRADO                            00063415
             END-IF.                                                    00063416
                                                                        00063417
             ADD 1 TO WRK-REG-SERVICOS.                                 00063418
             READ RETSERV.                                              00063419
                                                                        00063420
      *-------------------------------------------------------*         00063421
       4510-999-FIM.                              EXIT.                 00063422
      *-------------------------------------------------------*         00063500
                                                                        00063600
      *---------------------------------------------------------------  00063700
      *    5000-CONTABILIZAR-PAGAMENTOS                                 00063800
      *    SO OS TITULOS LIQUIDADOS PELO FR03CB42 NA DATA DO            00063900
      *    MOVIMENTO: D FORNECEDORES, C CAIXA.                          00064000
      *---------------------------------------------------------------  00064100
       5000-CONTABILIZAR-PAGAMENTOS               SECTION.              00064200
                                                                        00064300
             OPEN INPUT CTAPNOVO.                                       00064400
             IF WRK-FS-CTAPNOVO EQUAL '35'                              00064500
                DISPLAY ' CTAPNOVO AUSENTE, SEM PAGAMENTOS '            00064600
             ELSE                                                       00064700
                IF WRK-FS-CTAPNOVO NOT EQUAL '00'                       00064800
                   MOVE ' ERRO OPEN CTAPNOVO ' TO WRK-MSG               00064900
                   PERFORM 9000-TRATAR-ERROS                            00065000
                END-IF                                                  00065100
                READ CTAPNOVO                                           00065200
                PERFORM 5100-CONTABILIZAR-PAGAMENTO                     00065300
                   UNTIL WRK-FS-CTAPNOVO NOT EQUAL '00'                 00065400
                CLOSE CTAPNOVO                                          00065500
             END-IF.                                                    00065600
                                                                        00065700
      *-------------------------------------------------------*         00065800
       5000-999-FIM.                              EXIT.                 00065900
      *-------------------------------------------------------*         00066000
                                                                        00066100
      *-------------------------------------------------------*         00066200
       5100-CONTABILIZAR-PAGAMENTO                SECTION.              00066300
      *-------------------------------------------------------*         00066400
                                                                        00066500
             ADD 1 TO WRK-REG-LIDOS.                                    00066600
             MOVE 'PG' TO WRK-LOT-ORIGEM.                               00066633
             ADD 1 TO WRK-LOT-SEQ.                                      00066666
             IF FD-CTN-LIQUIDADO AND                                    00066700
                FD-CTN-DATA-PAGTO EQUAL WRK-DATA-HOJE                   00066800
                IF WRK-PG-DEBITO EQUAL SPACES OR                        00066900
                   WRK-PG-CREDITO EQUAL SPACES                          00067000
                   MOVE ' CTAREGRA SEM REGRA PG ' TO WRK-MSG            00067100
                   PERFORM 9000-TRATAR-ERROS                            00067200
                END-IF                                                  00067300
                                                                        00067400
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00067500
                STRING 'PAG ' FD-CTN-FORNECEDOR ' ' FD-CTN-NOTA         00067600
                       ' FORNEC' DELIMITED BY SIZE                      00067700
                       INTO WRK-TEXTO-LANCTO                            00067800
                MOVE 'D' TO WRK-TIPO-LANCTO                             00067900
                MOVE WRK-PG-DEBITO TO WRK-CONTA-LANCTO                  00068000
                MOVE FD-CTN-VALOR TO WRK-VALOR-RESTANTE                 00068100
                PERFORM 7000-GRAVAR-QUEBRADO                            00068200
                                                                        00068300
                MOVE SPACES TO WRK-TEXTO-LANCTO                         00068400
                STRING 'PAG ' FD-CTN-FORNECEDOR ' ' FD-CTN-NOTA         00068500
                       ' CAIXA' DELIMITED BY SIZE                       00068600
                       INTO WRK-TEXTO-LANCTO                            00068700
                MOVE 'C' TO WRK-TIPO-LANCTO                             00068800
                MOVE WRK-PG-CREDITO TO WRK-CONTA-LANCTO                 00068900
                MOVE FD-CTN-VALOR TO WRK-VALOR-RESTANTE                 00069000
                PERFORM 7000-GRAVAR-QUEBRADO                            00069100
                                                                        00069200
                ADD 1 TO WRK-REG-PAGAMENTOS                             00069300
             END-IF.                                                    00069400
             READ CTAPNOVO.                                             00069500
                                                                        00069600
      *-------------------------------------------------------*         00069700
       5100-999-FIM.                              EXIT.                 00069800
      *-------------------------------------------------------*         00069900
                                                                        00070000
      *---------------------------------------------------------------  00070100
      *    7000-GRAVAR-QUEBRADO                                         00070200
      *    GRAVA O VALOR EM QUANTOS LANCAMENTOS DE ATE 99999,99         00070300
      *    FOREM PRECISOS (LIMITE DO LAYOUT DO LANCTO); VALOR           00070400
      *    ZERADO NAO GERA LANCAMENTO.                                  00070500
      *---------------------------------------------------------------  00070600
       7000-GRAVAR-QUEBRADO                       SECTION.              00070700
                                                                        00070800
             IF WRK-TIPO-LANCTO EQUAL 'D'                               00070900
                ADD WRK-VALOR-RESTANTE TO WRK-TOTAL-DEBITOS             00071000
             ELSE                                                       00071100
                ADD WRK-VALOR-RESTANTE TO WRK-TOTAL-CREDITOS            00071200
             END-IF.                                                    00071300
             PERFORM 7100-GRAVAR-PARCELA                                00071400
                UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.                   00071500
                                                                        00071600
      *-------------------------------------------------------*         00071700
       7000-999-FIM.                              EXIT.                 00071800
      *-------------------------------------------------------*         00071900
                                                                        00072000
      *-------------------------------------------------------*         00072100
       7100-GRAVAR-PARCELA                        SECTION.              00072200
      *-------------------------------------------------------*         00072300
                                                                        00072400
             MOVE SPACES           TO FD-LANCTO.                        00072500
             MOVE WRK-DATA-HOJE    TO FD-DATA.                          00072600
             MOVE FD-DATA(3:6)     TO WRK-LOT-DATA.                     00072633
             MOVE WRK-LOTE         TO FD-LOTE.                          00072666
             MOVE WRK-TEXTO-LANCTO TO FD-LANCAMENTO.                    00072700
             MOVE WRK-TIPO-LANCTO  TO FD-TIPO.                          00072800
             MOVE WRK-CONTA-LANCTO TO FD-CONTA.                         00072900
             MOVE WRK-CCUSTO-LANCTO TO FD-CCUSTO.                       00072950
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00073000
                MOVE 999999999,99 TO FD-VALOR                           00073100
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00073200
             ELSE                                                       00073300
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00073400
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00073500
             END-IF.                                                    00073600
             WRITE FD-LANCTO.                                           00073700
             ADD 1 TO WRK-REG-GERADOS.                                  00073800
                                                                        00073900
      *-------------------------------------------------------*         00074000
       7100-999-FIM.                              EXIT.                 00074100
      *-------------------------------------------------------*         00074200
                                                                        00074300
      *-------------------------------------------------------*         00074400
       8000-FINALIZAR                             SECTION.              00074500
      *-------------------------------------------------------*         00074600
                                                                        00074700
             CLOSE LANCTO.                                              00074800
                                                                        00074900
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00075000
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00075100
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00075200
             MOVE WRK-REG-GERADOS TO WRK-JOB-GRAVADOS.                  00075300
             MOVE ZEROS TO WRK-JOB-REJEITADOS.                          00075400
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00075500
                  WRK-JOB-RETORNO                                       00075600
                 ON EXCEPTION                                           00075700
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00075800
             END-CALL.                                                  00075900
                                                                        00076000
             DISPLAY '===================================='.            00076100
             DISPLAY ' REGISTROS LIDOS.......: ' WRK-REG-LIDOS.         00076200
             DISPLAY ' NOTAS CONTABILIZADAS..: ' WRK-REG-NOTAS.         00076300
             DISPLAY ' RECEBIMENTOS..........: '                        00076400
                      WRK-REG-RECEBIMENTOS.                             00076500
             DISPLAY ' TITULOS DE FORNECEDOR.: ' WRK-REG-TITULOS.       00076600
             DISPLAY ' NOTAS DE SERVICO......: ' WRK-REG-SERVICOS.      00076625
             DISPLAY ' TITULOS DE SERVICO....: '                        00076650
                      WRK-REG-TIT-SERVICO.                              00076675
             DISPLAY ' PAGAMENTOS............: '                        00076700
                      WRK-REG-PAGAMENTOS.                               00076800
             DISPLAY ' LANCAMENTOS GERADOS...: ' WRK-REG-GERADOS.       00076900
             DISPLAY ' TOTAL A DEBITO........: ' WRK-TOTAL-DEBITOS.     00077000
             DISPLAY ' TOTAL A CREDITO.......: ' WRK-TOTAL-CREDITOS.    00077100
             DISPLAY '==================================== '.           00077200
                STOP RUN.                                               00077300
                                                                        00077400
      *-------------------------------------------------------*         00077500
       8000-999-FIM.                              EXIT.                 00077600
      *-------------------------------------------------------*         00077700
                                                                        00077800
      *-------------------------------------------------------*         00077900
       9000-TRATAR-ERROS                           SECTION.             00078000
      *-------------------------------------------------------*         00078100
                                                                        00078200
             DISPLAY '-----------------------------'.                   00078300
             DISPLAY WRK-MSG.                                           00078400
             DISPLAY '-----------------------------'.                   00078500
                STOP RUN.                                               00078600
                                                                        00078700
      *-------------------------------------------------------*         00078800
       9000-999-FIM.                              EXIT.                 00078900
      *-------------------------------------------------------*         00079000
