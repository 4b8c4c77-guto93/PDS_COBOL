      *              : DATASERV; DIVERGENCIA VAI PARA APEXC, A          00002100
      *              : FILA DO COMPRADOR.                               00002200
      *-------------------------------------------------------------*   00002300
      *     O PARMSERV TRAZ A TOLERANCIA DE PRECO (EM %, PADRAO         00002400
      *     10) E O PRAZO DE PAGAMENTO EM DIAS UTEIS (9(03),            00002500
      *     PADRAO 28). CUSTO MEDIO ZERADO DISPENSA A PROVA DE          00002600
      *     PRECO (PRODUTO AINDA SEM HISTORICO DE COMPRA).              00002700
      *-------------------------------------------------------------*   00002712
      *     MANUTENCAO:                                                 00002724
      *     - 03/07/2023: O ITEM DO PEDIDO PASSOU A TRAZER O PRECO      00002736
      *       COTADO (FD-PED-PRECO-UNIT, GRAVADO PELO ARQ013 A          00002748
      *       PARTIR DO COTACAO). A PROVA DE PRECO E FEITA SOBRE        00002760
      *       ESSE PRECO; ITEM SEM PRECO COTADO (ZERADO, OU             00002772
      *       PEDIDO ANTERIOR A COTACAO) SEGUE PELO CUSTO MEDIO.        00002784
      *     - 06/11/2023: NOTAS DE SERVICO SEM PEDIDO (LIMPEZA,         00002785
      *       CONSULTORIA, MANUTENCAO) ENTRAM PELO NOTASERV OPCIONAL,   00002786
      *       COM CONTA DE DESPESA E CENTRO DE CUSTO. O APROVADOR DA    00002787
      *       NOTA PRECISA TER ALCADA (APROVLIM) PARA O VALOR BRUTO. AS 00002788
      *       RETENCOES DE IRRF, ISS, PIS/COFINS/CSLL E INSS SAEM DAS   00002789
      *       ALIQUOTAS DO CODIGO DE SERVICO (SERVRET); IRRF E          00002790
      *       PIS/COFINS/CSLL ABAIXO DE 10,00 NAO SAO RETIDOS. O TITULO 00002791
      *       ABRE PELO LIQUIDO COM ORIGEM 'S' E A NOTA, COM O BRUTO E  00002792
      *       AS RETENCOES, VAI PARA O RETSERV, LIDO PELO FR03DB42 NA   00002793
      *       CONTABILIZACAO E PELO FR03CB55 NA RELACAO DAS GUIAS.      00002794
      *       NOTA RECUSADA VAI PARA O APEXC COMO AS DEMAIS.            00002795
      *     - 04/12/2023: O APARM DEU LUGAR AO CADASTRO CENTRAL DE      00002796
      *       PARAMETROS (PARMSERV, FR03CB40/TOLERANCIA E PRAZO-PGTO);  00002797
      *       SEM VALOR VIGENTE, INVALIDO OU ZERADO VALE O PADRAO.      00002798
      *===========================================================*     00002800
      *===========================================================*     00002900
       ENVIRONMENT                                    DIVISION.         00003000
                RECORD KEY   IS FD-PM-CODIGO                            00005500
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00005600
                                                                        00005700
                                                                        00006000
           SELECT CTAPAGAR  ASSIGN TO CTAPAGAR                          00006100
                FILE STATUS  IS WRK-FS-CTAPAGAR.                        00006200
                                                                        00006300
           SELECT APEXC     ASSIGN TO APEXC                             00006400
                FILE STATUS  IS WRK-FS-APEXC.                           00006500
                                                                        00006505
           SELECT NOTASERV  ASSIGN TO NOTASERV                          00006510
                FILE STATUS  IS WRK-FS-NOTASERV.                        00006515
                                                                        00006520
           SELECT APROVLIM  ASSIGN TO APROVLIM                          00006525
                FILE STATUS  IS WRK-FS-APROVLIM.                        00006530
                                                                        00006535
           SELECT SERVRET   ASSIGN TO SERVRET                           00006540
                FILE STATUS  IS WRK-FS-SERVRET.                         00006545
                                                                        00006550
           SELECT PLANOCTA  ASSIGN TO PLANOCTA                          00006555
                FILE STATUS  IS WRK-FS-PLANOCTA.                        00006560
                                                                        00006565
           SELECT SETORES   ASSIGN TO SETORES                           00006570
                FILE STATUS  IS WRK-FS-SETORES.                         00006575
                                                                        00006580
           SELECT RETSERV   ASSIGN TO RETSERV                           00006585
                FILE STATUS  IS WRK-FS-RETSERV.                         00006590
                                                                        00006600
      *===========================================================*     00006700
       DATA                                       DIVISION.             00006800
          05 FD-PED-QTDE-RECEBIDA PIC 9(05).                            00009900
          05 FD-PED-SITUACAO      PIC X(01).                            00010000
          05 FD-PED-DATA-EMISSAO  PIC X(08).                            00010100
          05 FD-PED-DATA-PREVISTA PIC 9(08) COMP-3.                     00010166
          05 FD-PED-PRECO-UNIT    PIC 9(07)V99 COMP-3.                  00010232
                                                                        00010300
       FD PRODMSTR                                                      00010400
           RECORDING MODE IS F                                          00010500
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00011200
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00011300
          05 FD-PM-EAN            PIC X(13).                            00011400
                                                                        00012200
       FD CTAPAGAR                                                      00012300
           RECORDING MODE IS F                                          00012400
          05 FD-CTP-SITUACAO      PIC X(01).                            00013200
             88 FD-CTP-ABERTO          VALUE 'A'.                       00013300
             88 FD-CTP-LIQUIDADO       VALUE 'L'.                       00013400
          05 FD-CTP-ORIGEM        PIC X(01).                            00013450
             88 FD-CTP-SEM-PEDIDO      VALUE 'S'.                       00013500
          05 FILLER               PIC X(13).                            00013550
                                                                        00013600
       FD APEXC                                                         00013700
           RECORDING MODE IS F                                          00013800
       01 FD-APEXC.                                                     00014000
          05 FD-EXC-DADOS         PIC X(58).                            00014100
          05 FD-EXC-MOTIVO        PIC X(30).                            00014200
                                                                        00014201
       FD NOTASERV                                                      00014202
           RECORDING MODE IS F                                          00014203
           BLOCK CONTAINS 0 RECORDS.                                    00014204
       01 FD-NOTASERV.                                                  00014205
          05 FD-NTS-FORNECEDOR    PIC X(06).                            00014206
          05 FD-NTS-NOTA          PIC X(10).                            00014207
          05 FD-NTS-SERVICO       PIC X(04).                            00014208
          05 FD-NTS-VALOR         PIC 9(09)V99.                         00014209
          05 FD-NTS-CONTA         PIC X(06).                            00014210
          05 FD-NTS-CCUSTO        PIC X(04).                            00014211
          05 FD-NTS-APROVADOR     PIC X(08).                            00014212
          05 FD-NTS-DATA          PIC X(08).                            00014213
          05 FILLER               PIC X(23).                            00014214
                                                                        00014215
       FD APROVLIM                                                      00014216
           RECORDING MODE IS F                                          00014217
           BLOCK CONTAINS 0 RECORDS.                                    00014218
       01 FD-APROVLIM.                                                  00014219
          05 FD-APR-APROVADOR     PIC X(08).                            00014220
          05 FD-APR-LIMITE        PIC 9(09)V99.                         00014221
          05 FILLER               PIC X(11).                            00014222
                                                                        00014223
       FD SERVRET                                                       00014224
           RECORDING MODE IS F                                          00014225
           BLOCK CONTAINS 0 RECORDS.                                    00014226
       01 FD-SERVRET.                                                   00014227
          05 FD-SRV-SERVICO       PIC X(04).                            00014228
          05 FD-SRV-DESCRICAO     PIC X(20).                            00014229
          05 FD-SRV-ALIQ-IRRF     PIC 9(02)V99.                         00014230
          05 FD-SRV-ALIQ-ISS      PIC 9(02)V99.                         00014231
          05 FD-SRV-ALIQ-CSRF     PIC 9(02)V99.                         00014232
          05 FD-SRV-ALIQ-INSS     PIC 9(02)V99.                         00014233
          05 FILLER               PIC X(20).                            00014234
                                                                        00014235
       FD PLANOCTA                                                      00014236
           RECORDING MODE IS F                                          00014237
           BLOCK CONTAINS 0 RECORDS.                                    00014238
       01 FD-PLANOCTA.                                                  00014239
          05 FD-PCT-CONTA         PIC X(06).                            00014240
          05 FD-PCT-DESCRICAO     PIC X(30).                            00014241
          05 FD-PCT-ATIVA         PIC X(01).                            00014242
          05 FD-PCT-NATUREZA      PIC X(01).                            00014243
          05 FD-PCT-GRUPO         PIC X(01).                            00014244
          05 FD-PCT-SUBGRUPO      PIC X(02).                            00014245
          05 FILLER               PIC X(09).                            00014246
                                                                        00014247
       FD SETORES                                                       00014248
           RECORDING MODE IS F                                          00014249
           BLOCK CONTAINS 0 RECORDS.                                    00014250
       01 FD-SETORES.                                                   00014251
          05 FD-SET-CODIGO        PIC X(04).                            00014252
          05 FD-SET-NOME          PIC X(30).                            00014253
                                                                        00014254
       FD RETSERV                                                       00014255
           RECORDING MODE IS F                                          00014256
           BLOCK CONTAINS 0 RECORDS.                                    00014257
       01 FD-RETSERV.                                                   00014258
          05 FD-RSV-FORNECEDOR    PIC X(06).                            00014259
          05 FD-RSV-NOTA          PIC X(10).                            00014260
          05 FD-RSV-SERVICO       PIC X(04).                            00014261
          05 FD-RSV-DATA          PIC X(08).                            00014262
          05 FD-RSV-CONTA         PIC X(06).                            00014263
          05 FD-RSV-CCUSTO        PIC X(04).                            00014264
          05 FD-RSV-APROVADOR     PIC X(08).                            00014265
          05 FD-RSV-BRUTO         PIC 9(09)V99.                         00014266
          05 FD-RSV-IRRF          PIC 9(09)V99.                         00014267
          05 FD-RSV-ISS           PIC 9(09)V99.                         00014268
          05 FD-RSV-CSRF          PIC 9(09)V99.                         00014269
          05 FD-RSV-INSS          PIC 9(09)V99.                         00014270
          05 FD-RSV-LIQUIDO       PIC 9(09)V99.                         00014271
          05 FILLER               PIC X(08).                            00014272
                                                                        00014300
      *-----------------------------------------------------------*     00014400
       WORKING-STORAGE                            SECTION.              00014500
       77 WRK-FS-NOTASFOR          PIC X(02)    VALUE ZEROS.            00014800
       77 WRK-FS-PEDCOMP           PIC X(02)    VALUE ZEROS.            00014900
       77 WRK-FS-PRODMSTR          PIC X(02)    VALUE ZEROS.            00015000
       77 WRK-FS-CTAPAGAR          PIC X(02)    VALUE ZEROS.            00015200
       77 WRK-FS-APEXC             PIC X(02)    VALUE ZEROS.            00015300
       77 WRK-FS-NOTASERV          PIC X(02)    VALUE ZEROS.            00015314
       77 WRK-FS-APROVLIM          PIC X(02)    VALUE ZEROS.            00015328
       77 WRK-FS-SERVRET           PIC X(02)    VALUE ZEROS.            00015342
       77 WRK-FS-PLANOCTA          PIC X(02)    VALUE ZEROS.            00015356
       77 WRK-FS-SETORES           PIC X(02)    VALUE ZEROS.            00015370
       77 WRK-FS-RETSERV           PIC X(02)    VALUE ZEROS.            00015384
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00015400
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00015500
                                                                        00015600
                                                                        00016500
       77 WRK-TOLERANCIA           PIC 9(03)V99 VALUE 10.               00016600
       77 WRK-PRAZO-PGTO           PIC 9(03)    VALUE 28.               00016700
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00016708
       01 WRK-PSV-AREA.                                                 00016716
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00016724
          05 WRK-PSV-NOME       PIC X(12).                              00016732
          05 WRK-PSV-VALOR      PIC X(30).                              00016740
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00016748
          05 WRK-PSV-NUMERICO   PIC X(01).                              00016756
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00016764
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00016772
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00016780
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00016788
       01 WRK-DATA-VENCTO          PIC X(10)    VALUE SPACES.           00016800
       77 WRK-DIA                  PIC 9(03)    VALUE ZEROS.            00016900
                                                                        00017000
          88 WRK-ITEM-NAO-ACHADO            VALUE 'N'.                  00017300
       01 WRK-DIF-PRECO            PIC S9(08)V99 VALUE ZEROS.           00017400
       01 WRK-LIMITE-PRECO         PIC 9(08)V99 VALUE ZEROS.            00017500
       01 WRK-PRECO-REFERENCIA     PIC 9(07)V99 VALUE ZEROS.            00017550
       01 WRK-VALOR-NOTA           PIC 9(09)V99 VALUE ZEROS.            00017600
                                                                        00017700
       77 WRK-REG-LIDAS            PIC 9(07)    VALUE ZEROS.            00017800
       77 WRK-REG-EXCECOES         PIC 9(07)    VALUE ZEROS.            00018000
       77 WRK-EXC-MOTIVO           PIC X(30)    VALUE SPACES.           00018100
                                                                        00018200
      *    NOTAS DE SERVICO SEM PEDIDO: ALCADAS, ALIQUOTAS DE           00018202
      *    RETENCAO POR CODIGO DE SERVICO, PLANO DE CONTAS E SETORES    00018204
       01 WRK-TAB-APROVADORES.                                          00018206
          05 WRK-TAB-APR-ITEM OCCURS 50 TIMES.                          00018208
             10 WRK-TAB-APR-CODIGO  PIC X(08).                          00018210
             10 WRK-TAB-APR-LIMITE  PIC 9(09)V99.                       00018212
       77 WRK-QTDE-APROVADORES     PIC 9(03)    VALUE ZEROS.            00018214
       01 WRK-TAB-SERVICOS.                                             00018216
          05 WRK-TAB-SRV-ITEM OCCURS 50 TIMES.                          00018218
             10 WRK-TAB-SRV-CODIGO  PIC X(04).                          00018220
             10 WRK-TAB-SRV-IRRF    PIC 9(02)V99.                       00018222
             10 WRK-TAB-SRV-ISS     PIC 9(02)V99.                       00018224
             10 WRK-TAB-SRV-CSRF    PIC 9(02)V99.                       00018226
             10 WRK-TAB-SRV-INSS    PIC 9(02)V99.                       00018228
       77 WRK-QTDE-SERVICOS        PIC 9(03)    VALUE ZEROS.            00018230
       01 WRK-TAB-CONTAS.                                               00018232
          05 WRK-TAB-PCT-ITEM OCCURS 50 TIMES.                          00018234
             10 WRK-TAB-PCT-CONTA   PIC X(06).                          00018236
             10 WRK-TAB-PCT-ATIVA   PIC X(01).                          00018238
       77 WRK-QTDE-CONTAS          PIC 9(03)    VALUE ZEROS.            00018240
       01 WRK-TAB-SETORES.                                              00018242
          05 WRK-TAB-SET-CODIGO PIC X(04) OCCURS 30 TIMES.              00018244
       77 WRK-QTDE-SETORES         PIC 9(03)    VALUE ZEROS.            00018246
       77 WRK-IDX                  PIC 9(03)    VALUE ZEROS.            00018248
       77 WRK-IDX-SRV              PIC 9(03)    VALUE ZEROS.            00018250
       77 WRK-ACHADO               PIC X(01)    VALUE 'N'.              00018252
          88 WRK-FOI-ACHADO                 VALUE 'S'.                  00018254
          88 WRK-NAO-ACHADO                 VALUE 'N'.                  00018256
       77 WRK-TEM-NOTASERV         PIC X(01)    VALUE 'N'.              00018258
          88 WRK-COM-NOTASERV               VALUE 'S'.                  00018260
       77 WRK-REG-STATUS           PIC X(01)    VALUE 'S'.              00018262
          88 WRK-REG-OK                     VALUE 'S'.                  00018264
          88 WRK-REG-INVALIDO               VALUE 'N'.                  00018266
                                                                        00018268
      *    RETENCAO FEDERAL ABAIXO DO MINIMO NAO E RETIDA               00018270
       01 WRK-RET-MINIMA           PIC 9(09)V99 VALUE 10.               00018272
       01 WRK-RET-IRRF             PIC 9(09)V99 VALUE ZEROS.            00018274
       01 WRK-RET-ISS              PIC 9(09)V99 VALUE ZEROS.            00018276
       01 WRK-RET-CSRF             PIC 9(09)V99 VALUE ZEROS.            00018278
       01 WRK-RET-INSS             PIC 9(09)V99 VALUE ZEROS.            00018280
       01 WRK-RET-TOTAL            PIC 9(09)V99 VALUE ZEROS.            00018282
       01 WRK-VALOR-LIQUIDO        PIC 9(09)V99 VALUE ZEROS.            00018284
                                                                        00018286
       77 WRK-REG-SERV-LIDAS       PIC 9(07)    VALUE ZEROS.            00018288
       77 WRK-REG-SERV-ACEITAS     PIC 9(07)    VALUE ZEROS.            00018290
       77 WRK-REG-SERV-EXCECOES    PIC 9(07)    VALUE ZEROS.            00018292
       01 WRK-SOMA-RETENCOES       PIC 9(13)V99 VALUE ZEROS.            00018294
                                                                        00018296
      *-----------------------------------------------------------*     00018300
                                                                        00018400
      *===========================================================*     00018500
                                                                        00019200
            PERFORM 1000-INICIAR.                                       00019300
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-NOTASFOR EQUAL '10'.    00019400
            PERFORM 4000-NOTAS-SERVICO.                                 00019450
            PERFORM 3000-FINALIZAR.                                     00019500
                                                                        00019600
      *-------------------------------------------------------*         00019700
                                                                        00020400
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00020500
                                                                        00020600
             MOVE 'FR03CB40'     TO WRK-PSV-PROGRAMA.                   00020769
             MOVE 'TOLERANCIA'   TO WRK-PSV-NOME.                       00020938
             PERFORM 1010-CHAMAR-PARMSERV.                              00021107
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00021276
                WRK-PSV-NUMERO GREATER ZEROS                            00021445
                MOVE WRK-PSV-NUMERO TO WRK-TOLERANCIA                   00021614
             END-IF.                                                    00021783
             MOVE 'PRAZO-PGTO'   TO WRK-PSV-NOME.                       00021952
             PERFORM 1010-CHAMAR-PARMSERV.                              00022121
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00022290
                WRK-PSV-NUMERO GREATER ZEROS                            00022459
                MOVE WRK-PSV-NUMERO TO WRK-PRAZO-PGTO                   00022628
             END-IF.                                                    00022800
                                                                        00022900
             PERFORM 1200-APURAR-VENCIMENTO.                            00023000
                                                                        00024900
             OPEN OUTPUT CTAPAGAR.                                      00025000
             OPEN OUTPUT APEXC.                                         00025100
             OPEN OUTPUT RETSERV.                                       00025150
             IF WRK-FS-CTAPAGAR NOT EQUAL '00' OR                       00025200
                WRK-FS-APEXC NOT EQUAL '00' OR                          00025266
                WRK-FS-RETSERV NOT EQUAL '00'                           00025332
                MOVE ' ERRO OPEN NAS SAIDAS ' TO WRK-MSG                00025400
                PERFORM 9000-TRATAR-ERROS                               00025500
             END-IF.                                                    00025600
                                                                        00026500
      *-------------------------------------------------------*         00026600
       1000-999-FIM.                              EXIT.                 00026700
      *-------------------------------------------------------*         00026706
                                                                        00026712
      *-------------------------------------------------------*         00026718
       1010-CHAMAR-PARMSERV                       SECTION.              00026724
      *-------------------------------------------------------*         00026730
                                                                        00026736
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00026742
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00026748
                 ON EXCEPTION                                           00026754
                    MOVE '02' TO WRK-PSV-RETORNO                        00026760
             END-CALL.                                                  00026766
                                                                        00026772
      *-------------------------------------------------------*         00026778
       1010-999-FIM.                              EXIT.                 00026784
      *-------------------------------------------------------*         00026800
                                                                        00026900
      *---------------------------------------------------------------  00027000
                                                                        00040900
      *---------------------------------------------------------------  00041000
      *    2300-PROVAR-PRECO                                            00041100
      *    VALOR UNITARIO DENTRO DA TOLERANCIA SOBRE O PRECO            00041180
      *    COTADO DO ITEM DO PEDIDO OU, SEM ELE, SOBRE O CUSTO          00041260
      *    MEDIO DO MESTRE; REFERENCIA ZERADA DISPENSA A PROVA.         00041340
      *    REUSA O FLAG DE ITEM PARA SINALIZAR REPROVACAO.              00041420
      *---------------------------------------------------------------  00041500
       2300-PROVAR-PRECO                          SECTION.              00041600
                                                                        00041700
                MOVE ' PRODUTO SEM MESTRE ' TO WRK-EXC-MOTIVO           00042200
                PERFORM 2900-GRAVAR-EXCECAO                             00042300
             ELSE                                                       00042400
                IF FD-PED-PRECO-UNIT NUMERIC                            00042450
                   AND FD-PED-PRECO-UNIT GREATER ZEROS                  00042500
                   MOVE FD-PED-PRECO-UNIT TO WRK-PRECO-REFERENCIA       00042550
                ELSE                                                    00042600
                   MOVE FD-PM-CUSTO-MEDIO TO WRK-PRECO-REFERENCIA       00042650
                END-IF                                                  00042700
                IF WRK-PRECO-REFERENCIA NOT EQUAL ZEROS                 00042750
                   PERFORM 2350-TESTAR-TOLERANCIA                       00042800
                END-IF                                                  00042900
             END-IF.                                                    00042950
      *-------------------------------------------------------*         00043000
                                                                        00043050
             COMPUTE WRK-DIF-PRECO =                                    00043100
                     FD-NTF-VALOR-UNIT - WRK-PRECO-REFERENCIA           00043200
             END-COMPUTE.                                               00043300
             IF WRK-DIF-PRECO LESS THAN ZEROS                           00043400
                COMPUTE WRK-DIF-PRECO = ZEROS - WRK-DIF-PRECO           00043500
                END-COMPUTE                                             00043600
             END-IF.                                                    00043700
             COMPUTE WRK-LIMITE-PRECO ROUNDED =                         00043800
                     WRK-PRECO-REFERENCIA * WRK-TOLERANCIA / 100        00043900
             END-COMPUTE.                                               00044000
                                                                        00044100
             IF WRK-DIF-PRECO GREATER THAN WRK-LIMITE-PRECO             00044200
       2900-999-FIM.                              EXIT.                 00046300
      *-------------------------------------------------------*         00046400
                                                                        00046500
      *---------------------------------------------------------------  000465AA
      *    4000-NOTAS-SERVICO                                           000465AB
      *    NOTAS DE SERVICO SEM PEDIDO DE COMPRA. SEM O NOTASERV NAO    000465AC
      *    HA NOTA DE SERVICO NO DIA; COM ELE, AS ALCADAS, AS           000465AD
      *    ALIQUOTAS, O PLANO DE CONTAS E OS SETORES SAO OBRIGATORIOS.  000465AE
      *---------------------------------------------------------------  000465AF
       4000-NOTAS-SERVICO                         SECTION.              000465AG
                                                                        000465AH
             OPEN INPUT NOTASERV.                                       000465AI
             IF WRK-FS-NOTASERV EQUAL '35'                              000465AJ
                DISPLAY ' NOTASERV AUSENTE, SEM NOTAS DE SERVICO '      000465AK
             ELSE                                                       000465AL
                IF WRK-FS-NOTASERV NOT EQUAL '00'                       000465AM
                   MOVE ' ERRO OPEN NOTASERV ' TO WRK-MSG               000465AN
                   PERFORM 9000-TRATAR-ERROS                            000465AO
                END-IF                                                  000465AP
                SET WRK-COM-NOTASERV TO TRUE                            000465AQ
                PERFORM 4100-CARREGAR-TABELAS                           000465AR
                READ NOTASERV                                           000465AS
                PERFORM 4200-PROCESSAR-SERVICO                          000465AT
                   UNTIL WRK-FS-NOTASERV NOT EQUAL '00'                 000465AU
                CLOSE NOTASERV                                          000465AV
             END-IF.                                                    000465AW
                                                                        000465AX
      *-------------------------------------------------------*         000465AY
       4000-999-FIM.                              EXIT.                 000465AZ
      *-------------------------------------------------------*         000465BA
                                                                        000465BB
      *-------------------------------------------------------*         000465BC
       4100-CARREGAR-TABELAS                      SECTION.              000465BD
      *-------------------------------------------------------*         000465BE
                                                                        000465BF
             OPEN INPUT APROVLIM.                                       000465BG
             IF WRK-FS-APROVLIM NOT EQUAL '00'                          000465BH
                MOVE ' ERRO OPEN APROVLIM ' TO WRK-MSG                  000465BI
                PERFORM 9000-TRATAR-ERROS                               000465BJ
             END-IF.                                                    000465BK
             READ APROVLIM.                                             000465BL
             PERFORM 4110-GUARDAR-APROVADOR                             000465BM
                UNTIL WRK-FS-APROVLIM NOT EQUAL '00'.                   000465BN
             CLOSE APROVLIM.                                            000465BO
                                                                        000465BP
             OPEN INPUT SERVRET.                                        000465BQ
             IF WRK-FS-SERVRET NOT EQUAL '00'                           000465BR
                MOVE ' ERRO OPEN SERVRET ' TO WRK-MSG                   000465BS
                PERFORM 9000-TRATAR-ERROS                               000465BT
             END-IF.                                                    000465BU
             READ SERVRET.                                              000465BV
             PERFORM 4120-GUARDAR-SERVICO                               000465BW
                UNTIL WRK-FS-SERVRET NOT EQUAL '00'.                    000465BX
             CLOSE SERVRET.                                             000465BY
                                                                        000465BZ
             OPEN INPUT PLANOCTA.                                       000465CA
             IF WRK-FS-PLANOCTA NOT EQUAL '00'                          000465CB
                MOVE ' ERRO OPEN PLANOCTA ' TO WRK-MSG                  000465CC
                PERFORM 9000-TRATAR-ERROS                               000465CD
             END-IF.                                                    000465CE
             READ PLANOCTA.                                             000465CF
             PERFORM 4130-GUARDAR-CONTA                                 000465CG
                UNTIL WRK-FS-PLANOCTA NOT EQUAL '00'.                   000465CH
             CLOSE PLANOCTA.                                            000465CI
                                                                        000465CJ
             OPEN INPUT SETORES.                                        000465CK
             IF WRK-FS-SETORES NOT EQUAL '00'                           000465CL
                MOVE ' ERRO OPEN SETORES ' TO WRK-MSG                   000465CM
                PERFORM 9000-TRATAR-ERROS                               000465CN
             END-IF.                                                    000465CO
             READ SETORES.                                              000465CP
             PERFORM 4140-GUARDAR-SETOR                                 000465CQ
                UNTIL WRK-FS-SETORES NOT EQUAL '00'.                    000465CR
             CLOSE SETORES.                                             000465CS
                                                                        000465CT
      *-------------------------------------------------------*         000465CU
       4100-999-FIM.                              EXIT.                 000465CV
      *-------------------------------------------------------*         000465CW
                                                                        000465CX
      *-------------------------------------------------------*         000465CY
       4110-GUARDAR-APROVADOR                     SECTION.              000465CZ
      *-------------------------------------------------------*         000465DA
                                                                        000465DB
             IF WRK-QTDE-APROVADORES LESS THAN 50                       000465DC
                ADD 1 TO WRK-QTDE-APROVADORES                           000465DD
                MOVE FD-APR-APROVADOR TO                                000465DE
                     WRK-TAB-APR-CODIGO(WRK-QTDE-APROVADORES)           000465DF
                MOVE FD-APR-LIMITE TO                                   000465DG
                     WRK-TAB-APR-LIMITE(WRK-QTDE-APROVADORES)           000465DH
             ELSE                                                       000465DI
                MOVE ' APROVLIM ESTOUROU A TABELA (MAX 50) ' TO WRK-MSG 000465DJ
                PERFORM 9000-TRATAR-ERROS                               000465DK
             END-IF.                                                    000465DL
             READ APROVLIM.                                             000465DM
                                                                        000465DN
      *-------------------------------------------------------*         000465DO
       4110-999-FIM.                              EXIT.                 000465DP
      *-------------------------------------------------------*         000465DQ
                                                                        000465DR
      *-------------------------------------------------------*         000465DS
       4120-GUARDAR-SERVICO                       SECTION.              000465DT
      *-------------------------------------------------------*         000465DU
                                                                        000465DV
             IF WRK-QTDE-SERVICOS LESS THAN 50                          000465DW
                ADD 1 TO WRK-QTDE-SERVICOS                              000465DX
                MOVE FD-SRV-SERVICO TO                                  000465DY
                     WRK-TAB-SRV-CODIGO(WRK-QTDE-SERVICOS)              000465DZ
                MOVE FD-SRV-ALIQ-IRRF TO                                000465EA
                     WRK-TAB-SRV-IRRF(WRK-QTDE-SERVICOS)                000465EB
                MOVE FD-SRV-ALIQ-ISS TO                                 000465EC
                     WRK-TAB-SRV-ISS(WRK-QTDE-SERVICOS)                 000465ED
                MOVE FD-SRV-ALIQ-CSRF TO                                000465EE
                     WRK-TAB-SRV-CSRF(WRK-QTDE-SERVICOS)                000465EF
                MOVE FD-SRV-ALIQ-INSS TO                                000465EG
                     WRK-TAB-SRV-INSS(WRK-QTDE-SERVICOS)                000465EH
             ELSE                                                       000465EI
                MOVE ' SERVRET ESTOUROU A TABELA (MAX 50) ' TO WRK-MSG  000465EJ
                PERFORM 9000-TRATAR-ERROS                               000465EK
             END-IF.                                                    000465EL
             READ SERVRET.                                              000465EM
                                                                        000465EN
      *-------------------------------------------------------*         000465EO
       4120-999-FIM.                              EXIT.                 000465EP
      *-------------------------------------------------------*         000465EQ
                                                                        000465ER
      *-------------------------------------------------------*         000465ES
       4130-GUARDAR-CONTA                         SECTION.              000465ET
      *-------------------------------------------------------*         000465EU
                                                                        000465EV
             IF WRK-QTDE-CONTAS LESS THAN 50                            000465EW
                ADD 1 TO WRK-QTDE-CONTAS                                000465EX
                MOVE FD-PCT-CONTA TO                                    000465EY
                     WRK-TAB-PCT-CONTA(WRK-QTDE-CONTAS)                 000465EZ
                MOVE FD-PCT-ATIVA TO                                    000465FA
                     WRK-TAB-PCT-ATIVA(WRK-QTDE-CONTAS)                 000465FB
             ELSE                                                       000465FC
                MOVE ' PLANOCTA ESTOUROU A TABELA (MAX 50) ' TO WRK-MSG 000465FD
                PERFORM 9000-TRATAR-ERROS                               000465FE
             END-IF.                                                    000465FF
             READ PLANOCTA.                                             000465FG
                                                                        000465FH
      *-------------------------------------------------------*         000465FI
       4130-999-FIM.                              EXIT.                 000465FJ
      *-------------------------------------------------------*         000465FK
                                                                        000465FL
      *-------------------------------------------------------*         000465FM
       4140-GUARDAR-SETOR                         SECTION.              000465FN
      *-------------------------------------------------------*         000465FO
                                                                        000465FP
             IF WRK-QTDE-SETORES LESS THAN 30                           000465FQ
                ADD 1 TO WRK-QTDE-SETORES                               000465FR
                MOVE FD-SET-CODIGO TO                                   000465FS
                     WRK-TAB-SET-CODIGO(WRK-QTDE-SETORES)               000465FT
             END-IF.                                                    000465FU
             READ SETORES.                                              000465FV
                                                                        000465FW
      *-------------------------------------------------------*         000465FX
       4140-999-FIM.                              EXIT.                 000465FY
      *-------------------------------------------------------*         000465FZ
                                                                        000465GA
      *-------------------------------------------------------*         000465GB
       4200-PROCESSAR-SERVICO                     SECTION.              000465GC
      *-------------------------------------------------------*         000465GD
                                                                        000465GE
             ADD 1 TO WRK-REG-SERV-LIDAS.                               000465GF
                                                                        000465GG
             PERFORM 4250-VALIDAR-SERVICO.                              000465GH
             IF WRK-REG-OK                                              000465GI
                PERFORM 4300-CALCULAR-RETENCOES                         000465GJ
                IF WRK-RET-TOTAL NOT LESS THAN FD-NTS-VALOR             000465GK
                   MOVE ' RETENCOES ACIMA DO VALOR ' TO WRK-EXC-MOTIVO  000465GL
                   SET WRK-REG-INVALIDO TO TRUE                         000465GM
                END-IF                                                  000465GN
             END-IF.                                                    000465GO
                                                                        000465GP
             IF WRK-REG-OK                                              000465GQ
                PERFORM 4400-ABRIR-TITULO-SERVICO                       000465GR
             ELSE                                                       000465GS
                PERFORM 4900-GRAVAR-EXCECAO                             000465GT
             END-IF.                                                    000465GU
                                                                        000465GV
             READ NOTASERV.                                             000465GW
                                                                        000465GX
      *-------------------------------------------------------*         000465GY
       4200-999-FIM.                              EXIT.                 000465GZ
      *-------------------------------------------------------*         000465HA
                                                                        000465HB
      *---------------------------------------------------------------  000465HC
      *    4250-VALIDAR-SERVICO                                         000465HD
      *    AS PROVAS DA NOTA DE SERVICO, NA ORDEM: APROVADOR COM        000465HE
      *    ALCADA PARA O VALOR, CODIGO DE SERVICO, CONTA DE DESPESA     000465HF
      *    ATIVA E CENTRO DE CUSTO CADASTRADO.                          000465HG
      *---------------------------------------------------------------  000465HH
       4250-VALIDAR-SERVICO                       SECTION.              000465HI
                                                                        000465HJ
             SET WRK-REG-OK TO TRUE.                                    000465HK
                                                                        000465HL
             SET WRK-NAO-ACHADO TO TRUE.                                000465HM
             MOVE 1 TO WRK-IDX.                                         000465HN
             PERFORM 4210-PROCURAR-APROVADOR                            000465HO
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-APROVADORES         000465HP
                   OR WRK-FOI-ACHADO.                                   000465HQ
             IF FD-NTS-APROVADOR EQUAL SPACES OR WRK-NAO-ACHADO         000465HR
                MOVE ' APROVADOR SEM ALCADA ' TO WRK-EXC-MOTIVO         000465HS
                SET WRK-REG-INVALIDO TO TRUE                            000465HT
             END-IF.                                                    000465HU
             IF WRK-REG-OK                                              000465HV
                IF FD-NTS-VALOR NOT NUMERIC OR                          000465HW
                   FD-NTS-VALOR EQUAL ZEROS                             000465HX
                   MOVE ' VALOR DA NOTA INVALIDO ' TO WRK-EXC-MOTIVO    000465HY
                   SET WRK-REG-INVALIDO TO TRUE                         000465HZ
                ELSE                                                    000465IA
                   IF FD-NTS-VALOR GREATER THAN                         000465IB
                      WRK-TAB-APR-LIMITE(WRK-IDX)                       000465IC
                      MOVE ' VALOR ACIMA DA ALCADA ' TO WRK-EXC-MOTIVO  000465ID
                      SET WRK-REG-INVALIDO TO TRUE                      000465IE
                   END-IF                                               000465IF
                END-IF                                                  000465IG
             END-IF.                                                    000465IH
                                                                        000465II
             IF WRK-REG-OK                                              000465IJ
                SET WRK-NAO-ACHADO TO TRUE                              000465IK
                MOVE 1 TO WRK-IDX-SRV                                   000465IL
                PERFORM 4220-PROCURAR-SERVICO                           000465IM
                   UNTIL WRK-IDX-SRV GREATER THAN WRK-QTDE-SERVICOS     000465IN
                      OR WRK-FOI-ACHADO                                 000465IO
                IF WRK-NAO-ACHADO                                       000465IP
                   MOVE ' SERVICO SEM ALIQUOTAS ' TO WRK-EXC-MOTIVO     000465IQ
                   SET WRK-REG-INVALIDO TO TRUE                         000465IR
                END-IF                                                  000465IS
             END-IF.                                                    000465IT
                                                                        000465IU
             IF WRK-REG-OK                                              000465IV
                SET WRK-NAO-ACHADO TO TRUE                              000465IW
                MOVE 1 TO WRK-IDX                                       000465IX
                PERFORM 4230-PROCURAR-CONTA                             000465IY
                   UNTIL WRK-IDX GREATER THAN WRK-QTDE-CONTAS           000465IZ
                      OR WRK-FOI-ACHADO                                 000465JA
                IF WRK-NAO-ACHADO                                       000465JB
                   MOVE ' CONTA DE DESPESA INVALIDA ' TO WRK-EXC-MOTIVO 000465JC
                   SET WRK-REG-INVALIDO TO TRUE                         000465JD
                END-IF                                                  000465JE
                ELSE                                                    000465JF
                   IF WRK-TAB-PCT-ATIVA(WRK-IDX) NOT EQUAL 'S'          000465JG
                      MOVE ' CONTA DE DESPESA INATIVA '                 000465JH
                           TO WRK-EXC-MOTIVO                            000465JI
                      SET WRK-REG-INVALIDO TO TRUE                      000465JJ
                   END-IF                                               000465JK
             END-IF.                                                    000465JL
                                                                        000465JM
             IF WRK-REG-OK                                              000465JN
                SET WRK-NAO-ACHADO TO TRUE                              000465JO
                MOVE 1 TO WRK-IDX                                       000465JP
                PERFORM 4240-PROCURAR-SETOR                             000465JQ
                   UNTIL WRK-IDX GREATER THAN WRK-QTDE-SETORES          000465JR
                      OR WRK-FOI-ACHADO                                 000465JS
                IF FD-NTS-CCUSTO EQUAL SPACES OR WRK-NAO-ACHADO         000465JT
                   MOVE ' CENTRO DE CUSTO INVALIDO ' TO WRK-EXC-MOTIVO  000465JU
                   SET WRK-REG-INVALIDO TO TRUE                         000465JV
                END-IF                                                  000465JW
             END-IF.                                                    000465JX
                                                                        000465JY
      *-------------------------------------------------------*         000465JZ
       4250-999-FIM.                              EXIT.                 000465KA
      *-------------------------------------------------------*         000465KB
                                                                        000465KC
      *-------------------------------------------------------*         000465KD
       4210-PROCURAR-APROVADOR                    SECTION.              000465KE
      *-------------------------------------------------------*         000465KF
                                                                        000465KG
             IF WRK-TAB-APR-CODIGO(WRK-IDX) EQUAL FD-NTS-APROVADOR      000465KH
                SET WRK-FOI-ACHADO TO TRUE                              000465KI
             ELSE                                                       000465KJ
                ADD 1 TO WRK-IDX                                        000465KK
             END-IF.                                                    000465KL
                                                                        000465KM
      *-------------------------------------------------------*         000465KN
       4210-999-FIM.                              EXIT.                 000465KO
      *-------------------------------------------------------*         000465KP
                                                                        000465KQ
      *-------------------------------------------------------*         000465KR
       4220-PROCURAR-SERVICO                      SECTION.              000465KS
      *-------------------------------------------------------*         000465KT
                                                                        000465KU
             IF WRK-TAB-SRV-CODIGO(WRK-IDX-SRV) EQUAL FD-NTS-SERVICO    000465KV
                SET WRK-FOI-ACHADO TO TRUE                              000465KW
             ELSE                                                       000465KX
                ADD 1 TO WRK-IDX-SRV                                    000465KY
             END-IF.                                                    000465KZ
                                                                        000465LA
      *-------------------------------------------------------*         000465LB
       4220-999-FIM.                              EXIT.                 000465LC
      *-------------------------------------------------------*         000465LD
                                                                        000465LE
      *-------------------------------------------------------*         000465LF
       4230-PROCURAR-CONTA                        SECTION.              000465LG
      *-------------------------------------------------------*         000465LH
                                                                        000465LI
             IF WRK-TAB-PCT-CONTA(WRK-IDX) EQUAL FD-NTS-CONTA           000465LJ
                SET WRK-FOI-ACHADO TO TRUE                              000465LK
             ELSE                                                       000465LL
                ADD 1 TO WRK-IDX                                        000465LM
             END-IF.                                                    000465LN
                                                                        000465LO
      *-------------------------------------------------------*         000465LP
       4230-999-FIM.                              EXIT.                 000465LQ
      *-------------------------------------------------------*         000465LR
                                                                        000465LS
      *-------------------------------------------------------*         000465LT
       4240-PROCURAR-SETOR                        SECTION.              000465LU
      *-------------------------------------------------------*         000465LV
                                                                        000465LW
             IF WRK-TAB-SET-CODIGO(WRK-IDX) EQUAL FD-NTS-CCUSTO         000465LX
                SET WRK-FOI-ACHADO TO TRUE                              000465LY
             ELSE                                                       000465LZ
                ADD 1 TO WRK-IDX                                        000465MA
             END-IF.                                                    000465MB
                                                                        000465MC
      *-------------------------------------------------------*         000465MD
       4240-999-FIM.                              EXIT.                 000465ME
      *-------------------------------------------------------*         000465MF
                                                                        000465MG
      *---------------------------------------------------------------  000465MH
      *    4300-CALCULAR-RETENCOES                                      000465MI
      *    CADA RETENCAO E A ALIQUOTA DO SERVICO SOBRE O BRUTO.         000465MJ
      *    IRRF E PIS/COFINS/CSLL (RECOLHIDOS EM DARF) ABAIXO DO        000465MK
      *    MINIMO NAO SAO RETIDOS; ISS E INSS SAO RETIDOS SEMPRE.       000465ML
      *---------------------------------------------------------------  000465MM
       4300-CALCULAR-RETENCOES                    SECTION.              000465MN
                                                                        000465MO
             COMPUTE WRK-RET-IRRF ROUNDED =                             000465MP
                     FD-NTS-VALOR * WRK-TAB-SRV-IRRF(WRK-IDX-SRV) / 100 000465MQ
             END-COMPUTE.                                               000465MR
             COMPUTE WRK-RET-ISS ROUNDED =                              000465MS
                     FD-NTS-VALOR * WRK-TAB-SRV-ISS(WRK-IDX-SRV) / 100  000465MT
             END-COMPUTE.                                               000465MU
             COMPUTE WRK-RET-CSRF ROUNDED =                             000465MV
                     FD-NTS-VALOR * WRK-TAB-SRV-CSRF(WRK-IDX-SRV) / 100 000465MW
             END-COMPUTE.                                               000465MX
             COMPUTE WRK-RET-INSS ROUNDED =                             000465MY
                     FD-NTS-VALOR * WRK-TAB-SRV-INSS(WRK-IDX-SRV) / 100 000465MZ
             END-COMPUTE.                                               000465NA
                                                                        000465NB
             IF WRK-RET-IRRF LESS THAN WRK-RET-MINIMA                   000465NC
                MOVE ZEROS TO WRK-RET-IRRF                              000465ND
             END-IF.                                                    000465NE
             IF WRK-RET-CSRF LESS THAN WRK-RET-MINIMA                   000465NF
                MOVE ZEROS TO WRK-RET-CSRF                              000465NG
             END-IF.                                                    000465NH
                                                                        000465NI
             COMPUTE WRK-RET-TOTAL = WRK-RET-IRRF + WRK-RET-ISS +       000465NJ
                     WRK-RET-CSRF + WRK-RET-INSS                        000465NK
             END-COMPUTE.                                               000465NL
                                                                        000465NM
      *-------------------------------------------------------*         000465NN
       4300-999-FIM.                              EXIT.                 000465NO
      *-------------------------------------------------------*         000465NP
                                                                        000465NQ
      *---------------------------------------------------------------  000465NR
      *    4400-ABRIR-TITULO-SERVICO                                    000465NS
      *    O TITULO ABRE PELO LIQUIDO (O FR03CB41 REMETE SO O QUE       000465NT
      *    CABE AO FORNECEDOR), COM ORIGEM 'S' PARA O FR03DB42 NAO      000465NU
      *    LANCAR COMO COMPRA; O BRUTO E AS RETENCOES VAO NO RETSERV.   000465NV
      *---------------------------------------------------------------  000465NW
       4400-ABRIR-TITULO-SERVICO                  SECTION.              000465NX
                                                                        000465NY
             COMPUTE WRK-VALOR-LIQUIDO = FD-NTS-VALOR - WRK-RET-TOTAL   000465NZ
             END-COMPUTE.                                               000465OA
                                                                        000465OB
             MOVE SPACES            TO FD-CTAPAGAR.                     000465OC
             MOVE FD-NTS-FORNECEDOR TO FD-CTP-FORNECEDOR.               000465OD
             MOVE FD-NTS-NOTA       TO FD-CTP-NOTA.                     000465OE
             MOVE WRK-VALOR-LIQUIDO TO FD-CTP-VALOR.                    000465OF
             MOVE FD-NTS-DATA       TO FD-CTP-DATA-EMISSAO.             000465OG
             MOVE WRK-DATA-VENCTO   TO FD-CTP-DATA-VENCTO.              000465OH
             MOVE 'A'               TO FD-CTP-SITUACAO.                 000465OI
             SET FD-CTP-SEM-PEDIDO  TO TRUE.                            000465OJ
             WRITE FD-CTAPAGAR.                                         000465OK
                                                                        000465OL
             MOVE SPACES            TO FD-RETSERV.                      000465OM
             MOVE FD-NTS-FORNECEDOR TO FD-RSV-FORNECEDOR.               000465ON
             MOVE FD-NTS-NOTA       TO FD-RSV-NOTA.                     000465OO
             MOVE FD-NTS-SERVICO    TO FD-RSV-SERVICO.                  000465OP
             MOVE FD-NTS-DATA       TO FD-RSV-DATA.                     000465OQ
             MOVE FD-NTS-CONTA      TO FD-RSV-CONTA.                    000465OR
             MOVE FD-NTS-CCUSTO     TO FD-RSV-CCUSTO.                   000465OS
             MOVE FD-NTS-APROVADOR  TO FD-RSV-APROVADOR.                000465OT
             MOVE FD-NTS-VALOR      TO FD-RSV-BRUTO.                    000465OU
             MOVE WRK-RET-IRRF      TO FD-RSV-IRRF.                     000465OV
             MOVE WRK-RET-ISS       TO FD-RSV-ISS.                      000465OW
             MOVE WRK-RET-CSRF      TO FD-RSV-CSRF.                     000465OX
             MOVE WRK-RET-INSS      TO FD-RSV-INSS.                     000465OY
             MOVE WRK-VALOR-LIQUIDO TO FD-RSV-LIQUIDO.                  000465OZ
             WRITE FD-RETSERV.                                          000465PA
                                                                        000465PB
             ADD WRK-RET-TOTAL TO WRK-SOMA-RETENCOES.                   000465PC
             ADD 1 TO WRK-REG-SERV-ACEITAS.                             000465PD
                                                                        000465PE
      *-------------------------------------------------------*         000465PF
       4400-999-FIM.                              EXIT.                 000465PG
      *-------------------------------------------------------*         000465PH
                                                                        000465PI
      *-------------------------------------------------------*         000465PJ
       4900-GRAVAR-EXCECAO                        SECTION.              000465PK
      *-------------------------------------------------------*         000465PL
                                                                        000465PM
             MOVE FD-NOTASERV    TO FD-EXC-DADOS.                       000465PN
             MOVE WRK-EXC-MOTIVO TO FD-EXC-MOTIVO.                      000465PO
             WRITE FD-APEXC.                                            000465PP
             ADD 1 TO WRK-REG-SERV-EXCECOES.                            000465PQ
                                                                        000465PR
      *-------------------------------------------------------*         000465PS
       4900-999-FIM.                              EXIT.                 000465PT
      *-------------------------------------------------------*         000465PU
                                                                        000465PV
      *-------------------------------------------------------*         00046600
       3000-FINALIZAR                              SECTION.             00046700
      *-------------------------------------------------------*         00046800
             CLOSE PRODMSTR.                                            00047200
             CLOSE CTAPAGAR.                                            00047300
             CLOSE APEXC.                                               00047400
             CLOSE RETSERV.                                             00047450
                                                                        00047500
             DISPLAY '===================================='.            00047600
             DISPLAY ' NOTAS LIDAS...........: ' WRK-REG-LIDAS.         00047700
                      WRK-REG-ACEITAS.                                  00047900
             DISPLAY ' EXCECOES AO COMPRADOR.: '                        00048000
                      WRK-REG-EXCECOES.                                 00048100
             IF WRK-COM-NOTASERV                                        00048109
                DISPLAY ' NOTAS DE SERVICO LIDAS: '                     00048118
                         WRK-REG-SERV-LIDAS                             00048127
                DISPLAY ' TITULOS DE SERVICO....: '                     00048136
                         WRK-REG-SERV-ACEITAS                           00048145
                DISPLAY ' EXCECOES DE SERVICO...: '                     00048154
                         WRK-REG-SERV-EXCECOES                          00048163
                DISPLAY ' TOTAL RETIDO..........: '                     00048172
                         WRK-SOMA-RETENCOES                             00048181
             END-IF.                                                    00048190
             DISPLAY '==================================== '.           00048200
                STOP RUN.                                               00048300
                                                                        00048400
