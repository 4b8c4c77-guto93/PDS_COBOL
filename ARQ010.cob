      *       CATALOGO DE MENSAGENS (MSGSERV, CODIGO FIL0001 /          000021A4
      *       FIL0035 COM O NOME DO ARQUIVO); SEM CATALOGO OU           000021A6
      *       SEM CODIGO, VALE O LITERAL LOCAL DE SEMPRE.               000021A8
      *     - 22/05/2023: PONTO DE PEDIDO POR DEPOSITO: O ARQUIVO       000021B2
      *       PONTODEP (CODIGO, DEPOSITO, QTDE MINIMA, LOTE DE          000021BC
      *       COMPRA) DA O MINIMO DE CADA DEPOSITO, CONFRONTADO         000021C6
      *       COM O SALDO + EM TRANSITO DO DEPOSITO NO ESTDEP.          000021CF
      *       A SUGESTAO DO PRODUTO SOMA OS LOTES DOS DEPOSITOS         000021D9
      *       NO MINIMO OU ABAIXO DELE (LOTE ZERADO = LOTE DO           000021E3
      *       PONTOPED). PRODUTO SEM PONTODEP, OU SEM ESTDEP NA         000021EC
      *       RODADA, SEGUE PELO TOTAL DO FEED COMO ANTES.              000021F6
      *     - 03/07/2023: COTACOES DE FORNECEDORES: O FORNECEDOR        0000219A
      *       DO SUGFORN PASSOU A SER O DA MENOR COTACAO VALIDA DO      0000219B
      *       PRODUTO (COTACAO: EM VIGOR NA DATA, QUANTIDADE            0000219C
      *       MINIMA ATENDIDA PELO LOTE, FORNECEDOR ATIVO NO            0000219D
      *       FORNMSTR E PRAZO - O COTADO OU, ZERADO, O DO              0000219E
      *       FORNMSTR - DENTRO DO PRAZO MAXIMO DO COTPARM,             0000219F
      *       PADRAO 30 DIAS). A COBERTURA USA O PRAZO DA COTACAO       0000219G
      *       ESCOLHIDA. SEM COTACAO VALIDA SEGUE O PRODFORN.           0000219H
      *     - 04/12/2023: O PRAZO MAXIMO DAS COTACOES SAIU DO           0000219I
      *       COTPARM E PASSOU A SER LIDO NO CADASTRO CENTRAL DE        0000219J
      *       PARAMETROS (PARMSERV, COTPARM/PRAZO-MAXIMO, O MESMO       0000219K
      *       DO ARQ025); SEM VALOR VIGENTE CONTINUA 30 DIAS.           0000219L
      *=======================================================*         00002200
                                                                        00002300
      *=======================================================*         00002400
                FILE STATUS  IS WRK-FS-FORNMSTR.                        00003470
             SELECT SUGFORN   ASSIGN TO SUGFORN                         00003480
                FILE STATUS  IS WRK-FS-SUGFORN.                         00003490
             SELECT PONTODEP  ASSIGN TO PONTODEP                        00003491
                FILE STATUS  IS WRK-FS-PONTODEP.                        00003492
             SELECT ESTDEP    ASSIGN TO ESTDEP                          00003493
                ORGANIZATION IS INDEXED                                 00003494
                ACCESS MODE  IS RANDOM                                  00003495
                RECORD KEY   IS FD-ED-CHAVE                             00003496
                FILE STATUS  IS WRK-FS-ESTDEP.                          00003497
             SELECT COTACAO   ASSIGN TO COTACAO                         0000349A
                FILE STATUS  IS WRK-FS-COTACAO.                         0000349B
      *=======================================================*         00003500
       DATA                                      DIVISION.              00003600
      *=======================================================*         00003700
          05 FD-SF-QTDE-SUGERIDA  PIC 9(05).                            00006770
          05 FD-SF-DATA-GERACAO   PIC X(08).                            00006772
          05 FILLER               PIC X(14).                            00006774
                                                                        00006775
       FD PONTODEP                                                      00006776
           RECORDING MODE IS F                                          00006777
           BLOCK CONTAINS 0 RECORDS.                                    00006778
       01 FD-PONTODEP.                                                  00006779
          05 FD-PD-CODIGO         PIC X(06).                            00006780
          05 FD-PD-DEPOSITO       PIC X(02).                            00006781
          05 FD-PD-QTDE-MINIMA    PIC 9(05).                            00006782
          05 FD-PD-LOTE-COMPRA    PIC 9(05).                            00006783
                                                                        00006784
       FD ESTDEP                                                        00006785
           RECORDING MODE IS F                                          00006786
           BLOCK CONTAINS 0 RECORDS.                                    00006787
       01 FD-ESTDEP.                                                    00006788
          05 FD-ED-CHAVE.                                               00006789
             10 FD-ED-CODIGO      PIC X(06).                            00006790
             10 FD-ED-DEPOSITO    PIC X(02).                            00006791
          05 FD-ED-QTDE           PIC 9(05).                            00006792
          05 FD-ED-QTDE-TRANSITO  PIC 9(05).                            00006793
          05 FD-ED-DATA-ULT-MOV   PIC X(08).                            00006794
          05 FILLER               PIC X(04).                            00006795
                                                                        00006797
       FD COTACAO                                                       0000679A
           RECORDING MODE IS F                                          0000679B
           BLOCK CONTAINS 0 RECORDS.                                    0000679C
       01 FD-COTACAO.                                                   0000679D
          05 FD-COT-CODIGO        PIC X(06).                            0000679E
          05 FD-COT-FORNECEDOR    PIC X(06).                            0000679F
          05 FD-COT-PRECO-UNIT    PIC 9(07)V99.                         0000679G
          05 FD-COT-QTDE-MINIMA   PIC 9(05).                            0000679H
          05 FD-COT-DATA-INICIO   PIC X(08).                            0000679I
          05 FD-COT-DATA-FIM      PIC X(08).                            0000679J
          05 FD-COT-PRAZO-ENTREGA PIC 9(03).                            0000679K
          05 FILLER               PIC X(35).                            0000679L
                                                                        0000679M
      *---------------------------------------------------              00006800
       WORKING-STORAGE                           SECTION.               00006900
      *---------------------------------------------------              00007000
          05 WRK-TAB-FR-ITEM OCCURS 50 TIMES.                           00008434
             10 WRK-TAB-FR-CODIGO PIC X(06).                            00008436
             10 WRK-TAB-FR-PRAZO  PIC 9(03).                            00008438
             10 WRK-TAB-FR-ATIVO  PIC X(01).                            00008439
       77 WRK-QTDE-FORNS     PIC 9(02) VALUE ZEROS.                     00008440
                                                                        00008442
       77 WRK-IDX            PIC 9(03) VALUE ZEROS.                     00008444
          05 WRK-MSG-VALOR-3 PIC X(20) VALUE SPACES.                    00008486
          05 WRK-MSG-TEXTO   PIC X(80) VALUE SPACES.                    00008489
          05 WRK-MSG-RETORNO PIC X(02) VALUE SPACES.                    00008492
                                                                        00008493
       77 WRK-FS-PONTODEP  PIC X(02) VALUE ZEROS.                       00008494
       77 WRK-FS-ESTDEP    PIC X(02) VALUE ZEROS.                       0000849A
       77 WRK-SITUACAO-ESTDEP PIC X(01) VALUE 'N'.                      000084A0
          88 WRK-COM-ESTDEP           VALUE 'S'.                        000084A5
          88 WRK-SEM-ESTDEP           VALUE 'N'.                        000084AB
       01 WRK-TAB-PONTODEP.                                             000084B1
          05 WRK-TAB-PD-ITEM OCCURS 200 TIMES.                          000084B6
             10 WRK-TAB-PD-CODIGO PIC X(06).                            000084BC
             10 WRK-TAB-PD-DEP    PIC X(02).                            000084C2
             10 WRK-TAB-PD-MINIMA PIC 9(05).                            000084C7
             10 WRK-TAB-PD-LOTE   PIC 9(05).                            000084CD
       77 WRK-QTDE-PONTOS-DEP PIC 9(03) VALUE ZEROS.                    000084D2
       77 WRK-PONTOS-EXCEDENTES PIC 9(07) VALUE ZEROS.                  000084D8
       77 WRK-IDX-DEP        PIC 9(03) VALUE ZEROS.                     000084DE
       77 WRK-DEPOSITOS-PRODUTO PIC 9(03) VALUE ZEROS.                  000084E3
       77 WRK-QTDE-DEPOSITO  PIC 9(06) VALUE ZEROS.                     000084E9
       77 WRK-MINIMO-SUGESTAO PIC 9(05) VALUE ZEROS.                    000084EF
       77 WRK-LOTE-SUGESTAO  PIC 9(05) VALUE ZEROS.                     000084F4
       77 WRK-REG-DEP-ABAIXO PIC 9(07) VALUE ZEROS.                     000084FA
                                                                        0000849A
       77 WRK-FS-COTACAO   PIC X(02) VALUE ZEROS.                       0000849B
       77 WRK-PRAZO-MAXIMO PIC 9(03) VALUE 30.                          0000849D
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                0000849E
       01 WRK-PSV-AREA.                                                 0000849F
          05 WRK-PSV-PROGRAMA   PIC X(08).                              0000849G
          05 WRK-PSV-NOME       PIC X(12).                              0000849H
          05 WRK-PSV-VALOR      PIC X(30).                              0000849I
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       0000849J
          05 WRK-PSV-NUMERICO   PIC X(01).                              0000849K
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      0000849L
          05 WRK-PSV-VIGENCIA   PIC X(08).                              0000849M
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      0000849N
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    0000849O
       01 WRK-TAB-COTACAO.                                              0000849E
          05 WRK-TAB-CT-ITEM OCCURS 300 TIMES.                          0000849F
             10 WRK-TAB-CT-CODIGO  PIC X(06).                           0000849G
             10 WRK-TAB-CT-FORN    PIC X(06).                           0000849H
             10 WRK-TAB-CT-PRECO   PIC 9(07)V99.                        0000849I
             10 WRK-TAB-CT-MINIMA  PIC 9(05).                           0000849J
             10 WRK-TAB-CT-INICIO  PIC X(08).                           0000849K
             10 WRK-TAB-CT-FIM     PIC X(08).                           0000849L
             10 WRK-TAB-CT-PRAZO   PIC 9(03).                           0000849M
       77 WRK-QTDE-COTACOES  PIC 9(03) VALUE ZEROS.                     0000849N
       77 WRK-COT-EXCEDENTES PIC 9(07) VALUE ZEROS.                     0000849O
       77 WRK-IDX-COT        PIC 9(03) VALUE ZEROS.                     0000849P
       77 WRK-PRECO-SUGESTAO PIC 9(07)V99 VALUE ZEROS.                  0000849Q
       77 WRK-PRAZO-COTACAO  PIC 9(03) VALUE ZEROS.                     0000849R
       77 WRK-ATIVO-COTACAO  PIC X(01) VALUE 'S'.                       0000849S
       77 WRK-REG-POR-COTACAO PIC 9(07) VALUE ZEROS.                    0000849T
      *=========================================*                       00008500
       PROCEDURE DIVISION.                                              00008600
      *=========================================*                       00008700
                                                                        00011460
            PERFORM 1400-CARREGAR-LIGACOES.                             00011470
            PERFORM 1500-CARREGAR-FORNECEDORES.                         00011480
            PERFORM 1600-CARREGAR-PONTOS-DEPOSITO.                      00011490
            PERFORM 1700-CARREGAR-COTACOES.                             00011495
                                                                        00011500
            DISPLAY '------------------------------------------'.       00011600
            DISPLAY ' SUGESTAO DE COMPRAS POR PONTO DE PEDIDO '.        00011700
                    WRK-TAB-FR-CODIGO(WRK-QTDE-FORNS)                   00019756
               MOVE FD-FM-PRAZO-ENTREGA TO                              00019758
                    WRK-TAB-FR-PRAZO(WRK-QTDE-FORNS)                    00019760
               MOVE FD-FM-ATIVO TO                                      0001976A
                    WRK-TAB-FR-ATIVO(WRK-QTDE-FORNS)                    0001976B
            ELSE                                                        0001976A
               ADD 1 TO WRK-FORN-EXCEDENTES                             0001976B
            END-IF.                                                     00019762
       1510-99-FIM.                       EXIT.                         00019770
      *-------------------------------------------------------------*   00019772
                                                                        00019774
      *---------------------------------------------------------------  00019776
      *    1600-CARREGAR-PONTOS-DEPOSITO                                00019778
      *    CARREGA O PONTO DE PEDIDO POR DEPOSITO (PONTODEP) EM         0001977A
      *    TABELA E ABRE O ESTDEP; FALTANDO UM DOS DOIS, A              0001977C
      *    SUGESTAO SEGUE SO PELO TOTAL DO PRODUTO.                     0001977E
      *---------------------------------------------------------------  00019780
       1600-CARREGAR-PONTOS-DEPOSITO      SECTION.                      00019782
                                                                        00019784
            OPEN INPUT PONTODEP.                                        00019786
            IF WRK-FS-PONTODEP EQUAL '35'                               00019788
               DISPLAY ' PONTODEP AUSENTE, SUGESTAO PELO TOTAL '        0001978A
            ELSE                                                        0001978C
               IF WRK-FS-PONTODEP NOT EQUAL '00'                        0001978E
                  MOVE ' ERRO OPEN PONTODEP ' TO WRK-MSG                0001978F
                  MOVE 'FIL0001' TO WRK-MSG-CODIGO                      00019791
                  MOVE 'PONTODEP' TO WRK-MSG-VALOR-1                    00019793
                  PERFORM 9000-TRATAR-ERROS                             00019795
               END-IF                                                   00019797
               READ PONTODEP                                            00019799
               PERFORM 1610-GUARDAR-PONTO-DEPOSITO                      0001979B
                  UNTIL WRK-FS-PONTODEP NOT EQUAL '00'                  0001979D
               CLOSE PONTODEP                                           0001979F
               IF WRK-PONTOS-EXCEDENTES GREATER ZEROS                   000197A1
                  DISPLAY ' PONTODEP ESTOUROU A TABELA, '               000197A3
                          'PONTOS IGNORADOS: '                          000197A5
                          WRK-PONTOS-EXCEDENTES                         000197A7
               END-IF                                                   000197A9
            END-IF.                                                     000197AB
                                                                        000197AC
            IF WRK-QTDE-PONTOS-DEP GREATER ZEROS                        000197AE
               OPEN INPUT ESTDEP                                        000197B0
               EVALUATE WRK-FS-ESTDEP                                   000197B2
                 WHEN ZEROS                                             000197B4
                    SET WRK-COM-ESTDEP TO TRUE                          000197B6
                 WHEN '35'                                              000197B8
                    DISPLAY ' ESTDEP AUSENTE, SUGESTAO PELO TOTAL '     000197BA
                 WHEN OTHER                                             000197BC
                    MOVE ' ERRO OPEN ESTDEP ' TO WRK-MSG                000197BE
                    MOVE 'FIL0001' TO WRK-MSG-CODIGO                    000197C0
                    MOVE 'ESTDEP' TO WRK-MSG-VALOR-1                    000197C2
                    PERFORM 9000-TRATAR-ERROS                           000197C4
               END-EVALUATE                                             000197C6
            END-IF.                                                     000197C7
                                                                        000197C9
      *-------------------------------------------------------------*   000197CB
       1600-99-FIM.                       EXIT.                         000197CD
      *-------------------------------------------------------------*   000197CF
                                                                        000197D1
      *-------------------------------------------------------------*   000197D3
       1610-GUARDAR-PONTO-DEPOSITO        SECTION.                      000197D5
      *-------------------------------------------------------------*   000197D7
                                                                        000197D9
            IF WRK-QTDE-PONTOS-DEP LESS THAN 200                        000197DB
               ADD 1 TO WRK-QTDE-PONTOS-DEP                             000197DD
               MOVE FD-PD-CODIGO TO                                     000197DF
                    WRK-TAB-PD-CODIGO(WRK-QTDE-PONTOS-DEP)              000197E1
               MOVE FD-PD-DEPOSITO TO                                   000197E3
                    WRK-TAB-PD-DEP(WRK-QTDE-PONTOS-DEP)                 000197E4
               MOVE FD-PD-QTDE-MINIMA TO                                000197E6
                    WRK-TAB-PD-MINIMA(WRK-QTDE-PONTOS-DEP)              000197E8
               MOVE FD-PD-LOTE-COMPRA TO                                000197EA
                    WRK-TAB-PD-LOTE(WRK-QTDE-PONTOS-DEP)                000197EC
            ELSE                                                        000197EE
               ADD 1 TO WRK-PONTOS-EXCEDENTES                           000197F0
            END-IF.                                                     000197F2
            READ PONTODEP.                                              000197F4
                                                                        000197F6
      *-------------------------------------------------------------*   000197F8
       1610-99-FIM.                       EXIT.                         000197FA
      *-------------------------------------------------------------*   000197FC
                                                                        000197FE
                                                                        000197AA
      *---------------------------------------------------------------  000197AB
      *    1700-CARREGAR-COTACOES                                       000197AC
      *    LE O PRAZO MAXIMO ACEITO (PARMSERV, OPCIONAL) E CARREGA AS   0001979A
      *    COTACOES DOS FORNECEDORES EM TABELA; SEM O COTACAO O         000197AE
      *    FORNECEDOR SAI SO PELA LIGACAO PRODFORN, COMO ANTES.         000197AF
      *---------------------------------------------------------------  000197AG
       1700-CARREGAR-COTACOES             SECTION.                      000197AH
                                                                        000197AI
            MOVE 'COTPARM'      TO WRK-PSV-PROGRAMA.                    0001979A
            MOVE 'PRAZO-MAXIMO' TO WRK-PSV-NOME.                        0001979B
            PERFORM 1720-CHAMAR-PARMSERV.                               0001979C
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      0001979D
               WRK-PSV-NUMERO GREATER ZEROS                             0001979E
               MOVE WRK-PSV-NUMERO TO WRK-PRAZO-MAXIMO                  0001979F
            ELSE                                                        000197AM
               DISPLAY ' PRAZO-MAXIMO SEM VALOR VIGENTE, PADRAO '       0001979A
            END-IF.                                                     000197BB
                                                                        000197BC
            OPEN INPUT COTACAO.                                         000197BD
            IF WRK-FS-COTACAO EQUAL '35'                                000197BE
               DISPLAY ' COTACAO AUSENTE, FORNECEDOR PELO PRODFORN '    000197BF
            ELSE                                                        000197BG
               IF WRK-FS-COTACAO NOT EQUAL '00'                         000197BH
                  MOVE ' ERRO OPEN COTACAO ' TO WRK-MSG                 000197BI
                  MOVE 'FIL0001' TO WRK-MSG-CODIGO                      000197BJ
                  MOVE 'COTACAO' TO WRK-MSG-VALOR-1                     000197BK
                  PERFORM 9000-TRATAR-ERROS                             000197BL
               END-IF                                                   000197BM
               READ COTACAO                                             000197BN
               PERFORM 1710-GUARDAR-COTACAO                             000197BO
                  UNTIL WRK-FS-COTACAO NOT EQUAL '00'                   000197BP
               CLOSE COTACAO                                            000197BQ
               IF WRK-COT-EXCEDENTES GREATER ZEROS                      000197BR
                  DISPLAY ' COTACAO ESTOUROU A TABELA, '                000197BS
                          'COTACOES IGNORADAS: '                        000197BT
                          WRK-COT-EXCEDENTES                            000197BU
               END-IF                                                   000197BV
            END-IF.                                                     000197BW
                                                                        000197BX
      *-------------------------------------------------------------*   000197BY
       1700-99-FIM.                       EXIT.                         000197BZ
      *-------------------------------------------------------------*   000197CA
                                                                        000197CB
      *-------------------------------------------------------------*   000197CC
       1710-GUARDAR-COTACAO               SECTION.                      000197CD
      *-------------------------------------------------------------*   000197CE
                                                                        000197CF
            IF WRK-QTDE-COTACOES LESS THAN 300                          000197CG
               ADD 1 TO WRK-QTDE-COTACOES                               000197CH
               MOVE FD-COT-CODIGO TO                                    000197CI
                    WRK-TAB-CT-CODIGO(WRK-QTDE-COTACOES)                000197CJ
               MOVE FD-COT-FORNECEDOR TO                                000197CK
                    WRK-TAB-CT-FORN(WRK-QTDE-COTACOES)                  000197CL
               MOVE FD-COT-PRECO-UNIT TO                                000197CM
                    WRK-TAB-CT-PRECO(WRK-QTDE-COTACOES)                 000197CN
               MOVE FD-COT-QTDE-MINIMA TO                               000197CO
                    WRK-TAB-CT-MINIMA(WRK-QTDE-COTACOES)                000197CP
               MOVE FD-COT-DATA-INICIO TO                               000197CQ
                    WRK-TAB-CT-INICIO(WRK-QTDE-COTACOES)                000197CR
               MOVE FD-COT-DATA-FIM TO                                  000197CS
                    WRK-TAB-CT-FIM(WRK-QTDE-COTACOES)                   000197CT
               MOVE FD-COT-PRAZO-ENTREGA TO                             000197CU
                    WRK-TAB-CT-PRAZO(WRK-QTDE-COTACOES)                 000197CV
            ELSE                                                        000197CW
               ADD 1 TO WRK-COT-EXCEDENTES                              000197CX
            END-IF.                                                     000197CY
            READ COTACAO.                                               000197CZ
                                                                        000197DA
      *-------------------------------------------------------------*   000197DB
       1710-99-FIM.                       EXIT.                         000197DC
      *-------------------------------------------------------------*   0001979A
                                                                        0001979B
      *-------------------------------------------------------------*   0001979C
       1720-CHAMAR-PARMSERV               SECTION.                      0001979D
      *-------------------------------------------------------------*   0001979E
                                                                        0001979F
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  0001979G
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        0001979H
                ON EXCEPTION                                            0001979I
                   MOVE '02' TO WRK-PSV-RETORNO                         0001979J
            END-CALL.                                                   0001979K
                                                                        0001979L
      *-------------------------------------------------------------*   0001979M
       1720-99-FIM.                       EXIT.                         0001979N
      *-------------------------------------------------------------*   000197DD
      *-------------------------------------------------------------*   00019800
       2000-BALANCEAR                     SECTION.                      00019900
      *-------------------------------------------------------------*   00020000
       2100-AVALIAR-ESTOQUE               SECTION.                      00022200
      *-------------------------------------------------------------*   00022300
                                                                        00022400
            MOVE ZEROS TO WRK-DEPOSITOS-PRODUTO                         00022419
                          WRK-MINIMO-SUGESTAO                           00022438
                          WRK-LOTE-SUGESTAO.                            00022457
            IF WRK-COM-ESTDEP                                           00022476
               MOVE 1 TO WRK-IDX-DEP                                    00022495
               PERFORM 2150-AVALIAR-DEPOSITO                            00022514
                  UNTIL WRK-IDX-DEP GREATER THAN WRK-QTDE-PONTOS-DEP    00022533
            END-IF.                                                     00022552
                                                                        00022571
            IF WRK-DEPOSITOS-PRODUTO EQUAL ZEROS                        00022590
               IF FD-PROD-QTDE NOT GREATER THAN FD-PP-QTDE-MINIMA       00022609
                  MOVE FD-PP-QTDE-MINIMA TO WRK-MINIMO-SUGESTAO         00022628
                  MOVE FD-PP-LOTE-COMPRA TO WRK-LOTE-SUGESTAO           00022647
                  PERFORM 2200-GRAVAR-SUGESTAO                          00022666
               END-IF                                                   00022685
            ELSE                                                        00022704
               IF WRK-LOTE-SUGESTAO GREATER THAN ZEROS                  00022723
                  PERFORM 2200-GRAVAR-SUGESTAO                          00022742
               END-IF                                                   00022761
            END-IF.                                                     00022780
                                                                        00022800
      *-------------------------------------------------------------*   00022900
       2100-99-FIM.                       EXIT.                         00023000
      *-------------------------------------------------------------*   00023100
                                                                        00023200
      *---------------------------------------------------------------  00023202
      *    2150-AVALIAR-DEPOSITO                                        00023204
      *    PARA CADA PONTO DO PRODUTO NO PONTODEP, CONFRONTA O SALDO    00023206
      *    + EM TRANSITO DO DEPOSITO COM O MINIMO DELE E ACUMULA O      00023208
      *    LOTE DOS DEPOSITOS NO MINIMO OU ABAIXO DELE.                 00023210
      *---------------------------------------------------------------  00023212
       2150-AVALIAR-DEPOSITO              SECTION.                      00023214
                                                                        00023216
            IF WRK-TAB-PD-CODIGO(WRK-IDX-DEP) EQUAL FD-PROD-CODIGO      00023218
               ADD 1 TO WRK-DEPOSITOS-PRODUTO                           00023220
               MOVE FD-PROD-CODIGO TO FD-ED-CODIGO                      00023222
               MOVE WRK-TAB-PD-DEP(WRK-IDX-DEP) TO FD-ED-DEPOSITO       00023224
               READ ESTDEP                                              00023226
               EVALUATE WRK-FS-ESTDEP                                   00023228
                 WHEN ZEROS                                             00023230
                    COMPUTE WRK-QTDE-DEPOSITO =                         00023232
                            FD-ED-QTDE + FD-ED-QTDE-TRANSITO            00023234
                    END-COMPUTE                                         00023236
                 WHEN '23'                                              00023238
                    MOVE ZEROS TO WRK-QTDE-DEPOSITO                     00023240
                 WHEN OTHER                                             00023242
                    MOVE ' ERRO READ ESTDEP ' TO WRK-MSG                00023244
                    PERFORM 9000-TRATAR-ERROS                           00023246
               END-EVALUATE                                             00023248
               IF WRK-QTDE-DEPOSITO NOT GREATER THAN                    00023250
                  WRK-TAB-PD-MINIMA(WRK-IDX-DEP)                        00023252
                  ADD 1 TO WRK-REG-DEP-ABAIXO                           00023254
                  ADD WRK-TAB-PD-MINIMA(WRK-IDX-DEP)                    00023256
                      TO WRK-MINIMO-SUGESTAO                            00023258
                  IF WRK-TAB-PD-LOTE(WRK-IDX-DEP) GREATER THAN ZEROS    00023260
                     ADD WRK-TAB-PD-LOTE(WRK-IDX-DEP)                   00023262
                         TO WRK-LOTE-SUGESTAO                           00023264
                  ELSE                                                  00023266
                     ADD FD-PP-LOTE-COMPRA TO WRK-LOTE-SUGESTAO         00023268
                  END-IF                                                00023270
                  DISPLAY ' DEPOSITO NO PONTO DE PEDIDO: '              00023272
                          FD-PROD-CODIGO                                00023274
                          ' DEP ' WRK-TAB-PD-DEP(WRK-IDX-DEP)           00023276
                          ' ATUAL ' WRK-QTDE-DEPOSITO                   00023278
                          ' MINIMO ' WRK-TAB-PD-MINIMA(WRK-IDX-DEP)     00023280
               END-IF                                                   00023282
            END-IF.                                                     00023284
            ADD 1 TO WRK-IDX-DEP.                                       00023286
                                                                        00023288
      *-------------------------------------------------------------*   00023290
       2150-99-FIM.                       EXIT.                         00023292
      *-------------------------------------------------------------*   00023294
                                                                        00023296
      *-------------------------------------------------------------*   00023300
       2200-GRAVAR-SUGESTAO               SECTION.                      00023400
      *-------------------------------------------------------------*   00023500
            MOVE FD-PROD-CODIGO     TO FD-SUG-CODIGO.                   00023800
            MOVE FD-PROD-DESCRICAO  TO FD-SUG-DESCRICAO.                00023900
            MOVE FD-PROD-QTDE       TO FD-SUG-QTDE-ATUAL.               00024000
            MOVE WRK-MINIMO-SUGESTAO TO FD-SUG-QTDE-MINIMA.             00024100
            MOVE WRK-LOTE-SUGESTAO  TO FD-SUG-QTDE-SUGERIDA.            00024200
            MOVE WRK-DATA-HOJE      TO FD-SUG-DATA-GERACAO.             00024300
            WRITE FD-SUGCOMPRA.                                         00024400
            ADD 1 TO WRK-REG-SUGERIDOS.                                 00024500
                                                                        00024600
            DISPLAY ' PRODUTO NO PONTO DE PEDIDO: ' FD-PROD-CODIGO      00024700
                    ' ATUAL ' FD-PROD-QTDE                              00024800
                    ' MINIMO ' WRK-MINIMO-SUGESTAO                      00024870
                    ' SUGERIDO ' WRK-LOTE-SUGESTAO.                     00024940
                                                                        00025010
            PERFORM 2300-GRAVAR-POR-FORNECEDOR.                         00025020
                                                                        00025100
                                                                        00025410
      *---------------------------------------------------------------  00025412
      *    2300-GRAVAR-POR-FORNECEDOR                                   00025414
      *    ESCOLHE O FORNECEDOR DO PRODUTO PELA MENOR COTACAO VALIDA    00025415
      *    OU, SEM ELA, PELA LIGACAO PRODFORN, E GRAVA A SUGESTAO EM    00025416
      *    SUGFORN COM A QUANTIDADE ACRESCIDA DA COBERTURA DO PRAZO     00025417
      *    DE ENTREGA (MINIMO * PRAZO / 30).                            00025418
      *---------------------------------------------------------------  00025422
       2300-GRAVAR-POR-FORNECEDOR         SECTION.                      00025424
                                                                        00025426
            SET WRK-FORN-NAO-ACHADO TO TRUE.                            00025428
            MOVE SPACES TO WRK-FORN-SUGESTAO.                           00025430
            PERFORM 2340-ESCOLHER-COTACAO.                              0002543A
                                                                        0002543B
            IF WRK-FORN-NAO-ACHADO                                      0002543C
               MOVE 1 TO WRK-IDX                                        0002543D
               PERFORM 2310-PROCURAR-LIGACAO                            0002543E
                  UNTIL WRK-IDX GREATER THAN WRK-QTDE-LIGACOES          0002543F
                     OR WRK-FORN-FOI-ACHADO                             0002543G
               IF WRK-FORN-FOI-ACHADO                                   0002543H
                  PERFORM 2320-PROCURAR-PRAZO                           0002543I
               END-IF                                                   0002543J
            ELSE                                                        0002543K
               ADD 1 TO WRK-REG-POR-COTACAO                             0002543L
            END-IF.                                                     0002543M
                                                                        0002543N
            IF WRK-FORN-NAO-ACHADO                                      00025442
               ADD 1 TO WRK-REG-SEM-FORN                                00025444
               DISPLAY ' PRODUTO SEM FORNECEDOR LIGADO: '               00025446
                       FD-PROD-CODIGO                                   00025448
            ELSE                                                        00025450
               COMPUTE WRK-QTDE-AJUSTADA ROUNDED =                      00025454
                       WRK-LOTE-SUGESTAO +                              00025456
                       ( WRK-MINIMO-SUGESTAO * WRK-PRAZO-SUGESTAO       00025458
                         / 30 )                                         00025460
               END-COMPUTE                                              00025462
               MOVE SPACES             TO FD-SUGFORN                    00025464
               MOVE FD-PROD-CODIGO     TO FD-SF-CODIGO                  00025468
               MOVE FD-PROD-DESCRICAO  TO FD-SF-DESCRICAO               00025470
               MOVE FD-PROD-QTDE       TO FD-SF-QTDE-ATUAL              00025472
               MOVE WRK-MINIMO-SUGESTAO TO FD-SF-QTDE-MINIMA            00025474
               MOVE WRK-QTDE-AJUSTADA  TO FD-SF-QTDE-SUGERIDA           00025476
               MOVE WRK-DATA-HOJE      TO FD-SF-DATA-GERACAO            00025478
               WRITE FD-SUGFORN                                         00025480
       2330-99-FIM.                       EXIT.                         00025576
      *-------------------------------------------------------------*   00025578
                                                                        00025580
                                                                        000255AA
      *---------------------------------------------------------------  000255AB
      *    2340-ESCOLHER-COTACAO                                        000255AC
      *    MENOR PRECO ENTRE AS COTACOES DO PRODUTO EM VIGOR HOJE,      000255AD
      *    COM QUANTIDADE MINIMA ATENDIDA PELO LOTE SUGERIDO, DE        000255AE
      *    FORNECEDOR ATIVO E COM PRAZO DENTRO DO MAXIMO ACEITO.        000255AF
      *    EMPATE NO PRECO FICA COM A PRIMEIRA COTACAO LIDA.            000255AG
      *---------------------------------------------------------------  000255AH
       2340-ESCOLHER-COTACAO              SECTION.                      000255AI
                                                                        000255AJ
            MOVE ZEROS TO WRK-PRECO-SUGESTAO.                           000255AK
            MOVE 1 TO WRK-IDX-COT.                                      000255AL
            PERFORM 2350-TESTAR-COTACAO                                 000255AM
               UNTIL WRK-IDX-COT GREATER THAN WRK-QTDE-COTACOES.        000255AN
                                                                        000255AO
      *-------------------------------------------------------------*   000255AP
       2340-99-FIM.                       EXIT.                         000255AQ
      *-------------------------------------------------------------*   000255AR
                                                                        000255AS
      *-------------------------------------------------------------*   000255AT
       2350-TESTAR-COTACAO                SECTION.                      000255AU
      *-------------------------------------------------------------*   000255AV
                                                                        000255AW
            IF WRK-TAB-CT-CODIGO(WRK-IDX-COT) EQUAL FD-PROD-CODIGO      000255AX
               AND WRK-TAB-CT-INICIO(WRK-IDX-COT) NOT GREATER           000255AY
                   WRK-DATA-HOJE                                        000255AZ
               AND WRK-TAB-CT-FIM(WRK-IDX-COT) NOT LESS WRK-DATA-HOJE   000255BA
               AND WRK-TAB-CT-MINIMA(WRK-IDX-COT) NOT GREATER           000255BB
                   WRK-LOTE-SUGESTAO                                    000255BC
               PERFORM 2360-PROCURAR-FORN-COTACAO                       000255BD
               IF WRK-TAB-CT-PRAZO(WRK-IDX-COT) GREATER ZEROS           000255BE
                  MOVE WRK-TAB-CT-PRAZO(WRK-IDX-COT) TO                 000255BF
                       WRK-PRAZO-COTACAO                                000255BG
               END-IF                                                   000255BH
               IF WRK-ATIVO-COTACAO EQUAL 'S'                           000255BI
                  AND WRK-PRAZO-COTACAO NOT GREATER WRK-PRAZO-MAXIMO    000255BJ
                  AND ( WRK-FORN-NAO-ACHADO                             000255BK
                     OR WRK-TAB-CT-PRECO(WRK-IDX-COT) LESS              000255BL
                        WRK-PRECO-SUGESTAO )                            000255BM
                  SET WRK-FORN-FOI-ACHADO TO TRUE                       000255BN
                  MOVE WRK-TAB-CT-FORN(WRK-IDX-COT) TO                  000255BO
                       WRK-FORN-SUGESTAO                                000255BP
                  MOVE WRK-TAB-CT-PRECO(WRK-IDX-COT) TO                 000255BQ
                       WRK-PRECO-SUGESTAO                               000255BR
                  MOVE WRK-PRAZO-COTACAO TO WRK-PRAZO-SUGESTAO          000255BS
               END-IF                                                   000255BT
            END-IF.                                                     000255BU
            ADD 1 TO WRK-IDX-COT.                                       000255BV
                                                                        000255BW
      *-------------------------------------------------------------*   000255BX
       2350-99-FIM.                       EXIT.                         000255BY
      *-------------------------------------------------------------*   000255BZ
                                                                        000255CA
      *---------------------------------------------------------------  000255CB
      *    2360-PROCURAR-FORN-COTACAO                                   000255CC
      *    PRAZO E SITUACAO DO FORNECEDOR DA COTACAO NO FORNMSTR;       000255CD
      *    FORNECEDOR SEM CADASTRO ENTRA ATIVO E COM PRAZO ZERO,        000255CE
      *    COMO NA 2320-PROCURAR-PRAZO.                                 000255CF
      *---------------------------------------------------------------  000255CG
       2360-PROCURAR-FORN-COTACAO         SECTION.                      000255CH
                                                                        000255CI
            MOVE ZEROS TO WRK-PRAZO-COTACAO.                            000255CJ
            MOVE 'S'   TO WRK-ATIVO-COTACAO.                            000255CK
            MOVE 1 TO WRK-IDX.                                          000255CL
            PERFORM 2370-TESTAR-FORN-COTACAO                            000255CM
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-FORNS.               000255CN
                                                                        000255CO
      *-------------------------------------------------------------*   000255CP
       2360-99-FIM.                       EXIT.                         000255CQ
      *-------------------------------------------------------------*   000255CR
                                                                        000255CS
      *-------------------------------------------------------------*   000255CT
       2370-TESTAR-FORN-COTACAO           SECTION.                      000255CU
      *-------------------------------------------------------------*   000255CV
                                                                        000255CW
            IF WRK-TAB-FR-CODIGO(WRK-IDX) EQUAL                         000255CX
               WRK-TAB-CT-FORN(WRK-IDX-COT)                             000255CY
               MOVE WRK-TAB-FR-PRAZO(WRK-IDX) TO WRK-PRAZO-COTACAO      000255CZ
               MOVE WRK-TAB-FR-ATIVO(WRK-IDX) TO WRK-ATIVO-COTACAO      000255DA
            END-IF.                                                     000255DB
            ADD 1 TO WRK-IDX.                                           000255DC
                                                                        000255DD
      *-------------------------------------------------------------*   000255DE
       2370-99-FIM.                       EXIT.                         000255DF
      *-------------------------------------------------------------*   000255DG
      *-------------------------------------------------------------*   00025600
       3000-FINALIZAR                     SECTION.                      00025700
      *-------------------------------------------------------------*   00025800
            CLOSE PRODUCT                                               00026000
            CLOSE PONTOPED                                              00026100
            CLOSE SUGCOMPRA                                             00026200
            CLOSE SUGFORN.                                              00026220
            IF WRK-COM-ESTDEP                                           00026240
               CLOSE ESTDEP                                             00026260
            END-IF.                                                     00026280
                                                                        00026300
            DISPLAY '=========================================='.       00026400
            DISPLAY ' LIDOS DO FEED........: ' WRK-REG-FEED.            00026500
            DISPLAY ' FEED SEM PONTO.......: ' WRK-REG-SEM-PONTO.       00026800
            DISPLAY ' PONTO SEM FEED.......: ' WRK-REG-SEM-FEED.        00026900
            DISPLAY ' SEM FORNECEDOR.......: ' WRK-REG-SEM-FORN.        00026910
            DISPLAY ' FORNECEDOR COTADO....: ' WRK-REG-POR-COTACAO.     00026932
            DISPLAY ' DEPOSITOS NO MINIMO..: ' WRK-REG-DEP-ABAIXO.      00026955
            DISPLAY '=========================================='.       00027000
                STOP RUN.                                               00027100
                                                                        00027200
