      *     SUGONL (REPRO), CLASSIFICA POR FORNECEDOR E                 00002100
      *     ENTREGA AO ARQ013 COMO SUGAPROV. O LAYOUT DO                00002200
      *     SUGONL E O MESMO DO SUGAPROV.                               00002300
      *-------------------------------------------------------*         00002310
      *     MANUTENCAO:                                                 00002320
      *     - 03/07/2023: O FORNECEDOR PASSOU A ENTRAR PELA MENOR       00002330
      *       COTACAO VALIDA DO PRODUTO (COTACAO), COM AS MESMAS        00002340
      *       REGRAS DO SUGFORN DO ARQ010: EM VIGOR NA DATA,            00002350
      *       QUANTIDADE MINIMA ATENDIDA PELA SUGERIDA, FORNECEDOR      00002360
      *       ATIVO NO FORNMSTR E PRAZO DENTRO DO MAXIMO DO             00002370
      *       COTPARM (PADRAO 30 DIAS). SEM COTACAO VALIDA VALE A       00002380
      *       LIGACAO PRODFORN, COMO ANTES.                             00002390
      *     - 04/12/2023: O PRAZO MAXIMO DAS COTACOES SAIU DO           00002392
      *       COTPARM E PASSOU A SER LIDO NO CADASTRO CENTRAL DE        00002394
      *       PARAMETROS (PARMSERV, COTPARM/PRAZO-MAXIMO, O MESMO       00002396
      *       DO ARQ010); SEM VALOR VIGENTE CONTINUA 30 DIAS.           00002398
      *=======================================================*         00002400
                                                                        00002500
      *=======================================================*         00002600
                ACCESS MODE  IS RANDOM                                  00003700
                RECORD KEY   IS FD-SGA-CODIGO                           00003800
                FILE STATUS  IS WRK-FS-SUGONL.                          00003900
             SELECT FORNMSTR  ASSIGN TO FORNMSTR                        00003910
                ORGANIZATION IS INDEXED                                 00003920
                ACCESS MODE  IS SEQUENTIAL                              00003930
                RECORD KEY   IS FD-FM-CODIGO                            00003940
                FILE STATUS  IS WRK-FS-FORNMSTR.                        00003950
             SELECT COTACAO   ASSIGN TO COTACAO                         00003960
                FILE STATUS  IS WRK-FS-COTACAO.                         00003970
      *=======================================================*         00004000
       DATA                                      DIVISION.              00004100
      *=======================================================*         00004200
          05 FD-SGA-FORNECEDOR    PIC X(06).                            00007400
          05 FD-SGA-DATA-GERACAO  PIC X(08).                            00007500
          05 FILLER               PIC X(09).                            00007600
                                                                        00007601
       FD FORNMSTR                                                      00007603
           RECORDING MODE IS F                                          00007606
           BLOCK CONTAINS 0 RECORDS.                                    00007609
       01 FD-FORNMSTR.                                                  00007612
          05 FD-FM-CODIGO         PIC X(06).                            00007615
          05 FD-FM-NOME           PIC X(30).                            00007618
          05 FD-FM-CNPJ           PIC X(14).                            00007621
          05 FD-FM-PRAZO-ENTREGA  PIC 9(03).                            00007624
          05 FD-FM-VALOR-MINIMO   PIC 9(07)V99.                         00007627
          05 FD-FM-ATIVO          PIC X(01).                            00007630
          05 FD-FM-DATA-ULT-MOV   PIC X(08).                            00007633
          05 FILLER               PIC X(08).                            00007636
                                                                        00007639
       FD COTACAO                                                       00007642
           RECORDING MODE IS F                                          00007645
           BLOCK CONTAINS 0 RECORDS.                                    00007648
       01 FD-COTACAO.                                                   00007651
          05 FD-COT-CODIGO        PIC X(06).                            00007654
          05 FD-COT-FORNECEDOR    PIC X(06).                            00007657
          05 FD-COT-PRECO-UNIT    PIC 9(07)V99.                         00007660
          05 FD-COT-QTDE-MINIMA   PIC 9(05).                            00007663
          05 FD-COT-DATA-INICIO   PIC X(08).                            00007666
          05 FD-COT-DATA-FIM      PIC X(08).                            00007669
          05 FD-COT-PRAZO-ENTREGA PIC 9(03).                            00007672
          05 FILLER               PIC X(35).                            00007675
                                                                        00007678
      *---------------------------------------------------              00007700
       WORKING-STORAGE                           SECTION.               00007800
      *---------------------------------------------------              00007900
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00009600
       77 WRK-REG-GRAVADOS  PIC 9(07) VALUE ZEROS.                      00009700
       77 WRK-REG-DUPLICADOS PIC 9(07) VALUE ZEROS.                     00009800
                                                                        00009803
       77 WRK-FS-FORNMSTR  PIC X(02) VALUE ZEROS.                       00009806
       77 WRK-FS-COTACAO   PIC X(02) VALUE ZEROS.                       00009809
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.                      00009815
       77 WRK-PRAZO-MAXIMO PIC 9(03) VALUE 30.                          00009818
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                0000981A
       01 WRK-PSV-AREA.                                                 0000981B
          05 WRK-PSV-PROGRAMA   PIC X(08).                              0000981C
          05 WRK-PSV-NOME       PIC X(12).                              0000981D
          05 WRK-PSV-VALOR      PIC X(30).                              0000981E
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       0000981F
          05 WRK-PSV-NUMERICO   PIC X(01).                              0000981G
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      0000981H
          05 WRK-PSV-VIGENCIA   PIC X(08).                              0000981I
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      0000981J
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    0000981K
       01 WRK-TAB-FORN.                                                 00009821
          05 WRK-TAB-FR-ITEM OCCURS 50 TIMES.                           00009824
             10 WRK-TAB-FR-CODIGO PIC X(06).                            00009827
             10 WRK-TAB-FR-PRAZO  PIC 9(03).                            00009830
             10 WRK-TAB-FR-ATIVO  PIC X(01).                            00009833
       77 WRK-QTDE-FORNS     PIC 9(02) VALUE ZEROS.                     00009836
       01 WRK-TAB-COTACAO.                                              00009839
          05 WRK-TAB-CT-ITEM OCCURS 300 TIMES.                          00009842
             10 WRK-TAB-CT-CODIGO  PIC X(06).                           00009845
             10 WRK-TAB-CT-FORN    PIC X(06).                           00009848
             10 WRK-TAB-CT-PRECO   PIC 9(07)V99.                        00009851
             10 WRK-TAB-CT-MINIMA  PIC 9(05).                           00009854
             10 WRK-TAB-CT-INICIO  PIC X(08).                           00009857
             10 WRK-TAB-CT-FIM     PIC X(08).                           00009860
             10 WRK-TAB-CT-PRAZO   PIC 9(03).                           00009863
       77 WRK-QTDE-COTACOES  PIC 9(03) VALUE ZEROS.                     00009866
       77 WRK-IDX-COT        PIC 9(03) VALUE ZEROS.                     00009869
       77 WRK-PRECO-CARGA    PIC 9(07)V99 VALUE ZEROS.                  00009872
       77 WRK-PRAZO-COTACAO  PIC 9(03) VALUE ZEROS.                     00009875
       77 WRK-ATIVO-COTACAO  PIC X(01) VALUE 'S'.                       00009878
       77 WRK-REG-POR-COTACAO PIC 9(07) VALUE ZEROS.                    00009881
      *=========================================*                       00009900
       PROCEDURE DIVISION.                                              00010000
      *=========================================*                       00010100
       1000-INICIAR                       SECTION.                      00011600
      *-------------------------------------------------------------*   00011700
                                                                        00011800
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00011833
                                                                        00011866
            OPEN INPUT SUGCOMPRA.                                       00011900
            EVALUATE WRK-FS-SUGCOMPRA                                   00012000
              WHEN ZEROS                                                00012100
            END-IF.                                                     00013500
                                                                        00013600
            PERFORM 1200-CARREGAR-LIGACOES.                             00013700
            PERFORM 1300-CARREGAR-FORNECEDORES.                         00013733
            PERFORM 1400-CARREGAR-COTACOES.                             00013766
                                                                        00013800
            READ SUGCOMPRA.                                             00013900
                                                                        00014000
       1210-99-FIM.                       EXIT.                         00018100
      *-------------------------------------------------------------*   00018200
                                                                        00018300
                                                                        000183AA
      *---------------------------------------------------------------  000183AB
      *    1300-CARREGAR-FORNECEDORES                                   000183AC
      *    PRAZO DE ENTREGA E SITUACAO DE CADA FORNECEDOR, USADOS NA    000183AD
      *    ESCOLHA PELA COTACAO.                                        000183AE
      *---------------------------------------------------------------  000183AF
       1300-CARREGAR-FORNECEDORES         SECTION.                      000183AG
                                                                        000183AH
            OPEN INPUT FORNMSTR.                                        000183AI
            IF WRK-FS-FORNMSTR EQUAL '35'                               000183AJ
               DISPLAY ' FORNMSTR AUSENTE, PRAZO NAO APLICADO '         000183AK
            ELSE                                                        000183AL
               IF WRK-FS-FORNMSTR NOT EQUAL '00'                        000183AM
                  MOVE ' ERRO OPEN FORNMSTR ' TO WRK-MSG                000183AN
                  PERFORM 9000-TRATAR-ERROS                             000183AO
               END-IF                                                   000183AP
               READ FORNMSTR                                            000183AQ
               PERFORM 1310-GUARDAR-FORNECEDOR                          000183AR
                  UNTIL WRK-FS-FORNMSTR NOT EQUAL '00'                  000183AS
               CLOSE FORNMSTR                                           000183AT
            END-IF.                                                     000183AU
                                                                        000183AV
      *-------------------------------------------------------------*   000183AW
       1300-99-FIM.                       EXIT.                         000183AX
      *-------------------------------------------------------------*   000183AY
                                                                        000183AZ
      *-------------------------------------------------------------*   000183BA
       1310-GUARDAR-FORNECEDOR            SECTION.                      000183BB
      *-------------------------------------------------------------*   000183BC
                                                                        000183BD
            IF WRK-QTDE-FORNS LESS THAN 50                              000183BE
               ADD 1 TO WRK-QTDE-FORNS                                  000183BF
               MOVE FD-FM-CODIGO TO                                     000183BG
                    WRK-TAB-FR-CODIGO(WRK-QTDE-FORNS)                   000183BH
               MOVE FD-FM-PRAZO-ENTREGA TO                              000183BI
                    WRK-TAB-FR-PRAZO(WRK-QTDE-FORNS)                    000183BJ
               MOVE FD-FM-ATIVO TO                                      000183BK
                    WRK-TAB-FR-ATIVO(WRK-QTDE-FORNS)                    000183BL
            END-IF.                                                     000183BM
            READ FORNMSTR.                                              000183BN
                                                                        000183BO
      *-------------------------------------------------------------*   000183BP
       1310-99-FIM.                       EXIT.                         000183BQ
      *-------------------------------------------------------------*   000183BR
                                                                        000183BS
      *---------------------------------------------------------------  000183BT
      *    1400-CARREGAR-COTACOES                                       000183BU
      *    PRAZO MAXIMO ACEITO (PARMSERV, OPCIONAL) E COTACOES DOS      00018350
      *    FORNECEDORES EM TABELA; SEM O COTACAO O FORNECEDOR ENTRA     000183BW
      *    SO PELA LIGACAO PRODFORN.                                    000183BX
      *---------------------------------------------------------------  000183BY
       1400-CARREGAR-COTACOES             SECTION.                      000183BZ
                                                                        000183CA
            MOVE 'COTPARM'      TO WRK-PSV-PROGRAMA.                    00018357
            MOVE 'PRAZO-MAXIMO' TO WRK-PSV-NOME.                        00018364
            PERFORM 1420-CHAMAR-PARMSERV.                               00018371
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00018378
               WRK-PSV-NUMERO GREATER ZEROS                             00018385
               MOVE WRK-PSV-NUMERO TO WRK-PRAZO-MAXIMO                  00018392
            ELSE                                                        000183CE
               DISPLAY ' PRAZO-MAXIMO SEM VALOR VIGENTE, PADRAO '       00018396
            END-IF.                                                     000183CR
                                                                        000183CS
            OPEN INPUT COTACAO.                                         000183CT
            IF WRK-FS-COTACAO EQUAL '35'                                000183CU
               DISPLAY ' COTACAO AUSENTE, FORNECEDOR PELO PRODFORN '    000183CV
            ELSE                                                        000183CW
               IF WRK-FS-COTACAO NOT EQUAL '00'                         000183CX
                  MOVE ' ERRO OPEN COTACAO ' TO WRK-MSG                 000183CY
                  PERFORM 9000-TRATAR-ERROS                             000183CZ
               END-IF                                                   000183DA
               READ COTACAO                                             000183DB
               PERFORM 1410-GUARDAR-COTACAO                             000183DC
                  UNTIL WRK-FS-COTACAO NOT EQUAL '00'                   000183DD
               CLOSE COTACAO                                            000183DE
            END-IF.                                                     000183DF
                                                                        000183DG
      *-------------------------------------------------------------*   000183DH
       1400-99-FIM.                       EXIT.                         000183DI
      *-------------------------------------------------------------*   000183DJ
                                                                        000183DK
      *-------------------------------------------------------------*   000183DL
       1410-GUARDAR-COTACAO               SECTION.                      000183DM
      *-------------------------------------------------------------*   000183DN
                                                                        000183DO
            IF WRK-QTDE-COTACOES LESS THAN 300                          000183DP
               ADD 1 TO WRK-QTDE-COTACOES                               000183DQ
               MOVE FD-COT-CODIGO TO                                    000183DR
                    WRK-TAB-CT-CODIGO(WRK-QTDE-COTACOES)                000183DS
               MOVE FD-COT-FORNECEDOR TO                                000183DT
                    WRK-TAB-CT-FORN(WRK-QTDE-COTACOES)                  000183DU
               MOVE FD-COT-PRECO-UNIT TO                                000183DV
                    WRK-TAB-CT-PRECO(WRK-QTDE-COTACOES)                 000183DW
               MOVE FD-COT-QTDE-MINIMA TO                               000183DX
                    WRK-TAB-CT-MINIMA(WRK-QTDE-COTACOES)                000183DY
               MOVE FD-COT-DATA-INICIO TO                               000183DZ
                    WRK-TAB-CT-INICIO(WRK-QTDE-COTACOES)                000183EA
               MOVE FD-COT-DATA-FIM TO                                  000183EB
                    WRK-TAB-CT-FIM(WRK-QTDE-COTACOES)                   000183EC
               MOVE FD-COT-PRAZO-ENTREGA TO                             000183ED
                    WRK-TAB-CT-PRAZO(WRK-QTDE-COTACOES)                 000183EE
            END-IF.                                                     000183EF
            READ COTACAO.                                               000183EG
                                                                        000183EH
      *-------------------------------------------------------------*   000183EI
       1410-99-FIM.                       EXIT.                         000183EJ
      *-------------------------------------------------------------*   0001839A
                                                                        0001839B
      *-------------------------------------------------------------*   0001839C
       1420-CHAMAR-PARMSERV               SECTION.                      0001839D
      *-------------------------------------------------------------*   0001839E
                                                                        0001839F
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  0001839G
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        0001839H
                ON EXCEPTION                                            0001839I
                   MOVE '02' TO WRK-PSV-RETORNO                         0001839J
            END-CALL.                                                   0001839K
                                                                        0001839L
      *-------------------------------------------------------------*   0001839M
       1420-99-FIM.                       EXIT.                         0001839N
      *-------------------------------------------------------------*   000183EK
      *-------------------------------------------------------------*   00018400
       2000-PROCESSAR                     SECTION.                      00018500
      *-------------------------------------------------------------*   00018600
                                                                        00023300
            SET WRK-FORN-NAO-ACHADO TO TRUE.                            00023400
            MOVE SPACES TO WRK-FORN-CARGA.                              00023500
            PERFORM 2300-ESCOLHER-COTACAO.                              00023545
                                                                        00023590
            IF WRK-FORN-NAO-ACHADO                                      00023635
               MOVE 1 TO WRK-IDX                                        00023680
               PERFORM 2210-TESTAR-LIGACAO                              00023725
                  UNTIL WRK-IDX GREATER THAN WRK-QTDE-LIGACOES          00023770
                     OR WRK-FORN-FOI-ACHADO                             00023815
            ELSE                                                        00023860
               ADD 1 TO WRK-REG-POR-COTACAO                             00023905
            END-IF.                                                     00023950
                                                                        00024000
      *-------------------------------------------------------------*   00024100
       2200-99-FIM.                       EXIT.                         00024200
       2210-99-FIM.                       EXIT.                         00025700
      *-------------------------------------------------------------*   00025800
                                                                        00025900
                                                                        00025901
      *---------------------------------------------------------------  00025902
      *    2300-ESCOLHER-COTACAO                                        00025903
      *    MENOR PRECO ENTRE AS COTACOES DO PRODUTO EM VIGOR HOJE,      00025904
      *    COM QUANTIDADE MINIMA ATENDIDA PELA SUGERIDA, DE             00025905
      *    FORNECEDOR ATIVO E COM PRAZO DENTRO DO MAXIMO ACEITO.        00025906
      *    EMPATE NO PRECO FICA COM A PRIMEIRA COTACAO LIDA.            00025907
      *---------------------------------------------------------------  00025908
       2300-ESCOLHER-COTACAO              SECTION.                      00025909
                                                                        00025910
            MOVE ZEROS TO WRK-PRECO-CARGA.                              00025911
            MOVE 1 TO WRK-IDX-COT.                                      00025912
            PERFORM 2310-TESTAR-COTACAO                                 00025913
               UNTIL WRK-IDX-COT GREATER THAN WRK-QTDE-COTACOES.        00025914
                                                                        00025915
      *-------------------------------------------------------------*   00025916
       2300-99-FIM.                       EXIT.                         00025917
      *-------------------------------------------------------------*   00025918
                                                                        00025919
      *-------------------------------------------------------------*   00025920
       2310-TESTAR-COTACAO                SECTION.                      00025921
      *-------------------------------------------------------------*   00025922
                                                                        00025923
            IF WRK-TAB-CT-CODIGO(WRK-IDX-COT) EQUAL FD-SUG-CODIGO       00025924
               AND WRK-TAB-CT-INICIO(WRK-IDX-COT) NOT GREATER           00025925
                   WRK-DATA-HOJE                                        00025926
               AND WRK-TAB-CT-FIM(WRK-IDX-COT) NOT LESS WRK-DATA-HOJE   00025927
               AND WRK-TAB-CT-MINIMA(WRK-IDX-COT) NOT GREATER           00025928
                   FD-SUG-QTDE-SUGERIDA                                 00025929
               PERFORM 2320-PROCURAR-FORN-COTACAO                       00025930
               IF WRK-TAB-CT-PRAZO(WRK-IDX-COT) GREATER ZEROS           00025931
                  MOVE WRK-TAB-CT-PRAZO(WRK-IDX-COT) TO                 00025932
                       WRK-PRAZO-COTACAO                                00025933
               END-IF                                                   00025934
               IF WRK-ATIVO-COTACAO EQUAL 'S'                           00025935
                  AND WRK-PRAZO-COTACAO NOT GREATER WRK-PRAZO-MAXIMO    00025936
                  AND ( WRK-FORN-NAO-ACHADO                             00025937
                     OR WRK-TAB-CT-PRECO(WRK-IDX-COT) LESS              00025938
                        WRK-PRECO-CARGA )                               00025939
                  SET WRK-FORN-FOI-ACHADO TO TRUE                       00025940
                  MOVE WRK-TAB-CT-FORN(WRK-IDX-COT) TO                  00025941
                       WRK-FORN-CARGA                                   00025942
                  MOVE WRK-TAB-CT-PRECO(WRK-IDX-COT) TO                 00025943
                       WRK-PRECO-CARGA                                  00025944
               END-IF                                                   00025945
            END-IF.                                                     00025946
            ADD 1 TO WRK-IDX-COT.                                       00025947
                                                                        00025948
      *-------------------------------------------------------------*   00025949
       2310-99-FIM.                       EXIT.                         00025950
      *-------------------------------------------------------------*   00025951
                                                                        00025952
      *---------------------------------------------------------------  00025953
      *    2320-PROCURAR-FORN-COTACAO                                   00025954
      *    FORNECEDOR SEM CADASTRO NO FORNMSTR ENTRA ATIVO E COM        00025955
      *    PRAZO ZERO.                                                  00025956
      *---------------------------------------------------------------  00025957
       2320-PROCURAR-FORN-COTACAO         SECTION.                      00025958
                                                                        00025959
            MOVE ZEROS TO WRK-PRAZO-COTACAO.                            00025960
            MOVE 'S'   TO WRK-ATIVO-COTACAO.                            00025961
            MOVE 1 TO WRK-IDX.                                          00025962
            PERFORM 2330-TESTAR-FORN-COTACAO                            00025963
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-FORNS.               00025964
                                                                        00025965
      *-------------------------------------------------------------*   00025966
       2320-99-FIM.                       EXIT.                         00025967
      *-------------------------------------------------------------*   00025968
                                                                        00025969
      *-------------------------------------------------------------*   00025970
       2330-TESTAR-FORN-COTACAO           SECTION.                      00025971
      *-------------------------------------------------------------*   00025972
                                                                        00025973
            IF WRK-TAB-FR-CODIGO(WRK-IDX) EQUAL                         00025974
               WRK-TAB-CT-FORN(WRK-IDX-COT)                             00025975
               MOVE WRK-TAB-FR-PRAZO(WRK-IDX) TO WRK-PRAZO-COTACAO      00025976
               MOVE WRK-TAB-FR-ATIVO(WRK-IDX) TO WRK-ATIVO-COTACAO      00025977
            END-IF.                                                     00025978
            ADD 1 TO WRK-IDX.                                           00025979
                                                                        00025980
      *-------------------------------------------------------------*   00025981
       2330-99-FIM.                       EXIT.                         00025982
      *-------------------------------------------------------------*   00025983
      *-------------------------------------------------------------*   00026000
       3000-FINALIZAR                     SECTION.                      00026100
      *-------------------------------------------------------------*   00026200
            DISPLAY ' SUGESTOES LIDAS......: ' WRK-REG-LIDOS.           00026900
            DISPLAY ' GRAVADAS NO SUGONL...: ' WRK-REG-GRAVADOS.        00027000
            DISPLAY ' DUPLICADAS..........: ' WRK-REG-DUPLICADOS.       00027100
            DISPLAY ' FORNECEDOR COTADO....: ' WRK-REG-POR-COTACAO.     00027150
            DISPLAY '=========================================='.       00027200
                STOP RUN.                                               00027300
                                                                        00027400
