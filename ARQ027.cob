      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ027.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 15/05/2023                                         00001100
      *     OBJETIVO: RELATORIO SEMANAL DE LOTES A VENCER: LE O         00001200
      *              ESTOQUE POR LOTE (ESTLOTE, ABERTO PELO             00001300
      *              RECEBIMENTO NO ARQ014 E BAIXADO PELO ARQ016)       00001400
      *              E LISTA NO RELVALID OS LOTES COM SALDO QUE         00001500
      *              VENCEM ATE N DIAS A FRENTE (OS JA VENCIDOS         00001600
      *              SAEM MARCADOS), VALORIZADOS PELO CUSTO MEDIO       00001700
      *              DO PRODMSTR, PARA QUE COMERCIAL VENDA OU O         00001800
      *              ESTOQUE DE BAIXA A TEMPO.                          00001900
      *-------------------------------------------------------*         00002000
      *     DIAS A FRENTE NO PARMSERV (ARQ027/DIAS, PADRAO 30).         00002100
      *     O ESTLOTE SAI NA ORDEM DA CHAVE (PRODUTO + VALIDADE         00002200
      *     + LOTE), ENTAO CADA PRODUTO VEM JUNTO E DO LOTE MAIS        00002300
      *     PROXIMO DE VENCER PARA O MAIS DISTANTE.                     00002400
      *-------------------------------------------------------*         00002414
      *     MANUTENCAO:                                                 00002428
      *     - 04/12/2023: OS DIAS A FRENTE SAIRAM DO LOTPARM E          00002442
      *       PASSARAM A SER LIDOS NO CADASTRO CENTRAL DE               00002456
      *       PARAMETROS (PARMSERV, ARQ027/DIAS); SEM VALOR             00002470
      *       VIGENTE, INVALIDO OU ZERADO CONTINUA 30.                  00002484
      *=======================================================*         00002500
                                                                        00002600
      *=======================================================*         00002700
       ENVIRONMENT                               DIVISION.              00002800
      *=======================================================*         00002900
       CONFIGURATION                             SECTION.               00003000
       SPECIAL-NAMES.                                                   00003100
           DECIMAL-POINT IS COMMA.                                      00003200
                                                                        00003300
       INPUT-OUTPUT                              SECTION.               00003400
       FILE-CONTROL.                                                    00003500
             SELECT ESTLOTE   ASSIGN TO ESTLOTE                         00003600
                ORGANIZATION IS INDEXED                                 00003700
                ACCESS MODE  IS SEQUENTIAL                              00003800
                RECORD KEY   IS FD-LOT-CHAVE                            00003900
                FILE STATUS  IS WRK-FS-ESTLOTE.                         00004000
             SELECT PRODMSTR  ASSIGN TO PRODMSTR                        00004100
                ORGANIZATION IS INDEXED                                 00004200
                ACCESS MODE  IS RANDOM                                  00004300
                RECORD KEY   IS FD-PM-CODIGO                            00004400
                ALTERNATE RECORD KEY IS FD-PM-EAN                       00004500
                     WITH DUPLICATES                                    00004600
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00004700
             SELECT RELVALID  ASSIGN TO RELVALID                        00005000
                FILE STATUS  IS WRK-FS-RELVALID.                        00005100
      *=======================================================*         00005200
       DATA                                      DIVISION.              00005300
      *=======================================================*         00005400
       FILE                                      SECTION.               00005500
       FD ESTLOTE                                                       00005600
           RECORDING MODE IS F                                          00005700
           BLOCK CONTAINS 0 RECORDS.                                    00005800
       01 FD-ESTLOTE.                                                   00005900
          05 FD-LOT-CHAVE.                                              00006000
             10 FD-LOT-CODIGO     PIC X(06).                            00006100
             10 FD-LOT-VALIDADE   PIC X(08).                            00006200
             10 FD-LOT-LOTE       PIC X(10).                            00006300
          05 FD-LOT-QTDE          PIC 9(05).                            00006400
          05 FD-LOT-DATA-ENTRADA  PIC X(08).                            00006500
          05 FILLER               PIC X(03).                            00006600
                                                                        00006700
       FD PRODMSTR                                                      00006800
           RECORDING MODE IS F                                          00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
       01 FD-PRODMSTR.                                                  00007100
          05 FD-PM-CODIGO         PIC X(06).                            00007200
          05 FD-PM-DESCRICAO      PIC X(30).                            00007300
          05 FD-PM-PRECO          PIC 9(07)V99.                         00007400
          05 FD-PM-QTDE           PIC 9(05).                            00007500
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00007600
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00007700
          05 FD-PM-EAN            PIC X(13).                            00007800
                                                                        00007900
       FD RELVALID                                                      00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-RELVALID             PIC X(80).                            00008900
      *---------------------------------------------------              00009000
       WORKING-STORAGE                           SECTION.               00009100
      *---------------------------------------------------              00009200
       77 WRK-FS-ESTLOTE   PIC X(02) VALUE ZEROS.                       00009300
       77 WRK-FS-PRODMSTR  PIC X(02) VALUE ZEROS.                       00009400
       77 WRK-FS-RELVALID  PIC X(02) VALUE ZEROS.                       00009600
       77 WRK-MSG          PIC X(50) VALUE SPACES.                      00009700
                                                                        00009800
       77 WRK-DIAS          PIC 9(03) VALUE 30.                         00009900
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00009908
       01 WRK-PSV-AREA.                                                 00009916
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00009924
          05 WRK-PSV-NOME       PIC X(12).                              00009932
          05 WRK-PSV-VALOR      PIC X(30).                              00009940
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00009948
          05 WRK-PSV-NUMERICO   PIC X(01).                              00009956
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00009964
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00009972
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00009980
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00009988
       77 WRK-DATA-HOJE     PIC X(08) VALUE SPACES.                     00010000
       01 WRK-DATA-LIMITE.                                              00010100
          05 WRK-DLI-ANO    PIC 9(04).                                  00010200
          05 WRK-DLI-MES    PIC 9(02).                                  00010300
          05 WRK-DLI-DIA    PIC 9(02).                                  00010400
       77 WRK-QTDE-SOMADOS  PIC 9(03) VALUE ZEROS.                      00010500
       77 WRK-DIAS-NO-MES   PIC 9(02) VALUE ZEROS.                      00010600
       77 WRK-QUOCIENTE     PIC 9(04) VALUE ZEROS.                      00010700
       77 WRK-RESTO-4       PIC 9(04) VALUE ZEROS.                      00010800
       77 WRK-RESTO-100     PIC 9(04) VALUE ZEROS.                      00010900
       77 WRK-RESTO-400     PIC 9(04) VALUE ZEROS.                      00011000
       01 WRK-TAB-DIAS-MES-V PIC X(24) VALUE                            00011100
                '312831303130313130313031'.                             00011200
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-V.                00011300
          05 WRK-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.                  00011400
                                                                        00011500
       77 WRK-CODIGO-ANT     PIC X(06) VALUE SPACES.                    00011600
       77 WRK-VALOR-LOTE     PIC 9(09)V99 VALUE ZEROS.                  00011700
       77 WRK-QTDE-VENCER    PIC 9(09) VALUE ZEROS.                     00011800
       77 WRK-VALOR-VENCER   PIC 9(11)V99 VALUE ZEROS.                  00011900
       77 WRK-QTDE-VENCIDA   PIC 9(09) VALUE ZEROS.                     00012000
       77 WRK-VALOR-VENCIDO  PIC 9(11)V99 VALUE ZEROS.                  00012100
                                                                        00012200
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00012300
       77 WRK-REG-LISTADOS   PIC 9(07) VALUE ZEROS.                     00012400
       77 WRK-REG-VENCIDOS   PIC 9(07) VALUE ZEROS.                     00012500
       77 WRK-REG-SEM-MESTRE PIC 9(07) VALUE ZEROS.                     00012600
                                                                        00012700
       01 WRK-LIN-CAB.                                                  00012800
          05 FILLER           PIC X(33) VALUE                           00012900
                'LOTES A VENCER - POSICAO EM '.                         00013000
          05 WRK-LCB-HOJE     PIC X(08).                                00013100
          05 FILLER           PIC X(12) VALUE '  VENCE ATE '.           00013200
          05 WRK-LCB-LIMITE   PIC X(08).                                00013300
          05 FILLER           PIC X(02) VALUE ' ('.                     00013400
          05 WRK-LCB-DIAS     PIC ZZ9.                                  00013500
          05 FILLER           PIC X(07) VALUE ' DIAS) '.                00013600
          05 FILLER           PIC X(07) VALUE SPACES.                   00013700
                                                                        00013800
       01 WRK-LIN-COLUNAS.                                              00013900
          05 FILLER           PIC X(40) VALUE                           00014000
                'CODIGO DESCRICAO            LOTE       V'.             00014100
          05 FILLER           PIC X(40) VALUE                           00014200
                'ALIDADE  SALDO    VALOR A CUSTO SITUACAO'.             00014300
                                                                        00014400
       01 WRK-LIN-DETALHE.                                              00014500
          05 WRK-LDT-CODIGO   PIC X(06).                                00014600
          05 FILLER           PIC X(01) VALUE SPACES.                   00014700
          05 WRK-LDT-DESCRICAO PIC X(20).                               00014800
          05 FILLER           PIC X(01) VALUE SPACES.                   00014900
          05 WRK-LDT-LOTE     PIC X(10).                                00015000
          05 FILLER           PIC X(01) VALUE SPACES.                   00015100
          05 WRK-LDT-VALIDADE PIC X(08).                                00015200
          05 FILLER           PIC X(01) VALUE SPACES.                   00015300
          05 WRK-LDT-QTDE     PIC ZZZZ9.                                00015400
          05 FILLER           PIC X(01) VALUE SPACES.                   00015500
          05 WRK-LDT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                       00015600
          05 FILLER           PIC X(01) VALUE SPACES.                   00015700
          05 WRK-LDT-SITUACAO PIC X(08).                                00015800
          05 FILLER           PIC X(03) VALUE SPACES.                   00015900
                                                                        00016000
       01 WRK-LIN-TOTAL.                                                00016100
          05 FILLER           PIC X(02) VALUE SPACES.                   00016200
          05 WRK-LTT-TITULO   PIC X(28).                                00016300
          05 FILLER           PIC X(07) VALUE ' QTDE '.                 00016400
          05 WRK-LTT-QTDE     PIC ZZZ.ZZZ.ZZ9.                          00016500
          05 FILLER           PIC X(08) VALUE '  VALOR '.               00016600
          05 WRK-LTT-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00016700
          05 FILLER           PIC X(07) VALUE SPACES.                   00016800
                                                                        00016900
       01 WRK-LIN-TRACO.                                                00017000
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00017100
      *=========================================*                       00017200
       PROCEDURE DIVISION.                                              00017300
      *=========================================*                       00017400
                                                                        00017500
      *-------------------------------------------------------------*   00017600
       0000-PRINCIPAL                     SECTION.                      00017700
      *-------------------------------------------------------------*   00017800
                                                                        00017900
           PERFORM 1000-INICIAR.                                        00018000
           PERFORM 2000-PROCESSAR                                       00018100
              UNTIL WRK-FS-ESTLOTE NOT EQUAL '00'.                      00018200
           PERFORM 3000-FINALIZAR.                                      00018300
                                                                        00018400
      *-------------------------------------------------------------*   00018500
       0000-99-FIM.                       EXIT.                         00018600
      *-------------------------------------------------------------*   00018700
                                                                        00018800
      *-------------------------------------------------------------*   00018900
       1000-INICIAR                       SECTION.                      00019000
      *-------------------------------------------------------------*   00019100
                                                                        00019200
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00019300
                                                                        00019400
            PERFORM 1050-CARREGAR-PARAMETRO.                            00019500
            PERFORM 1060-APURAR-LIMITE.                                 00019600
                                                                        00019700
            OPEN INPUT ESTLOTE.                                         00019800
            EVALUATE WRK-FS-ESTLOTE                                     00019900
              WHEN ZEROS                                                00020000
                 CONTINUE                                               00020100
              WHEN '35'                                                 00020200
                 MOVE ' ESTLOTE NAO ENCONTRADO ' TO WRK-MSG             00020300
                 PERFORM 9000-TRATAR-ERROS                              00020400
              WHEN OTHER                                                00020500
                 MOVE ' ERRO OPEN ESTLOTE ' TO WRK-MSG                  00020600
                 PERFORM 9000-TRATAR-ERROS                              00020700
            END-EVALUATE.                                               00020800
                                                                        00020900
            OPEN INPUT PRODMSTR.                                        00021000
            IF WRK-FS-PRODMSTR NOT EQUAL '00'                           00021100
               MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                   00021200
               PERFORM 9000-TRATAR-ERROS                                00021300
            END-IF.                                                     00021400
                                                                        00021500
            OPEN OUTPUT RELVALID.                                       00021600
            IF WRK-FS-RELVALID NOT EQUAL '00'                           00021700
               MOVE ' ERRO OPEN RELVALID ' TO WRK-MSG                   00021800
               PERFORM 9000-TRATAR-ERROS                                00021900
            END-IF.                                                     00022000
                                                                        00022100
            MOVE WRK-DATA-HOJE   TO WRK-LCB-HOJE.                       00022200
            MOVE WRK-DATA-LIMITE TO WRK-LCB-LIMITE.                     00022300
            MOVE WRK-DIAS        TO WRK-LCB-DIAS.                       00022400
            MOVE WRK-LIN-CAB     TO FD-RELVALID.                        00022500
            WRITE FD-RELVALID.                                          00022600
            MOVE WRK-LIN-COLUNAS TO FD-RELVALID.                        00022700
            WRITE FD-RELVALID.                                          00022800
            MOVE WRK-LIN-TRACO   TO FD-RELVALID.                        00022900
            WRITE FD-RELVALID.                                          00023000
                                                                        00023100
            DISPLAY '------------------------------------------'.       00023200
            DISPLAY ' LOTES A VENCER '.                                 00023300
            DISPLAY ' DATA DE HOJE.........: ' WRK-DATA-HOJE.           00023400
            DISPLAY ' VENCIMENTO ATE.......: ' WRK-DATA-LIMITE.         00023500
            DISPLAY '------------------------------------------'.       00023600
                                                                        00023700
            PERFORM 1200-LER-ESTLOTE.                                   00023800
                                                                        00023900
      *-------------------------------------------------------------*   00024000
       1000-99-FIM.                       EXIT.                         00024100
      *-------------------------------------------------------------*   00024200
                                                                        00024300
      *---------------------------------------------------------------  00024400
      *    1050-CARREGAR-PARAMETRO                                      00024500
      *    SEM DIAS NO PARMSERV, OU INVALIDO/ZERADO, VALE O PADRAO.     00024600
      *---------------------------------------------------------------  00024700
       1050-CARREGAR-PARAMETRO            SECTION.                      00024800
                                                                        00024900
            MOVE 'ARQ027'       TO WRK-PSV-PROGRAMA.                    00025142
            MOVE 'DIAS'         TO WRK-PSV-NOME.                        00025384
            PERFORM 1055-CHAMAR-PARMSERV.                               00025626
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00025868
               WRK-PSV-NUMERO GREATER ZEROS                             00026110
               MOVE WRK-PSV-NUMERO TO WRK-DIAS                          00026352
            END-IF.                                                     00026600
                                                                        00026700
      *-------------------------------------------------------------*   00026800
       1050-99-FIM.                       EXIT.                         00026900
      *-------------------------------------------------------------*   00026906
                                                                        00026912
      *-------------------------------------------------------------*   00026918
       1055-CHAMAR-PARMSERV               SECTION.                      00026924
      *-------------------------------------------------------------*   00026930
                                                                        00026936
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  00026942
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        00026948
                ON EXCEPTION                                            00026954
                   MOVE '02' TO WRK-PSV-RETORNO                         00026960
            END-CALL.                                                   00026966
                                                                        00026972
      *-------------------------------------------------------------*   00026978
       1055-99-FIM.                       EXIT.                         00026984
      *-------------------------------------------------------------*   00027000
                                                                        00027100
      *---------------------------------------------------------------  00027200
      *    1060-APURAR-LIMITE                                           00027300
      *    DATA LIMITE = HOJE + N DIAS CORRIDOS, SOMADOS UM A UM.       00027400
      *---------------------------------------------------------------  00027500
       1060-APURAR-LIMITE                 SECTION.                      00027600
                                                                        00027700
            MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE.                      00027800
            MOVE ZEROS         TO WRK-QTDE-SOMADOS.                     00027900
            PERFORM 1061-SOMAR-DIA                                      00028000
               UNTIL WRK-QTDE-SOMADOS NOT LESS THAN WRK-DIAS.           00028100
                                                                        00028200
      *-------------------------------------------------------------*   00028300
       1060-99-FIM.                       EXIT.                         00028400
      *-------------------------------------------------------------*   00028500
                                                                        00028600
      *---------------------------------------------------------------  00028700
      *    1061-SOMAR-DIA                                               00028800
      *    UM DIA CORRIDO A FRENTE NA DATA LIMITE, VIRANDO MES E        00028900
      *    ANO; FEVEREIRO COM 29 NO ANO BISSEXTO.                       00029000
      *---------------------------------------------------------------  00029100
       1061-SOMAR-DIA                     SECTION.                      00029200
                                                                        00029300
            MOVE WRK-DIAS-MES(WRK-DLI-MES) TO WRK-DIAS-NO-MES.          00029400
            IF WRK-DLI-MES EQUAL 2                                      00029500
               DIVIDE WRK-DLI-ANO BY 4   GIVING WRK-QUOCIENTE           00029600
                      REMAINDER WRK-RESTO-4                             00029700
               DIVIDE WRK-DLI-ANO BY 100 GIVING WRK-QUOCIENTE           00029800
                      REMAINDER WRK-RESTO-100                           00029900
               DIVIDE WRK-DLI-ANO BY 400 GIVING WRK-QUOCIENTE           00030000
                      REMAINDER WRK-RESTO-400                           00030100
               IF WRK-RESTO-400 EQUAL ZEROS OR                          00030200
                  ( WRK-RESTO-4 EQUAL ZEROS AND                         00030300
                    WRK-RESTO-100 NOT EQUAL ZEROS )                     00030400
                  MOVE 29 TO WRK-DIAS-NO-MES                            00030500
               END-IF                                                   00030600
            END-IF.                                                     00030700
                                                                        00030800
            ADD 1 TO WRK-DLI-DIA.                                       00030900
            IF WRK-DLI-DIA GREATER THAN WRK-DIAS-NO-MES                 00031000
               MOVE 1 TO WRK-DLI-DIA                                    00031100
               ADD 1 TO WRK-DLI-MES                                     00031200
               IF WRK-DLI-MES GREATER THAN 12                           00031300
                  MOVE 1 TO WRK-DLI-MES                                 00031400
                  ADD 1 TO WRK-DLI-ANO                                  00031500
               END-IF                                                   00031600
            END-IF.                                                     00031700
            ADD 1 TO WRK-QTDE-SOMADOS.                                  00031800
                                                                        00031900
      *-------------------------------------------------------------*   00032000
       1061-99-FIM.                       EXIT.                         00032100
      *-------------------------------------------------------------*   00032200
                                                                        00032300
      *-------------------------------------------------------------*   00032400
       1200-LER-ESTLOTE                   SECTION.                      00032500
      *-------------------------------------------------------------*   00032600
                                                                        00032700
            READ ESTLOTE NEXT.                                          00032800
            EVALUATE WRK-FS-ESTLOTE                                     00032900
              WHEN ZEROS                                                00033000
                 ADD 1 TO WRK-REG-LIDOS                                 00033100
              WHEN '10'                                                 00033200
                 CONTINUE                                               00033300
              WHEN OTHER                                                00033400
                 MOVE ' ERRO READ ESTLOTE ' TO WRK-MSG                  00033500
                 PERFORM 9000-TRATAR-ERROS                              00033600
            END-EVALUATE.                                               00033700
                                                                        00033800
      *-------------------------------------------------------------*   00033900
       1200-99-FIM.                       EXIT.                         00034000
      *-------------------------------------------------------------*   00034100
                                                                        00034200
      *---------------------------------------------------------------  00034300
      *    2000-PROCESSAR                                               00034400
      *    LOTE COM SALDO E VALIDADE ATE A DATA LIMITE VAI PARA O       00034500
      *    RELATORIO. O MESTRE SO E LIDO NA TROCA DE PRODUTO.           00034600
      *---------------------------------------------------------------  00034700
       2000-PROCESSAR                     SECTION.                      00034800
                                                                        00034900
            IF FD-LOT-QTDE GREATER THAN ZEROS AND                       00035000
               FD-LOT-VALIDADE NOT GREATER THAN WRK-DATA-LIMITE         00035100
               IF FD-LOT-CODIGO NOT EQUAL WRK-CODIGO-ANT                00035200
                  PERFORM 2100-LER-PRODUTO                              00035300
               END-IF                                                   00035400
               PERFORM 2200-LISTAR-LOTE                                 00035500
            END-IF.                                                     00035600
                                                                        00035700
            PERFORM 1200-LER-ESTLOTE.                                   00035800
                                                                        00035900
      *-------------------------------------------------------------*   00036000
       2000-99-FIM.                       EXIT.                         00036100
      *-------------------------------------------------------------*   00036200
                                                                        00036300
      *---------------------------------------------------------------  00036400
      *    2100-LER-PRODUTO                                             00036500
      *    PRODUTO FORA DO MESTRE SAI SEM DESCRICAO E SEM VALOR.        00036600
      *---------------------------------------------------------------  00036700
       2100-LER-PRODUTO                   SECTION.                      00036800
                                                                        00036900
            MOVE FD-LOT-CODIGO TO FD-PM-CODIGO WRK-CODIGO-ANT.          00037000
            READ PRODMSTR.                                              00037100
            EVALUATE WRK-FS-PRODMSTR                                    00037200
              WHEN ZEROS                                                00037300
                 CONTINUE                                               00037400
              WHEN '23'                                                 00037500
                 MOVE '*** SEM CADASTRO ***' TO FD-PM-DESCRICAO         00037600
                 MOVE ZEROS TO FD-PM-CUSTO-MEDIO                        00037700
                 ADD 1 TO WRK-REG-SEM-MESTRE                            00037800
              WHEN OTHER                                                00037900
                 MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                 00038000
                 PERFORM 9000-TRATAR-ERROS                              00038100
            END-EVALUATE.                                               00038200
                                                                        00038300
      *-------------------------------------------------------------*   00038400
       2100-99-FIM.                       EXIT.                         00038500
      *-------------------------------------------------------------*   00038600
                                                                        00038700
      *-------------------------------------------------------------*   00038800
       2200-LISTAR-LOTE                   SECTION.                      00038900
      *-------------------------------------------------------------*   00039000
                                                                        00039100
            COMPUTE WRK-VALOR-LOTE ROUNDED =                            00039200
                    FD-LOT-QTDE * FD-PM-CUSTO-MEDIO.                    00039300
                                                                        00039400
            IF FD-LOT-VALIDADE LESS THAN WRK-DATA-HOJE                  00039500
               MOVE 'VENCIDO '       TO WRK-LDT-SITUACAO                00039600
               ADD FD-LOT-QTDE       TO WRK-QTDE-VENCIDA                00039700
               ADD WRK-VALOR-LOTE    TO WRK-VALOR-VENCIDO               00039800
               ADD 1                 TO WRK-REG-VENCIDOS                00039900
            ELSE                                                        00040000
               MOVE 'A VENCER'       TO WRK-LDT-SITUACAO                00040100
               ADD FD-LOT-QTDE       TO WRK-QTDE-VENCER                 00040200
               ADD WRK-VALOR-LOTE    TO WRK-VALOR-VENCER                00040300
            END-IF.                                                     00040400
                                                                        00040500
            MOVE FD-LOT-CODIGO    TO WRK-LDT-CODIGO.                    00040600
            MOVE FD-PM-DESCRICAO  TO WRK-LDT-DESCRICAO.                 00040700
            MOVE FD-LOT-LOTE      TO WRK-LDT-LOTE.                      00040800
            MOVE FD-LOT-VALIDADE  TO WRK-LDT-VALIDADE.                  00040900
            MOVE FD-LOT-QTDE      TO WRK-LDT-QTDE.                      00041000
            MOVE WRK-VALOR-LOTE   TO WRK-LDT-VALOR.                     00041100
            MOVE WRK-LIN-DETALHE  TO FD-RELVALID.                       00041200
            WRITE FD-RELVALID.                                          00041300
            ADD 1 TO WRK-REG-LISTADOS.                                  00041400
                                                                        00041500
      *-------------------------------------------------------------*   00041600
       2200-99-FIM.                       EXIT.                         00041700
      *-------------------------------------------------------------*   00041800
                                                                        00041900
      *-------------------------------------------------------------*   00042000
       3000-FINALIZAR                     SECTION.                      00042100
      *-------------------------------------------------------------*   00042200
                                                                        00042300
            MOVE WRK-LIN-TRACO TO FD-RELVALID.                          00042400
            WRITE FD-RELVALID.                                          00042500
                                                                        00042600
            MOVE 'JA VENCIDOS'      TO WRK-LTT-TITULO.                  00042700
            MOVE WRK-QTDE-VENCIDA   TO WRK-LTT-QTDE.                    00042800
            MOVE WRK-VALOR-VENCIDO  TO WRK-LTT-VALOR.                   00042900
            MOVE WRK-LIN-TOTAL      TO FD-RELVALID.                     00043000
            WRITE FD-RELVALID.                                          00043100
                                                                        00043200
            MOVE 'A VENCER NO PERIODO' TO WRK-LTT-TITULO.               00043300
            MOVE WRK-QTDE-VENCER    TO WRK-LTT-QTDE.                    00043400
            MOVE WRK-VALOR-VENCER   TO WRK-LTT-VALOR.                   00043500
            MOVE WRK-LIN-TOTAL      TO FD-RELVALID.                     00043600
            WRITE FD-RELVALID.                                          00043700
                                                                        00043800
            ADD WRK-QTDE-VENCER     TO WRK-QTDE-VENCIDA.                00043900
            ADD WRK-VALOR-VENCER    TO WRK-VALOR-VENCIDO.               00044000
            MOVE 'TOTAL EM RISCO'   TO WRK-LTT-TITULO.                  00044100
            MOVE WRK-QTDE-VENCIDA   TO WRK-LTT-QTDE.                    00044200
            MOVE WRK-VALOR-VENCIDO  TO WRK-LTT-VALOR.                   00044300
            MOVE WRK-LIN-TOTAL      TO FD-RELVALID.                     00044400
            WRITE FD-RELVALID.                                          00044500
                                                                        00044600
            CLOSE ESTLOTE                                               00044700
            CLOSE PRODMSTR                                              00044800
            CLOSE RELVALID.                                             00044900
                                                                        00045000
            DISPLAY '=========================================='.       00045100
            DISPLAY ' LOTES A VENCER '.                                 00045200
            DISPLAY ' LOTES LIDOS..........: ' WRK-REG-LIDOS.           00045300
            DISPLAY ' LOTES LISTADOS.......: ' WRK-REG-LISTADOS.        00045400
            DISPLAY ' JA VENCIDOS..........: ' WRK-REG-VENCIDOS.        00045500
            DISPLAY ' PRODUTO SEM MESTRE...: ' WRK-REG-SEM-MESTRE.      00045600
            DISPLAY '=========================================='.       00045700
                STOP RUN.                                               00045800
                                                                        00045900
      *-------------------------------------------------------------*   00046000
       3000-99-FIM.                       EXIT.                         00046100
      *-------------------------------------------------------------*   00046200
                                                                        00046300
      *-------------------------------------------------------------*   00046400
       9000-TRATAR-ERROS                  SECTION.                      00046500
      *-------------------------------------------------------------*   00046600
                                                                        00046700
             DISPLAY '------------------'                               00046800
             DISPLAY   WRK-MSG                                          00046900
             DISPLAY '------------------'                               00047000
                STOP RUN.                                               00047100
                                                                        00047200
      *-------------------------------------------------------------*   00047300
       9000-99-FIM.            EXIT.                                    00047400
      *-------------------------------------------------------------*   00047500
