      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB14.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 27/02/2023                                               00000900
      *  OBJETIVO: APURACAO MENSAL DO ICMS POR UF -- LE O               00001000
      *            LIVRO LIVICMS GRAVADO PELO FATURAMENTO               00001100
      *            (FR01CB05, UM REGISTRO POR ITEM DE NOTA),            00001200
      *            SO DO MES DE REFERENCIA (AAAAMM DO ARQUIVO           00001300
      *            ICMSREF; SEM ELE, O MES CORRENTE),                   00001400
      *            CLASSIFICA POR UF E ALIQUOTA E IMPRIME NO            00001500
      *            RELICMS A BASE E O IMPOSTO DE CADA                   00001600
      *            ALIQUOTA, O TOTAL DA UF E O TOTAL GERAL,             00001700
      *            PARA A EQUIPE FISCAL. ITEM SEM UF APURADA            00001800
      *            (CEP FORA DO CEPDIR) SAI NO GRUPO '**'.              00001900
      *=====================================================            00002000
                                                                        00002100
      *====================================================             00002200
       ENVIRONMENT                               DIVISION.              00002300
      *====================================================             00002400
       CONFIGURATION                             SECTION.               00002500
       SPECIAL-NAMES.                                                   00002600
           DECIMAL-POINT  IS COMMA.                                     00002700
                                                                        00002800
       INPUT-OUTPUT                              SECTION.               00002900
       FILE-CONTROL.                                                    00003000
           SELECT LIVICMS   ASSIGN TO LIVICMS                           00003100
               FILE STATUS  IS WRK-FS-LIVICMS.                          00003200
                                                                        00003300
           SELECT ICMSREF   ASSIGN TO ICMSREF                           00003400
               FILE STATUS  IS WRK-FS-ICMSREF.                          00003500
                                                                        00003600
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00003700
                                                                        00003800
           SELECT RELICMS   ASSIGN TO RELICMS                           00003900
               FILE STATUS  IS WRK-FS-RELICMS.                          00004000
                                                                        00004100
      *====================================================             00004200
       DATA                                      DIVISION.              00004300
      *====================================================             00004400
       FILE                                      SECTION.               00004500
       FD LIVICMS                                                       00004600
           RECORDING MODE IS F                                          00004700
           BLOCK CONTAINS 0 RECORDS.                                    00004800
       01 FD-LIVICMS.                                                   00004900
          05 FD-LIV-DATA          PIC X(08).                            00005000
          05 FD-LIV-NF            PIC 9(06).                            00005100
          05 FD-LIV-CLIENTE       PIC X(04).                            00005200
          05 FD-LIV-UF            PIC X(02).                            00005300
          05 FD-LIV-PRODUTO       PIC X(06).                            00005400
          05 FD-LIV-CLASSE        PIC X(02).                            00005500
          05 FD-LIV-BASE          PIC 9(09)V99.                         00005600
          05 FD-LIV-ALIQUOTA      PIC 9(02)V99.                         00005700
          05 FD-LIV-ICMS          PIC 9(09)V99.                         00005800
          05 FILLER               PIC X(06).                            00005900
                                                                        00006000
       FD ICMSREF                                                       00006100
           RECORDING MODE IS F                                          00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
       01 FD-ICMSREF.                                                   00006400
          05 FD-REF-MES           PIC X(06).                            00006500
                                                                        00006600
       SD CLASSIF.                                                      00006700
       01 SD-CLASSIF.                                                   00006800
          05 SD-LIV-UF            PIC X(02).                            00006900
          05 SD-LIV-ALIQUOTA      PIC 9(02)V99.                         00007000
          05 SD-LIV-NF            PIC 9(06).                            00007100
          05 SD-LIV-BASE          PIC 9(09)V99.                         00007200
          05 SD-LIV-ICMS          PIC 9(09)V99.                         00007300
                                                                        00007400
       FD RELICMS                                                       00007500
           RECORDING MODE IS F                                          00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-RELICMS            PIC X(80).                              00007800
                                                                        00007900
       WORKING-STORAGE                           SECTION.               00008000
      *====================================================             00008100
                                                                        00008200
       77 WRK-FS-LIVICMS  PIC X(02) VALUE ZEROS.                        00008300
       77 WRK-FS-ICMSREF  PIC X(02) VALUE ZEROS.                        00008400
       77 WRK-FS-RELICMS  PIC X(02) VALUE ZEROS.                        00008500
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00008600
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00008700
       77 WRK-MES-REF     PIC X(06) VALUE SPACES.                       00008800
                                                                        00008900
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.                          00009000
          88 WRK-SORT-ACABOU       VALUE 'S'.                           00009100
                                                                        00009200
       77 WRK-UF-ANT      PIC X(02) VALUE HIGH-VALUES.                  00009300
       01 WRK-ALIQ-ANT    PIC 9(02)V99 VALUE ZEROS.                     00009400
       77 WRK-TEM-ALIQ    PIC X(01) VALUE 'N'.                          00009500
          88 WRK-ALIQ-ABERTA       VALUE 'S'.                           00009600
          88 WRK-SEM-ALIQ          VALUE 'N'.                           00009700
                                                                        00009800
       01 WRK-BASE-ALIQ   PIC 9(11)V99 VALUE ZEROS.                     00009900
       01 WRK-ICMS-ALIQ   PIC 9(11)V99 VALUE ZEROS.                     00010000
       01 WRK-BASE-UF     PIC 9(11)V99 VALUE ZEROS.                     00010100
       01 WRK-ICMS-UF     PIC 9(11)V99 VALUE ZEROS.                     00010200
       01 WRK-BASE-GERAL  PIC 9(13)V99 VALUE ZEROS.                     00010300
       01 WRK-ICMS-GERAL  PIC 9(13)V99 VALUE ZEROS.                     00010400
                                                                        00010500
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00010600
       77 WRK-REG-DO-MES    PIC 9(07) VALUE ZEROS.                      00010700
       77 WRK-REG-UFS       PIC 9(07) VALUE ZEROS.                      00010800
                                                                        00010900
       01 WRK-LIN-CAB.                                                  00011000
          05 FILLER          PIC X(34) VALUE                            00011100
                'APURACAO DO ICMS POR UF - MES/ANO '.                   00011200
          05 WRK-LCB-MES     PIC X(02).                                 00011300
          05 FILLER          PIC X(01) VALUE '/'.                       00011400
          05 WRK-LCB-ANO     PIC X(04).                                 00011500
          05 FILLER          PIC X(39) VALUE SPACES.                    00011600
                                                                        00011700
       01 WRK-LIN-DETALHE.                                              00011800
          05 FILLER          PIC X(04) VALUE ' UF '.                    00011900
          05 WRK-LDT-UF      PIC X(02).                                 00012000
          05 FILLER          PIC X(08) VALUE '  ALIQ '.                 00012100
          05 WRK-LDT-ALIQ    PIC Z9,99.                                 00012200
          05 FILLER          PIC X(08) VALUE '%  BASE '.                00012300
          05 WRK-LDT-BASE    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00012400
          05 FILLER          PIC X(08) VALUE '  ICMS  '.                00012500
          05 WRK-LDT-ICMS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00012600
          05 FILLER          PIC X(11) VALUE SPACES.                    00012700
                                                                        00012800
       01 WRK-LIN-TOTAL.                                                00012900
          05 WRK-LTO-ROTULO  PIC X(14).                                 00013000
          05 FILLER          PIC X(05) VALUE SPACES.                    00013100
          05 FILLER          PIC X(08) VALUE '   BASE '.                00013200
          05 WRK-LTO-BASE    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                    00013300
          05 FILLER          PIC X(07) VALUE '  ICMS '.                 00013400
          05 WRK-LTO-ICMS    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                    00013500
          05 FILLER          PIC X(10) VALUE SPACES.                    00013600
                                                                        00013700
       01 WRK-LIN-TRACO.                                                00013800
          05 FILLER          PIC X(80) VALUE ALL '-'.                   00013900
                                                                        00014000
       PROCEDURE                                 DIVISION.              00014100
      *====================================================             00014200
       0000-PRINCIPAL                            SECTION.               00014300
           PERFORM 1000-INICIAR.                                        00014400
                                                                        00014500
           SORT CLASSIF                                                 00014600
                ON ASCENDING KEY SD-LIV-UF                              00014700
                                 SD-LIV-ALIQUOTA                        00014800
                                 SD-LIV-NF                              00014900
                INPUT PROCEDURE IS 1500-SELECIONAR                      00015000
                OUTPUT PROCEDURE IS 2000-APURAR.                        00015100
                                                                        00015200
           PERFORM 8000-FINALIZAR.                                      00015300
            STOP RUN.                                                   00015400
                                                                        00015500
       1000-INICIAR                              SECTION.               00015600
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00015700
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF.                      00015800
           PERFORM 1100-CARREGAR-REFERENCIA.                            00015900
                                                                        00016000
           OPEN INPUT LIVICMS.                                          00016100
           IF WRK-FS-LIVICMS NOT EQUAL '00'                             00016200
              MOVE ' ERRO OPEN LIVICMS ' TO WRK-MSG                     00016300
              PERFORM 9000-TRATAR-ERROS                                 00016400
           END-IF.                                                      00016500
                                                                        00016600
           OPEN OUTPUT RELICMS.                                         00016700
           IF WRK-FS-RELICMS NOT EQUAL '00'                             00016800
              MOVE ' ERRO OPEN RELICMS ' TO WRK-MSG                     00016900
              PERFORM 9000-TRATAR-ERROS                                 00017000
           END-IF.                                                      00017100
                                                                        00017200
           MOVE WRK-MES-REF(5:2) TO WRK-LCB-MES.                        00017300
           MOVE WRK-MES-REF(1:4) TO WRK-LCB-ANO.                        00017400
           MOVE WRK-LIN-CAB   TO FD-RELICMS.                            00017500
           WRITE FD-RELICMS.                                            00017600
           MOVE WRK-LIN-TRACO TO FD-RELICMS.                            00017700
           WRITE FD-RELICMS.                                            00017800
                                                                        00017900
           DISPLAY '------------------------------------------'.        00018000
           DISPLAY ' APURACAO MENSAL DO ICMS POR UF '.                  00018100
           DISPLAY ' MES DE REFERENCIA....: ' WRK-MES-REF.              00018200
           DISPLAY '------------------------------------------'.        00018300
                                                                        00018400
      *---------------------------------------------------------------  00018500
      *    1100-CARREGAR-REFERENCIA                                     00018600
      *    O ICMSREF TRAZ O MES A APURAR (AAAAMM); SEM ELE (OU COM      00018700
      *    VALOR INVALIDO) VALE O MES CORRENTE.                         00018800
      *---------------------------------------------------------------  00018900
       1100-CARREGAR-REFERENCIA                  SECTION.               00019000
           OPEN INPUT ICMSREF.                                          00019100
           IF WRK-FS-ICMSREF EQUAL '35'                                 00019200
              DISPLAY ' ICMSREF AUSENTE, APURA O MES CORRENTE '         00019300
           ELSE                                                         00019400
              IF WRK-FS-ICMSREF NOT EQUAL '00'                          00019500
                 MOVE ' ERRO OPEN ICMSREF ' TO WRK-MSG                  00019600
                 PERFORM 9000-TRATAR-ERROS                              00019700
              END-IF                                                    00019800
              READ ICMSREF                                              00019900
              IF WRK-FS-ICMSREF EQUAL '00' AND                          00020000
                 FD-REF-MES NUMERIC                                     00020100
                 MOVE FD-REF-MES TO WRK-MES-REF                         00020200
              END-IF                                                    00020300
              CLOSE ICMSREF                                             00020400
           END-IF.                                                      00020500
                                                                        00020600
      *---------------------------------------------------------------  00020700
      *    1500-SELECIONAR                                              00020800
      *    SO OS ITENS FATURADOS NO MES DE REFERENCIA VAO AO SORT.      00020900
      *---------------------------------------------------------------  00021000
       1500-SELECIONAR                           SECTION.               00021100
           READ LIVICMS.                                                00021200
           PERFORM 1510-LIBERAR-ITEM                                    00021300
              UNTIL WRK-FS-LIVICMS NOT EQUAL '00'.                      00021400
                                                                        00021500
       1510-LIBERAR-ITEM                         SECTION.               00021600
           ADD 1 TO WRK-REG-LIDOS.                                      00021700
           IF FD-LIV-DATA(1:6) EQUAL WRK-MES-REF                        00021800
              ADD 1 TO WRK-REG-DO-MES                                   00021900
              IF FD-LIV-UF EQUAL SPACES                                 00022000
                 MOVE '**'         TO SD-LIV-UF                         00022100
              ELSE                                                      00022200
                 MOVE FD-LIV-UF    TO SD-LIV-UF                         00022300
              END-IF                                                    00022400
              MOVE FD-LIV-ALIQUOTA TO SD-LIV-ALIQUOTA                   00022500
              MOVE FD-LIV-NF       TO SD-LIV-NF                         00022600
              MOVE FD-LIV-BASE     TO SD-LIV-BASE                       00022700
              MOVE FD-LIV-ICMS     TO SD-LIV-ICMS                       00022800
              RELEASE SD-CLASSIF                                        00022900
           END-IF.                                                      00023000
           READ LIVICMS.                                                00023100
                                                                        00023200
      *---------------------------------------------------------------  00023300
      *    2000-APURAR                                                  00023400
      *    QUEBRA POR UF E, DENTRO DELA, POR ALIQUOTA.                  00023500
      *---------------------------------------------------------------  00023600
       2000-APURAR                               SECTION.               00023700
           PERFORM 2050-RETORNAR-ITEM                                   00023800
              UNTIL WRK-SORT-ACABOU.                                    00023900
           PERFORM 2300-FECHAR-UF.                                      00024000
                                                                        00024100
       2050-RETORNAR-ITEM                        SECTION.               00024200
           RETURN CLASSIF                                               00024300
              AT END                                                    00024400
                 SET WRK-SORT-ACABOU TO TRUE                            00024500
              NOT AT END                                                00024600
                 PERFORM 2100-TRATAR-ITEM                               00024700
           END-RETURN.                                                  00024800
                                                                        00024900
       2100-TRATAR-ITEM                          SECTION.               00025000
           IF SD-LIV-UF NOT EQUAL WRK-UF-ANT                            00025100
              PERFORM 2300-FECHAR-UF                                    00025200
              ADD 1 TO WRK-REG-UFS                                      00025300
              MOVE SD-LIV-UF TO WRK-UF-ANT                              00025400
              MOVE ZEROS TO WRK-BASE-UF                                 00025500
              MOVE ZEROS TO WRK-ICMS-UF                                 00025600
              PERFORM 2210-ABRIR-ALIQUOTA                               00025700
           ELSE                                                         00025800
              IF SD-LIV-ALIQUOTA NOT EQUAL WRK-ALIQ-ANT                 00025900
                 PERFORM 2200-FECHAR-ALIQUOTA                           00026000
                 PERFORM 2210-ABRIR-ALIQUOTA                            00026100
              END-IF                                                    00026200
           END-IF.                                                      00026300
           ADD SD-LIV-BASE TO WRK-BASE-ALIQ.                            00026400
           ADD SD-LIV-ICMS TO WRK-ICMS-ALIQ.                            00026500
                                                                        00026600
       2200-FECHAR-ALIQUOTA                      SECTION.               00026700
           IF WRK-ALIQ-ABERTA                                           00026800
              MOVE WRK-UF-ANT    TO WRK-LDT-UF                          00026900
              MOVE WRK-ALIQ-ANT  TO WRK-LDT-ALIQ                        00027000
              MOVE WRK-BASE-ALIQ TO WRK-LDT-BASE                        00027100
              MOVE WRK-ICMS-ALIQ TO WRK-LDT-ICMS                        00027200
              MOVE WRK-LIN-DETALHE TO FD-RELICMS                        00027300
              WRITE FD-RELICMS                                          00027400
              ADD WRK-BASE-ALIQ TO WRK-BASE-UF                          00027500
              ADD WRK-ICMS-ALIQ TO WRK-ICMS-UF                          00027600
              SET WRK-SEM-ALIQ TO TRUE                                  00027700
           END-IF.                                                      00027800
                                                                        00027900
       2210-ABRIR-ALIQUOTA                       SECTION.               00028000
           MOVE SD-LIV-ALIQUOTA TO WRK-ALIQ-ANT.                        00028100
           MOVE ZEROS TO WRK-BASE-ALIQ.                                 00028200
           MOVE ZEROS TO WRK-ICMS-ALIQ.                                 00028300
           SET WRK-ALIQ-ABERTA TO TRUE.                                 00028400
                                                                        00028500
       2300-FECHAR-UF                            SECTION.               00028600
           IF WRK-UF-ANT NOT EQUAL HIGH-VALUES                          00028700
              PERFORM 2200-FECHAR-ALIQUOTA                              00028800
              MOVE SPACES        TO WRK-LTO-ROTULO                      00028900
              MOVE ' TOTAL DA UF '  TO WRK-LTO-ROTULO                   00029000
              MOVE WRK-BASE-UF   TO WRK-LTO-BASE                        00029100
              MOVE WRK-ICMS-UF   TO WRK-LTO-ICMS                        00029200
              MOVE WRK-LIN-TOTAL TO FD-RELICMS                          00029300
              WRITE FD-RELICMS                                          00029400
              MOVE WRK-LIN-TRACO TO FD-RELICMS                          00029500
              WRITE FD-RELICMS                                          00029600
              ADD WRK-BASE-UF TO WRK-BASE-GERAL                         00029700
              ADD WRK-ICMS-UF TO WRK-ICMS-GERAL                         00029800
           END-IF.                                                      00029900
                                                                        00030000
       8000-FINALIZAR                            SECTION.               00030100
           MOVE ' TOTAL GERAL '  TO WRK-LTO-ROTULO.                     00030200
           MOVE WRK-BASE-GERAL   TO WRK-LTO-BASE.                       00030300
           MOVE WRK-ICMS-GERAL   TO WRK-LTO-ICMS.                       00030400
           MOVE WRK-LIN-TOTAL    TO FD-RELICMS.                         00030500
           WRITE FD-RELICMS.                                            00030600
                                                                        00030700
           CLOSE LIVICMS.                                               00030800
           CLOSE RELICMS.                                               00030900
                                                                        00031000
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00031100
           DISPLAY ' ITENS DO LIVRO LIDOS........: ' WRK-REG-LIDOS.     00031200
           DISPLAY ' ITENS DO MES................: ' WRK-REG-DO-MES.    00031300
           DISPLAY ' UFS APURADAS................: ' WRK-REG-UFS.       00031400
           DISPLAY ' BASE DE CALCULO DO MES......: ' WRK-BASE-GERAL.    00031500
           DISPLAY ' ICMS DO MES.................: ' WRK-ICMS-GERAL.    00031600
                                                                        00031700
       9000-TRATAR-ERROS                         SECTION.               00031800
           DISPLAY '-----------------------------'.                     00031900
           DISPLAY WRK-MSG.                                             00032000
           DISPLAY ' FS LIVICMS: ' WRK-FS-LIVICMS                       00032100
                   ' FS RELICMS: ' WRK-FS-RELICMS.                      00032200
           DISPLAY '-----------------------------'.                     00032300
              STOP RUN.                                                 00032400
