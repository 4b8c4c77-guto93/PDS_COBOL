      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ034.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 10/07/2023                                         00001100
      *     OBJETIVO: CONFERENCIA NOTURNA DE INTEGRIDADE DO             00001200
      *              ESTOQUE -- RECONSTROI O SALDO DE CADA              00001300
      *              PRODUTO A PARTIR DA FOTO DA NOITE ANTERIOR         00001400
      *              (PRODANT) MAIS OS MOVIMENTOS DO DIA NO             00001500
      *              MOVLOG, COMPARA COM O FD-PM-QTDE DO                00001600
      *              PRODMSTR E LISTA EM RELINTEG TODO PRODUTO          00001700
      *              CUJO SALDO ANDOU SEM LINHA NO MOVLOG QUE           00001800
      *              EXPLIQUE. NO FIM GRAVA A FOTO NOVA                 00001900
      *              (PRODNOVO) A PARTIR DO MESTRE, QUE VIRA O          00002000
      *              PRODANT DA PROXIMA NOITE.                          00002100
      *-------------------------------------------------------*         00002200
      *     O MOVLOG E O DO DIA (GERACOES DO ARQ006, ARQ014,            00002300
      *     ARQ016, ARQ020, FR01CB04 E FR01CB09 CONCATENADAS            00002400
      *     NO JCL). EFEITO NO SALDO DA EMPRESA POR TIPO:               00002500
      *     E-ENTRADA E C-RECEBIMENTO SOMAM; S-SAIDA E                  00002600
      *     V-RESERVA SUBTRAEM; A-AJUSTE DE CADASTRO VALE O             00002700
      *     SALDO RESULTANTE MENOS O ANTERIOR; T, R E X SO              00002800
      *     MEXEM NO DEPOSITO. SEM PRODANT (PRIMEIRA NOITE) SO          00002900
      *     A FOTO E GRAVADA. PRODUTO SEM FOTO PARTE DO ZERO;           00003000
      *     PRODUTO SEM MESTRE CONTA COMO SALDO ZERO.                   00003100
      *=======================================================*         00003200
                                                                        00003300
      *=======================================================*         00003400
       ENVIRONMENT                               DIVISION.              00003500
      *=======================================================*         00003600
       INPUT-OUTPUT                              SECTION.               00003700
       FILE-CONTROL.                                                    00003800
             SELECT PRODMSTR ASSIGN TO PRODMSTR                         00003900
                ORGANIZATION IS INDEXED                                 00004000
                ACCESS MODE  IS SEQUENTIAL                              00004100
                RECORD KEY   IS FD-PM-CODIGO                            00004200
                ALTERNATE RECORD KEY IS FD-PM-EAN                       00004300
                     WITH DUPLICATES                                    00004400
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00004500
             SELECT PRODANT  ASSIGN TO PRODANT                          00004600
                FILE STATUS  IS WRK-FS-PRODANT.                         00004700
             SELECT MOVLOG   ASSIGN TO MOVLOG                           00004800
                FILE STATUS  IS WRK-FS-MOVLOG.                          00004900
             SELECT CLASSIF  ASSIGN TO SORTWK01.                        00005000
             SELECT PRODNOVO ASSIGN TO PRODNOVO                         00005100
                FILE STATUS  IS WRK-FS-PRODNOVO.                        00005200
             SELECT RELINTEG ASSIGN TO RELINTEG                         00005300
                FILE STATUS  IS WRK-FS-RELINTEG.                        00005400
      *=======================================================*         00005500
       DATA                                      DIVISION.              00005600
      *=======================================================*         00005700
       FILE                                      SECTION.               00005800
       FD PRODMSTR                                                      00005900
           RECORDING MODE IS F                                          00006000
           BLOCK CONTAINS 0 RECORDS.                                    00006100
       01 FD-PRODMSTR.                                                  00006200
          05 FD-PM-CODIGO         PIC X(06).                            00006300
          05 FD-PM-DESCRICAO      PIC X(30).                            00006400
          05 FD-PM-PRECO          PIC 9(07)V99.                         00006500
          05 FD-PM-QTDE           PIC 9(05).                            00006600
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00006700
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00006800
          05 FD-PM-EAN            PIC X(13).                            00006900
                                                                        00007000
       FD PRODANT                                                       00007100
           RECORDING MODE IS F                                          00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
       01 FD-PRODANT.                                                   00007400
          05 FD-PAN-CODIGO        PIC X(06).                            00007500
          05 FD-PAN-QTDE          PIC 9(05).                            00007600
          05 FD-PAN-DATA          PIC X(08).                            00007700
          05 FILLER               PIC X(01).                            00007800
                                                                        00007900
       FD MOVLOG                                                        00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-MOVLOG.                                                    00008300
          05 FD-LOG-CODIGO        PIC X(06).                            00008400
          05 FD-LOG-DATA          PIC X(08).                            00008500
          05 FD-LOG-TIPO          PIC X(01).                            00008600
          05 FD-LOG-QTDE          PIC 9(05).                            00008700
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00008800
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00008900
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00009000
          05 FD-LOG-LOTE          PIC X(10).                            00009100
          05 FD-LOG-DEPOSITO      PIC X(02).                            00009200
                                                                        00009300
       SD CLASSIF.                                                      00009400
       01 SD-CLASSIF.                                                   00009500
          05 SD-CODIGO            PIC X(06).                            00009600
          05 SD-ORIGEM            PIC X(01).                            00009700
             88 SD-DA-FOTO              VALUE '1'.                      00009800
             88 SD-DO-MOVLOG            VALUE '2'.                      00009900
             88 SD-DO-MESTRE            VALUE '3'.                      00010000
          05 SD-QTDE              PIC S9(07).                           00010100
                                                                        00010200
       FD PRODNOVO                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-PRODNOVO.                                                  00010600
          05 FD-PNV-CODIGO        PIC X(06).                            00010700
          05 FD-PNV-QTDE          PIC 9(05).                            00010800
          05 FD-PNV-DATA          PIC X(08).                            00010900
          05 FILLER               PIC X(01).                            00011000
                                                                        00011100
       FD RELINTEG                                                      00011200
           RECORDING MODE IS F                                          00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-RELINTEG             PIC X(80).                            00011500
      *---------------------------------------------------              00011600
       WORKING-STORAGE                           SECTION.               00011700
      *---------------------------------------------------              00011800
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00011900
       77 WRK-FS-PRODANT  PIC X(02) VALUE ZEROS.                        00012000
       77 WRK-FS-MOVLOG   PIC X(02) VALUE ZEROS.                        00012100
       77 WRK-FS-PRODNOVO PIC X(02) VALUE ZEROS.                        00012200
       77 WRK-FS-RELINTEG PIC X(02) VALUE ZEROS.                        00012300
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00012400
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00012500
       77 WRK-DATA-FOTO   PIC X(08) VALUE SPACES.                       00012600
                                                                        00012700
       77 WRK-TEM-FOTO    PIC X(01) VALUE 'S'.                          00012800
          88 WRK-FOTO-PRESENTE       VALUE 'S'.                         00012900
          88 WRK-FOTO-AUSENTE        VALUE 'N'.                         00013000
       77 WRK-FIM-CLASSIF PIC X(01) VALUE 'N'.                          00013100
          88 WRK-CLASSIF-ACABOU      VALUE 'S'.                         00013200
       77 WRK-GRUPO       PIC X(01) VALUE 'N'.                          00013300
          88 WRK-GRUPO-ABERTO        VALUE 'S'.                         00013400
          88 WRK-GRUPO-FECHADO       VALUE 'N'.                         00013500
       77 WRK-ACHOU-MESTRE PIC X(01) VALUE 'N'.                         00013600
          88 WRK-COM-MESTRE          VALUE 'S'.                         00013700
          88 WRK-SEM-MESTRE          VALUE 'N'.                         00013800
                                                                        00013900
       77 WRK-CODIGO-ANT  PIC X(06) VALUE SPACES.                       00014000
       77 WRK-SALDO-FOTO  PIC S9(07) VALUE ZEROS.                       00014100
       77 WRK-SALDO-MOV   PIC S9(07) VALUE ZEROS.                       00014200
       77 WRK-SALDO-CALC  PIC S9(07) VALUE ZEROS.                       00014300
       77 WRK-SALDO-MESTRE PIC S9(07) VALUE ZEROS.                      00014400
       77 WRK-DIFERENCA   PIC S9(07) VALUE ZEROS.                       00014500
                                                                        00014600
       77 WRK-REG-FOTO       PIC 9(07) VALUE ZEROS.                     00014700
       77 WRK-REG-MOVLOG     PIC 9(07) VALUE ZEROS.                     00014800
       77 WRK-REG-TIPO-DESC  PIC 9(07) VALUE ZEROS.                     00014900
       77 WRK-REG-MESTRE     PIC 9(07) VALUE ZEROS.                     00015000
       77 WRK-REG-CONFERIDOS PIC 9(07) VALUE ZEROS.                     00015100
       77 WRK-REG-DIVERGENTES PIC 9(07) VALUE ZEROS.                    00015200
                                                                        00015300
       01 WRK-CAB1.                                                     00015400
          05 FILLER           PIC X(42) VALUE                           00015500
                'CONFERENCIA DE INTEGRIDADE DO ESTOQUE     '.           00015600
          05 FILLER           PIC X(06) VALUE 'DATA: '.                 00015700
          05 WRK-CAB1-DATA    PIC X(08).                                00015800
          05 FILLER           PIC X(06) VALUE SPACES.                   00015900
          05 FILLER           PIC X(06) VALUE 'FOTO: '.                 00016000
          05 WRK-CAB1-FOTO    PIC X(08).                                00016100
          05 FILLER           PIC X(04) VALUE SPACES.                   00016200
                                                                        00016300
       01 WRK-CAB2.                                                     00016400
          05 FILLER           PIC X(08) VALUE 'PRODUTO '.               00016500
          05 FILLER           PIC X(10) VALUE ' SALDO ANT'.             00016600
          05 FILLER           PIC X(10) VALUE ' MOVIMENTO'.             00016700
          05 FILLER           PIC X(10) VALUE ' CALCULADO'.             00016800
          05 FILLER           PIC X(10) VALUE '    MESTRE'.             00016900
          05 FILLER           PIC X(10) VALUE ' DIFERENCA'.             00017000
          05 FILLER           PIC X(02) VALUE SPACES.                   00017100
          05 FILLER           PIC X(20) VALUE 'OBSERVACAO'.             00017200
                                                                        00017300
       01 WRK-DETALHE.                                                  00017400
          05 WRK-DET-CODIGO   PIC X(06).                                00017500
          05 FILLER           PIC X(02) VALUE SPACES.                   00017600
          05 WRK-DET-FOTO     PIC -ZZZZZZZZ9.                           00017700
          05 WRK-DET-MOV      PIC -ZZZZZZZZ9.                           00017800
          05 WRK-DET-CALC     PIC -ZZZZZZZZ9.                           00017900
          05 WRK-DET-MESTRE   PIC -ZZZZZZZZ9.                           00018000
          05 WRK-DET-DIF      PIC -ZZZZZZZZ9.                           00018100
          05 FILLER           PIC X(02) VALUE SPACES.                   00018200
          05 WRK-DET-OBS      PIC X(20).                                00018300
                                                                        00018400
       01 WRK-LIN-TOTAL.                                                00018500
          05 FILLER           PIC X(30) VALUE                           00018600
                'PRODUTOS CONFERIDOS.........: '.                       00018700
          05 WRK-TOT-CONFERIDOS PIC ZZZZZZ9.                            00018800
          05 FILLER           PIC X(43) VALUE SPACES.                   00018900
                                                                        00019000
       01 WRK-LIN-TOTAL2.                                               00019100
          05 FILLER           PIC X(30) VALUE                           00019200
                'PRODUTOS DIVERGENTES........: '.                       00019300
          05 WRK-TOT-DIVERGENTES PIC ZZZZZZ9.                           00019400
          05 FILLER           PIC X(43) VALUE SPACES.                   00019500
                                                                        00019600
       01 WRK-LIN-TRACO.                                                00019700
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00019800
      *=========================================*                       00019900
       PROCEDURE DIVISION.                                              00020000
      *=========================================*                       00020100
                                                                        00020200
      *-------------------------------------------------------------*   00020300
       0000-PRINCIPAL                     SECTION.                      00020400
      *-------------------------------------------------------------*   00020500
                                                                        00020600
            PERFORM 1000-INICIAR.                                       00020700
                                                                        00020800
            SORT CLASSIF                                                00020900
                 ON ASCENDING KEY SD-CODIGO                             00021000
                                  SD-ORIGEM                             00021100
                 INPUT PROCEDURE IS 2000-SELECIONAR                     00021200
                 OUTPUT PROCEDURE IS 3000-CONFERIR.                     00021300
                                                                        00021400
            PERFORM 8000-FINALIZAR.                                     00021500
                                                                        00021600
      *-------------------------------------------------------------*   00021700
       0000-99-FIM.                       EXIT.                         00021800
      *-------------------------------------------------------------*   00021900
                                                                        00022000
      *-------------------------------------------------------------*   00022100
       1000-INICIAR                       SECTION.                      00022200
      *-------------------------------------------------------------*   00022300
                                                                        00022400
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00022500
                                                                        00022600
            OPEN INPUT PRODMSTR.                                        00022700
            IF WRK-FS-PRODMSTR NOT EQUAL '00'                           00022800
               MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                   00022900
               PERFORM 9000-TRATAR-ERROS                                00023000
            END-IF.                                                     00023100
                                                                        00023200
            OPEN INPUT PRODANT.                                         00023300
            IF WRK-FS-PRODANT EQUAL '35'                                00023400
               SET WRK-FOTO-AUSENTE TO TRUE                             00023500
               DISPLAY ' PRODANT AUSENTE, SO GRAVA A FOTO DO MESTRE '   00023600
            ELSE                                                        00023700
               IF WRK-FS-PRODANT NOT EQUAL '00'                         00023800
                  MOVE ' ERRO OPEN PRODANT ' TO WRK-MSG                 00023900
                  PERFORM 9000-TRATAR-ERROS                             00024000
               END-IF                                                   00024100
            END-IF.                                                     00024200
                                                                        00024300
            OPEN INPUT MOVLOG.                                          00024400
            IF WRK-FS-MOVLOG NOT EQUAL '00'                             00024500
               MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                     00024600
               PERFORM 9000-TRATAR-ERROS                                00024700
            END-IF.                                                     00024800
                                                                        00024900
            OPEN OUTPUT PRODNOVO.                                       00025000
            IF WRK-FS-PRODNOVO NOT EQUAL '00'                           00025100
               MOVE ' ERRO OPEN PRODNOVO ' TO WRK-MSG                   00025200
               PERFORM 9000-TRATAR-ERROS                                00025300
            END-IF.                                                     00025400
                                                                        00025500
            OPEN OUTPUT RELINTEG.                                       00025600
            IF WRK-FS-RELINTEG NOT EQUAL '00'                           00025700
               MOVE ' ERRO OPEN RELINTEG ' TO WRK-MSG                   00025800
               PERFORM 9000-TRATAR-ERROS                                00025900
            END-IF.                                                     00026000
                                                                        00026100
      *-------------------------------------------------------------*   00026200
       1000-99-FIM.                       EXIT.                         00026300
      *-------------------------------------------------------------*   00026400
                                                                        00026500
      *---------------------------------------------------------------  00026600
      *    2000-SELECIONAR                                              00026700
      *    SOLTA PARA A CLASSIFICACAO AS TRES FONTES DO SALDO, CADA     00026800
      *    UMA COM A SUA ORIGEM: 1-FOTO ANTERIOR, 2-MOVIMENTO DO DIA    00026900
      *    (JA COM O EFEITO NO SALDO) E 3-MESTRE.                       00027000
      *---------------------------------------------------------------  00027100
       2000-SELECIONAR                    SECTION.                      00027200
                                                                        00027300
            IF WRK-FOTO-PRESENTE                                        00027400
               READ PRODANT                                             00027500
               PERFORM 2100-LIBERAR-FOTO                                00027600
                  UNTIL WRK-FS-PRODANT NOT EQUAL '00'                   00027700
            END-IF.                                                     00027800
                                                                        00027900
            READ MOVLOG.                                                00028000
            PERFORM 2200-LIBERAR-MOVIMENTO                              00028100
               UNTIL WRK-FS-MOVLOG NOT EQUAL '00'.                      00028200
                                                                        00028300
            READ PRODMSTR.                                              00028400
            PERFORM 2300-LIBERAR-MESTRE                                 00028500
               UNTIL WRK-FS-PRODMSTR NOT EQUAL '00'.                    00028600
                                                                        00028700
      *-------------------------------------------------------------*   00028800
       2000-99-FIM.                       EXIT.                         00028900
      *-------------------------------------------------------------*   00029000
                                                                        00029100
      *-------------------------------------------------------------*   00029200
       2100-LIBERAR-FOTO                  SECTION.                      00029300
      *-------------------------------------------------------------*   00029400
                                                                        00029500
            ADD 1 TO WRK-REG-FOTO.                                      00029600
            IF WRK-DATA-FOTO EQUAL SPACES                               00029700
               MOVE FD-PAN-DATA TO WRK-DATA-FOTO                        00029800
            END-IF.                                                     00029900
            MOVE FD-PAN-CODIGO TO SD-CODIGO.                            00030000
            MOVE '1'           TO SD-ORIGEM.                            00030100
            MOVE FD-PAN-QTDE   TO SD-QTDE.                              00030200
            RELEASE SD-CLASSIF.                                         00030300
            READ PRODANT.                                               00030400
                                                                        00030500
      *-------------------------------------------------------------*   00030600
       2100-99-FIM.                       EXIT.                         00030700
      *-------------------------------------------------------------*   00030800
                                                                        00030900
      *---------------------------------------------------------------  00031000
      *    2200-LIBERAR-MOVIMENTO                                       00031100
      *    TRADUZ O TIPO DO MOVLOG NO EFEITO SOBRE O TOTAL DA           00031200
      *    EMPRESA. TIPO DESCONHECIDO E CONTADO E NAO MEXE NO SALDO,    00031300
      *    O QUE FAZ O PRODUTO APARECER NA LISTA SE ELE MUDOU O         00031400
      *    MESTRE.                                                      00031500
      *---------------------------------------------------------------  00031600
       2200-LIBERAR-MOVIMENTO             SECTION.                      00031700
                                                                        00031800
            ADD 1 TO WRK-REG-MOVLOG.                                    00031900
            MOVE FD-LOG-CODIGO TO SD-CODIGO.                            00032000
            MOVE '2'           TO SD-ORIGEM.                            00032100
            EVALUATE FD-LOG-TIPO                                        00032200
              WHEN 'E'                                                  00032300
              WHEN 'C'                                                  00032400
                 MOVE FD-LOG-QTDE TO SD-QTDE                            00032500
              WHEN 'S'                                                  00032600
              WHEN 'V'                                                  00032700
                 COMPUTE SD-QTDE = ZEROS - FD-LOG-QTDE                  00032800
              WHEN 'A'                                                  00032900
                 COMPUTE SD-QTDE = FD-LOG-SALDO-ATU - FD-LOG-SALDO-ANT  00033000
              WHEN 'T'                                                  00033100
              WHEN 'R'                                                  00033200
              WHEN 'X'                                                  00033300
                 MOVE ZEROS TO SD-QTDE                                  00033400
              WHEN OTHER                                                00033500
                 MOVE ZEROS TO SD-QTDE                                  00033600
                 ADD 1 TO WRK-REG-TIPO-DESC                             00033700
            END-EVALUATE.                                               00033800
            RELEASE SD-CLASSIF.                                         00033900
            READ MOVLOG.                                                00034000
                                                                        00034100
      *-------------------------------------------------------------*   00034200
       2200-99-FIM.                       EXIT.                         00034300
      *-------------------------------------------------------------*   00034400
                                                                        00034500
      *---------------------------------------------------------------  00034600
      *    2300-LIBERAR-MESTRE                                          00034700
      *    O SALDO DO MESTRE VAI PARA A CONFERENCIA E JA SAI COMO A     00034800
      *    FOTO DE HOJE NO PRODNOVO.                                    00034900
      *---------------------------------------------------------------  00035000
       2300-LIBERAR-MESTRE                SECTION.                      00035100
                                                                        00035200
            ADD 1 TO WRK-REG-MESTRE.                                    00035300
            MOVE FD-PM-CODIGO  TO SD-CODIGO.                            00035400
            MOVE '3'           TO SD-ORIGEM.                            00035500
            MOVE FD-PM-QTDE    TO SD-QTDE.                              00035600
            RELEASE SD-CLASSIF.                                         00035700
                                                                        00035800
            MOVE SPACES        TO FD-PRODNOVO.                          00035900
            MOVE FD-PM-CODIGO  TO FD-PNV-CODIGO.                        00036000
            MOVE FD-PM-QTDE    TO FD-PNV-QTDE.                          00036100
            MOVE WRK-DATA-HOJE TO FD-PNV-DATA.                          00036200
            WRITE FD-PRODNOVO.                                          00036300
            IF WRK-FS-PRODNOVO NOT EQUAL '00'                           00036400
               MOVE ' ERRO WRITE PRODNOVO ' TO WRK-MSG                  00036500
               PERFORM 9000-TRATAR-ERROS                                00036600
            END-IF.                                                     00036700
            READ PRODMSTR.                                              00036800
                                                                        00036900
      *-------------------------------------------------------------*   00037000
       2300-99-FIM.                       EXIT.                         00037100
      *-------------------------------------------------------------*   00037200
                                                                        00037300
      *-------------------------------------------------------------*   00037400
       3000-CONFERIR                      SECTION.                      00037500
      *-------------------------------------------------------------*   00037600
                                                                        00037700
            MOVE WRK-DATA-HOJE TO WRK-CAB1-DATA.                        00037800
            MOVE WRK-DATA-FOTO TO WRK-CAB1-FOTO.                        00037900
            MOVE WRK-CAB1 TO FD-RELINTEG.                               00038000
            WRITE FD-RELINTEG.                                          00038100
            MOVE WRK-CAB2 TO FD-RELINTEG.                               00038200
            WRITE FD-RELINTEG.                                          00038300
            MOVE WRK-LIN-TRACO TO FD-RELINTEG.                          00038400
            WRITE FD-RELINTEG.                                          00038500
                                                                        00038600
            SET WRK-GRUPO-FECHADO TO TRUE.                              00038700
            MOVE 'N' TO WRK-FIM-CLASSIF.                                00038800
            PERFORM 3050-RETORNAR-SALDO                                 00038900
               UNTIL WRK-CLASSIF-ACABOU.                                00039000
            IF WRK-GRUPO-ABERTO                                         00039100
               PERFORM 3200-FECHAR-PRODUTO                              00039200
            END-IF.                                                     00039300
                                                                        00039400
      *-------------------------------------------------------------*   00039500
       3000-99-FIM.                       EXIT.                         00039600
      *-------------------------------------------------------------*   00039700
                                                                        00039800
      *-------------------------------------------------------------*   00039900
       3050-RETORNAR-SALDO                SECTION.                      00040000
      *-------------------------------------------------------------*   00040100
                                                                        00040200
            RETURN CLASSIF                                              00040300
               AT END                                                   00040400
                  SET WRK-CLASSIF-ACABOU TO TRUE                        00040500
               NOT AT END                                               00040600
                  PERFORM 3100-ACUMULAR-SALDO                           00040700
            END-RETURN.                                                 00040800
                                                                        00040900
      *-------------------------------------------------------------*   00041000
       3050-99-FIM.                       EXIT.                         00041100
      *-------------------------------------------------------------*   00041200
                                                                        00041300
      *---------------------------------------------------------------  00041400
      *    3100-ACUMULAR-SALDO                                          00041500
      *    QUEBRA POR PRODUTO: FOTO E MOVIMENTOS VAO PARA O SALDO       00041600
      *    CALCULADO; O MESTRE, QUE VEM POR ULTIMO NA ORIGEM, SO E      00041700
      *    GUARDADO PARA A COMPARACAO NO FECHAMENTO DO PRODUTO.         00041800
      *---------------------------------------------------------------  00041900
       3100-ACUMULAR-SALDO                SECTION.                      00042000
                                                                        00042100
            IF WRK-GRUPO-ABERTO AND                                     00042200
               SD-CODIGO NOT EQUAL WRK-CODIGO-ANT                       00042300
               PERFORM 3200-FECHAR-PRODUTO                              00042400
            END-IF.                                                     00042500
                                                                        00042600
            IF WRK-GRUPO-FECHADO                                        00042700
               SET WRK-GRUPO-ABERTO TO TRUE                             00042800
               SET WRK-SEM-MESTRE   TO TRUE                             00042900
               MOVE SD-CODIGO TO WRK-CODIGO-ANT                         00043000
               MOVE ZEROS TO WRK-SALDO-FOTO                             00043100
               MOVE ZEROS TO WRK-SALDO-MOV                              00043200
               MOVE ZEROS TO WRK-SALDO-MESTRE                           00043300
            END-IF.                                                     00043400
                                                                        00043500
            EVALUATE TRUE                                               00043600
              WHEN SD-DA-FOTO                                           00043700
                 ADD SD-QTDE TO WRK-SALDO-FOTO                          00043800
              WHEN SD-DO-MOVLOG                                         00043900
                 ADD SD-QTDE TO WRK-SALDO-MOV                           00044000
              WHEN OTHER                                                00044100
                 SET WRK-COM-MESTRE TO TRUE                             00044200
                 MOVE SD-QTDE TO WRK-SALDO-MESTRE                       00044300
            END-EVALUATE.                                               00044400
                                                                        00044500
      *-------------------------------------------------------------*   00044600
       3100-99-FIM.                       EXIT.                         00044700
      *-------------------------------------------------------------*   00044800
                                                                        00044900
      *---------------------------------------------------------------  00045000
      *    3200-FECHAR-PRODUTO                                          00045100
      *    SALDO CALCULADO = FOTO ANTERIOR + MOVIMENTOS DO DIA. SE      00045200
      *    NAO BATE COM O MESTRE, O SALDO ANDOU SEM MOVLOG (OU O        00045300
      *    MOVLOG FOI GRAVADO SEM MEXER NO SALDO) E O PRODUTO SAI NA    00045400
      *    LISTA. SEM FOTO ANTERIOR NAO HA BASE PARA CONFERIR.          00045500
      *---------------------------------------------------------------  00045600
       3200-FECHAR-PRODUTO                SECTION.                      00045700
                                                                        00045800
            SET WRK-GRUPO-FECHADO TO TRUE.                              00045900
            IF NOT WRK-FOTO-AUSENTE                                     00045933
               ADD 1 TO WRK-REG-CONFERIDOS                              00045966
               COMPUTE WRK-SALDO-CALC = WRK-SALDO-FOTO + WRK-SALDO-MOV  00045999
               COMPUTE WRK-DIFERENCA  = WRK-SALDO-MESTRE                00046032
                                      - WRK-SALDO-CALC                  00046065
               IF WRK-DIFERENCA NOT EQUAL ZEROS                         00046098
                  PERFORM 3210-LISTAR-DIVERGENCIA                       00046131
               END-IF                                                   00046164
            END-IF.                                                     00046200
                                                                        00046300
      *-------------------------------------------------------------*   00046387
       3200-99-FIM.                       EXIT.                         00046474
      *-------------------------------------------------------------*   00046561
                                                                        00046648
      *-------------------------------------------------------------*   00046735
       3210-LISTAR-DIVERGENCIA            SECTION.                      00046822
      *-------------------------------------------------------------*   00046909
                                                                        00047000
            ADD 1 TO WRK-REG-DIVERGENTES.                               00047100
            MOVE WRK-CODIGO-ANT   TO WRK-DET-CODIGO.                    00047200
            MOVE WRK-SALDO-FOTO   TO WRK-DET-FOTO.                      00047300
            MOVE WRK-SALDO-MOV    TO WRK-DET-MOV.                       00047400
            MOVE WRK-SALDO-CALC   TO WRK-DET-CALC.                      00047500
            MOVE WRK-SALDO-MESTRE TO WRK-DET-MESTRE.                    00047600
            MOVE WRK-DIFERENCA    TO WRK-DET-DIF.                       00047700
            EVALUATE TRUE                                               00047800
              WHEN WRK-SEM-MESTRE                                       00047900
                 MOVE 'SEM CADASTRO MESTRE' TO WRK-DET-OBS              00048000
              WHEN WRK-SALDO-CALC LESS THAN ZEROS                       00048100
                 MOVE 'CALCULADO NEGATIVO ' TO WRK-DET-OBS              00048200
              WHEN OTHER                                                00048300
                 MOVE 'MOVIMENTO SEM LOG  ' TO WRK-DET-OBS              00048400
            END-EVALUATE.                                               00048500
            MOVE WRK-DETALHE TO FD-RELINTEG.                            00048600
            WRITE FD-RELINTEG.                                          00048700
                                                                        00048800
      *-------------------------------------------------------------*   00048900
       3210-99-FIM.                       EXIT.                         00049000
      *-------------------------------------------------------------*   00049100
                                                                        00049200
      *-------------------------------------------------------------*   00049300
       8000-FINALIZAR                     SECTION.                      00049400
      *-------------------------------------------------------------*   00049500
                                                                        00049600
            MOVE WRK-LIN-TRACO TO FD-RELINTEG.                          00049700
            WRITE FD-RELINTEG.                                          00049800
            MOVE WRK-REG-CONFERIDOS  TO WRK-TOT-CONFERIDOS.             00049900
            MOVE WRK-LIN-TOTAL TO FD-RELINTEG.                          00050000
            WRITE FD-RELINTEG.                                          00050100
            MOVE WRK-REG-DIVERGENTES TO WRK-TOT-DIVERGENTES.            00050200
            MOVE WRK-LIN-TOTAL2 TO FD-RELINTEG.                         00050300
            WRITE FD-RELINTEG.                                          00050400
                                                                        00050500
            CLOSE PRODMSTR                                              00050600
            CLOSE MOVLOG                                                00050700
            CLOSE PRODNOVO                                              00050800
            CLOSE RELINTEG.                                             00050900
            IF WRK-FOTO-PRESENTE                                        00051000
               CLOSE PRODANT                                            00051100
            END-IF.                                                     00051200
                                                                        00051300
            DISPLAY '=========================================='.       00051400
            DISPLAY ' CONFERENCIA DE INTEGRIDADE DO ESTOQUE '.          00051500
            DISPLAY ' DATA.................: ' WRK-DATA-HOJE.           00051600
            DISPLAY ' FOTO ANTERIOR DE.....: ' WRK-DATA-FOTO.           00051700
            DISPLAY ' REGISTROS DA FOTO....: ' WRK-REG-FOTO.            00051800
            DISPLAY ' MOVIMENTOS DO DIA....: ' WRK-REG-MOVLOG.          00051900
            DISPLAY ' TIPO DESCONHECIDO....: ' WRK-REG-TIPO-DESC.       00052000
            DISPLAY ' PRODUTOS NO MESTRE...: ' WRK-REG-MESTRE.          00052100
            DISPLAY ' PRODUTOS CONFERIDOS..: ' WRK-REG-CONFERIDOS.      00052200
            DISPLAY ' PRODUTOS DIVERGENTES.: ' WRK-REG-DIVERGENTES.     00052300
            DISPLAY '=========================================='.       00052400
            IF WRK-REG-DIVERGENTES GREATER THAN ZEROS                   00052500
               MOVE 4 TO RETURN-CODE                                    00052600
            END-IF.                                                     00052700
                STOP RUN.                                               00052800
                                                                        00052900
      *-------------------------------------------------------------*   00053000
       8000-99-FIM.                       EXIT.                         00053100
      *-------------------------------------------------------------*   00053200
                                                                        00053300
      *-------------------------------------------------------------*   00053400
       9000-TRATAR-ERROS                  SECTION.                      00053500
      *-------------------------------------------------------------*   00053600
                                                                        00053700
             DISPLAY '------------------'                               00053800
             DISPLAY   WRK-MSG                                          00053900
             DISPLAY '------------------'                               00054000
                STOP RUN.                                               00054100
                                                                        00054200
      *-------------------------------------------------------------*   00054300
       9000-99-FIM.            EXIT.                                    00054400
      *-------------------------------------------------------------*   00054500
