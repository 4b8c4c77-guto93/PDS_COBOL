      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ031.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 12/06/2023                                         00001100
      *     OBJETIVO: DEVOLUCAO DE MERCADORIA AO FORNECEDOR --          00001200
      *              LE AS DEVOLUCOES DO DIA (DEVFORN: PEDIDO E         00001300
      *              ITEM RECEBIDO PELO ARQ014, QUANTIDADE, NOTA        00001400
      *              DO FORNECEDOR, CUSTO UNITARIO, DEPOSITO,           00001500
      *              LOTE E SE HAVERA REPOSICAO), ESTORNA O CUSTO       00001600
      *              MEDIO DO PRODMSTR, GRAVA A SAIDA 'S' EM            00001700
      *              MOVDVF NO LAYOUT DO MOVTRAN PARA O ARQ016          00001800
      *              BAIXAR O ESTOQUE COM A TRILHA DO KARDEX,           00001900
      *              REABRE O SALDO DO ITEM NO PEDCOMP QUANDO A         00002000
      *              REPOSICAO E ESPERADA E EMITE A NOTA DE DEBITO      00002100
      *              (NOTADEB) QUE O FR03CB41 ABATE DO PROXIMO          00002200
      *              PAGAMENTO DO FORNECEDOR.                           00002300
      *-------------------------------------------------------*         00002400
      *     CUSTO UNITARIO ZERADO NA DEVOLUCAO = CUSTO MEDIO DO         00002500
      *     MESTRE. O ESTORNO DO CUSTO MEDIO E (SALDO X CUSTO           00002600
      *     MEDIO - DEVOLVIDO X CUSTO DA DEVOLUCAO) / (SALDO -          00002700
      *     DEVOLVIDO); SE NAO SOBRAR SALDO OU O RESULTADO NAO          00002800
      *     FOR POSITIVO O CUSTO FICA COMO ESTA. A NOTA DE              00002900
      *     DEBITO E NUMERADA PELO NDBNUM, NO MOLDE DO PEDNUM           00003000
      *     DO ARQ013. DEVOLUCAO ACIMA DO RECEBIDO NO ITEM, SEM         00003100
      *     ITEM OU SEM PRODUTO NO MESTRE VAI PARA O REJEITO.           00003200
      *=======================================================*         00003300
                                                                        00003400
      *=======================================================*         00003500
       ENVIRONMENT                               DIVISION.              00003600
      *=======================================================*         00003700
       INPUT-OUTPUT                              SECTION.               00003800
       FILE-CONTROL.                                                    00003900
             SELECT DEVFORN   ASSIGN TO DEVFORN                         00004000
                FILE STATUS  IS WRK-FS-DEVFORN.                         00004100
             SELECT PEDCOMP   ASSIGN TO PEDCOMP                         00004200
                ORGANIZATION IS INDEXED                                 00004300
                ACCESS MODE  IS RANDOM                                  00004400
                RECORD KEY   IS FD-PED-CHAVE                            00004500
                FILE STATUS  IS WRK-FS-PEDCOMP.                         00004600
             SELECT PRODMSTR  ASSIGN TO PRODMSTR                        00004700
                ORGANIZATION IS INDEXED                                 00004800
                ACCESS MODE  IS RANDOM                                  00004900
                RECORD KEY   IS FD-PM-CODIGO                            00005000
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00005100
             SELECT MOVDVF    ASSIGN TO MOVDVF                          00005200
                FILE STATUS  IS WRK-FS-MOVDVF.                          00005300
             SELECT NOTADEB   ASSIGN TO NOTADEB                         00005400
                FILE STATUS  IS WRK-FS-NOTADEB.                         00005500
             SELECT NDBNUM    ASSIGN TO NDBNUM                          00005600
                FILE STATUS  IS WRK-FS-NDBNUM.                          00005700
             SELECT REJEITO   ASSIGN TO REJEITO                         00005800
                FILE STATUS  IS WRK-FS-REJEITO.                         00005900
      *=======================================================*         00006000
       DATA                                      DIVISION.              00006100
      *=======================================================*         00006200
       FILE                                      SECTION.               00006300
       FD DEVFORN                                                       00006400
           RECORDING MODE IS F                                          00006500
           BLOCK CONTAINS 0 RECORDS.                                    00006600
       01 FD-DEVFORN.                                                   00006700
          05 FD-DVF-PEDIDO        PIC 9(06).                            00006800
          05 FD-DVF-ITEM          PIC 9(03).                            00006900
          05 FD-DVF-QTDE          PIC 9(05).                            00007000
          05 FD-DVF-DATA          PIC X(08).                            00007100
          05 FD-DVF-NOTA          PIC X(10).                            00007200
          05 FD-DVF-CUSTO-UNIT    PIC 9(07)V99.                         00007300
          05 FD-DVF-REPOSICAO     PIC X(01).                            00007400
             88 FD-DVF-COM-REPOSICAO    VALUE 'S'.                      00007500
          05 FD-DVF-MOTIVO        PIC X(02).                            00007600
             88 FD-DVF-AVARIA           VALUE 'AV'.                     00007700
             88 FD-DVF-ERRADA           VALUE 'ER'.                     00007800
          05 FD-DVF-DEPOSITO      PIC X(02).                            00007900
          05 FD-DVF-LOTE          PIC X(10).                            00008000
          05 FILLER               PIC X(04).                            00008100
                                                                        00008200
       FD PEDCOMP                                                       00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-PEDCOMP.                                                   00008600
          05 FD-PED-CHAVE.                                              00008700
             10 FD-PED-NUMERO     PIC 9(06).                            00008800
             10 FD-PED-ITEM       PIC 9(03).                            00008900
          05 FD-PED-FORNECEDOR    PIC X(06).                            00009000
          05 FD-PED-CODIGO        PIC X(06).                            00009100
          05 FD-PED-DESCRICAO     PIC X(30).                            00009200
          05 FD-PED-QTDE-PEDIDA   PIC 9(05).                            00009300
          05 FD-PED-QTDE-RECEBIDA PIC 9(05).                            00009400
          05 FD-PED-SITUACAO      PIC X(01).                            00009500
             88 FD-PED-ABERTO           VALUE 'A'.                      00009600
             88 FD-PED-PARCIAL          VALUE 'P'.                      00009700
             88 FD-PED-ENCERRADO        VALUE 'E'.                      00009800
             88 FD-PED-CANCELADO        VALUE 'C'.                      00009900
          05 FD-PED-DATA-EMISSAO  PIC X(08).                            00010000
          05 FILLER               PIC X(10).                            00010100
                                                                        00010200
       FD PRODMSTR                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-PRODMSTR.                                                  00010600
          05 FD-PM-CODIGO         PIC X(06).                            00010700
          05 FD-PM-DESCRICAO      PIC X(30).                            00010800
          05 FD-PM-PRECO          PIC 9(07)V99.                         00010900
          05 FD-PM-QTDE           PIC 9(05).                            00011000
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00011100
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00011200
          05 FD-PM-EAN            PIC X(13).                            00011300
                                                                        00011400
       FD MOVDVF                                                        00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-MOVDVF.                                                    00011800
          05 FD-MDF-CODIGO        PIC X(06).                            00011900
          05 FD-MDF-DATA          PIC X(08).                            00012000
          05 FD-MDF-TIPO          PIC X(01).                            00012100
          05 FD-MDF-QTDE          PIC 9(05).                            00012200
          05 FD-MDF-DOCUMENTO     PIC X(10).                            00012300
          05 FD-MDF-EAN           PIC X(13).                            00012400
          05 FD-MDF-LOTE          PIC X(10).                            00012500
          05 FD-MDF-DEPOSITO      PIC X(02).                            00012600
          05 FD-MDF-DEP-DESTINO   PIC X(02).                            00012700
          05 FILLER               PIC X(03).                            00012800
                                                                        00012900
       FD NOTADEB                                                       00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-NOTADEB.                                                   00013300
          05 FD-NDB-FORNECEDOR    PIC X(06).                            00013400
          05 FD-NDB-NUMERO        PIC 9(06).                            00013500
          05 FD-NDB-NOTA          PIC X(10).                            00013600
          05 FD-NDB-PEDIDO        PIC 9(06).                            00013700
          05 FD-NDB-ITEM          PIC 9(03).                            00013800
          05 FD-NDB-VALOR         PIC 9(09)V99.                         00013900
          05 FD-NDB-SALDO         PIC 9(09)V99.                         00014000
          05 FD-NDB-DATA          PIC X(08).                            00014100
          05 FILLER               PIC X(09).                            00014200
                                                                        00014300
       FD NDBNUM                                                        00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-NDBNUM.                                                    00014700
          05 FD-NUM-ULTIMO        PIC 9(06).                            00014800
                                                                        00014900
       FD REJEITO                                                       00015000
           RECORDING MODE IS F                                          00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
       01 FD-REJEITO.                                                   00015300
          05 FD-REJ-DADOS         PIC X(60).                            00015400
          05 FD-REJ-MOTIVO        PIC X(30).                            00015500
      *---------------------------------------------------              00015600
       WORKING-STORAGE                           SECTION.               00015700
      *---------------------------------------------------              00015800
       77 WRK-FS-DEVFORN  PIC X(02) VALUE ZEROS.                        00015900
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE ZEROS.                        00016000
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00016100
       77 WRK-FS-MOVDVF   PIC X(02) VALUE ZEROS.                        00016200
       77 WRK-FS-NOTADEB  PIC X(02) VALUE ZEROS.                        00016300
       77 WRK-FS-NDBNUM   PIC X(02) VALUE ZEROS.                        00016400
       77 WRK-FS-REJEITO  PIC X(02) VALUE ZEROS.                        00016500
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00016600
       77 WRK-REJ-MOTIVO  PIC X(30) VALUE SPACES.                       00016700
                                                                        00016800
       77 WRK-NUM-NOTA    PIC 9(06) VALUE ZEROS.                        00016900
       01 WRK-CUSTO-DEV   PIC 9(07)V99 VALUE ZEROS.                     00017000
       01 WRK-VALOR-DEBITO PIC 9(09)V99 VALUE ZEROS.                    00017100
       01 WRK-VALOR-ESTOQUE PIC S9(13)V99 VALUE ZEROS.                  00017200
       01 WRK-CUSTO-NOVO  PIC S9(09)V99 VALUE ZEROS.                    00017300
       77 WRK-QTDE-RESTO  PIC S9(07) VALUE ZEROS.                       00017400
                                                                        00017500
       01 WRK-DOC-DVF.                                                  00017600
          05 FILLER           PIC X(03) VALUE 'DVF'.                    00017700
          05 WRK-DOC-PEDIDO   PIC 9(06).                                00017800
          05 FILLER           PIC X(01) VALUE SPACES.                   00017900
                                                                        00018000
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00018100
       77 WRK-REG-DEVOLVIDOS PIC 9(07) VALUE ZEROS.                     00018200
       77 WRK-REG-REABERTOS  PIC 9(07) VALUE ZEROS.                     00018300
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00018400
       01 WRK-TOTAL-DEBITOS  PIC 9(11)V99 VALUE ZEROS.                  00018500
      *=========================================*                       00018600
       PROCEDURE DIVISION.                                              00018700
      *=========================================*                       00018800
                                                                        00018900
      *-------------------------------------------------------------*   00019000
       0000-PRINCIPAL                     SECTION.                      00019100
      *-------------------------------------------------------------*   00019200
                                                                        00019300
           PERFORM 1000-INICIAR.                                        00019400
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-DEVFORN EQUAL '10'.      00019500
           PERFORM 3000-FINALIZAR.                                      00019600
                                                                        00019700
      *-------------------------------------------------------------*   00019800
       0000-99-FIM.                       EXIT.                         00019900
      *-------------------------------------------------------------*   00020000
                                                                        00020100
      *-------------------------------------------------------------*   00020200
       1000-INICIAR                       SECTION.                      00020300
      *-------------------------------------------------------------*   00020400
                                                                        00020500
            OPEN INPUT DEVFORN.                                         00020600
              PERFORM 1100-TESTAR-FILE-STATUS.                          00020700
            OPEN I-O PEDCOMP.                                           00020800
              PERFORM 1100-TESTAR-FILE-STATUS.                          00020900
            OPEN I-O PRODMSTR.                                          00021000
              PERFORM 1100-TESTAR-FILE-STATUS.                          00021100
            OPEN OUTPUT MOVDVF.                                         00021200
              PERFORM 1100-TESTAR-FILE-STATUS.                          00021300
            OPEN OUTPUT NOTADEB.                                        00021400
              PERFORM 1100-TESTAR-FILE-STATUS.                          00021500
            OPEN OUTPUT REJEITO.                                        00021600
              PERFORM 1100-TESTAR-FILE-STATUS.                          00021700
                                                                        00021800
            PERFORM 1200-LER-ULTIMO-NUMERO.                             00021900
                                                                        00022000
            DISPLAY '------------------------------------------'.       00022100
            DISPLAY ' DEVOLUCAO A FORNECEDOR '.                         00022200
            DISPLAY '------------------------------------------'.       00022300
                                                                        00022400
            READ DEVFORN.                                               00022500
                                                                        00022600
      *-------------------------------------------------------------*   00022700
       1000-99-FIM.                       EXIT.                         00022800
      *-------------------------------------------------------------*   00022900
                                                                        00023000
      *-------------------------------------------------------------*   00023100
       1100-TESTAR-FILE-STATUS            SECTION.                      00023200
      *-------------------------------------------------------------*   00023300
                                                                        00023400
                EVALUATE WRK-FS-DEVFORN                                 00023500
                  WHEN ZEROS                                            00023600
                     CONTINUE                                           00023700
                  WHEN '35'                                             00023800
                     MOVE ' DEVFORN NAO ENCONTRADO ' TO WRK-MSG         00023900
                       PERFORM 9000-TRATAR-ERROS                        00024000
                  WHEN OTHER                                            00024100
                     MOVE ' ERRO OPEN DEVFORN ' TO WRK-MSG              00024200
                       PERFORM 9000-TRATAR-ERROS                        00024300
                END-EVALUATE.                                           00024400
                                                                        00024500
                EVALUATE WRK-FS-PEDCOMP                                 00024600
                  WHEN ZEROS                                            00024700
                     CONTINUE                                           00024800
                  WHEN OTHER                                            00024900
                     MOVE ' ERRO OPEN PEDCOMP ' TO WRK-MSG              00025000
                       PERFORM 9000-TRATAR-ERROS                        00025100
                END-EVALUATE.                                           00025200
                                                                        00025300
                EVALUATE WRK-FS-PRODMSTR                                00025400
                  WHEN ZEROS                                            00025500
                     CONTINUE                                           00025600
                  WHEN OTHER                                            00025700
                     MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG             00025800
                       PERFORM 9000-TRATAR-ERROS                        00025900
                END-EVALUATE.                                           00026000
                                                                        00026100
                EVALUATE WRK-FS-MOVDVF                                  00026200
                  WHEN ZEROS                                            00026300
                     CONTINUE                                           00026400
                  WHEN OTHER                                            00026500
                     MOVE ' ERRO OPEN MOVDVF ' TO WRK-MSG               00026600
                       PERFORM 9000-TRATAR-ERROS                        00026700
                END-EVALUATE.                                           00026800
                                                                        00026900
                EVALUATE WRK-FS-NOTADEB                                 00027000
                  WHEN ZEROS                                            00027100
                     CONTINUE                                           00027200
                  WHEN OTHER                                            00027300
                     MOVE ' ERRO OPEN NOTADEB ' TO WRK-MSG              00027400
                       PERFORM 9000-TRATAR-ERROS                        00027500
                END-EVALUATE.                                           00027600
                                                                        00027700
                EVALUATE WRK-FS-REJEITO                                 00027800
                  WHEN ZEROS                                            00027900
                     CONTINUE                                           00028000
                  WHEN OTHER                                            00028100
                     MOVE ' ERRO OPEN REJEITO ' TO WRK-MSG              00028200
                       PERFORM 9000-TRATAR-ERROS                        00028300
                END-EVALUATE.                                           00028400
                                                                        00028500
      *-------------------------------------------------------------*   00028600
       1100-99-FIM.                       EXIT.                         00028700
      *-------------------------------------------------------------*   00028800
                                                                        00028900
      *---------------------------------------------------------------  00029000
      *    1200-LER-ULTIMO-NUMERO                                       00029100
      *    NDBNUM GUARDA O ULTIMO NUMERO DE NOTA DE DEBITO EMITIDO      00029200
      *    EM UM UNICO REGISTRO; SE O ARQUIVO AINDA NAO EXISTE A        00029300
      *    NUMERACAO COMECA DO ZERO.                                    00029400
      *---------------------------------------------------------------  00029500
       1200-LER-ULTIMO-NUMERO             SECTION.                      00029600
                                                                        00029700
            OPEN INPUT NDBNUM.                                          00029800
            IF WRK-FS-NDBNUM EQUAL '35'                                 00029900
               MOVE ZEROS TO WRK-NUM-NOTA                               00030000
            ELSE                                                        00030100
               IF WRK-FS-NDBNUM NOT EQUAL '00'                          00030200
                  MOVE ' ERRO OPEN NDBNUM ' TO WRK-MSG                  00030300
                  PERFORM 9000-TRATAR-ERROS                             00030400
               END-IF                                                   00030500
               READ NDBNUM                                              00030600
               IF WRK-FS-NDBNUM EQUAL '00'                              00030700
                  MOVE FD-NUM-ULTIMO TO WRK-NUM-NOTA                    00030800
               ELSE                                                     00030900
                  MOVE ZEROS TO WRK-NUM-NOTA                            00031000
               END-IF                                                   00031100
               CLOSE NDBNUM                                             00031200
            END-IF.                                                     00031300
                                                                        00031400
      *-------------------------------------------------------------*   00031500
       1200-99-FIM.                       EXIT.                         00031600
      *-------------------------------------------------------------*   00031700
                                                                        00031800
      *-------------------------------------------------------------*   00031900
       2000-PROCESSAR                     SECTION.                      00032000
      *-------------------------------------------------------------*   00032100
                                                                        00032200
               IF WRK-FS-DEVFORN EQUAL ZEROS                            00032300
                  ADD 1 TO WRK-REG-LIDOS                                00032400
                  PERFORM 2100-VALIDAR-DEVOLUCAO                        00032500
               END-IF                                                   00032600
               READ DEVFORN.                                            00032700
                                                                        00032800
      *-------------------------------------------------------------*   00032900
       2000-99-FIM.                       EXIT.                         00033000
      *-------------------------------------------------------------*   00033100
                                                                        00033200
      *---------------------------------------------------------------  00033300
      *    2100-VALIDAR-DEVOLUCAO                                       00033400
      *    SO VOLTA AO FORNECEDOR O QUE FOI RECEBIDO DELE NO ITEM;      00033500
      *    O MESTRE E LIDO ANTES DE MEXER NO PEDIDO, COMO NO ARQ014.    00033600
      *---------------------------------------------------------------  00033700
       2100-VALIDAR-DEVOLUCAO             SECTION.                      00033800
                                                                        00033900
            MOVE FD-DVF-PEDIDO TO FD-PED-NUMERO.                        00034000
            MOVE FD-DVF-ITEM   TO FD-PED-ITEM.                          00034100
            READ PEDCOMP.                                               00034200
            EVALUATE TRUE                                               00034300
              WHEN WRK-FS-PEDCOMP EQUAL '23'                            00034400
                 MOVE ' ITEM DE PEDIDO NAO LOCALIZADO ' TO              00034500
                      WRK-REJ-MOTIVO                                    00034600
                 PERFORM 2900-GRAVAR-REJEITO                            00034700
              WHEN WRK-FS-PEDCOMP NOT EQUAL '00'                        00034800
                 MOVE ' ERRO READ PEDCOMP ' TO WRK-MSG                  00034900
                 PERFORM 9000-TRATAR-ERROS                              00035000
              WHEN FD-DVF-QTDE NOT NUMERIC OR                           00035100
                   FD-DVF-QTDE EQUAL ZEROS                              00035200
                 MOVE ' QUANTIDADE DEVOLVIDA INVALIDA ' TO              00035300
                      WRK-REJ-MOTIVO                                    00035400
                 PERFORM 2900-GRAVAR-REJEITO                            00035500
              WHEN FD-DVF-QTDE GREATER THAN FD-PED-QTDE-RECEBIDA        00035600
                 MOVE ' DEVOLUCAO ACIMA DO RECEBIDO ' TO                00035700
                      WRK-REJ-MOTIVO                                    00035800
                 PERFORM 2900-GRAVAR-REJEITO                            00035900
              WHEN OTHER                                                00036000
                 MOVE FD-PED-CODIGO TO FD-PM-CODIGO                     00036100
                 READ PRODMSTR                                          00036200
                 EVALUATE WRK-FS-PRODMSTR                               00036300
                   WHEN ZEROS                                           00036400
                      PERFORM 2200-DEVOLVER                             00036500
                   WHEN '23'                                            00036600
                      MOVE ' PRODUTO SEM CADASTRO NO MESTRE ' TO        00036700
                           WRK-REJ-MOTIVO                               00036800
                      PERFORM 2900-GRAVAR-REJEITO                       00036900
                   WHEN OTHER                                           00037000
                      MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG            00037100
                      PERFORM 9000-TRATAR-ERROS                         00037200
                 END-EVALUATE                                           00037300
            END-EVALUATE.                                               00037400
                                                                        00037500
      *-------------------------------------------------------------*   00037600
       2100-99-FIM.                       EXIT.                         00037700
      *-------------------------------------------------------------*   00037800
                                                                        00037900
      *-------------------------------------------------------------*   00038000
       2200-DEVOLVER                      SECTION.                      00038100
      *-------------------------------------------------------------*   00038200
                                                                        00038300
            IF FD-DVF-CUSTO-UNIT NUMERIC AND                            00038400
               FD-DVF-CUSTO-UNIT GREATER THAN ZEROS                     00038500
               MOVE FD-DVF-CUSTO-UNIT TO WRK-CUSTO-DEV                  00038600
            ELSE                                                        00038700
               MOVE FD-PM-CUSTO-MEDIO TO WRK-CUSTO-DEV                  00038800
            END-IF.                                                     00038900
                                                                        00039000
            PERFORM 2300-ESTORNAR-CUSTO.                                00039100
            PERFORM 2400-GRAVAR-SAIDA.                                  00039200
            IF FD-DVF-COM-REPOSICAO                                     00039300
               PERFORM 2500-REABRIR-ITEM                                00039400
            END-IF.                                                     00039500
            PERFORM 2600-EMITIR-NOTA-DEBITO.                            00039600
            ADD 1 TO WRK-REG-DEVOLVIDOS.                                00039700
                                                                        00039800
      *-------------------------------------------------------------*   00039900
       2200-99-FIM.                       EXIT.                         00040000
      *-------------------------------------------------------------*   00040100
                                                                        00040200
      *---------------------------------------------------------------  00040300
      *    2300-ESTORNAR-CUSTO                                          00040400
      *    DESFAZ NO CUSTO MEDIO O PESO DA MERCADORIA DEVOLVIDA; O      00040500
      *    SALDO DO MESTRE SO CAI QUANDO O ARQ016 POSTAR A SAIDA.       00040600
      *---------------------------------------------------------------  00040700
       2300-ESTORNAR-CUSTO                SECTION.                      00040800
                                                                        00040900
            COMPUTE WRK-QTDE-RESTO = FD-PM-QTDE - FD-DVF-QTDE           00041000
            END-COMPUTE.                                                00041100
            IF WRK-QTDE-RESTO GREATER THAN ZEROS                        00041200
               COMPUTE WRK-VALOR-ESTOQUE =                              00041300
                       FD-PM-QTDE * FD-PM-CUSTO-MEDIO                   00041400
                     - FD-DVF-QTDE * WRK-CUSTO-DEV                      00041500
               END-COMPUTE                                              00041600
               COMPUTE WRK-CUSTO-NOVO ROUNDED =                         00041700
                       WRK-VALOR-ESTOQUE / WRK-QTDE-RESTO               00041800
               END-COMPUTE                                              00041900
               IF WRK-CUSTO-NOVO GREATER THAN ZEROS                     00042000
                  MOVE WRK-CUSTO-NOVO TO FD-PM-CUSTO-MEDIO              00042100
                  REWRITE FD-PRODMSTR                                   00042200
                  IF WRK-FS-PRODMSTR NOT EQUAL '00'                     00042300
                     MOVE ' ERRO REWRITE PRODMSTR ' TO WRK-MSG          00042400
                     PERFORM 9000-TRATAR-ERROS                          00042500
                  END-IF                                                00042600
               END-IF                                                   00042700
            END-IF.                                                     00042800
                                                                        00042900
      *-------------------------------------------------------------*   00043000
       2300-99-FIM.                       EXIT.                         00043100
      *-------------------------------------------------------------*   00043200
                                                                        00043300
      *-------------------------------------------------------------*   00043400
       2400-GRAVAR-SAIDA                  SECTION.                      00043500
      *-------------------------------------------------------------*   00043600
                                                                        00043700
            MOVE FD-DVF-PEDIDO    TO WRK-DOC-PEDIDO.                    00043800
            MOVE SPACES           TO FD-MOVDVF.                         00043900
            MOVE FD-PED-CODIGO    TO FD-MDF-CODIGO.                     00044000
            MOVE FD-DVF-DATA      TO FD-MDF-DATA.                       00044100
            MOVE 'S'              TO FD-MDF-TIPO.                       00044200
            MOVE FD-DVF-QTDE      TO FD-MDF-QTDE.                       00044300
            MOVE WRK-DOC-DVF      TO FD-MDF-DOCUMENTO.                  00044400
            MOVE FD-DVF-LOTE      TO FD-MDF-LOTE.                       00044500
            IF FD-DVF-DEPOSITO EQUAL SPACES                             00044600
               MOVE '01' TO FD-MDF-DEPOSITO                             00044700
            ELSE                                                        00044800
               MOVE FD-DVF-DEPOSITO TO FD-MDF-DEPOSITO                  00044900
            END-IF.                                                     00045000
            WRITE FD-MOVDVF.                                            00045100
                                                                        00045200
      *-------------------------------------------------------------*   00045300
       2400-99-FIM.                       EXIT.                         00045400
      *-------------------------------------------------------------*   00045500
                                                                        00045600
      *---------------------------------------------------------------  00045700
      *    2500-REABRIR-ITEM                                            00045800
      *    COM REPOSICAO ESPERADA O DEVOLVIDO SAI DO RECEBIDO E O       00045900
      *    ITEM VOLTA A ACEITAR ENTREGA NO ARQ014.                      00046000
      *---------------------------------------------------------------  00046100
       2500-REABRIR-ITEM                  SECTION.                      00046200
                                                                        00046300
            SUBTRACT FD-DVF-QTDE FROM FD-PED-QTDE-RECEBIDA.             00046400
            IF FD-PED-QTDE-RECEBIDA GREATER THAN ZEROS                  00046500
               MOVE 'P' TO FD-PED-SITUACAO                              00046600
            ELSE                                                        00046700
               MOVE 'A' TO FD-PED-SITUACAO                              00046800
            END-IF.                                                     00046900
            REWRITE FD-PEDCOMP.                                         00047000
            IF WRK-FS-PEDCOMP NOT EQUAL '00'                            00047100
               MOVE ' ERRO REWRITE PEDCOMP ' TO WRK-MSG                 00047200
               PERFORM 9000-TRATAR-ERROS                                00047300
            END-IF.                                                     00047400
            ADD 1 TO WRK-REG-REABERTOS.                                 00047500
                                                                        00047600
      *-------------------------------------------------------------*   00047700
       2500-99-FIM.                       EXIT.                         00047800
      *-------------------------------------------------------------*   00047900
                                                                        00048000
      *-------------------------------------------------------------*   00048100
       2600-EMITIR-NOTA-DEBITO            SECTION.                      00048200
      *-------------------------------------------------------------*   00048300
                                                                        00048400
            COMPUTE WRK-VALOR-DEBITO =                                  00048500
                    FD-DVF-QTDE * WRK-CUSTO-DEV                         00048600
            END-COMPUTE.                                                00048700
            ADD 1 TO WRK-NUM-NOTA.                                      00048800
                                                                        00048900
            MOVE SPACES            TO FD-NOTADEB.                       00049000
            MOVE FD-PED-FORNECEDOR TO FD-NDB-FORNECEDOR.                00049100
            MOVE WRK-NUM-NOTA      TO FD-NDB-NUMERO.                    00049200
            MOVE FD-DVF-NOTA       TO FD-NDB-NOTA.                      00049300
            MOVE FD-DVF-PEDIDO     TO FD-NDB-PEDIDO.                    00049400
            MOVE FD-DVF-ITEM       TO FD-NDB-ITEM.                      00049500
            MOVE WRK-VALOR-DEBITO  TO FD-NDB-VALOR.                     00049600
            MOVE WRK-VALOR-DEBITO  TO FD-NDB-SALDO.                     00049700
            MOVE FD-DVF-DATA       TO FD-NDB-DATA.                      00049800
            WRITE FD-NOTADEB.                                           00049900
            ADD WRK-VALOR-DEBITO TO WRK-TOTAL-DEBITOS.                  00050000
                                                                        00050100
            DISPLAY ' NOTA DE DEBITO ' WRK-NUM-NOTA                     00050200
                    ' FORNECEDOR ' FD-PED-FORNECEDOR                    00050300
                    ' PEDIDO ' FD-DVF-PEDIDO '/' FD-DVF-ITEM            00050400
                    ' VALOR ' WRK-VALOR-DEBITO.                         00050500
                                                                        00050600
      *-------------------------------------------------------------*   00050700
       2600-99-FIM.                       EXIT.                         00050800
      *-------------------------------------------------------------*   00050900
                                                                        00051000
      *-------------------------------------------------------------*   00051100
       2900-GRAVAR-REJEITO                SECTION.                      00051200
      *-------------------------------------------------------------*   00051300
                                                                        00051400
            MOVE FD-DEVFORN     TO FD-REJ-DADOS.                        00051500
            MOVE WRK-REJ-MOTIVO TO FD-REJ-MOTIVO.                       00051600
            WRITE FD-REJEITO.                                           00051700
            ADD 1 TO WRK-REG-REJEITADOS.                                00051800
                                                                        00051900
      *-------------------------------------------------------------*   00052000
       2900-99-FIM.                       EXIT.                         00052100
      *-------------------------------------------------------------*   00052200
                                                                        00052300
      *---------------------------------------------------------------  00052400
      *    2950-GRAVAR-ULTIMO-NUMERO                                    00052500
      *    REGRAVA NDBNUM COM O ULTIMO NUMERO USADO NA RODADA.          00052600
      *---------------------------------------------------------------  00052700
       2950-GRAVAR-ULTIMO-NUMERO          SECTION.                      00052800
                                                                        00052900
            OPEN OUTPUT NDBNUM.                                         00053000
            IF WRK-FS-NDBNUM NOT EQUAL '00'                             00053100
               MOVE ' ERRO OPEN OUTPUT NDBNUM ' TO WRK-MSG              00053200
               PERFORM 9000-TRATAR-ERROS                                00053300
            END-IF.                                                     00053400
            MOVE WRK-NUM-NOTA TO FD-NUM-ULTIMO.                         00053500
            WRITE FD-NDBNUM.                                            00053600
            CLOSE NDBNUM.                                               00053700
                                                                        00053800
      *-------------------------------------------------------------*   00053900
       2950-99-FIM.                       EXIT.                         00054000
      *-------------------------------------------------------------*   00054100
                                                                        00054200
      *-------------------------------------------------------------*   00054300
       3000-FINALIZAR                     SECTION.                      00054400
      *-------------------------------------------------------------*   00054500
                                                                        00054600
            PERFORM 2950-GRAVAR-ULTIMO-NUMERO.                          00054700
                                                                        00054800
            CLOSE DEVFORN                                               00054900
            CLOSE PEDCOMP                                               00055000
            CLOSE PRODMSTR                                              00055100
            CLOSE MOVDVF                                                00055200
            CLOSE NOTADEB                                               00055300
            CLOSE REJEITO.                                              00055400
                                                                        00055500
            DISPLAY '=========================================='.       00055600
            DISPLAY ' DEVOLUCOES LIDAS.....: ' WRK-REG-LIDOS.           00055700
            DISPLAY ' DEVOLVIDAS...........: ' WRK-REG-DEVOLVIDOS.      00055800
            DISPLAY ' ITENS REABERTOS......: ' WRK-REG-REABERTOS.       00055900
            DISPLAY ' REJEITADAS...........: ' WRK-REG-REJEITADOS.      00056000
            DISPLAY ' TOTAL EM DEBITOS.....: ' WRK-TOTAL-DEBITOS.       00056100
            DISPLAY '=========================================='.       00056200
                STOP RUN.                                               00056300
                                                                        00056400
      *-------------------------------------------------------------*   00056500
       3000-99-FIM.                       EXIT.                         00056600
      *-------------------------------------------------------------*   00056700
                                                                        00056800
      *-------------------------------------------------------------*   00056900
       9000-TRATAR-ERROS                  SECTION.                      00057000
      *-------------------------------------------------------------*   00057100
                                                                        00057200
             DISPLAY '------------------'                               00057300
             DISPLAY   WRK-MSG                                          00057400
             DISPLAY '------------------'                               00057500
                STOP RUN.                                               00057600
                                                                        00057700
      *-------------------------------------------------------------*   00057800
       9000-99-FIM.            EXIT.                                    00057900
      *-------------------------------------------------------------*   00058000
