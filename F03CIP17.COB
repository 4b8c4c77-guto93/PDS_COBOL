      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID. F03CIP17.                                            00000500
                                                                        00000600
      *=======================================================*         00000700
      *             T  R  E  I  N  A  M  E  N  T  O                     00000800
      *=======================================================*         00000900
      *     PROGRAMA......: F03CIP17                                    00001000
      *     TIPO..........: SERVICO DE ACESSO A DADOS                   00001100
      *-------------------------------------------------------*         00001200
      *    PROGRAMADOR(A): AUGUSTO MARTINS  - TREINAMENTO               00001300
      *    ANALISTA......: IVAN PETRUCCI    - TREINAMENTO               00001400
      *    DATA..........: 08/05/2023                                   00001500
      *-------------------------------------------------------*         00001600
      *-------------------------------------------------------*         00001700
      *    OBJETIVO..: CONSULTA DE COBRANCA POR CLIENTE: NO             00001800
      *                TOPO NOME, LIMITE, EXPOSICAO E BLOQUEIO          00001900
      *                DO KSDS CLIENTES; EMBAIXO OS TITULOS DO          00002000
      *                CLIENTE (NF, EMISSAO, VENCIMENTO, VALOR,         00002100
      *                PAGO, SITUACAO, DIAS DE ATRASO E DATA            00002200
      *                PROMETIDA), 8 POR PAGINA. F6 CONSULTA,           00002300
      *                F8 AVANCA, F7 VOLTA, F5 GRAVA A PROMESSA         00002400
      *                DE PAGAMENTO (DATA + OBSERVACAO) DA NOTA         00002500
      *                DIGITADA NO KSDS COBPROM, QUE O FR01CB06         00002600
      *                LE NA PROXIMA RODADA DO ENVELHECIMENTO.          00002700
      *                OS TITULOS VEM DO KSDS CREBONL (IMAGEM           00002800
      *                DO CREBER, CHAVE = CLIENTE + NF),                00002900
      *                RECARREGADO DO CREBER PELO JOB NOTURNO.          00003000
      *                TITULO LIQUIDADO SO APARECE SE VENCEU HA         00003100
      *                NO MAXIMO 90 DIAS - O CREBER NAO GUARDA          00003200
      *                A DATA DO PAGAMENTO. ATRASO NA CONVENCAO         00003300
      *                COMERCIAL DE 360 DIAS, COMO NO FR01CB06.         00003400
      *-------------------------------------------------------*         00003500
      *=======================================================*         00003600
       ENVIRONMENT                                DIVISION.             00003700
      *=======================================================*         00003800
       CONFIGURATION                              SECTION.              00003900
      *-------------------------------------------------------*         00004000
           SPECIAL-NAMES.                                               00004100
               DECIMAL-POINT IS COMMA.                                  00004200
                                                                        00004300
      *=======================================================*         00004400
       DATA                                       DIVISION.             00004500
                                                                        00004600
      *-------------------------------------------------------*         00004700
       WORKING-STORAGE                            SECTION.              00004800
      *-------------------------------------------------------*         00004900
                                                                        00005000
      *-------------------------------------------------------*         00005100
       01 FILLER                          PIC X(050)   VALUE            00005200
                 '*******AREA DA  BOOK   ******'.                       00005300
      *-------------------------------------------------------*         00005400
                                                                        00005500
            COPY F03CIMC.                                               00005600
                                                                        00005700
      *-------------------------------------------------------*         00005800
       01 FILLER                          PIC X(050)   VALUE            00005900
                '*******AREA DE AUXILIARES********'.                    00006000
      *-------------------------------------------------------*         00006100
                                                                        00006200
       01 WRK-REG-CLIENTES.                                             00006300
          05 WRK-CLI-CODIGO         PIC X(04).                          00006400
          05 WRK-CLI-NOME           PIC X(40).                          00006500
          05 WRK-CLI-BANCO          PIC X(10).                          00006600
          05 WRK-CLI-CPF-CNPJ       PIC X(14).                          00006700
          05 WRK-CLI-ENDERECO       PIC X(40).                          00006800
          05 WRK-CLI-CEP            PIC X(08).                          00006900
          05 WRK-CLI-SITUACAO       PIC X(01).                          00007000
          05 WRK-CLI-DATA-INCLUSAO  PIC X(08).                          00007100
          05 WRK-CLI-DATA-ALTERACAO PIC X(08).                          00007200
          05 WRK-CLI-LIMITE         PIC 9(05)V99.                       00007300
          05 WRK-CLI-EXPOSICAO      PIC 9(07)V99.                       00007400
          05 WRK-CLI-DEVOLUCOES     PIC 9(03).                          00007500
          05 WRK-CLI-BLOQUEIO       PIC X(01).                          00007600
          05 FILLER                 PIC X(07).                          00007700
                                                                        00007800
       01 WRK-REG-CREBONL.                                              00007900
          05 WRK-CRB-CLIENTE     PIC X(04).                             00008000
          05 WRK-CRB-NF          PIC 9(06).                             00008100
          05 WRK-CRB-PEDIDO      PIC 9(06).                             00008200
          05 WRK-CRB-VALOR       PIC 9(09)V99.                          00008300
          05 WRK-CRB-DATA-EMISSA PIC X(08).                             00008400
          05 WRK-CRB-DATA-VENCTO PIC X(10).                             00008500
          05 WRK-CRB-VENCTO-R REDEFINES WRK-CRB-DATA-VENCTO.            00008600
             10 WRK-VCT-ANO      PIC 9(04).                             00008700
             10 FILLER           PIC X(01).                             00008800
             10 WRK-VCT-MES      PIC 9(02).                             00008900
             10 FILLER           PIC X(01).                             00009000
             10 WRK-VCT-DIA      PIC 9(02).                             00009100
          05 WRK-CRB-SITUACAO    PIC X(01).                             00009200
             88 WRK-CRB-LIQUIDADO     VALUE 'L'.                        00009300
          05 WRK-CRB-VALOR-PAGO  PIC 9(09)V99.                          00009400
          05 FILLER              PIC X(03).                             00009500
                                                                        00009600
       01 WRK-CHAVE-CREBONL.                                            00009700
          05 WRK-CHC-CLIENTE     PIC X(04).                             00009800
          05 WRK-CHC-NF          PIC 9(06).                             00009900
                                                                        00010000
      *-------------------------------------------------------*         00010100
      *    PROMESSA DE PAGAMENTO POR TITULO (KSDS COBPROM,              00010200
      *    CHAVE = CLIENTE + NF): A ULTIMA GRAVADA VALE.                00010300
      *-------------------------------------------------------*         00010400
       01 WRK-REG-COBPROM.                                              00010500
          05 WRK-PRM-CLIENTE     PIC X(04).                             00010600
          05 WRK-PRM-NF          PIC 9(06).                             00010700
          05 WRK-PRM-DATA        PIC X(10).                             00010800
          05 WRK-PRM-OBS         PIC X(40).                             00010900
          05 WRK-PRM-QUEM        PIC X(08).                             00011000
          05 WRK-PRM-REGISTRO    PIC X(08).                             00011100
          05 FILLER              PIC X(04).                             00011200
                                                                        00011300
       01 WRK-CHAVE-COBPROM.                                            00011400
          05 WRK-CHP-CLIENTE     PIC X(04).                             00011500
          05 WRK-CHP-NF          PIC 9(06).                             00011600
                                                                        00011700
       01 WRK-LIN-TITULO.                                               00011800
          05 WRK-LTI-NF          PIC 9(06).                             00011900
          05 FILLER              PIC X(01) VALUE SPACES.                00012000
          05 WRK-LTI-EMISSAO     PIC X(08).                             00012100
          05 FILLER              PIC X(01) VALUE SPACES.                00012200
          05 WRK-LTI-VENCTO      PIC X(10).                             00012300
          05 FILLER              PIC X(01) VALUE SPACES.                00012400
          05 WRK-LTI-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                    00012500
          05 FILLER              PIC X(01) VALUE SPACES.                00012600
          05 WRK-LTI-PAGO        PIC ZZZ.ZZZ.ZZ9,99.                    00012700
          05 FILLER              PIC X(01) VALUE SPACES.                00012800
          05 WRK-LTI-SITUACAO    PIC X(01).                             00012900
          05 FILLER              PIC X(01) VALUE SPACES.                00013000
          05 WRK-LTI-ATRASO      PIC ZZZZ9 BLANK WHEN ZERO.             00013100
          05 FILLER              PIC X(01) VALUE SPACES.                00013200
          05 WRK-LTI-PROMESSA    PIC X(10).                             00013300
                                                                        00013400
      *-------------------------------------------------------*         00013500
      *    PAGINA MONTADA ANTES DE IR PARA A TELA: NO F7 OS             00013600
      *    TITULOS VEM DE TRAS PARA FRENTE E SAO GUARDADOS DO           00013700
      *    FIM DA TABELA PARA O COMECO.                                 00013800
      *-------------------------------------------------------*         00013900
       01 WRK-TAB-PAGINA.                                               00014000
          05 WRK-TAB-ITEM OCCURS 8 TIMES.                               00014100
             10 WRK-TAB-NF       PIC 9(06).                             00014200
             10 WRK-TAB-LINHA    PIC X(75).                             00014300
                                                                        00014400
       01 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.                    00014500
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00014600
          05 WRK-HOJ-ANO     PIC 9(04).                                 00014700
          05 WRK-HOJ-MES     PIC 9(02).                                 00014800
          05 WRK-HOJ-DIA     PIC 9(02).                                 00014900
                                                                        00015000
       01 WRK-HOJE-AAAA-MM-DD.                                          00015100
          05 WRK-HIS-ANO     PIC 9(04).                                 00015200
          05 FILLER          PIC X(01) VALUE '-'.                       00015300
          05 WRK-HIS-MES     PIC 9(02).                                 00015400
          05 FILLER          PIC X(01) VALUE '-'.                       00015500
          05 WRK-HIS-DIA     PIC 9(02).                                 00015600
                                                                        00015700
       77 WRK-PROG-DATASERV  PIC X(08) VALUE 'DATASERV'.                00015800
       01 WRK-DSV-AREA.                                                 00015900
          05 WRK-DSV-DATA-1     PIC X(10).                              00016000
          05 WRK-DSV-DATA-2     PIC X(10).                              00016100
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00016200
          05 WRK-DSV-CLASSE     PIC X(01).                              00016300
       77 WRK-DSV-FUNCAO     PIC X(02) VALUE '01'.                      00016400
       77 WRK-DSV-RETORNO    PIC X(02) VALUE SPACES.                    00016500
                                                                        00016600
       77 WRK-RESP           PIC S9(08) COMP VALUE ZEROS.               00016700
       77 WRK-SAIDA          PIC X(30)  VALUE SPACES.                   00016800
       77 WRK-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROS.            00016900
       77 WRK-EDT-VALOR      PIC ZZ.ZZZ.ZZ9,99.                         00017000
       77 WRK-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.                    00017100
       77 WRK-IDX            PIC 9(02) VALUE ZEROS.                     00017200
       77 WRK-QTDE-LIN       PIC 9(02) VALUE ZEROS.                     00017300
       77 WRK-DESLOC         PIC 9(02) VALUE ZEROS.                     00017400
       77 WRK-POS            PIC 9(02) VALUE ZEROS.                     00017500
       77 WRK-CLIENTE-TELA   PIC X(04) VALUE SPACES.                    00017600
       77 WRK-NF-PULAR       PIC 9(06) VALUE ZEROS.                     00017700
       77 WRK-PULA-CHAVE     PIC X(01) VALUE 'N'.                       00017800
          88 WRK-PULAR-CHAVE           VALUE 'S'.                       00017900
          88 WRK-NAO-PULAR-CHAVE       VALUE 'N'.                       00018000
       77 WRK-FIM-CLIENTE    PIC X(01) VALUE 'N'.                       00018100
          88 WRK-ACABOU-CLIENTE        VALUE 'S'.                       00018200
          88 WRK-AINDA-NO-CLIENTE      VALUE 'N'.                       00018300
       77 WRK-DATA-OK        PIC X(01) VALUE 'N'.                       00018400
                                                                        00018500
      *=======================================================*         00018600
       PROCEDURE                                  DIVISION.             00018700
      *=======================================================*         00018800
                                                                        00018900
      *-------------------------------------------------------*         00019000
                                                                        00019100
      *         R O T I N A  P R I N C I P A L *                        00019200
                                                                        00019300
      *-------------------------------------------------------*         00019400
                                                                        00019500
      *-------------------------------------------------------*         00019600
       0000-PRINCIPAL                              SECTION.             00019700
      *-------------------------------------------------------*         00019800
                                                                        00019900
                  PERFORM 1000-INICIAR-CICS                             00020000
                  PERFORM 2000-PROCESSAR                                00020100
                  PERFORM 3000-FINALIZAR-CICS.                          00020200
                                                                        00020300
      *-------------------------------------------------------*         00020400
       0000-999-FIM.                               EXIT.                00020500
      *-------------------------------------------------------*         00020600
                                                                        00020700
      *-------------------------------------------------------*         00020800
       1000-INICIAR-CICS                          SECTION.              00020900
      *-------------------------------------------------------*         00021000
                                                                        00021100
            EXEC CICS SEND                                              00021200
              MAPSET('F03CIMC')                                         00021300
              MAP('MAPCOB')                                             00021400
              ERASE                                                     00021500
              MAPONLY                                                   00021600
            END-EXEC.                                                   00021700
                                                                        00021800
      *-------------------------------------------------------*         00021900
       1000-999-FIM.                              EXIT.                 00022000
      *-------------------------------------------------------*         00022100
                                                                        00022200
      *-------------------------------------------------------*         00022300
       2000-PROCESSAR                             SECTION.              00022400
      *-------------------------------------------------------*         00022500
                                                                        00022600
            EXEC CICS RECEIVE                                           00022700
              MAPSET('F03CIMC')                                         00022800
              MAP('MAPCOB')                                             00022900
              INTO(MAPCOBI)                                             00023000
            END-EXEC.                                                   00023100
                                                                        00023200
            PERFORM 2050-OBTER-DATA-HOJE.                               00023300
                                                                        00023400
            IF EIBAID = '6'                                             00023500
               PERFORM 2100-CONSULTAR-CLIENTE                           00023600
            END-IF.                                                     00023700
                                                                        00023800
            IF EIBAID = '8'                                             00023900
               PERFORM 2200-AVANCAR-PAGINA                              00024000
            END-IF.                                                     00024100
                                                                        00024200
            IF EIBAID = '7'                                             00024300
               PERFORM 2300-VOLTAR-PAGINA                               00024400
            END-IF.                                                     00024500
                                                                        00024600
            IF EIBAID = '5'                                             00024700
               PERFORM 2400-GRAVAR-PROMESSA                             00024800
            END-IF.                                                     00024900
                                                                        00025000
            IF EIBAID = '3'                                             00025100
               EXEC CICS                                                00025200
                 RETURN                                                 00025300
               END-EXEC                                                 00025400
            END-IF.                                                     00025500
                                                                        00025600
            EXEC CICS SEND                                              00025700
              MAPSET('F03CIMC')                                         00025800
              MAP('MAPCOB')                                             00025900
              DATAONLY                                                  00026000
            END-EXEC.                                                   00026100
                                                                        00026200
      *-------------------------------------------------------*         00026300
       2000-999-FIM.                              EXIT.                 00026400
      *-------------------------------------------------------*         00026500
                                                                        00026600
      *-------------------------------------------------------*         00026700
       2050-OBTER-DATA-HOJE                       SECTION.              00026800
      *-------------------------------------------------------*         00026900
                                                                        00027000
            EXEC CICS ASKTIME                                           00027100
               ABSTIME(WRK-ABSTIME)                                     00027200
            END-EXEC.                                                   00027300
            EXEC CICS FORMATTIME                                        00027400
               ABSTIME(WRK-ABSTIME)                                     00027500
               YYYYMMDD(WRK-DATA-HOJE)                                  00027600
            END-EXEC.                                                   00027700
                                                                        00027800
            MOVE WRK-HOJ-ANO TO WRK-HIS-ANO.                            00027900
            MOVE WRK-HOJ-MES TO WRK-HIS-MES.                            00028000
            MOVE WRK-HOJ-DIA TO WRK-HIS-DIA.                            00028100
                                                                        00028200
      *-------------------------------------------------------*         00028300
       2050-999-FIM.                              EXIT.                 00028400
      *-------------------------------------------------------*         00028500
                                                                        00028600
      *---------------------------------------------------------------  00028700
      *    2100-CONSULTAR-CLIENTE                                       00028800
      *    CABECALHO DO CLIENTE E PRIMEIRA PAGINA DE TITULOS.           00028900
      *---------------------------------------------------------------  00029000
       2100-CONSULTAR-CLIENTE                     SECTION.              00029100
                                                                        00029200
            MOVE SPACES TO NOMEO LIMITEO EXPOSO BLOQO CLIANTO           00029300
                           PRIMNFO ULTNFO.                              00029400
            MOVE SPACES TO LIN1O LIN2O LIN3O LIN4O                      00029500
                           LIN5O LIN6O LIN7O LIN8O.                     00029600
                                                                        00029700
            IF CLII EQUAL SPACES OR CLII EQUAL LOW-VALUES               00029800
               MOVE ' INFORME O CLIENTE ' TO MSGO                       00029900
            ELSE                                                        00030000
               MOVE CLII TO WRK-CLI-CODIGO                              00030100
               EXEC CICS READ                                           00030200
                  FILE('CLIENTES')                                      00030300
                  INTO(WRK-REG-CLIENTES)                                00030400
                  RIDFLD(WRK-CLI-CODIGO)                                00030500
                  RESP(WRK-RESP)                                        00030600
               END-EXEC                                                 00030700
                                                                        00030800
               EVALUATE WRK-RESP                                        00030900
                 WHEN DFHRESP(NORMAL)                                   00031000
                    MOVE WRK-CLI-NOME      TO NOMEO                     00031100
                    MOVE WRK-CLI-LIMITE    TO WRK-EDT-VALOR             00031200
                    MOVE WRK-EDT-VALOR     TO LIMITEO                   00031300
                    MOVE WRK-CLI-EXPOSICAO TO WRK-EDT-VALOR             00031400
                    MOVE WRK-EDT-VALOR     TO EXPOSO                    00031500
                    MOVE WRK-CLI-BLOQUEIO  TO BLOQO                     00031600
                    MOVE CLII              TO CLIANTO WRK-CLIENTE-TELA  00031700
                    MOVE CLII              TO WRK-CHC-CLIENTE           00031800
                    MOVE ZEROS             TO WRK-CHC-NF                00031900
                    SET WRK-NAO-PULAR-CHAVE TO TRUE                     00032000
                    PERFORM 2500-LISTAR-PARA-FRENTE                     00032100
                    IF WRK-QTDE-LIN EQUAL ZEROS                         00032200
                       MOVE ' CLIENTE SEM TITULOS A MOSTRAR ' TO MSGO   00032300
                    END-IF                                              00032400
                 WHEN DFHRESP(NOTFND)                                   00032500
                    MOVE ' CLIENTE NAO CADASTRADO ' TO MSGO             00032600
                 WHEN OTHER                                             00032700
                    MOVE ' ERRO NA LEITURA DO CLIENTES ' TO MSGO        00032800
               END-EVALUATE                                             00032900
            END-IF.                                                     00033000
                                                                        00033100
      *-------------------------------------------------------*         00033200
       2100-999-FIM.                              EXIT.                 00033300
      *-------------------------------------------------------*         00033400
                                                                        00033500
      *---------------------------------------------------------------  00033600
      *    2200-AVANCAR-PAGINA                                          00033700
      *    CONTINUA DEPOIS DA ULTIMA NOTA DA TELA. SE TROCARAM O        00033800
      *    CLIENTE NO CAMPO, E UMA CONSULTA NOVA.                       00033900
      *---------------------------------------------------------------  00034000
       2200-AVANCAR-PAGINA                        SECTION.              00034100
                                                                        00034200
            IF CLII NOT EQUAL CLIANTI                                   00034300
            OR CLIANTI EQUAL SPACES OR CLIANTI EQUAL LOW-VALUES         00034400
               PERFORM 2100-CONSULTAR-CLIENTE                           00034500
            ELSE                                                        00034600
               MOVE CLIANTI TO WRK-CHC-CLIENTE WRK-CLIENTE-TELA         00034700
               MOVE ULTNFI  TO WRK-CHC-NF WRK-NF-PULAR                  00034800
               SET WRK-PULAR-CHAVE TO TRUE                              00034900
               PERFORM 2500-LISTAR-PARA-FRENTE                          00035000
               IF WRK-QTDE-LIN EQUAL ZEROS                              00035100
                  MOVE ' FIM DOS TITULOS DO CLIENTE ' TO MSGO           00035200
               END-IF                                                   00035300
            END-IF.                                                     00035400
                                                                        00035500
      *-------------------------------------------------------*         00035600
       2200-999-FIM.                              EXIT.                 00035700
      *-------------------------------------------------------*         00035800
                                                                        00035900
      *---------------------------------------------------------------  00036000
      *    2300-VOLTAR-PAGINA                                           00036100
      *    LE PARA TRAS A PARTIR DA PRIMEIRA NOTA DA TELA.              00036200
      *---------------------------------------------------------------  00036300
       2300-VOLTAR-PAGINA                         SECTION.              00036400
                                                                        00036500
            IF CLII NOT EQUAL CLIANTI                                   00036600
            OR CLIANTI EQUAL SPACES OR CLIANTI EQUAL LOW-VALUES         00036700
               PERFORM 2100-CONSULTAR-CLIENTE                           00036800
            ELSE                                                        00036900
               MOVE CLIANTI TO WRK-CHC-CLIENTE WRK-CLIENTE-TELA         00037000
               MOVE PRIMNFI TO WRK-CHC-NF WRK-NF-PULAR                  00037100
               PERFORM 2600-LISTAR-PARA-TRAS                            00037200
               IF WRK-QTDE-LIN EQUAL ZEROS                              00037300
                  MOVE ' INICIO DOS TITULOS DO CLIENTE ' TO MSGO        00037400
               END-IF                                                   00037500
            END-IF.                                                     00037600
                                                                        00037700
      *-------------------------------------------------------*         00037800
       2300-999-FIM.                              EXIT.                 00037900
      *-------------------------------------------------------*         00038000
                                                                        00038100
      *---------------------------------------------------------------  00038200
      *    2400-GRAVAR-PROMESSA                                         00038300
      *    NOTA DO CLIENTE DA TELA, AINDA COM SALDO; DATA VALIDA NA     00038400
      *    DATASERV E NAO ANTERIOR A HOJE; OPERADOR INFORMADO.          00038500
      *    REGRAVA SE A NOTA JA TINHA PROMESSA E REFAZ A PAGINA.        00038600
      *---------------------------------------------------------------  00038700
       2400-GRAVAR-PROMESSA                       SECTION.              00038800
                                                                        00038900
            PERFORM 2450-CRITICAR-PROMESSA.                             00039000
            IF WRK-DATA-OK EQUAL 'S'                                    00039100
               MOVE CLIANTI TO WRK-CHP-CLIENTE                          00039200
               MOVE NFPI    TO WRK-CHP-NF                               00039300
                                                                        00039400
               EXEC CICS READ                                           00039500
                  FILE('COBPROM')                                       00039600
                  INTO(WRK-REG-COBPROM)                                 00039700
                  RIDFLD(WRK-CHAVE-COBPROM)                             00039800
                  UPDATE                                                00039900
                  RESP(WRK-RESP)                                        00040000
               END-EXEC                                                 00040100
                                                                        00040200
               MOVE WRK-CHP-CLIENTE TO WRK-PRM-CLIENTE                  00040300
               MOVE WRK-CHP-NF      TO WRK-PRM-NF                       00040400
               MOVE DTPI            TO WRK-PRM-DATA                     00040500
               MOVE OBSI            TO WRK-PRM-OBS                      00040600
               MOVE QUEMI           TO WRK-PRM-QUEM                     00040700
               MOVE WRK-DATA-HOJE   TO WRK-PRM-REGISTRO                 00040800
                                                                        00040900
               EVALUATE WRK-RESP                                        00041000
                 WHEN DFHRESP(NORMAL)                                   00041100
                    EXEC CICS REWRITE                                   00041200
                       FILE('COBPROM')                                  00041300
                       FROM(WRK-REG-COBPROM)                            00041400
                       RESP(WRK-RESP)                                   00041500
                    END-EXEC                                            00041600
                 WHEN DFHRESP(NOTFND)                                   00041700
                    EXEC CICS WRITE                                     00041800
                       FILE('COBPROM')                                  00041900
                       FROM(WRK-REG-COBPROM)                            00042000
                       RIDFLD(WRK-CHAVE-COBPROM)                        00042100
                       RESP(WRK-RESP)                                   00042200
                    END-EXEC                                            00042300
               END-EVALUATE                                             00042400
                                                                        00042500
               IF WRK-RESP = DFHRESP(NORMAL)                            00042600
                  MOVE CLIANTI TO WRK-CHC-CLIENTE WRK-CLIENTE-TELA      00042700
                  MOVE PRIMNFI TO WRK-CHC-NF                            00042800
                  SET WRK-NAO-PULAR-CHAVE TO TRUE                       00042900
                  PERFORM 2500-LISTAR-PARA-FRENTE                       00043000
                  MOVE ' PROMESSA GRAVADA ' TO MSGO                     00043100
               ELSE                                                     00043200
                  MOVE ' ERRO AO GRAVAR NO COBPROM ' TO MSGO            00043300
               END-IF                                                   00043400
            END-IF.                                                     00043500
                                                                        00043600
      *-------------------------------------------------------*         00043700
       2400-999-FIM.                              EXIT.                 00043800
      *-------------------------------------------------------*         00043900
                                                                        00044000
      *-------------------------------------------------------*         00044100
       2450-CRITICAR-PROMESSA                     SECTION.              00044200
      *-------------------------------------------------------*         00044300
                                                                        00044400
            MOVE 'N' TO WRK-DATA-OK.                                    00044500
                                                                        00044600
            EVALUATE TRUE                                               00044700
              WHEN CLIANTI EQUAL SPACES OR CLIANTI EQUAL LOW-VALUES     00044800
                 MOVE ' CONSULTE O CLIENTE ANTES (F6) ' TO MSGO         00044900
              WHEN NFPI NOT NUMERIC                                     00045000
                 MOVE ' INFORME A NOTA DA PROMESSA ' TO MSGO            00045100
              WHEN QUEMI EQUAL SPACES OR QUEMI EQUAL LOW-VALUES         00045200
                 MOVE ' INFORME O OPERADOR ' TO MSGO                    00045300
              WHEN OTHER                                                00045400
                 PERFORM 2460-CRITICAR-TITULO                           00045500
            END-EVALUATE.                                               00045600
                                                                        00045700
            IF WRK-DATA-OK EQUAL 'S'                                    00045800
               MOVE 'N' TO WRK-DATA-OK                                  00045900
               PERFORM 2470-CRITICAR-DATA                               00046000
            END-IF.                                                     00046100
                                                                        00046200
      *-------------------------------------------------------*         00046300
       2450-999-FIM.                              EXIT.                 00046400
      *-------------------------------------------------------*         00046500
                                                                        00046600
      *-------------------------------------------------------*         00046700
       2460-CRITICAR-TITULO                       SECTION.              00046800
      *-------------------------------------------------------*         00046900
                                                                        00047000
            MOVE CLIANTI TO WRK-CHC-CLIENTE.                            00047100
            MOVE NFPI    TO WRK-CHC-NF.                                 00047200
                                                                        00047300
            EXEC CICS READ                                              00047400
               FILE('CREBONL')                                          00047500
               INTO(WRK-REG-CREBONL)                                    00047600
               RIDFLD(WRK-CHAVE-CREBONL)                                00047700
               RESP(WRK-RESP)                                           00047800
            END-EXEC.                                                   00047900
                                                                        00048000
            EVALUATE WRK-RESP                                           00048100
              WHEN DFHRESP(NORMAL)                                      00048200
                 IF WRK-CRB-LIQUIDADO                                   00048300
                    MOVE ' TITULO JA LIQUIDADO ' TO MSGO                00048400
                 ELSE                                                   00048500
                    MOVE 'S' TO WRK-DATA-OK                             00048600
                 END-IF                                                 00048700
              WHEN DFHRESP(NOTFND)                                      00048800
                 MOVE ' NOTA NAO E DESTE CLIENTE ' TO MSGO              00048900
              WHEN OTHER                                                00049000
                 MOVE ' ERRO NA LEITURA DO CREBONL ' TO MSGO            00049100
            END-EVALUATE.                                               00049200
                                                                        00049300
      *-------------------------------------------------------*         00049400
       2460-999-FIM.                              EXIT.                 00049500
      *-------------------------------------------------------*         00049600
                                                                        00049700
      *-------------------------------------------------------*         00049800
       2470-CRITICAR-DATA                         SECTION.              00049900
      *-------------------------------------------------------*         00050000
                                                                        00050100
            MOVE '01'   TO WRK-DSV-FUNCAO.                              00050200
            MOVE DTPI   TO WRK-DSV-DATA-1.                              00050300
            MOVE SPACES TO WRK-DSV-DATA-2.                              00050400
            CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                  00050500
                 WRK-DSV-FUNCAO, WRK-DSV-RETORNO                        00050600
                ON EXCEPTION                                            00050700
                   MOVE '99' TO WRK-DSV-RETORNO                         00050800
            END-CALL.                                                   00050900
                                                                        00051000
            EVALUATE WRK-DSV-RETORNO                                    00051100
              WHEN '00'                                                 00051200
                 IF DTPI LESS THAN WRK-HOJE-AAAA-MM-DD                  00051300
                    MOVE ' PROMESSA COM DATA PASSADA ' TO MSGO          00051400
                 ELSE                                                   00051500
                    MOVE 'S' TO WRK-DATA-OK                             00051600
                 END-IF                                                 00051700
              WHEN '99'                                                 00051800
                 MOVE ' DATASERV INDISPONIVEL ' TO MSGO                 00051900
              WHEN OTHER                                                00052000
                 MOVE ' DATA INVALIDA (AAAA-MM-DD) ' TO MSGO            00052100
            END-EVALUATE.                                               00052200
                                                                        00052300
      *-------------------------------------------------------*         00052400
       2470-999-FIM.                              EXIT.                 00052500
      *-------------------------------------------------------*         00052600
                                                                        00052700
      *---------------------------------------------------------------  00052800
      *    2500-LISTAR-PARA-FRENTE                                      00052900
      *    BROWSE NO CREBONL A PARTIR DE WRK-CHAVE-CREBONL ATE 8        00053000
      *    TITULOS DO CLIENTE; COM WRK-PULAR-CHAVE A NOTA DE            00053100
      *    PARTIDA (JA MOSTRADA) NAO ENTRA DE NOVO.                     00053200
      *---------------------------------------------------------------  00053300
       2500-LISTAR-PARA-FRENTE                    SECTION.              00053400
                                                                        00053500
            MOVE ZEROS TO WRK-QTDE-LIN WRK-DESLOC.                      00053600
            SET WRK-AINDA-NO-CLIENTE TO TRUE.                           00053700
                                                                        00053800
            EXEC CICS STARTBR                                           00053900
               FILE('CREBONL')                                          00054000
               RIDFLD(WRK-CHAVE-CREBONL)                                00054100
               GTEQ                                                     00054200
               RESP(WRK-RESP)                                           00054300
            END-EXEC.                                                   00054400
                                                                        00054500
            IF WRK-RESP = DFHRESP(NORMAL)                               00054600
               PERFORM 2550-LER-PROXIMO                                 00054700
                  UNTIL WRK-RESP NOT = DFHRESP(NORMAL)                  00054800
                     OR WRK-ACABOU-CLIENTE                              00054900
                     OR WRK-QTDE-LIN NOT LESS THAN 8                    00055000
               EXEC CICS ENDBR                                          00055100
                  FILE('CREBONL')                                       00055200
               END-EXEC                                                 00055300
            END-IF.                                                     00055400
                                                                        00055500
            IF WRK-QTDE-LIN GREATER THAN ZEROS                          00055600
               PERFORM 2700-MONTAR-TELA                                 00055700
            END-IF.                                                     00055800
                                                                        00055900
      *-------------------------------------------------------*         00056000
       2500-999-FIM.                              EXIT.                 00056100
      *-------------------------------------------------------*         00056200
                                                                        00056300
      *-------------------------------------------------------*         00056400
       2550-LER-PROXIMO                           SECTION.              00056500
      *-------------------------------------------------------*         00056600
                                                                        00056700
            EXEC CICS READNEXT                                          00056800
               FILE('CREBONL')                                          00056900
               INTO(WRK-REG-CREBONL)                                    00057000
               RIDFLD(WRK-CHAVE-CREBONL)                                00057100
               RESP(WRK-RESP)                                           00057200
            END-EXEC.                                                   00057300
                                                                        00057400
            IF WRK-RESP = DFHRESP(NORMAL)                               00057500
               IF WRK-CRB-CLIENTE NOT EQUAL WRK-CLIENTE-TELA            00057600
                  SET WRK-ACABOU-CLIENTE TO TRUE                        00057700
               ELSE                                                     00057800
                  IF WRK-PULAR-CHAVE AND WRK-CRB-NF EQUAL WRK-NF-PULAR  00057900
                     SET WRK-NAO-PULAR-CHAVE TO TRUE                    00058000
                  ELSE                                                  00058100
                     PERFORM 2800-CALCULAR-ATRASO                       00058200
                     IF NOT WRK-CRB-LIQUIDADO                           00058300
                     OR WRK-DIAS-ATRASO NOT GREATER THAN 90             00058400
                        ADD 1 TO WRK-QTDE-LIN                           00058500
                        MOVE WRK-QTDE-LIN TO WRK-IDX                    00058600
                        PERFORM 2850-FORMATAR-LINHA                     00058700
                     END-IF                                             00058800
                  END-IF                                                00058900
               END-IF                                                   00059000
            END-IF.                                                     00059100
                                                                        00059200
      *-------------------------------------------------------*         00059300
       2550-999-FIM.                              EXIT.                 00059400
      *-------------------------------------------------------*         00059500
                                                                        00059600
      *---------------------------------------------------------------  00059700
      *    2600-LISTAR-PARA-TRAS                                        00059800
      *    READPREV A PARTIR DA PRIMEIRA NOTA DA TELA; O PRIMEIRO       00059900
      *    REGISTRO DEVOLVIDO E A PROPRIA NOTA DE PARTIDA (OU A         00060000
      *    SEGUINTE), QUE E DESPREZADO. A PAGINA E GUARDADA DO FIM      00060100
      *    DA TABELA PARA O COMECO E SAI NA ORDEM DAS NOTAS.            00060200
      *---------------------------------------------------------------  00060300
       2600-LISTAR-PARA-TRAS                      SECTION.              00060400
                                                                        00060500
            MOVE ZEROS TO WRK-QTDE-LIN.                                 00060600
            SET WRK-AINDA-NO-CLIENTE TO TRUE.                           00060700
                                                                        00060800
            EXEC CICS STARTBR                                           00060900
               FILE('CREBONL')                                          00061000
               RIDFLD(WRK-CHAVE-CREBONL)                                00061100
               GTEQ                                                     00061200
               RESP(WRK-RESP)                                           00061300
            END-EXEC.                                                   00061400
                                                                        00061500
            IF WRK-RESP = DFHRESP(NORMAL)                               00061600
               PERFORM 2650-LER-ANTERIOR                                00061700
                  UNTIL WRK-RESP NOT = DFHRESP(NORMAL)                  00061800
                     OR WRK-ACABOU-CLIENTE                              00061900
                     OR WRK-QTDE-LIN NOT LESS THAN 8                    00062000
               EXEC CICS ENDBR                                          00062100
                  FILE('CREBONL')                                       00062200
               END-EXEC                                                 00062300
            END-IF.                                                     00062400
                                                                        00062500
            IF WRK-QTDE-LIN GREATER THAN ZEROS                          00062600
               COMPUTE WRK-DESLOC = 8 - WRK-QTDE-LIN                    00062700
               PERFORM 2700-MONTAR-TELA                                 00062800
            END-IF.                                                     00062900
                                                                        00063000
      *-------------------------------------------------------*         00063100
       2600-999-FIM.                              EXIT.                 00063200
      *-------------------------------------------------------*         00063300
                                                                        00063400
      *-------------------------------------------------------*         00063500
       2650-LER-ANTERIOR                          SECTION.              00063600
      *-------------------------------------------------------*         00063700
                                                                        00063800
            EXEC CICS READPREV                                          00063900
               FILE('CREBONL')                                          00064000
               INTO(WRK-REG-CREBONL)                                    00064100
               RIDFLD(WRK-CHAVE-CREBONL)                                00064200
               RESP(WRK-RESP)                                           00064300
            END-EXEC.                                                   00064400
                                                                        00064500
            IF WRK-RESP = DFHRESP(NORMAL)                               00064600
               IF WRK-CRB-CLIENTE NOT EQUAL WRK-CLIENTE-TELA            00064700
                  SET WRK-ACABOU-CLIENTE TO TRUE                        00064800
               ELSE                                                     00064900
                  IF WRK-CRB-NF LESS THAN WRK-NF-PULAR                  00065000
                     PERFORM 2800-CALCULAR-ATRASO                       00065100
                     IF NOT WRK-CRB-LIQUIDADO                           00065200
                     OR WRK-DIAS-ATRASO NOT GREATER THAN 90             00065300
                        ADD 1 TO WRK-QTDE-LIN                           00065400
                        COMPUTE WRK-IDX = 9 - WRK-QTDE-LIN              00065500
                        PERFORM 2850-FORMATAR-LINHA                     00065600
                     END-IF                                             00065700
                  END-IF                                                00065800
               END-IF                                                   00065900
            END-IF.                                                     00066000
                                                                        00066100
      *-------------------------------------------------------*         00066200
       2650-999-FIM.                              EXIT.                 00066300
      *-------------------------------------------------------*         00066400
                                                                        00066500
      *---------------------------------------------------------------  00066600
      *    2700-MONTAR-TELA                                             00066700
      *    LIMPA AS 8 LINHAS E COPIA AS OCUPADAS DA TABELA A PARTIR     00066800
      *    DE WRK-DESLOC + 1; GUARDA A PRIMEIRA E A ULTIMA NOTA NOS     00066900
      *    CAMPOS OCULTOS PARA O F7/F8 SEGUINTE.                        00067000
      *---------------------------------------------------------------  00067100
       2700-MONTAR-TELA                           SECTION.              00067200
                                                                        00067300
            MOVE SPACES TO LIN1O LIN2O LIN3O LIN4O                      00067400
                           LIN5O LIN6O LIN7O LIN8O.                     00067500
            MOVE 1 TO WRK-IDX.                                          00067600
            PERFORM 2750-MOVER-LINHA                                    00067700
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-LIN.                 00067800
                                                                        00067900
            ADD 1 TO WRK-DESLOC GIVING WRK-IDX.                         00068000
            MOVE WRK-TAB-NF(WRK-IDX) TO PRIMNFO.                        00068100
            ADD WRK-QTDE-LIN TO WRK-DESLOC GIVING WRK-IDX.              00068200
            MOVE WRK-TAB-NF(WRK-IDX) TO ULTNFO.                         00068300
            MOVE WRK-CLIENTE-TELA TO CLIANTO.                           00068400
            MOVE ' TITULOS DO CLIENTE ' TO MSGO.                        00068500
                                                                        00068600
      *-------------------------------------------------------*         00068700
       2700-999-FIM.                              EXIT.                 00068800
      *-------------------------------------------------------*         00068900
                                                                        00069000
      *-------------------------------------------------------*         00069100
       2750-MOVER-LINHA                           SECTION.              00069200
      *-------------------------------------------------------*         00069300
                                                                        00069400
            ADD WRK-IDX TO WRK-DESLOC GIVING WRK-POS.                   00069500
            EVALUATE WRK-IDX                                            00069600
              WHEN 1 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN1O               00069700
              WHEN 2 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN2O               00069800
              WHEN 3 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN3O               00069900
              WHEN 4 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN4O               00070000
              WHEN 5 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN5O               00070100
              WHEN 6 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN6O               00070200
              WHEN 7 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN7O               00070300
              WHEN 8 MOVE WRK-TAB-LINHA(WRK-POS) TO LIN8O               00070400
            END-EVALUATE.                                               00070500
            ADD 1 TO WRK-IDX.                                           00070600
                                                                        00070700
      *-------------------------------------------------------*         00070800
       2750-999-FIM.                              EXIT.                 00070900
      *-------------------------------------------------------*         00071000
                                                                        00071100
      *-------------------------------------------------------*         00071200
       2800-CALCULAR-ATRASO                       SECTION.              00071300
      *-------------------------------------------------------*         00071400
                                                                        00071500
            COMPUTE WRK-DIAS-ATRASO =                                   00071600
                    ( WRK-HOJ-ANO - WRK-VCT-ANO ) * 360                 00071700
                  + ( WRK-HOJ-MES - WRK-VCT-MES ) * 30                  00071800
                  + ( WRK-HOJ-DIA - WRK-VCT-DIA )                       00071900
            END-COMPUTE.                                                00072000
                                                                        00072100
      *-------------------------------------------------------*         00072200
       2800-999-FIM.                              EXIT.                 00072300
      *-------------------------------------------------------*         00072400
                                                                        00072500
      *---------------------------------------------------------------  00072600
      *    2850-FORMATAR-LINHA                                          00072700
      *    MONTA A LINHA DO TITULO NA POSICAO WRK-IDX DA TABELA;        00072800
      *    ATRASO SO PARA TITULO COM SALDO E JA VENCIDO, E A DATA       00072900
      *    PROMETIDA QUANDO HA PROMESSA NO COBPROM.                     00073000
      *---------------------------------------------------------------  00073100
       2850-FORMATAR-LINHA                        SECTION.              00073200
                                                                        00073300
            MOVE WRK-CRB-NF          TO WRK-LTI-NF WRK-TAB-NF(WRK-IDX). 00073400
            MOVE WRK-CRB-DATA-EMISSA TO WRK-LTI-EMISSAO.                00073500
            MOVE WRK-CRB-DATA-VENCTO TO WRK-LTI-VENCTO.                 00073600
            MOVE WRK-CRB-VALOR       TO WRK-LTI-VALOR.                  00073700
            MOVE WRK-CRB-VALOR-PAGO  TO WRK-LTI-PAGO.                   00073800
            MOVE WRK-CRB-SITUACAO    TO WRK-LTI-SITUACAO.               00073900
            IF WRK-CRB-LIQUIDADO OR WRK-DIAS-ATRASO LESS THAN 1         00074000
               MOVE ZEROS TO WRK-LTI-ATRASO                             00074100
            ELSE                                                        00074200
               MOVE WRK-DIAS-ATRASO TO WRK-LTI-ATRASO                   00074300
            END-IF.                                                     00074400
                                                                        00074500
            MOVE WRK-CRB-CLIENTE TO WRK-CHP-CLIENTE.                    00074600
            MOVE WRK-CRB-NF      TO WRK-CHP-NF.                         00074700
            EXEC CICS READ                                              00074800
               FILE('COBPROM')                                          00074900
               INTO(WRK-REG-COBPROM)                                    00075000
               RIDFLD(WRK-CHAVE-COBPROM)                                00075100
               RESP(WRK-RESP)                                           00075200
            END-EXEC.                                                   00075300
            IF WRK-RESP = DFHRESP(NORMAL)                               00075400
               MOVE WRK-PRM-DATA TO WRK-LTI-PROMESSA                    00075500
            ELSE                                                        00075600
               MOVE SPACES TO WRK-LTI-PROMESSA                          00075700
            END-IF.                                                     00075800
            MOVE DFHRESP(NORMAL) TO WRK-RESP.                           00075900
                                                                        00076000
            MOVE WRK-LIN-TITULO TO WRK-TAB-LINHA(WRK-IDX).              00076100
                                                                        00076200
      *-------------------------------------------------------*         00076300
       2850-999-FIM.                              EXIT.                 00076400
      *-------------------------------------------------------*         00076500
                                                                        00076600
      *-------------------------------------------------------*         00076700
       3000-FINALIZAR-CICS                        SECTION.              00076800
      *-------------------------------------------------------*         00076900
                                                                        00077000
            EXEC CICS                                                   00077100
              RETURN TRANSID('T042')                                    00077200
            END-EXEC.                                                   00077300
                                                                        00077400
             MOVE 'FINALIZAR ' TO WRK-SAIDA.                            00077500
                                                                        00077600
      *-------------------------------------------------------*         00077700
       3000-999-FIM.                               EXIT.                00077800
      *-------------------------------------------------------*         00077900
