      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB52.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 23/10/2023                                       00000800
      *     OBJETIVO : ESTORNO DE LOTE CONTABIL -- RECEBE EM            00000900
      *              : ESTPARM OS NUMEROS DOS LOTES A ESTORNAR          00001000
      *              : (UM POR REGISTRO), PROCURA AS LINHAS DE          00001100
      *              : CADA UM NO LOTEACE (LOTES ACEITOS PELO           00001200
      *              : FR03CB20, GERACOES CONCATENADAS NO JCL) E        00001300
      *              : GERA EM LANCTO O LOTE CONTRARIO: MESMAS          00001400
      *              : CONTAS, VALORES, CENTROS DE CUSTO E              00001500
      *              : HISTORICOS, TIPO C/D INVERTIDO, DATADO DO        00001600
      *              : DIA, COM NUMERO DE LOTE PROPRIO E O LOTE         00001700
      *              : ORIGINAL NA REFERENCIA. O ESTORNO PASSA          00001800
      *              : PELA VALIDACAO NORMAL DO FR03CB20.               00001900
      *-------------------------------------------------------------*   00002000
      *     O LOTE DO ESTORNO E 'ES' + AAMMDD DO DIA + SEQUENCIA,       00002100
      *     CONTINUANDO A MAIOR SEQUENCIA DO DIA JA NO LOTEACE          00002200
      *     (RODAR UMA VEZ POR DIA ANTES DO FR03CB20, COM TODOS OS      00002300
      *     LOTES DO DIA NO ESTPARM). COMPETENCIA DO DIA FECHADA        00002400
      *     NO PERCTRL ABORTA. LOTE NAO ACHADO OU JA ESTORNADO          00002500
      *     (ALGUMA LINHA DO LOTEACE COM ELE NA REFERENCIA) SAI NO      00002600
      *     SYSOUT, NAO E ESTORNADO E DEIXA RETURN-CODE 4.              00002700
      *===========================================================*     00002800
      *===========================================================*     00002900
       ENVIRONMENT                                    DIVISION.         00003000
      *===========================================================*     00003100
       CONFIGURATION                                  SECTION.          00003200
      *===========================================================*     00003300
                                                                        00003400
          SPECIAL-NAMES.                                                00003500
              DECIMAL-POINT IS COMMA.                                   00003600
                                                                        00003700
      *===========================================================*     00003800
       INPUT-OUTPUT                                   SECTION.          00003900
      *===========================================================*     00004000
       FILE-CONTROL.                                                    00004100
                                                                        00004200
           SELECT ESTPARM   ASSIGN TO ESTPARM                           00004300
                FILE STATUS  IS WRK-FS-ESTPARM.                         00004400
                                                                        00004500
           SELECT LOTEACE   ASSIGN TO LOTEACE                           00004600
                FILE STATUS  IS WRK-FS-LOTEACE.                         00004700
                                                                        00004800
           SELECT PERCTRL   ASSIGN TO PERCTRL                           00004900
                FILE STATUS  IS WRK-FS-PERCTRL.                         00005000
                                                                        00005100
           SELECT LANCTO    ASSIGN TO LANCTO                            00005200
                FILE STATUS  IS WRK-FS-LANCTO.                          00005300
                                                                        00005400
      *===========================================================*     00005500
       DATA                                       DIVISION.             00005600
      *===========================================================*     00005700
                                                                        00005800
      *-----------------------------------------------------------*     00005900
       FILE                                       SECTION.              00006000
      *-----------------------------------------------------------*     00006100
                                                                        00006200
       FD ESTPARM                                                       00006300
           RECORDING MODE IS F                                          00006400
           BLOCK CONTAINS 0 RECORDS.                                    00006500
       01 FD-ESTPARM.                                                   00006600
          05 FD-EPR-LOTE         PIC X(12).                             00006700
          05 FILLER              PIC X(68).                             00006800
                                                                        00006900
       FD LOTEACE                                                       00007000
           RECORDING MODE IS F                                          00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
       01 FD-LOTEACE.                                                   00007300
          05 FD-LAC-DATA         PIC 9(08).                             00007400
          05 FD-LAC-LANCAMENTO   PIC X(30).                             00007500
          05 FD-LAC-VALOR        PIC 9(09)V99.                          00007600
          05 FD-LAC-TIPO         PIC X(01).                             00007700
          05 FD-LAC-CONTA        PIC X(06).                             00007800
          05 FD-LAC-CCUSTO       PIC X(04).                             00007900
          05 FD-LAC-LOTE         PIC X(12).                             00008000
          05 FD-LAC-LOTE-ES REDEFINES FD-LAC-LOTE.                      00008100
             10 FD-LAC-ES-PREFIXO   PIC X(08).                          00008200
             10 FD-LAC-ES-SEQ       PIC X(04).                          00008300
          05 FD-LAC-REFERENCIA   PIC X(12).                             00008400
                                                                        00008500
       FD PERCTRL                                                       00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-PERCTRL.                                                   00008900
          05 FD-PER-COMPETENCIA  PIC X(06).                             00009000
          05 FD-PER-STATUS       PIC X(01).                             00009100
             88 FD-PER-ABERTO          VALUE 'A'.                       00009200
             88 FD-PER-FECHADO         VALUE 'F'.                       00009300
          05 FD-PER-DATA-EVENTO  PIC X(08).                             00009400
          05 FD-PER-MOTIVO       PIC X(30).                             00009500
          05 FD-PER-MATRICULA    PIC X(08).                             00009600
          05 FILLER              PIC X(07).                             00009700
                                                                        00009800
       FD LANCTO                                                        00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-LANCTO.                                                    00010200
          05 FD-DATA             PIC 9(08).                             00010300
          05 FD-LANCAMENTO       PIC X(30).                             00010400
          05 FD-VALOR            PIC 9(09)V99.                          00010500
          05 FD-TIPO             PIC X(01).                             00010600
          05 FD-CONTA            PIC X(06).                             00010700
          05 FD-CCUSTO           PIC X(04).                             00010800
          05 FD-LOTE             PIC X(12).                             00010900
          05 FD-REFERENCIA       PIC X(12).                             00011000
                                                                        00011100
      *-----------------------------------------------------------*     00011200
       WORKING-STORAGE                            SECTION.              00011300
      *-----------------------------------------------------------*     00011400
                                                                        00011500
       77 WRK-FS-ESTPARM           PIC X(02)    VALUE ZEROS.            00011600
       77 WRK-FS-LOTEACE           PIC X(02)    VALUE ZEROS.            00011700
       77 WRK-FS-PERCTRL           PIC X(02)    VALUE ZEROS.            00011800
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00011900
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00012000
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00012100
                                                                        00012200
      *    LOTE DO ESTORNO: 'ES' + AAMMDD DO DIA + SEQUENCIA            00012300
       01 WRK-LOTE.                                                     00012400
          05 WRK-LOT-PREFIXO.                                           00012500
             10 WRK-LOT-ORIGEM     PIC X(02)    VALUE 'ES'.             00012600
             10 WRK-LOT-DATA       PIC X(06)    VALUE SPACES.           00012700
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE ZEROS.            00012800
       77 WRK-SEQ-LIDA             PIC 9(04)    VALUE ZEROS.            00012900
                                                                        00013000
      *    LOTES PEDIDOS NO ESTPARM                                     00013100
       01 WRK-TAB-ALVOS.                                                00013200
          05 WRK-TAB-ALV-ITEM OCCURS 20 TIMES.                          00013300
             10 WRK-TAB-ALV-LOTE      PIC X(12).                        00013400
             10 WRK-TAB-ALV-LINHAS    PIC 9(03).                        00013500
             10 WRK-TAB-ALV-ESTORNADO PIC X(01).                        00013600
       77 WRK-QTDE-ALVOS           PIC 9(02)    VALUE ZEROS.            00013700
       77 WRK-IDX-ALV              PIC 9(02)    VALUE ZEROS.            00013800
       77 WRK-ALV-ACHADO           PIC X(01)    VALUE 'N'.              00013900
          88 WRK-ALV-FOI-ACHADO             VALUE 'S'.                  00014000
          88 WRK-ALV-NAO-ACHADO             VALUE 'N'.                  00014100
       77 WRK-LOTE-BUSCA           PIC X(12)    VALUE SPACES.           00014200
                                                                        00014300
      *    LINHAS DOS LOTES PEDIDOS, NA ORDEM DO LOTEACE                00014400
       01 WRK-TAB-LINHAS.                                               00014500
          05 WRK-TAB-LIN-ITEM OCCURS 500 TIMES.                         00014600
             10 WRK-TAB-LIN-ALVO      PIC 9(02).                        00014700
             10 WRK-TAB-LIN-REGISTRO  PIC X(84).                        00014800
       77 WRK-QTDE-LINHAS          PIC 9(03)    VALUE ZEROS.            00014900
       77 WRK-IDX-LIN              PIC 9(03)    VALUE ZEROS.            00015000
                                                                        00015100
       77 WRK-REG-PEDIDOS          PIC 9(07)    VALUE ZEROS.            00015200
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00015300
       77 WRK-REG-ESTORNADOS       PIC 9(07)    VALUE ZEROS.            00015400
       77 WRK-REG-NAO-ESTORNADOS   PIC 9(07)    VALUE ZEROS.            00015500
       77 WRK-REG-GERADOS          PIC 9(07)    VALUE ZEROS.            00015600
                                                                        00015700
      *-----------------------------------------------------------*     00015800
                                                                        00015900
      *===========================================================*     00016000
       PROCEDURE                                  DIVISION.             00016100
      *===========================================================*     00016200
                                                                        00016300
      *-------------------------------------------------------*         00016400
       0000-PRINCIPAL                              SECTION.             00016500
      *-------------------------------------------------------*         00016600
                                                                        00016700
            PERFORM 1000-INICIAR.                                       00016800
            PERFORM 2000-LER-LOTEACE                                    00016900
               UNTIL WRK-FS-LOTEACE NOT EQUAL '00'.                     00017000
            PERFORM 3000-GERAR-ESTORNOS.                                00017100
            PERFORM 8000-FINALIZAR.                                     00017200
                                                                        00017300
      *-------------------------------------------------------*         00017400
       0000-999-FIM.                               EXIT.                00017500
      *-------------------------------------------------------*         00017600
                                                                        00017700
      *-------------------------------------------------------*         00017800
       1000-INICIAR                               SECTION.              00017900
      *-------------------------------------------------------*         00018000
                                                                        00018100
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00018200
             MOVE WRK-DATA-HOJE(3:6) TO WRK-LOT-DATA.                   00018300
             INITIALIZE WRK-TAB-ALVOS.                                  00018400
                                                                        00018500
             PERFORM 1100-CONFERIR-PERIODO.                             00018600
                                                                        00018700
             OPEN INPUT ESTPARM.                                        00018800
             IF WRK-FS-ESTPARM NOT EQUAL '00'                           00018900
                MOVE ' ERRO OPEN ESTPARM ' TO WRK-MSG                   00019000
                PERFORM 9000-TRATAR-ERROS                               00019100
             END-IF.                                                    00019200
             READ ESTPARM.                                              00019300
             PERFORM 1200-GUARDAR-PEDIDO                                00019400
                UNTIL WRK-FS-ESTPARM NOT EQUAL '00'.                    00019500
             CLOSE ESTPARM.                                             00019600
             IF WRK-QTDE-ALVOS EQUAL ZEROS                              00019700
                MOVE ' ESTPARM SEM LOTE A ESTORNAR ' TO WRK-MSG         00019800
                PERFORM 9000-TRATAR-ERROS                               00019900
             END-IF.                                                    00020000
                                                                        00020100
             OPEN INPUT LOTEACE.                                        00020200
             IF WRK-FS-LOTEACE NOT EQUAL '00'                           00020300
                MOVE ' ERRO OPEN LOTEACE ' TO WRK-MSG                   00020400
                PERFORM 9000-TRATAR-ERROS                               00020500
             END-IF.                                                    00020600
                                                                        00020700
             OPEN EXTEND LANCTO.                                        00020800
             IF WRK-FS-LANCTO EQUAL '35'                                00020900
                OPEN OUTPUT LANCTO                                      00021000
             END-IF.                                                    00021100
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00021200
                MOVE ' ERRO OPEN LANCTO ' TO WRK-MSG                    00021300
                PERFORM 9000-TRATAR-ERROS                               00021400
             END-IF.                                                    00021500
                                                                        00021600
             DISPLAY '===================================='.            00021700
             DISPLAY ' ESTORNO DE LOTES CONTABEIS '.                    00021800
             DISPLAY ' DATA DO ESTORNO..: ' WRK-DATA-HOJE.              00021900
             DISPLAY ' LOTES PEDIDOS....: ' WRK-REG-PEDIDOS.            00022000
             DISPLAY '===================================='.            00022100
                                                                        00022200
             READ LOTEACE.                                              00022300
                                                                        00022400
      *-------------------------------------------------------*         00022500
       1000-999-FIM.                              EXIT.                 00022600
      *-------------------------------------------------------*         00022700
                                                                        00022800
      *---------------------------------------------------------------  00022900
      *    1100-CONFERIR-PERIODO                                        00023000
      *    O ESTORNO SAI COM A DATA DO DIA, QUE PRECISA ESTAR EM        00023100
      *    COMPETENCIA ABERTA NO PERCTRL (SEM O ARQUIVO, ABERTA);       00023200
      *    SENAO O FR03CB20 REJEITARIA O LOTE INTEIRO (L06).            00023300
      *---------------------------------------------------------------  00023400
       1100-CONFERIR-PERIODO                      SECTION.              00023500
                                                                        00023600
             OPEN INPUT PERCTRL.                                        00023700
             IF WRK-FS-PERCTRL EQUAL '35'                               00023800
                DISPLAY ' PERCTRL AUSENTE, PERIODOS ABERTOS '           00023900
             ELSE                                                       00024000
                IF WRK-FS-PERCTRL NOT EQUAL '00'                        00024100
                   MOVE ' ERRO OPEN PERCTRL ' TO WRK-MSG                00024200
                   PERFORM 9000-TRATAR-ERROS                            00024300
                END-IF                                                  00024400
                READ PERCTRL                                            00024500
                PERFORM 1110-LER-PERIODO                                00024600
                   UNTIL WRK-FS-PERCTRL NOT EQUAL '00'                  00024700
                CLOSE PERCTRL                                           00024800
             END-IF.                                                    00024900
                                                                        00025000
      *-------------------------------------------------------*         00025100
       1100-999-FIM.                              EXIT.                 00025200
      *-------------------------------------------------------*         00025300
                                                                        00025400
      *-------------------------------------------------------*         00025500
       1110-LER-PERIODO                           SECTION.              00025600
      *-------------------------------------------------------*         00025700
                                                                        00025800
             IF FD-PER-COMPETENCIA EQUAL WRK-DATA-HOJE(1:6) AND         00025900
                FD-PER-FECHADO                                          00026000
                MOVE ' COMPETENCIA DO DIA FECHADA NO PERCTRL '          00026100
                     TO WRK-MSG                                         00026200
                PERFORM 9000-TRATAR-ERROS                               00026300
             END-IF.                                                    00026400
             READ PERCTRL.                                              00026500
                                                                        00026600
      *-------------------------------------------------------*         00026700
       1110-999-FIM.                              EXIT.                 00026800
      *-------------------------------------------------------*         00026900
                                                                        00027000
      *-------------------------------------------------------*         00027100
       1200-GUARDAR-PEDIDO                        SECTION.              00027200
      *-------------------------------------------------------*         00027300
                                                                        00027400
             IF FD-EPR-LOTE NOT EQUAL SPACES                            00027500
                IF WRK-QTDE-ALVOS EQUAL 20                              00027600
                   MOVE ' ESTPARM COM MAIS DE 20 LOTES ' TO WRK-MSG     00027700
                   PERFORM 9000-TRATAR-ERROS                            00027800
                END-IF                                                  00027900
                ADD 1 TO WRK-QTDE-ALVOS                                 00028000
                ADD 1 TO WRK-REG-PEDIDOS                                00028100
                MOVE FD-EPR-LOTE TO WRK-TAB-ALV-LOTE(WRK-QTDE-ALVOS)    00028200
                MOVE 'N' TO WRK-TAB-ALV-ESTORNADO(WRK-QTDE-ALVOS)       00028300
             END-IF.                                                    00028400
             READ ESTPARM.                                              00028500
                                                                        00028600
      *-------------------------------------------------------*         00028700
       1200-999-FIM.                              EXIT.                 00028800
      *-------------------------------------------------------*         00028900
                                                                        00029000
      *---------------------------------------------------------------  00029100
      *    2000-LER-LOTEACE                                             00029200
      *    GUARDA AS LINHAS DOS LOTES PEDIDOS, MARCA O LOTE PEDIDO      00029300
      *    QUE JA APARECE COMO REFERENCIA DE UM ESTORNO E PEGA A        00029400
      *    MAIOR SEQUENCIA DE ESTORNO JA USADA NO DIA.                  00029500
      *---------------------------------------------------------------  00029600
       2000-LER-LOTEACE                           SECTION.              00029700
                                                                        00029800
             IF WRK-FS-LOTEACE EQUAL '00'                               00029900
                ADD 1 TO WRK-REG-LIDOS                                  00030000
                                                                        00030100
                MOVE FD-LAC-LOTE TO WRK-LOTE-BUSCA                      00030200
                PERFORM 2100-PROCURAR-ALVO                              00030300
                IF WRK-ALV-FOI-ACHADO                                   00030400
                   IF WRK-QTDE-LINHAS EQUAL 500                         00030500
                      MOVE ' LOTES PEDIDOS COM MAIS DE 500 LINHAS '     00030600
                           TO WRK-MSG                                   00030700
                      PERFORM 9000-TRATAR-ERROS                         00030800
                   END-IF                                               00030900
                   ADD 1 TO WRK-QTDE-LINHAS                             00031000
                   MOVE WRK-IDX-ALV TO                                  00031100
                        WRK-TAB-LIN-ALVO(WRK-QTDE-LINHAS)               00031200
                   MOVE FD-LOTEACE  TO                                  00031300
                        WRK-TAB-LIN-REGISTRO(WRK-QTDE-LINHAS)           00031400
                   ADD 1 TO WRK-TAB-ALV-LINHAS(WRK-IDX-ALV)             00031500
                END-IF                                                  00031600
                                                                        00031700
                IF FD-LAC-REFERENCIA NOT EQUAL SPACES                   00031800
                   MOVE FD-LAC-REFERENCIA TO WRK-LOTE-BUSCA             00031900
                   PERFORM 2100-PROCURAR-ALVO                           00032000
                   IF WRK-ALV-FOI-ACHADO                                00032100
                      MOVE 'S' TO WRK-TAB-ALV-ESTORNADO(WRK-IDX-ALV)    00032200
                   END-IF                                               00032300
                END-IF                                                  00032400
                                                                        00032500
                IF FD-LAC-ES-PREFIXO EQUAL WRK-LOT-PREFIXO AND          00032600
                   FD-LAC-ES-SEQ NUMERIC                                00032700
                   MOVE FD-LAC-ES-SEQ TO WRK-SEQ-LIDA                   00032800
                   IF WRK-SEQ-LIDA GREATER THAN WRK-LOT-SEQ             00032900
                      MOVE WRK-SEQ-LIDA TO WRK-LOT-SEQ                  00033000
                   END-IF                                               00033100
                END-IF                                                  00033200
             END-IF.                                                    00033300
                                                                        00033400
             READ LOTEACE.                                              00033500
                                                                        00033600
      *-------------------------------------------------------*         00033700
       2000-999-FIM.                              EXIT.                 00033800
      *-------------------------------------------------------*         00033900
                                                                        00034000
      *-------------------------------------------------------*         00034100
       2100-PROCURAR-ALVO                         SECTION.              00034200
      *-------------------------------------------------------*         00034300
                                                                        00034400
             SET WRK-ALV-NAO-ACHADO TO TRUE.                            00034500
             MOVE 1 TO WRK-IDX-ALV.                                     00034600
             PERFORM 2110-COMPARAR-ALVO                                 00034700
                UNTIL WRK-IDX-ALV GREATER THAN WRK-QTDE-ALVOS           00034800
                   OR WRK-ALV-FOI-ACHADO.                               00034900
                                                                        00035000
      *-------------------------------------------------------*         00035100
       2100-999-FIM.                              EXIT.                 00035200
      *-------------------------------------------------------*         00035300
                                                                        00035400
      *-------------------------------------------------------*         00035500
       2110-COMPARAR-ALVO                         SECTION.              00035600
      *-------------------------------------------------------*         00035700
                                                                        00035800
             IF WRK-TAB-ALV-LOTE(WRK-IDX-ALV) EQUAL WRK-LOTE-BUSCA      00035900
                SET WRK-ALV-FOI-ACHADO TO TRUE                          00036000
             ELSE                                                       00036100
                ADD 1 TO WRK-IDX-ALV                                    00036200
             END-IF.                                                    00036300
                                                                        00036400
      *-------------------------------------------------------*         00036500
       2110-999-FIM.                              EXIT.                 00036600
      *-------------------------------------------------------*         00036700
                                                                        00036800
      *---------------------------------------------------------------  00036900
      *    3000-GERAR-ESTORNOS                                          00037000
      *    UM LOTE DE ESTORNO POR LOTE PEDIDO, NA ORDEM DO ESTPARM.     00037100
      *---------------------------------------------------------------  00037200
       3000-GERAR-ESTORNOS                        SECTION.              00037300
                                                                        00037400
             MOVE 1 TO WRK-IDX-ALV.                                     00037500
             PERFORM 3100-ESTORNAR-LOTE                                 00037600
                UNTIL WRK-IDX-ALV GREATER THAN WRK-QTDE-ALVOS.          00037700
                                                                        00037800
      *-------------------------------------------------------*         00037900
       3000-999-FIM.                              EXIT.                 00038000
      *-------------------------------------------------------*         00038100
                                                                        00038200
      *-------------------------------------------------------*         00038300
       3100-ESTORNAR-LOTE                         SECTION.              00038400
      *-------------------------------------------------------*         00038500
                                                                        00038600
             EVALUATE TRUE                                              00038700
               WHEN WRK-TAB-ALV-LINHAS(WRK-IDX-ALV) EQUAL ZEROS         00038800
                  ADD 1 TO WRK-REG-NAO-ESTORNADOS                       00038900
                  DISPLAY ' LOTE NAO ACHADO NO LOTEACE: '               00039000
                          WRK-TAB-ALV-LOTE(WRK-IDX-ALV)                 00039100
               WHEN WRK-TAB-ALV-ESTORNADO(WRK-IDX-ALV) EQUAL 'S'        00039200
                  ADD 1 TO WRK-REG-NAO-ESTORNADOS                       00039300
                  DISPLAY ' LOTE JA ESTORNADO.........: '               00039400
                          WRK-TAB-ALV-LOTE(WRK-IDX-ALV)                 00039500
               WHEN OTHER                                               00039600
                  ADD 1 TO WRK-LOT-SEQ                                  00039700
                  ADD 1 TO WRK-REG-ESTORNADOS                           00039800
                  MOVE 1 TO WRK-IDX-LIN                                 00039900
                  PERFORM 3200-GRAVAR-CONTRARIO                         00040000
                     UNTIL WRK-IDX-LIN GREATER THAN WRK-QTDE-LINHAS     00040100
                  DISPLAY ' LOTE ' WRK-TAB-ALV-LOTE(WRK-IDX-ALV)        00040200
                          ' ESTORNADO PELO LOTE ' WRK-LOTE              00040300
             END-EVALUATE.                                              00040400
             ADD 1 TO WRK-IDX-ALV.                                      00040500
                                                                        00040600
      *-------------------------------------------------------*         00040700
       3100-999-FIM.                              EXIT.                 00040800
      *-------------------------------------------------------*         00040900
                                                                        00041000
      *-------------------------------------------------------*         00041100
       3200-GRAVAR-CONTRARIO                      SECTION.              00041200
      *-------------------------------------------------------*         00041300
                                                                        00041400
             IF WRK-TAB-LIN-ALVO(WRK-IDX-LIN) EQUAL WRK-IDX-ALV         00041500
                MOVE WRK-TAB-LIN-REGISTRO(WRK-IDX-LIN) TO FD-LANCTO     00041600
                MOVE WRK-DATA-HOJE TO FD-DATA                           00041700
                IF FD-TIPO EQUAL 'D'                                    00041800
                   MOVE 'C' TO FD-TIPO                                  00041900
                ELSE                                                    00042000
                   MOVE 'D' TO FD-TIPO                                  00042100
                END-IF                                                  00042200
                MOVE WRK-TAB-ALV-LOTE(WRK-IDX-ALV) TO FD-REFERENCIA     00042300
                MOVE WRK-LOTE TO FD-LOTE                                00042400
                WRITE FD-LANCTO                                         00042500
                IF WRK-FS-LANCTO NOT EQUAL '00'                         00042600
                   MOVE ' ERRO WRITE LANCTO ' TO WRK-MSG                00042700
                   PERFORM 9000-TRATAR-ERROS                            00042800
                END-IF                                                  00042900
                ADD 1 TO WRK-REG-GERADOS                                00043000
             END-IF.                                                    00043100
             ADD 1 TO WRK-IDX-LIN.                                      00043200
                                                                        00043300
      *-------------------------------------------------------*         00043400
       3200-999-FIM.                              EXIT.                 00043500
      *-------------------------------------------------------*         00043600
                                                                        00043700
      *-------------------------------------------------------*         00043800
       8000-FINALIZAR                             SECTION.              00043900
      *-------------------------------------------------------*         00044000
                                                                        00044100
             CLOSE LOTEACE.                                             00044200
             CLOSE LANCTO.                                              00044300
                                                                        00044400
             IF WRK-REG-NAO-ESTORNADOS GREATER THAN ZEROS               00044500
                MOVE 4 TO RETURN-CODE                                   00044600
             END-IF.                                                    00044700
                                                                        00044800
             DISPLAY ' LINHAS NO LOTEACE....: ' WRK-REG-LIDOS.          00044900
             DISPLAY ' LOTES ESTORNADOS.....: ' WRK-REG-ESTORNADOS.     00045000
             DISPLAY ' LOTES NAO ESTORNADOS.: '                         00045100
                      WRK-REG-NAO-ESTORNADOS.                           00045200
             DISPLAY ' LANCAMENTOS GERADOS..: ' WRK-REG-GERADOS.        00045300
             DISPLAY '==================================== '.           00045400
                STOP RUN.                                               00045500
                                                                        00045600
      *-------------------------------------------------------*         00045700
       8000-999-FIM.                              EXIT.                 00045800
      *-------------------------------------------------------*         00045900
                                                                        00046000
      *-------------------------------------------------------*         00046100
       9000-TRATAR-ERROS                           SECTION.             00046200
      *-------------------------------------------------------*         00046300
                                                                        00046400
             DISPLAY '-----------------------------'.                   00046500
             DISPLAY WRK-MSG.                                           00046600
             DISPLAY '-----------------------------'.                   00046700
                STOP RUN.                                               00046800
                                                                        00046900
      *-------------------------------------------------------*         00047000
       9000-999-FIM.                              EXIT.                 00047100
      *-------------------------------------------------------*         00047200
