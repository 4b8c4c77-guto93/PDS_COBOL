      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB13.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 20/02/2023                                               00000900
      *  OBJETIVO: REGUA DE COBRANCA -- CLASSIFICA O CREBER             00001000
      *            POR CLIENTE E APURA, NO MOLDE DAS FAIXAS             00001100
      *            DO FR01CB06, O SALDO VENCIDO E O MAIOR               00001200
      *            ATRASO DE CADA CLIENTE. O ATRASO DECIDE O            00001300
      *            NIVEL DA CARTA: ATE 30 DIAS 1O AVISO, 31 A           00001400
      *            60 2A NOTIFICACAO, ACIMA DE 60 NOTIFICACAO           00001500
      *            FINAL. SO SAI CARTA QUANDO O NIVEL SOBE EM           00001600
      *            RELACAO A ULTIMA ENVIADA (FD-NIVEL-AVISO NO          00001700
      *            KSDS CLIENTES), ENDERECADA PELO FD-ENDERECO          00001800
      *            E FD-CEP, NO ARQUIVO CARTAS. ACIMA DE 90             00001900
      *            DIAS O CREDITO E BLOQUEADO (FD-BLOQUEIO) E           00002000
      *            O FR01CB04 RECUSA NOVOS PEDIDOS. O SALDO             00002100
      *            VENCIDO FICA NO CLIENTE: O FR01CB07 ABATE            00002200
      *            AS BAIXAS E, ZERADO, LIBERA O CREDITO.               00002300
      *            CLIENTE SEM SALDO VENCIDO VOLTA AO NIVEL 0           00002400
      *            E SAI DO BLOQUEIO.                                   00002500
      *-----------------------------------------------------            00002514
      *  MANUTENCAO:                                                    00002528
      *  - 02/10/2023: TITULO DE COMPRA DE FUNCIONARIO                  00002542
      *    (SD-CRB-COBRANCA 'F', FR01CB05) E DESCONTADO EM              00002556
      *    FOLHA PELO FR03DB15 E NAO ENTRA NA REGUA: NAO SOMA           00002570
      *    NO SALDO VENCIDO, NAO GERA CARTA NEM BLOQUEIO.               00002584
      *=====================================================            00002600
                                                                        00002700
      *====================================================             00002800
       ENVIRONMENT                               DIVISION.              00002900
      *====================================================             00003000
       CONFIGURATION                             SECTION.               00003100
       SPECIAL-NAMES.                                                   00003200
           DECIMAL-POINT  IS COMMA.                                     00003300
                                                                        00003400
       INPUT-OUTPUT                              SECTION.               00003500
       FILE-CONTROL.                                                    00003600
           SELECT CREBER    ASSIGN TO CREBER                            00003700
               FILE STATUS  IS WRK-FS-CREBER.                           00003800
                                                                        00003900
           SELECT CLASSIF   ASSIGN TO SORTWK01.                         00004000
                                                                        00004100
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00004200
               ORGANIZATION IS INDEXED                                  00004300
               ACCESS MODE  IS RANDOM                                   00004400
               RECORD KEY   IS FD-CODIGO                                00004500
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004600
                                                                        00004700
           SELECT CARTAS    ASSIGN TO CARTAS                            00004800
               FILE STATUS  IS WRK-FS-CARTAS.                           00004900
                                                                        00005000
      *====================================================             00005100
       DATA                                      DIVISION.              00005200
      *====================================================             00005300
       FILE                                      SECTION.               00005400
       FD CREBER                                                        00005500
           RECORDING MODE IS F                                          00005600
           BLOCK CONTAINS 0 RECORDS.                                    00005700
       01 FD-CREBER             PIC X(60).                              00005800
                                                                        00005900
       SD CLASSIF.                                                      00006000
       01 SD-CLASSIF.                                                   00006100
          05 SD-CRB-CLIENTE     PIC X(04).                              00006200
          05 SD-CRB-NF          PIC 9(06).                              00006300
          05 SD-CRB-PEDIDO      PIC 9(06).                              00006400
          05 SD-CRB-VALOR       PIC 9(09)V99.                           00006500
          05 SD-CRB-DATA-EMISSA PIC X(08).                              00006600
          05 SD-CRB-DATA-VENCTO PIC X(10).                              00006700
          05 SD-CRB-SITUACAO    PIC X(01).                              00006800
             88 SD-CRB-ABERTO        VALUE 'A'.                         00006900
             88 SD-CRB-LIQUIDADO     VALUE 'L'.                         00007000
             88 SD-CRB-PARCIAL       VALUE 'P'.                         00007100
          05 SD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00007200
          05 SD-CRB-COBRANCA    PIC X(01).                              00007300
             88 SD-CRB-DESC-FOLHA    VALUE 'F'.                         00007350
          05 FILLER             PIC X(02).                              00007400
                                                                        00007500
       FD CLIENTES                                                      00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-CLIENTES.                                                  00007900
          05 FD-CODIGO         PIC X(04).                               00008000
          05 FD-NOME           PIC X(40).                               00008100
          05 FD-BANCO          PIC X(10).                               00008200
          05 FD-CPF-CNPJ       PIC X(14).                               00008300
          05 FD-ENDERECO       PIC X(40).                               00008400
          05 FD-CEP            PIC X(08).                               00008500
          05 FD-SITUACAO       PIC X(01).                               00008600
          05 FD-DATA-INCLUSAO  PIC X(08).                               00008700
          05 FD-DATA-ALTERACAO PIC X(08).                               00008800
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00008900
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00009000
          05 FD-DEVOLUCOES     PIC 9(03).                               00009100
          05 FD-BLOQUEIO       PIC X(01).                               00009200
             88 FD-CREDITO-BLOQUEADO VALUE 'S'.                         00009300
          05 FD-NIVEL-AVISO    PIC 9(01).                               00009400
          05 FD-SALDO-VENCIDO  PIC 9(09)V99 COMP-3.                     00009500
                                                                        00009600
       FD CARTAS                                                        00009700
           RECORDING MODE IS F                                          00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-CARTAS             PIC X(80).                              00010000
                                                                        00010100
       WORKING-STORAGE                           SECTION.               00010200
      *====================================================             00010300
                                                                        00010400
       77 WRK-FS-CREBER   PIC X(02) VALUE ZEROS.                        00010500
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00010600
       77 WRK-FS-CARTAS   PIC X(02) VALUE ZEROS.                        00010700
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00010800
                                                                        00010900
       01 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00011000
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00011100
          05 WRK-HOJ-ANO  PIC 9(04).                                    00011200
          05 WRK-HOJ-MES  PIC 9(02).                                    00011300
          05 WRK-HOJ-DIA  PIC 9(02).                                    00011400
                                                                        00011500
       01 WRK-VENCTO      PIC X(10) VALUE SPACES.                       00011600
       01 WRK-VENCTO-R REDEFINES WRK-VENCTO.                            00011700
          05 WRK-VCT-ANO  PIC 9(04).                                    00011800
          05 FILLER       PIC X(01).                                    00011900
          05 WRK-VCT-MES  PIC 9(02).                                    00012000
          05 FILLER       PIC X(01).                                    00012100
          05 WRK-VCT-DIA  PIC 9(02).                                    00012200
                                                                        00012300
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.                          00012400
          88 WRK-SORT-ACABOU       VALUE 'S'.                           00012500
                                                                        00012600
       77 WRK-CLIENTE-ANT PIC X(04) VALUE HIGH-VALUES.                  00012700
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.                       00012800
       77 WRK-MAIOR-ATRASO PIC S9(05) VALUE ZEROS.                      00012900
       77 WRK-QTDE-VENCIDOS PIC 9(05) VALUE ZEROS.                      00013000
       77 WRK-NIVEL       PIC 9(01) VALUE ZEROS.                        00013100
       01 WRK-SALDO-TITULO PIC S9(09)V99 VALUE ZEROS.                   00013200
       01 WRK-SALDO-VENCIDO PIC 9(09)V99 VALUE ZEROS.                   00013300
                                                                        00013400
       77 WRK-REG-TITULOS    PIC 9(07) VALUE ZEROS.                     00013500
       77 WRK-REG-CLIENTES   PIC 9(07) VALUE ZEROS.                     00013600
       77 WRK-REG-EM-ATRASO  PIC 9(07) VALUE ZEROS.                     00013700
       77 WRK-REG-CARTAS-1   PIC 9(07) VALUE ZEROS.                     00013800
       77 WRK-REG-CARTAS-2   PIC 9(07) VALUE ZEROS.                     00013900
       77 WRK-REG-CARTAS-3   PIC 9(07) VALUE ZEROS.                     00014000
       77 WRK-REG-BLOQUEADOS PIC 9(07) VALUE ZEROS.                     00014100
       77 WRK-REG-LIBERADOS  PIC 9(07) VALUE ZEROS.                     00014200
       77 WRK-REG-SEM-CLIENTE PIC 9(07) VALUE ZEROS.                    00014300
                                                                        00014400
       01 WRK-TEXTOS-CARTA.                                             00014500
          05 FILLER PIC X(60) VALUE                                     00014600
             '1O AVISO DE COBRANCA'.                                    00014700
          05 FILLER PIC X(60) VALUE                                     00014800
             'CONSTA EM NOSSOS REGISTROS SALDO VENCIDO EM SEU NOME.'.   00014900
          05 FILLER PIC X(60) VALUE                                     00015000
             'SE O PAGAMENTO JA FOI EFETUADO, DESCONSIDERE ESTE AVISO.'.00015100
          05 FILLER PIC X(60) VALUE                                     00015200
             '2A NOTIFICACAO DE COBRANCA'.                              00015300
          05 FILLER PIC X(60) VALUE                                     00015400
             'O SALDO ABAIXO CONTINUA EM ABERTO APESAR DO 1O AVISO.'.   00015500
          05 FILLER PIC X(60) VALUE                                     00015600
             'SOLICITAMOS A REGULARIZACAO NO PRAZO DE 10 DIAS.'.        00015700
          05 FILLER PIC X(60) VALUE                                     00015800
             'NOTIFICACAO FINAL DE COBRANCA'.                           00015900
          05 FILLER PIC X(60) VALUE                                     00016000
             'ACIMA DE 90 DIAS DE ATRASO NOVOS PEDIDOS SAO RECUSADOS.'. 00016100
          05 FILLER PIC X(60) VALUE                                     00016200
             'REGULARIZE O SALDO PARA MANTER O SEU CREDITO LIBERADO.'.  00016300
       01 WRK-TAB-TEXTOS REDEFINES WRK-TEXTOS-CARTA.                    00016400
          05 WRK-TXT-NIVEL OCCURS 3 TIMES.                              00016500
             10 WRK-TXT-TITULO PIC X(60).                               00016600
             10 WRK-TXT-LINHA1 PIC X(60).                               00016700
             10 WRK-TXT-LINHA2 PIC X(60).                               00016800
                                                                        00016900
       01 WRK-LIN-CABECALHO.                                            00017000
          05 FILLER          PIC X(40) VALUE                            00017100
                'FOURSYS - DEPARTAMENTO DE COBRANCA'.                   00017200
          05 FILLER          PIC X(26) VALUE SPACES.                    00017300
          05 FILLER          PIC X(06) VALUE 'DATA: '.                  00017400
          05 WRK-LCB-DATA    PIC X(08).                                 00017500
                                                                        00017600
       01 WRK-LIN-ENDERECO.                                             00017700
          05 WRK-LEN-ROTULO  PIC X(05).                                 00017800
          05 WRK-LEN-TEXTO   PIC X(40).                                 00017900
          05 FILLER          PIC X(35) VALUE SPACES.                    00018000
                                                                        00018100
       01 WRK-LIN-TEXTO.                                                00018200
          05 FILLER          PIC X(05) VALUE SPACES.                    00018300
          05 WRK-LTX-TEXTO   PIC X(60).                                 00018400
          05 FILLER          PIC X(15) VALUE SPACES.                    00018500
                                                                        00018600
       01 WRK-LIN-SALDO.                                                00018700
          05 FILLER          PIC X(05) VALUE SPACES.                    00018800
          05 FILLER          PIC X(15) VALUE 'SALDO VENCIDO: '.         00018900
          05 WRK-LSA-SALDO   PIC ZZZ.ZZZ.ZZ9,99.                        00019000
          05 FILLER          PIC X(10) VALUE '  TITULOS '.              00019100
          05 WRK-LSA-QTDE    PIC ZZZZ9.                                 00019200
          05 FILLER          PIC X(15) VALUE '  MAIOR ATRASO '.         00019300
          05 WRK-LSA-DIAS    PIC ZZZZ9.                                 00019400
          05 FILLER          PIC X(05) VALUE ' DIAS'.                   00019500
          05 FILLER          PIC X(06) VALUE SPACES.                    00019600
                                                                        00019700
       01 WRK-LIN-TRACO.                                                00019800
          05 FILLER          PIC X(80) VALUE ALL '='.                   00019900
                                                                        00020000
       PROCEDURE                                 DIVISION.              00020100
      *====================================================             00020200
       0000-PRINCIPAL                            SECTION.               00020300
           PERFORM 1000-INICIAR.                                        00020400
                                                                        00020500
           SORT CLASSIF                                                 00020600
                ON ASCENDING KEY SD-CRB-CLIENTE                         00020700
                                 SD-CRB-NF                              00020800
                USING CREBER                                            00020900
                OUTPUT PROCEDURE IS 2000-AVALIAR.                       00021000
                                                                        00021100
           PERFORM 8000-FINALIZAR.                                      00021200
            STOP RUN.                                                   00021300
                                                                        00021400
       1000-INICIAR                              SECTION.               00021500
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00021600
           MOVE WRK-DATA-HOJE TO WRK-LCB-DATA.                          00021700
                                                                        00021800
           OPEN I-O CLIENTES.                                           00021900
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00022000
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00022100
              PERFORM 9000-TRATAR-ERROS                                 00022200
           END-IF.                                                      00022300
                                                                        00022400
           OPEN OUTPUT CARTAS.                                          00022500
           IF WRK-FS-CARTAS NOT EQUAL '00'                              00022600
              MOVE ' ERRO OPEN CARTAS ' TO WRK-MSG                      00022700
              PERFORM 9000-TRATAR-ERROS                                 00022800
           END-IF.                                                      00022900
                                                                        00023000
           DISPLAY '------------------------------------------'.        00023100
           DISPLAY ' REGUA DE COBRANCA DE CLIENTES EM ATRASO '.         00023200
           DISPLAY '------------------------------------------'.        00023300
                                                                        00023400
      *---------------------------------------------------------------  00023500
      *    2000-AVALIAR                                                 00023600
      *    PERCORRE O CREBER CLASSIFICADO POR CLIENTE; A TROCA DE       00023700
      *    CLIENTE FECHA O ANTERIOR (CARTA E BLOQUEIO).                 00023800
      *---------------------------------------------------------------  00023900
       2000-AVALIAR                              SECTION.               00024000
           PERFORM 2050-RETORNAR-TITULO                                 00024100
              UNTIL WRK-SORT-ACABOU.                                    00024200
           PERFORM 2600-FECHAR-CLIENTE.                                 00024300
                                                                        00024400
       2050-RETORNAR-TITULO                      SECTION.               00024500
           RETURN CLASSIF                                               00024600
              AT END                                                    00024700
                 SET WRK-SORT-ACABOU TO TRUE                            00024800
              NOT AT END                                                00024900
                 ADD 1 TO WRK-REG-TITULOS                               00025000
                 PERFORM 2100-TRATAR-QUEBRA                             00025100
                 PERFORM 2200-TRATAR-TITULO                             00025200
           END-RETURN.                                                  00025300
                                                                        00025400
       2100-TRATAR-QUEBRA                        SECTION.               00025500
           IF SD-CRB-CLIENTE NOT EQUAL WRK-CLIENTE-ANT                  00025600
              PERFORM 2600-FECHAR-CLIENTE                               00025700
              ADD 1 TO WRK-REG-CLIENTES                                 00025800
              MOVE SD-CRB-CLIENTE TO WRK-CLIENTE-ANT                    00025900
              MOVE ZEROS TO WRK-SALDO-VENCIDO                           00026000
              MOVE ZEROS TO WRK-MAIOR-ATRASO                            00026100
              MOVE ZEROS TO WRK-QTDE-VENCIDOS                           00026200
           END-IF.                                                      00026300
                                                                        00026400
      *---------------------------------------------------------------  00026500
      *    2200-TRATAR-TITULO                                           00026600
      *    TITULO COM SALDO E VENCIMENTO PASSADO SOMA NO SALDO VENCIDO  00026700
      *    DO CLIENTE; O ATRASO SEGUE A CONVENCAO DO FR01CB06.          00026800
      *    TITULO DESCONTADO EM FOLHA NAO ENTRA.                        00026850
      *---------------------------------------------------------------  00026900
       2200-TRATAR-TITULO                        SECTION.               00027000
           COMPUTE WRK-SALDO-TITULO =                                   00027100
                   SD-CRB-VALOR - SD-CRB-VALOR-PAGO                     00027200
           END-COMPUTE.                                                 00027300
           IF WRK-SALDO-TITULO GREATER THAN ZEROS AND                   00027366
              NOT SD-CRB-DESC-FOLHA                                     00027432
              MOVE SD-CRB-DATA-VENCTO TO WRK-VENCTO                     00027500
              COMPUTE WRK-DIAS-ATRASO =                                 00027600
                      ( WRK-HOJ-ANO - WRK-VCT-ANO ) * 360               00027700
                    + ( WRK-HOJ-MES - WRK-VCT-MES ) * 30                00027800
                    + ( WRK-HOJ-DIA - WRK-VCT-DIA )                     00027900
              END-COMPUTE                                               00028000
              IF WRK-DIAS-ATRASO GREATER THAN ZEROS                     00028100
                 ADD WRK-SALDO-TITULO TO WRK-SALDO-VENCIDO              00028200
                 ADD 1 TO WRK-QTDE-VENCIDOS                             00028300
                 IF WRK-DIAS-ATRASO GREATER THAN WRK-MAIOR-ATRASO       00028400
                    MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO            00028500
                 END-IF                                                 00028600
              END-IF                                                    00028700
           END-IF.                                                      00028800
                                                                        00028900
      *---------------------------------------------------------------  00029000
      *    2600-FECHAR-CLIENTE                                          00029100
      *    O MAIOR ATRASO DECIDE O NIVEL; A CARTA SO SAI SE O NIVEL     00029200
      *    SUBIR. ACIMA DE 90 DIAS BLOQUEIA; BLOQUEIO SO CAI QUANDO O   00029300
      *    SALDO VENCIDO ZERA. CLIENTE SEM CADASTRO E CONTADO.          00029400
      *---------------------------------------------------------------  00029500
       2600-FECHAR-CLIENTE                       SECTION.               00029600
           IF WRK-CLIENTE-ANT NOT EQUAL HIGH-VALUES                     00029700
              MOVE WRK-CLIENTE-ANT TO FD-CODIGO                         00029800
              READ CLIENTES                                             00029900
              EVALUATE WRK-FS-CLIENTES                                  00030000
                WHEN '00'                                               00030100
                   PERFORM 2610-ATUALIZAR-CLIENTE                       00030200
                WHEN '23'                                               00030300
                   IF WRK-SALDO-VENCIDO GREATER THAN ZEROS              00030400
                      ADD 1 TO WRK-REG-SEM-CLIENTE                      00030500
                      DISPLAY ' CLIENTE EM ATRASO SEM CADASTRO: '       00030600
                              WRK-CLIENTE-ANT                           00030700
                   END-IF                                               00030800
                WHEN OTHER                                              00030900
                   MOVE ' ERRO READ CLIENTES ' TO WRK-MSG               00031000
                   PERFORM 9000-TRATAR-ERROS                            00031100
              END-EVALUATE                                              00031200
           END-IF.                                                      00031300
                                                                        00031400
       2610-ATUALIZAR-CLIENTE                    SECTION.               00031500
           IF FD-NIVEL-AVISO NOT NUMERIC                                00031600
              MOVE ZEROS TO FD-NIVEL-AVISO                              00031700
           END-IF.                                                      00031800
                                                                        00031900
           IF WRK-SALDO-VENCIDO EQUAL ZEROS                             00032000
              IF FD-CREDITO-BLOQUEADO                                   00032100
                 ADD 1 TO WRK-REG-LIBERADOS                             00032200
              END-IF                                                    00032300
              MOVE 'N'   TO FD-BLOQUEIO                                 00032400
              MOVE ZEROS TO FD-NIVEL-AVISO                              00032500
           ELSE                                                         00032600
              ADD 1 TO WRK-REG-EM-ATRASO                                00032700
              EVALUATE TRUE                                             00032800
                WHEN WRK-MAIOR-ATRASO NOT GREATER THAN 30               00032900
                   MOVE 1 TO WRK-NIVEL                                  00033000
                WHEN WRK-MAIOR-ATRASO NOT GREATER THAN 60               00033100
                   MOVE 2 TO WRK-NIVEL                                  00033200
                WHEN OTHER                                              00033300
                   MOVE 3 TO WRK-NIVEL                                  00033400
              END-EVALUATE                                              00033500
              IF WRK-NIVEL GREATER THAN FD-NIVEL-AVISO                  00033600
                 PERFORM 2700-EMITIR-CARTA                              00033700
                 MOVE WRK-NIVEL TO FD-NIVEL-AVISO                       00033800
              END-IF                                                    00033900
              IF WRK-MAIOR-ATRASO GREATER THAN 90 AND                   00034000
                 NOT FD-CREDITO-BLOQUEADO                               00034100
                 MOVE 'S' TO FD-BLOQUEIO                                00034200
                 ADD 1 TO WRK-REG-BLOQUEADOS                            00034300
                 DISPLAY ' CREDITO BLOQUEADO: ' FD-CODIGO               00034400
              END-IF                                                    00034500
           END-IF.                                                      00034600
           MOVE WRK-SALDO-VENCIDO TO FD-SALDO-VENCIDO.                  00034700
                                                                        00034900
           REWRITE FD-CLIENTES.                                         00035000
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00035100
              MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG                 00035200
              PERFORM 9000-TRATAR-ERROS                                 00035300
           END-IF.                                                      00035400
                                                                        00035500
      *---------------------------------------------------------------  00035600
      *    2700-EMITIR-CARTA                                            00035700
      *    CARTA DO NIVEL APURADO, ENDERECADA PELO CADASTRO.            00035800
      *---------------------------------------------------------------  00035900
       2700-EMITIR-CARTA                         SECTION.               00036000
           MOVE WRK-LIN-TRACO TO FD-CARTAS.                             00036100
           WRITE FD-CARTAS.                                             00036200
           MOVE WRK-LIN-CABECALHO TO FD-CARTAS.                         00036300
           WRITE FD-CARTAS.                                             00036400
           MOVE SPACES TO FD-CARTAS.                                    00036500
           WRITE FD-CARTAS.                                             00036600
                                                                        00036700
           MOVE 'A/C: '     TO WRK-LEN-ROTULO.                          00036800
           MOVE FD-NOME     TO WRK-LEN-TEXTO.                           00036900
           MOVE WRK-LIN-ENDERECO TO FD-CARTAS.                          00037000
           WRITE FD-CARTAS.                                             00037100
           MOVE SPACES      TO WRK-LEN-ROTULO.                          00037200
           MOVE FD-ENDERECO TO WRK-LEN-TEXTO.                           00037300
           MOVE WRK-LIN-ENDERECO TO FD-CARTAS.                          00037400
           WRITE FD-CARTAS.                                             00037500
           MOVE 'CEP: '     TO WRK-LEN-ROTULO.                          00037600
           MOVE FD-CEP      TO WRK-LEN-TEXTO.                           00037700
           MOVE WRK-LIN-ENDERECO TO FD-CARTAS.                          00037800
           WRITE FD-CARTAS.                                             00037900
           MOVE SPACES TO FD-CARTAS.                                    00038000
           WRITE FD-CARTAS.                                             00038100
                                                                        00038200
           MOVE WRK-TXT-TITULO(WRK-NIVEL) TO WRK-LTX-TEXTO.             00038300
           MOVE WRK-LIN-TEXTO TO FD-CARTAS.                             00038400
           WRITE FD-CARTAS.                                             00038500
           MOVE WRK-TXT-LINHA1(WRK-NIVEL) TO WRK-LTX-TEXTO.             00038600
           MOVE WRK-LIN-TEXTO TO FD-CARTAS.                             00038700
           WRITE FD-CARTAS.                                             00038800
           MOVE WRK-TXT-LINHA2(WRK-NIVEL) TO WRK-LTX-TEXTO.             00038900
           MOVE WRK-LIN-TEXTO TO FD-CARTAS.                             00039000
           WRITE FD-CARTAS.                                             00039100
                                                                        00039200
           MOVE WRK-SALDO-VENCIDO TO WRK-LSA-SALDO.                     00039300
           MOVE WRK-QTDE-VENCIDOS TO WRK-LSA-QTDE.                      00039400
           MOVE WRK-MAIOR-ATRASO  TO WRK-LSA-DIAS.                      00039500
           MOVE WRK-LIN-SALDO TO FD-CARTAS.                             00039600
           WRITE FD-CARTAS.                                             00039700
                                                                        00039800
           EVALUATE WRK-NIVEL                                           00039900
             WHEN 1                                                     00040000
                ADD 1 TO WRK-REG-CARTAS-1                               00040100
             WHEN 2                                                     00040200
                ADD 1 TO WRK-REG-CARTAS-2                               00040300
             WHEN OTHER                                                 00040400
                ADD 1 TO WRK-REG-CARTAS-3                               00040500
           END-EVALUATE.                                                00040600
                                                                        00040700
       8000-FINALIZAR                            SECTION.               00040800
           CLOSE CLIENTES.                                              00040900
           CLOSE CARTAS.                                                00041000
                                                                        00041100
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00041200
           DISPLAY ' TITULOS LIDOS...............: ' WRK-REG-TITULOS.   00041300
           DISPLAY ' CLIENTES AVALIADOS..........: '                    00041400
                   WRK-REG-CLIENTES.                                    00041500
           DISPLAY ' CLIENTES EM ATRASO..........: '                    00041600
                   WRK-REG-EM-ATRASO.                                   00041700
           DISPLAY ' CARTAS DE 1O AVISO..........: '                    00041800
                   WRK-REG-CARTAS-1.                                    00041900
           DISPLAY ' CARTAS DE 2A NOTIFICACAO....: '                    00042000
                   WRK-REG-CARTAS-2.                                    00042100
           DISPLAY ' CARTAS DE NOTIFICACAO FINAL.: '                    00042200
                   WRK-REG-CARTAS-3.                                    00042300
           DISPLAY ' CREDITOS BLOQUEADOS.........: '                    00042400
                   WRK-REG-BLOQUEADOS.                                  00042500
           DISPLAY ' CREDITOS LIBERADOS..........: '                    00042600
                   WRK-REG-LIBERADOS.                                   00042700
           DISPLAY ' EM ATRASO SEM CADASTRO......: '                    00042800
                   WRK-REG-SEM-CLIENTE.                                 00042900
                                                                        00043000
       9000-TRATAR-ERROS                         SECTION.               00043100
           DISPLAY '-----------------------------'.                     00043200
           DISPLAY WRK-MSG.                                             00043300
           DISPLAY ' FS CLIENTES: ' WRK-FS-CLIENTES                     00043400
                   ' FS CARTAS: ' WRK-FS-CARTAS.                        00043500
           DISPLAY '-----------------------------'.                     00043600
              STOP RUN.                                                 00043700
