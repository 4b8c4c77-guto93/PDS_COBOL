      *-------------------------------------------------------*         00002000
      *     O MOVLOG (GERACOES CONCATENADAS NO JCL) DEVE ESTAR          00002100
      *     CLASSIFICADO POR PRODUTO + DATA.                            00002200
      *-------------------------------------------------------*         00002216
      *     MANUTENCAO:                                                 00002232
      *     - 15/05/2023: O MOVLOG PASSOU A TRAZER O LOTE (UMA          00002248
      *       LINHA POR LOTE BAIXADO NO ARQ016), IMPRESSO NA            00002264
      *       LINHA DO MOVIMENTO.                                       00002280
      *     - 22/05/2023: MOVLOG COM O DEPOSITO, IMPRESSO NA            00002284
      *       LINHA, E OS TIPOS NOVOS DO ARQ016: TRANSFERENCIA,         00002288
      *       CHEGADA DE TRANSFERENCIA E EXPEDICAO (ESTES NAO           00002292
      *       MUDAM O SALDO DA EMPRESA).                                00002296
      *     - 10/07/2023: TIPOS NOVOS DO MOVLOG IMPRESSOS PELO          0000229A
      *       NOME: C-RECEBIMENTO (ARQ014), V-RESERVA DE PEDIDO         0000229B
      *       (FR01CB04/FR01CB09) E A-AJUSTE DE CADASTRO (ARQ006/       0000229C
      *       ARQ020).                                                  0000229D
      *=======================================================*         00002300
                                                                        00002400
      *=======================================================*         00002500
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00004600
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00004700
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00004800
          05 FD-LOG-LOTE          PIC X(10).                            00004850
          05 FD-LOG-DEPOSITO      PIC X(02).                            00004875
                                                                        00004900
       FD KARDEX                                                        00005000
           RECORDING MODE IS F                                          00005100
          05 WRK-LMV-DOC      PIC X(10).                                00009000
          05 FILLER           PIC X(08) VALUE '  SALDO '.               00009100
          05 WRK-LMV-SALDO    PIC ZZZZ9.                                00009200
          05 FILLER           PIC X(07) VALUE '  LOTE '.                00009250
          05 WRK-LMV-LOTE     PIC X(10).                                00009300
          05 FILLER           PIC X(05) VALUE '  DP '.                  00009325
          05 WRK-LMV-DEPOSITO PIC X(02).                                00009350
          05 FILLER           PIC X(02) VALUE SPACES.                   00009375
                                                                        00009400
       01 WRK-LIN-FECHAMENTO.                                           00009500
          05 FILLER           PIC X(02) VALUE SPACES.                   00009600
       2200-IMPRIMIR-MOVIMENTO            SECTION.                      00020400
      *-------------------------------------------------------------*   00020500
                                                                        00020600
            EVALUATE FD-LOG-TIPO                                        00020646
              WHEN 'E'                                                  00020692
                 MOVE 'ENTRADA' TO WRK-LMV-TIPO                         00020738
              WHEN 'T'                                                  00020784
                 MOVE 'TRANSF.' TO WRK-LMV-TIPO                         00020830
              WHEN 'R'                                                  00020876
                 MOVE 'CHEGADA' TO WRK-LMV-TIPO                         00020922
              WHEN 'X'                                                  00020968
                 MOVE 'EXPED. ' TO WRK-LMV-TIPO                         00021014
              WHEN 'C'                                                  00021020
                 MOVE 'RECEB. ' TO WRK-LMV-TIPO                         00021026
              WHEN 'V'                                                  00021032
                 MOVE 'RESERVA' TO WRK-LMV-TIPO                         00021038
              WHEN 'A'                                                  00021044
                 MOVE 'CADAST.' TO WRK-LMV-TIPO                         00021050
              WHEN OTHER                                                00021060
                 MOVE 'SAIDA  ' TO WRK-LMV-TIPO                         00021106
            END-EVALUATE.                                               00021152
            MOVE FD-LOG-QTDE      TO WRK-LMV-QTDE.                      00021200
            MOVE FD-LOG-DOCUMENTO TO WRK-LMV-DOC.                       00021300
            MOVE FD-LOG-SALDO-ATU TO WRK-LMV-SALDO.                     00021400
            MOVE FD-LOG-LOTE      TO WRK-LMV-LOTE.                      00021450
            MOVE FD-LOG-DEPOSITO  TO WRK-LMV-DEPOSITO.                  00021475
            MOVE WRK-LIN-MOVIMENTO TO FD-KARDEX.                        00021500
            WRITE FD-KARDEX.                                            00021600
                                                                        00021700
