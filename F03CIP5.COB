      *                LISTA, 4-APROVACAO DE SUGESTOES DE               00002010
      *                COMPRA, 5-CLIENTES, 6-HOLERITES,                 00002020
      *                7-MONITOR DE OPERACOES, 8-MESA DE                00002024
      *                REJEITOS, 9-FERIADOS, 0-COBRANCA) QUE            00002070
      *                TRANSFERE POR XCTL PARA O PROGRAMA DA            00002116
      *                FUNCAO.                                          00002162
      *                O F3 DE                                          00002210
      *                QUALQUER FUNCAO VOLTA PARA ESTE MENU EM          00002300
      *                VEZ DE LARGAR O OPERADOR NUMA TELA EM            00002400
                 EXEC CICS XCTL                                         000114A4
                    PROGRAM('F03CIP16')                                 000114A6
                 END-EXEC                                               000114A8
              WHEN '0'                                                  000114B0
                 EXEC CICS XCTL                                         000114B2
                    PROGRAM('F03CIP17')                                 000114B4
                 END-EXEC                                               000114B6
              WHEN OTHER                                                00011500
                 MOVE 'OPCAO INVALIDA, USE 0 A 9' TO MSGO               00011600
            END-EVALUATE.                                               00011700
                                                                        00011800
            EXEC CICS SEND                                              00011900
