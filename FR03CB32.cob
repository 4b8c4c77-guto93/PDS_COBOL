      *-------------------------------------------------------------*   00002200
      *     RESCISAO SEM DADOS BANCARIOS SAI LISTADA NO SYSOUT          00002300
      *     PARA PAGAMENTO MANUAL DENTRO DO PRAZO.                      00002400
      *-------------------------------------------------------------*   00002412
      *     MANUTENCAO:                                                 00002424
      *     - 18/09/2023: FUNCBANCO AMPLIADO PARA 40 POSICOES           00002436
      *       (CONVERSAO FR03CB48) COM DATA, USUARIO E CONFIRMACAO      00002448
      *       DA ULTIMA MUDANCA. A RETENCAO DE CONTA NAO CONFIRMADA     00002460
      *       E SO DA REMESSA SALARIAL (FR03CB22); A RESCISAO TEM       00002472
      *       PRAZO LEGAL E SEGUE SEM RETENCAO.                         00002484
      *     - 11/12/2023: O REMRESC NAO VAI MAIS DIRETO AO BANCO        00002486
      *       NO FIM DO JOB: O FR03CB56 (FUNCAO 'R') CONFERE E          00002488
      *       REGISTRA O ARQUIVO COMO PENDENTE COM OS TOTAIS DO         00002490
      *       TRAILER, E SO O LIBERA (FUNCAO 'L') DEPOIS DE DUAS        00002492
      *       APROVACOES DE USUARIOS DIFERENTES NA T044                 00002494
      *       (F03CIP19). ARQUIVO ALTERADO DEPOIS DO REGISTRO E         00002496
      *       RECUSADO. O LAYOUT NAO MUDOU.                             00002498
      *===========================================================*     00002500
      *===========================================================*     00002600
       ENVIRONMENT                                    DIVISION.         00002700
          05 FD-FB-BANCO      PIC X(03).                                00007400
          05 FD-FB-AGENCIA    PIC X(05).                                00007500
          05 FD-FB-CONTA      PIC X(10).                                00007600
          05 FD-FB-DATA-ALT   PIC X(08).                                00007620
          05 FD-FB-USUARIO    PIC X(08).                                00007640
          05 FD-FB-CONFIRMADO PIC X(01).                                00007660
          05 FILLER           PIC X(01).                                00007680
                                                                        00007700
       FD REMRESC                                                       00007800
           RECORDING MODE IS F                                          00007900
