      *       CLIENTES) PASSOU A SER DEVOLVIDA NO FEED RECPED.          00002240
      *     - 13/09/2022: RECFNOV ACOMPANHOU O FUNCNOVO DE 98           00002250
      *       PARA 109 POSICOES (GANHOU O CPF).                         00002260
      *     - 09/01/2023: ORIGEM FR01CB08 (DEVOLUCAO DE CLIENTES)       00002273
      *       DEVOLVIDA NO FEED RECDEV.                                 00002286
      *     - 30/01/2023: ORIGEM FR01CB10 (CANCELAMENTO DE              00002290
      *       PEDIDOS) DEVOLVIDA NO FEED RECCAN.                        00002294
      *     - 21/08/2023: RECFNOV ACOMPANHOU O FUNCNOVO DE 109          00002295
      *       PARA 116 POSICOES E RECFALT O FUNCALT DE 109 PARA 115     00002296
      *       (GANHARAM O CARGO).                                       00002297
      *     - 09/10/2023: RECLANC ACOMPANHOU O LANCTO DE 56 PARA 60     0000229A
      *       POSICOES (VALOR EM 9(09)V99). REJEITO DO FR03CB20 AINDA   0000229B
      *       PENDENTE NO LAYOUT ANTIGO DEVE SER RECICLADO ANTES DA     0000229C
      *       CONVERSAO DO FR03CB50.                                    0000229D
      *     - 23/10/2023: RECLANC ACOMPANHOU O LANCTO DE 60 PARA 84     0000229E
      *       POSICOES (LOTE E REFERENCIA). O FR03CB20 REJEITA O LOTE   0000229F
      *       INTEIRO: AS LINHAS DO LOTE CORRIGIDO DEVEM VOLTAR JUNTAS E0000229G
      *       SEGUIDAS NO RECICLO.                                      0000229H
      *===========================================================*     00002300
      *===========================================================*     00002400
       ENVIRONMENT                                    DIVISION.         00002500
                FILE STATUS  IS WRK-FS-RECFLOT.                         00005300
           SELECT RECPED    ASSIGN TO RECPED                            00005310
                FILE STATUS  IS WRK-FS-RECPED.                          00005320
           SELECT RECDEV    ASSIGN TO RECDEV                            00005346
                FILE STATUS  IS WRK-FS-RECDEV.                          00005372
           SELECT RECCAN    ASSIGN TO RECCAN                            00005381
                FILE STATUS  IS WRK-FS-RECCAN.                          00005390
                                                                        00005400
      *===========================================================*     00005500
       DATA                                       DIVISION.             00005600
       FD RECLANC                                                       00009700
           RECORDING MODE IS F                                          00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-RECLANC              PIC X(84).                            00010000
                                                                        00010100
       FD RECFNOV                                                       00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-RECFNOV              PIC X(116).                           00010500
                                                                        00010600
       FD RECFALT                                                       00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-RECFALT              PIC X(115).                           00011000
                                                                        00011100
       FD RECFLOT                                                       00011200
           RECORDING MODE IS F                                          00011300
           RECORDING MODE IS F                                          00011530
           BLOCK CONTAINS 0 RECORDS.                                    00011540
       01 FD-RECPED               PIC X(40).                            00011550
       FD RECDEV                                                        00011560
           RECORDING MODE IS F                                          00011570
           BLOCK CONTAINS 0 RECORDS.                                    00011580
       01 FD-RECDEV               PIC X(40).                            00011590
       FD RECCAN                                                        00011592
           RECORDING MODE IS F                                          00011594
           BLOCK CONTAINS 0 RECORDS.                                    00011596
       01 FD-RECCAN               PIC X(80).                            00011598
                                                                        00011600
      *-----------------------------------------------------------*     00011700
       WORKING-STORAGE                            SECTION.              00011800
       77 WRK-FS-RECFALT           PIC X(02)    VALUE ZEROS.            00012700
       77 WRK-FS-RECFLOT           PIC X(02)    VALUE ZEROS.            00012800
       77 WRK-FS-RECPED            PIC X(02)    VALUE ZEROS.            00012810
       77 WRK-FS-RECDEV            PIC X(02)    VALUE ZEROS.            00012855
       77 WRK-FS-RECCAN            PIC X(02)    VALUE ZEROS.            00012877
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00012900
       77 WRK-RECICLO-ABERTO PIC X(01) VALUE 'N'.                       00012210
          88 WRK-RECICLO-FOI-ABERTO       VALUE 'S'.                    00012220
             OPEN OUTPUT RECFALT.                                       00019600
             OPEN OUTPUT RECFLOT.                                       00019700
             OPEN OUTPUT RECPED.                                        00019710
             OPEN OUTPUT RECDEV.                                        00019755
             OPEN OUTPUT RECCAN.                                        00019777
             IF WRK-FS-RECPROD NOT EQUAL '00' OR                        00019800
                WRK-FS-RECETIQ NOT EQUAL '00' OR                        00019900
                WRK-FS-RECLANC NOT EQUAL '00' OR                        00020000
                WRK-FS-RECFNOV NOT EQUAL '00' OR                        00020100
                WRK-FS-RECFALT NOT EQUAL '00' OR                        00020200
                WRK-FS-RECFLOT NOT EQUAL '00' OR                        00020300
                WRK-FS-RECPED  NOT EQUAL '00' OR                        00020333
                WRK-FS-RECDEV  NOT EQUAL '00' OR                        00020355
                WRK-FS-RECCAN  NOT EQUAL '00'                           00020377
                MOVE ' ERRO OPEN NOS FEEDS DE RETORNO ' TO WRK-MSG      00020400
                PERFORM 9000-TRATAR-ERROS                               00020500
             END-IF.                                                    00020600
                     WRITE FD-RECETIQ                                   00023800
                     ADD 1 TO WRK-REG-RECICLADOS                        00023900
                  WHEN 'FR03CB20'                                       00024000
                     MOVE FD-REC-DADOS(1:84) TO FD-RECLANC              00024100
                     WRITE FD-RECLANC                                   00024200
                     ADD 1 TO WRK-REG-RECICLADOS                        00024300
                  WHEN 'FR03DB03'                                       00024400
                     MOVE FD-REC-DADOS(1:116) TO FD-RECFNOV             00024500
                     WRITE FD-RECFNOV                                   00024600
                     ADD 1 TO WRK-REG-RECICLADOS                        00024700
                  WHEN 'FR03DB10'                                       00024800
                     MOVE FD-REC-DADOS(1:115) TO FD-RECFALT             00024900
                     WRITE FD-RECFALT                                   00025000
                     ADD 1 TO WRK-REG-RECICLADOS                        00025100
                  WHEN 'FR03DB14'                                       00025200
                     MOVE FD-REC-DADOS(1:40) TO FD-RECPED               00025520
                     WRITE FD-RECPED                                    00025530
                     ADD 1 TO WRK-REG-RECICLADOS                        00025540
                  WHEN 'FR01CB08'                                       00025552
                     MOVE FD-REC-DADOS(1:40) TO FD-RECDEV               00025564
                     WRITE FD-RECDEV                                    00025576
                     ADD 1 TO WRK-REG-RECICLADOS                        00025588
                  WHEN 'FR01CB10'                                       00025590
                     MOVE FD-REC-DADOS(1:80) TO FD-RECCAN               00025592
                     WRITE FD-RECCAN                                    00025594
                     ADD 1 TO WRK-REG-RECICLADOS                        00025596
                  WHEN OTHER                                            00025600
                     ADD 1 TO WRK-REG-ORIGEM-DESC                       00025700
                     DISPLAY ' ORIGEM DESCONHECIDA NO RECICLO: '        00025800
      *-------------------------------------------------------*         00033200
                                                                        00033300
             CLOSE RECPROD RECETIQ RECLANC                              00033400
                   RECFNOV RECFALT RECFLOT RECPED                       00033466
                   RECDEV RECCAN.                                       00033533
             IF WRK-RECICLO-FOI-ABERTO                                  00031010
                CLOSE RECICLO                                           00031020
             END-IF.                                                    00031030
