      *              : FR03CB27) PARA APONTAR REMESSA POSTAL            00002000
      *              : PROBLEMATICA.                                    00002100
      *-------------------------------------------------------------*   00002200
      *     O LIMITE DE DEVOLUCOES VEM DO PARMSERV (FR03CB31/           00002242
      *     LIMITE-DEV); SEM VALOR VIGENTE VALE 3.                      00002284
      *-------------------------------------------------------------*   00002326
      *     MANUTENCAO:                                                 00002368
      *     - 04/12/2023: O LIMITE SAIU DO DEVPARM E PASSOU A SER       00002410
      *       LIDO NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV).        00002452
      *===========================================================*     00002500
      *===========================================================*     00002600
       ENVIRONMENT                                    DIVISION.         00002700
                RECORD KEY   IS FD-CODIGO                               00004600
                FILE STATUS  IS WRK-FS-CLIENTES.                        00004700
                                                                        00004800
                                                                        00005100
           SELECT ETIQSUPR  ASSIGN TO ETIQSUPR                          00005200
                FILE STATUS  IS WRK-FS-ETIQSUPR.                        00005300
          05 FD-DEVOLUCOES     PIC 9(03).                               00008700
          05 FILLER            PIC X(08).                               00008800
                                                                        00008900
       FD ETIQSUPR                                                      00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
                                                                        00010900
       77 WRK-FS-DEVOLUC           PIC X(02)    VALUE ZEROS.            00011000
       77 WRK-FS-CLIENTES          PIC X(02)    VALUE ZEROS.            00011100
       77 WRK-FS-ETIQSUPR          PIC X(02)    VALUE ZEROS.            00011300
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00011400
                                                                        00011500
       77 WRK-LIMITE-DEV           PIC 9(03)    VALUE 3.                00011600
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00011608
       01 WRK-PSV-AREA.                                                 00011616
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00011624
          05 WRK-PSV-NOME       PIC X(12).                              00011632
          05 WRK-PSV-VALOR      PIC X(30).                              00011640
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00011648
          05 WRK-PSV-NUMERICO   PIC X(01).                              00011656
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00011664
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00011672
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00011680
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00011688
                                                                        00011700
       01 WRK-TAB-LOTES.                                                00011800
          05 WRK-TAB-LOT-ITEM OCCURS 50 TIMES.                          00011900
       1100-CARREGAR-LIMITE                       SECTION.              00018700
      *-------------------------------------------------------*         00018800
                                                                        00018900
             MOVE 'FR03CB31'     TO WRK-PSV-PROGRAMA.                   00019128
             MOVE 'LIMITE-DEV'   TO WRK-PSV-NOME.                       00019356
             PERFORM 1110-CHAMAR-PARMSERV.                              00019584
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00019812
                WRK-PSV-NUMERO GREATER ZEROS                            00020040
                MOVE WRK-PSV-NUMERO TO WRK-LIMITE-DEV                   00020268
             END-IF.                                                    00020500
                                                                        00020600
      *-------------------------------------------------------*         00020700
       1100-999-FIM.                              EXIT.                 00020800
      *-------------------------------------------------------*         00020806
                                                                        00020812
      *-------------------------------------------------------*         00020818
       1110-CHAMAR-PARMSERV                       SECTION.              00020824
      *-------------------------------------------------------*         00020830
                                                                        00020836
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00020842
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00020848
                 ON EXCEPTION                                           00020854
                    MOVE '02' TO WRK-PSV-RETORNO                        00020860
             END-CALL.                                                  00020866
                                                                        00020872
      *-------------------------------------------------------*         00020878
       1110-999-FIM.                              EXIT.                 00020884
      *-------------------------------------------------------*         00020900
                                                                        00021000
      *-------------------------------------------------------*         00021100
