      *              : RETORNO SEM TITULO OU VALOR DIVERGENTE SAI       00001700
      *              : NO SYSOUT. CTAPAGAR E RETFORN CLASSIFICADOS      00001800
      *              : POR FORNECEDOR + NOTA.                           00001900
      *-------------------------------------------------------------*   00001914
      *     MANUTENCAO:                                                 00001928
      *     - 06/03/2023: O TITULO LIQUIDADO GANHA A DATA DO            00001942
      *       PAGAMENTO (FD-CTP-DATA-PAGTO, NO ANTIGO FILLER), PARA     00001956
      *       A CONTABILIZACAO DO FR03DB42 SEPARAR OS PAGAMENTOS DO     00001970
      *       DIA NO CTAPNOVO.                                          00001984
      *===========================================================*     00002000
      *===========================================================*     00002100
       ENVIRONMENT                                    DIVISION.         00002200
             88 FD-CTP-ABERTO          VALUE 'A'.                       00006200
             88 FD-CTP-REMETIDO        VALUE 'R'.                       00006300
             88 FD-CTP-LIQUIDADO       VALUE 'L'.                       00006400
          05 FD-CTP-DATA-PAGTO    PIC X(08).                            00006466
          05 FILLER               PIC X(06).                            00006532
                                                                        00006600
       FD RETFORN                                                       00006700
           RECORDING MODE IS F                                          00006800
       77 WRK-FS-RETFORN           PIC X(02)    VALUE ZEROS.            00008900
       77 WRK-FS-CTAPNOVO          PIC X(02)    VALUE ZEROS.            00009000
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00009100
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00009150
                                                                        00009200
       77 WRK-FIM-CTP              PIC X(01)    VALUE 'N'.              00009300
          88 WRK-CTP-ACABOU                  VALUE 'S'.                 00009400
       1000-INICIAR                               SECTION.              00013200
      *-------------------------------------------------------*         00013300
                                                                        00013400
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00013433
                                                                        00013466
             OPEN INPUT CTAPAGAR.                                       00013500
             IF WRK-FS-CTAPAGAR NOT EQUAL '00'                          00013600
                MOVE ' ERRO OPEN CTAPAGAR ' TO WRK-MSG                  00013700
                                                                        00024100
            IF FD-RET-PAGO                                              00024200
               MOVE 'L' TO FD-CTP-SITUACAO                              00024300
               MOVE WRK-DATA-HOJE TO FD-CTP-DATA-PAGTO                  00024350
               ADD 1 TO WRK-REG-LIQUIDADOS                              00024400
            ELSE                                                        00024500
               MOVE 'A' TO FD-CTP-SITUACAO                              00024600
