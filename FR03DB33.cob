      *              : UTEIS DO MES SEM BATIDA). O FR03DB15             00001900
      *              : CARREGA O PONTOMES NO CALCULO DA FOLHA.          00002000
      *-------------------------------------------------------------*   00002100
      *     A COMPETENCIA APURADA VEM DO PARMSERV (AAAAMM,              00002200
      *     OBRIGATORIA). BATIDA COM DATA INVALIDA OU                   00002300
      *     SAIDA ANTES DA ENTRADA SAI NO REJEITO. JORNADA QUE          00002400
      *     VIRA A MEIA-NOITE NAO E TRATADA (LIMITACAO ACEITA           00002500
      *     PELO RH).                                                   00002600
      *-------------------------------------------------------------*   00002616
      *     MANUTENCAO:                                                 00002632
      *     - 04/12/2023: A COMPETENCIA SAIU DO PONTPARM E PASSOU A SER 00002648
      *       LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,         00002664
      *       FR03DB33/COMPETENCIA), CONTINUANDO OBRIGATORIA.           00002680
      *===========================================================*     00002700
      *===========================================================*     00002800
       ENVIRONMENT                                    DIVISION.         00002900
           SELECT PONTO     ASSIGN TO PONTO                             00004200
                FILE STATUS  IS WRK-FS-PONTO.                           00004300
                                                                        00004400
                                                                        00004700
           SELECT PONTOMES  ASSIGN TO PONTOMES                          00004800
                FILE STATUS  IS WRK-FS-PONTOMES.                        00004900
          05 FD-PNT-HORA-SAI      PIC 9(04).                            00006900
          05 FILLER               PIC X(08).                            00007000
                                                                        00007100
       FD PONTOMES                                                      00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
      *-----------------------------------------------------------*     00009800
                                                                        00009900
       77 WRK-FS-PONTO             PIC X(02)    VALUE ZEROS.            00010000
       77 WRK-FS-PONTOMES          PIC X(02)    VALUE ZEROS.            00010200
       77 WRK-FS-REJEITO           PIC X(02)    VALUE ZEROS.            00010300
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00010400
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00011300
                                                                        00011400
       77 WRK-COMPETENCIA   PIC X(06) VALUE SPACES.                     00011500
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00011508
       01 WRK-PSV-AREA.                                                 00011516
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00011524
          05 WRK-PSV-NOME       PIC X(12).                              00011532
          05 WRK-PSV-VALOR      PIC X(30).                              00011540
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00011548
          05 WRK-PSV-NUMERICO   PIC X(01).                              00011556
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00011564
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00011572
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00011580
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00011588
       77 WRK-DIAS-UTEIS-MES PIC 9(05) VALUE ZEROS.                     00011600
       01 WRK-DATA-INI      PIC X(10) VALUE SPACES.                     00011700
       01 WRK-DATA-FIM      PIC X(10) VALUE SPACES.                     00011800
       1000-INICIAR                               SECTION.              00016200
      *-------------------------------------------------------*         00016300
                                                                        00016400
             MOVE 'FR03DB33'     TO WRK-PSV-PROGRAMA.                   00016466
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00016532
             PERFORM 1010-CHAMAR-PARMSERV.                              00016598
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00016664
                MOVE ' PARMSERV SEM COMPETENCIA ' TO WRK-MSG            00016730
                PERFORM 9000-TRATAR-ERROS                               00016800
             END-IF.                                                    00016900
             MOVE WRK-PSV-VALOR TO WRK-COMPETENCIA.                     00017300
                                                                        00017700
             PERFORM 1200-APURAR-DIAS-UTEIS.                            00017800
                                                                        00017900
                                                                        00020500
      *-------------------------------------------------------*         00020600
       1000-999-FIM.                              EXIT.                 00020700
      *-------------------------------------------------------*         00020706
                                                                        00020712
      *-------------------------------------------------------*         00020718
       1010-CHAMAR-PARMSERV                       SECTION.              00020724
      *-------------------------------------------------------*         00020730
                                                                        00020736
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00020742
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00020748
                 ON EXCEPTION                                           00020754
                    MOVE '02' TO WRK-PSV-RETORNO                        00020760
             END-CALL.                                                  00020766
                                                                        00020772
      *-------------------------------------------------------*         00020778
       1010-999-FIM.                              EXIT.                 00020784
      *-------------------------------------------------------*         00020800
                                                                        00020900
      *---------------------------------------------------------------  00021000
