      *              : ADESAO DE CADA FUNCIONARIO EM BENEF              00001400
      *              : (MATRICULA, VALOR DIARIO E QUANTIDADE DE         00001500
      *              : VT, VALOR DIARIO DE VR), APURA OS DIAS           00001600
      *              : UTEIS DA COMPETENCIA (PARMSERV, AAAAMM)          00001700
      *              : NA DATASERV (FUNCAO 05, COMO O FR03DB33          00001800
      *              : FAZ NO PONTO), GRAVA O PEDIDO DE COMPRA          00001900
      *              : PARA A OPERADORA EM VALEPED (COM TRAILER         00002000
      *              : DO SALARIO (TETO LEGAL DO VT) E O CUSTO          00002300
      *              : DO VT - QUE A FOLHA (FR03DB15) APLICA            00002400
      *              : COMO VERBA 130.                                  00002500
      *     MANUTENCAO:                                                 00002532
      *     - 04/12/2023: A COMPETENCIA SAIU DO VALEPARM E PASSOU A SER 00002548
      *       LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,         00002564
      *       FR03DB41/COMPETENCIA), CONTINUANDO OBRIGATORIA.           00002580
      *=======================================================*         00002600
      *=======================================================*         00002700
       ENVIRONMENT                                    DIVISION.         00002800
       FILE-CONTROL.                                                    00003800
             SELECT BENEF    ASSIGN TO BENEF                            00003900
                FILE STATUS  IS WRK-FS-BENEF.                           00004000
             SELECT VALEPED  ASSIGN TO VALEPED                          00004300
                FILE STATUS  IS WRK-FS-VALEPED.                         00004400
             SELECT DESCVT   ASSIGN TO DESCVT                           00004500
          05 FD-BNF-VT-QTDE      PIC 9(02).                             00006000
          05 FD-BNF-VR-VALOR     PIC 9(05)V99.                          00006100
          05 FILLER              PIC X(10).                             00006200
                                                                        00006900
       FD VALEPED                                                       00007000
           RECORDING MODE IS F                                          00007100
       77 WRK-SQLCODE       PIC -999.                                   00011600
                                                                        00011700
       77 WRK-FS-BENEF      PIC X(02) VALUE ZEROS.                      00011800
       77 WRK-FS-VALEPED    PIC X(02) VALUE ZEROS.                      00012000
       77 WRK-FS-DESCVT     PIC X(02) VALUE ZEROS.                      00012100
       77 WRK-MSG           PIC X(50) VALUE SPACES.                     00012200
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00013400
                                                                        00013500
       77 WRK-COMPETENCIA   PIC X(06) VALUE SPACES.                     00013600
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00013608
       01 WRK-PSV-AREA.                                                 00013616
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00013624
          05 WRK-PSV-NOME       PIC X(12).                              00013632
          05 WRK-PSV-VALOR      PIC X(30).                              00013640
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00013648
          05 WRK-PSV-NUMERICO   PIC X(01).                              00013656
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00013664
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00013672
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00013680
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00013688
       77 WRK-DIAS-UTEIS    PIC 9(05) VALUE ZEROS.                      00013700
       01 WRK-DATA-INI      PIC X(10) VALUE SPACES.                     00013800
       01 WRK-DATA-FIM      PIC X(10) VALUE SPACES.                     00013900
       1000-INICIAR                               SECTION.              00017000
      *-------------------------------------------------------*         00017100
                                                                        00017200
             MOVE 'FR03DB41'     TO WRK-PSV-PROGRAMA.                   00017266
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00017332
             PERFORM 1010-CHAMAR-PARMSERV.                              00017398
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00017464
                MOVE ' PARMSERV SEM COMPETENCIA ' TO WRK-MSG            00017530
                PERFORM 9000-TRATAR-ERROS                               00017600
             END-IF.                                                    00017700
             MOVE WRK-PSV-VALOR TO WRK-COMPETENCIA.                     00018100
                                                                        00018500
             PERFORM 1200-APURAR-DIAS-UTEIS.                            00018600
                                                                        00018700
                                                                        00021800
      *-------------------------------------------------------*         00021900
       1000-999-FIM.                              EXIT.                 00022000
      *-------------------------------------------------------*         00022006
                                                                        00022012
      *-------------------------------------------------------*         00022018
       1010-CHAMAR-PARMSERV                       SECTION.              00022024
      *-------------------------------------------------------*         00022030
                                                                        00022036
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00022042
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00022048
                 ON EXCEPTION                                           00022054
                    MOVE '02' TO WRK-PSV-RETORNO                        00022060
             END-CALL.                                                  00022066
                                                                        00022072
      *-------------------------------------------------------*         00022078
       1010-999-FIM.                              EXIT.                 00022084
      *-------------------------------------------------------*         00022100
                                                                        00022200
      *---------------------------------------------------------------  00022300
