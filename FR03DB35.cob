      *     DATA     : 07/09/2022                                       00001200
      *     OBJETIVO : INFORME DE RENDIMENTOS ANUAL -- PERCORRE         00001300
      *              : POR CURSOR A FOUR001.FOLHA_ACUM DO ANO           00001400
      *              : PEDIDO NO PARMSERV (AAAA, PARAMETRO              00001500
      *              : FR03DB35/ANO), BUSCA O NOME NA FOUR001.FUNC      00001600
      *              : E IMPRIME EM RELINF OS TOTAIS DE BRUTO,          00001700
      *              : INSS, IRRF E LIQUIDO DE CADA FUNCIONARIO         00001800
      *              : E OS MESES PAGOS - SEM REPROCESSAR OS            00001900
      *              : DOZE HOLERITES DO ANO.                           00002000
      *     MANUTENCAO:                                                 00002016
      *     - 07/08/2023: O 13o SALARIO PAGO PELO FR03DB47 SAI EM       00002032
      *       LINHA PROPRIA ABAIXO DO FUNCIONARIO (BRUTO, INSS E        00002048
      *       IRRF DO 13o, TRIBUTACAO EXCLUSIVA), LIDO DAS COLUNAS      00002064
      *       TOTAL_13, INSS_13 E IRRF_13 DA FOLHA_ACUM.                00002080
      *     - 04/12/2023: O ANO-BASE SAIU DO ANOPARM E PASSOU A SER     00002085
      *       LIDO NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,         00002090
      *       FR03DB35/ANO), CONTINUANDO OBRIGATORIO.                   00002095
      *=======================================================*         00002100
      *=======================================================*         00002200
       ENVIRONMENT                                    DIVISION.         00002300
      *=======================================================*         00003100
       INPUT-OUTPUT                                   SECTION.          00003200
       FILE-CONTROL.                                                    00003300
             SELECT RELINF   ASSIGN TO RELINF                           00003600
                FILE STATUS  IS WRK-FS-RELINF.                          00003700
      *=======================================================*         00003800
      *-------------------------------------------------------*         00004200
       FILE                                       SECTION.              00004300
      *-------------------------------------------------------*         00004400
       FD RELINF                                                        00005100
           RECORDING MODE IS F                                          00005200
           BLOCK CONTAINS 0 RECORDS.                                    00005300
                                                                        00007300
       77 WRK-SQLCODE       PIC -999.                                   00007400
                                                                        00007500
       77 WRK-FS-RELINF     PIC X(02) VALUE ZEROS.                      00007700
       77 WRK-MSG           PIC X(50) VALUE SPACES.                     00007800
                                                                        00007900
       77 DB2-ID            PIC S9(04) COMP VALUE ZEROS.                00008000
       01 DB2-NOME          PIC X(30) VALUE SPACES.                     00008100
       77 WRK-ANO           PIC S9(04) COMP VALUE ZEROS.                00008200
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00008208
       01 WRK-PSV-AREA.                                                 00008216
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00008224
          05 WRK-PSV-NOME       PIC X(12).                              00008232
          05 WRK-PSV-VALOR      PIC X(30).                              00008240
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00008248
          05 WRK-PSV-NUMERICO   PIC X(01).                              00008256
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00008264
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00008272
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00008280
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00008288
       01 DB2-TOT-BRUTO     PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008300
       01 DB2-TOT-INSS      PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008400
       01 DB2-TOT-IRRF      PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008500
       01 DB2-TOT-LIQUIDO   PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008600
       77 DB2-MESES         PIC S9(04) COMP VALUE ZEROS.                00008700
       01 DB2-TOT-13        PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008725
       01 DB2-INSS-13       PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008750
       01 DB2-IRRF-13       PIC S9(10)V99 COMP-3 VALUE ZEROS.           00008775
                                                                        00008800
       77 WRK-REG-IMPRESSOS PIC 9(07) VALUE ZEROS.                      00008900
                                                                        00009000
          05 FILLER          PIC X(06) VALUE ' MESES'.                  00010700
          05 WRK-LIN-MESES   PIC Z9.                                    00010800
          05 FILLER          PIC X(02) VALUE SPACES.                    00010900
                                                                        00010907
       01 WRK-LIN-13.                                                   00010914
          05 FILLER          PIC X(05) VALUE SPACES.                    00010921
          05 FILLER          PIC X(30) VALUE                            00010928
                '13o SALARIO (TRIB. EXCLUSIVA)'.                        00010935
          05 FILLER          PIC X(07) VALUE ' BRUTO '.                 00010942
          05 WRK-L13-BRUTO   PIC ZZZ.ZZZ.ZZ9,99.                        00010949
          05 FILLER          PIC X(06) VALUE ' INSS '.                  00010956
          05 WRK-L13-INSS    PIC ZZZ.ZZ9,99.                            00010963
          05 FILLER          PIC X(06) VALUE ' IRRF '.                  00010970
          05 WRK-L13-IRRF    PIC ZZZ.ZZ9,99.                            00010977
          05 FILLER          PIC X(12) VALUE SPACES.                    00010984
                                                                        00011000
      *-------------------------------------------------------*         00011100
                                                                        00011200
       1000-INICIAR                               SECTION.              00013000
      *-------------------------------------------------------*         00013100
                                                                        00013200
             MOVE 'FR03DB35'     TO WRK-PSV-PROGRAMA.                   00013257
             MOVE 'ANO'          TO WRK-PSV-NOME.                       00013314
             PERFORM 1010-CHAMAR-PARMSERV.                              00013371
             IF WRK-PSV-RETORNO NOT EQUAL '00' OR                       00013428
                NOT WRK-PSV-E-NUMERO                                    00013485
                MOVE ' PARMSERV SEM ANO-BASE ' TO WRK-MSG               00013542
                PERFORM 9000-TRATAR-ERROS                               00013600
             END-IF.                                                    00013700
             MOVE WRK-PSV-NUMERO TO WRK-ANO.                            00014100
                                                                        00014500
             OPEN OUTPUT RELINF.                                        00014600
             IF WRK-FS-RELINF NOT EQUAL '00'                            00014700
                PERFORM 9000-TRATAR-ERROS                               00014900
             END-IF.                                                    00015000
                                                                        00015100
             MOVE WRK-ANO    TO WRK-CAB1-ANO.                           00015200
             MOVE WRK-CAB1 TO FD-RELINF.                                00015300
             WRITE FD-RELINF.                                           00015400
                                                                        00015500
      *-------------------------------------------------------*         00015600
       1000-999-FIM.                              EXIT.                 00015700
      *-------------------------------------------------------*         00015706
                                                                        00015712
      *-------------------------------------------------------*         00015718
       1010-CHAMAR-PARMSERV                       SECTION.              00015724
      *-------------------------------------------------------*         00015730
                                                                        00015736
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00015742
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00015748
                 ON EXCEPTION                                           00015754
                    MOVE '02' TO WRK-PSV-RETORNO                        00015760
             END-CALL.                                                  00015766
                                                                        00015772
      *-------------------------------------------------------*         00015778
       1010-999-FIM.                              EXIT.                 00015784
      *-------------------------------------------------------*         00015800
                                                                        00015900
      *---------------------------------------------------------------  00016000
            EXEC SQL                                                    00016700
               DECLARE CSRACUM CURSOR FOR                               00016800
                  SELECT ID_FUNC, TOTAL_BRUTO, TOTAL_INSS,              00016900
                         TOTAL_IRRF, TOTAL_LIQUIDO, MESES_PAGOS,        00016966
                         TOTAL_13, INSS_13, IRRF_13                     00017032
                    FROM FOUR001.FOLHA_ACUM                             00017100
                   WHERE ANO = :WRK-ANO                                 00017200
                   ORDER BY ID_FUNC                                     00017300
            EXEC SQL                                                    00019300
               FETCH CSRACUM                                            00019400
                INTO :DB2-ID, :DB2-TOT-BRUTO, :DB2-TOT-INSS,            00019500
                     :DB2-TOT-IRRF, :DB2-TOT-LIQUIDO, :DB2-MESES,       00019566
                     :DB2-TOT-13, :DB2-INSS-13, :DB2-IRRF-13            00019632
            END-EXEC.                                                   00019700
                                                                        00019800
            IF SQLCODE EQUAL ZEROS                                      00019900
            MOVE DB2-MESES       TO WRK-LIN-MESES.                      00022500
            MOVE WRK-LIN-FUNC TO FD-RELINF.                             00022600
            WRITE FD-RELINF.                                            00022700
            IF DB2-TOT-13 GREATER THAN ZEROS                            00022712
               MOVE DB2-TOT-13      TO WRK-L13-BRUTO                    00022724
               MOVE DB2-INSS-13     TO WRK-L13-INSS                     00022736
               MOVE DB2-IRRF-13     TO WRK-L13-IRRF                     00022748
               MOVE WRK-LIN-13 TO FD-RELINF                             00022760
               WRITE FD-RELINF                                          00022772
            END-IF.                                                     00022784
            ADD 1 TO WRK-REG-IMPRESSOS.                                 00022800
                                                                        00022900
      *-------------------------------------------------------*         00023000
