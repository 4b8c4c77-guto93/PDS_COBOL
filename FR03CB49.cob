      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB49.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 25/09/2023                                       00000800
      *     OBJETIVO : RELATORIO DE USO DAS TABELAS DE INSS E IRRF      00000900
      *              : -- LE O TABUSO, GRAVADO A CADA RODADA PELA       00001000
      *              : FOLHA MENSAL (FR03DB15) E PELA FOLHA DO 13o      00001100
      *              : (FR03DB47), E IMPRIME EM RELTABUS A DATA, O      00001200
      *              : PROGRAMA, A COMPETENCIA, O MODO E A VIGENCIA     00001300
      *              : (COM A QUANTIDADE DE FAIXAS) DE CADA TABELA      00001400
      *              : USADA NO CALCULO. SERVE PARA PROVAR QUAL         00001500
      *              : GERACAO DO INSSFX/IRRFFX VALEU NUMA RODADA       00001600
      *              : QUANDO A TABELA MUDA NO MEIO DO ANO.             00001700
      *-------------------------------------------------------------*   00001800
      *     SYSIN (OPCIONAL): COMPETENCIA AAAAMM PARA LISTAR SO AS      00001900
      *     RODADAS DAQUELE MES; EM BRANCO LISTA O ARQUIVO INTEIRO.     00002000
      *===========================================================*     00002100
      *===========================================================*     00002200
       ENVIRONMENT                                    DIVISION.         00002300
      *===========================================================*     00002400
       CONFIGURATION                                  SECTION.          00002500
      *===========================================================*     00002600
                                                                        00002700
          SPECIAL-NAMES.                                                00002800
              DECIMAL-POINT IS COMMA.                                   00002900
                                                                        00003000
      *===========================================================*     00003100
       INPUT-OUTPUT                                   SECTION.          00003200
      *===========================================================*     00003300
       FILE-CONTROL.                                                    00003400
                                                                        00003500
           SELECT TABUSO    ASSIGN TO TABUSO                            00003600
                FILE STATUS  IS WRK-FS-TABUSO.                          00003700
                                                                        00003800
           SELECT RELTABUS  ASSIGN TO RELTABUS                          00003900
                FILE STATUS  IS WRK-FS-RELTABUS.                        00004000
                                                                        00004100
      *===========================================================*     00004200
       DATA                                       DIVISION.             00004300
      *===========================================================*     00004400
                                                                        00004500
      *-----------------------------------------------------------*     00004600
       FILE                                       SECTION.              00004700
      *-----------------------------------------------------------*     00004800
                                                                        00004900
       FD TABUSO                                                        00005000
           RECORDING MODE IS F                                          00005100
           BLOCK CONTAINS 0 RECORDS.                                    00005200
       01 FD-TABUSO.                                                    00005300
          05 FD-TBU-DATA          PIC X(08).                            00005400
          05 FD-TBU-PROGRAMA      PIC X(08).                            00005500
          05 FD-TBU-COMPETENCIA   PIC X(06).                            00005600
          05 FD-TBU-MODO          PIC X(08).                            00005700
          05 FD-TBU-VIG-INSS      PIC X(08).                            00005800
          05 FD-TBU-FAIXAS-INSS   PIC 9(02).                            00005900
          05 FD-TBU-VIG-IRRF      PIC X(08).                            00006000
          05 FD-TBU-FAIXAS-IRRF   PIC 9(02).                            00006100
          05 FILLER               PIC X(10).                            00006200
                                                                        00006300
       FD RELTABUS                                                      00006400
           RECORDING MODE IS F                                          00006500
           BLOCK CONTAINS 0 RECORDS.                                    00006600
       01 FD-RELTABUS             PIC X(80).                            00006700
                                                                        00006800
      *-----------------------------------------------------------*     00006900
       WORKING-STORAGE                            SECTION.              00007000
      *-----------------------------------------------------------*     00007100
                                                                        00007200
       77 WRK-FS-TABUSO            PIC X(02)    VALUE ZEROS.            00007300
       77 WRK-FS-RELTABUS          PIC X(02)    VALUE ZEROS.            00007400
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00007500
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00007600
                                                                        00007700
       01 WRK-ENTRADA.                                                  00007800
          05 WRK-ENT-COMPETENCIA   PIC X(06).                           00007900
          05 FILLER                PIC X(74).                           00008000
                                                                        00008100
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00008200
       77 WRK-REG-LISTADOS         PIC 9(07)    VALUE ZEROS.            00008300
                                                                        00008400
       01 WRK-LIN-CAB.                                                  00008500
          05 FILLER           PIC X(36) VALUE                           00008600
             'USO DAS TABELAS DE INSS E IRRF  EM '.                     00008700
          05 WRK-CAB-DATA     PIC X(08).                                00008800
          05 FILLER           PIC X(15) VALUE '  COMPETENCIA: '.        00008900
          05 WRK-CAB-COMPET   PIC X(06).                                00009000
          05 FILLER           PIC X(15) VALUE SPACES.                   00009100
                                                                        00009200
       01 WRK-LIN-COLUNAS.                                              00009300
          05 FILLER           PIC X(12) VALUE '  DATA'.                 00009400
          05 FILLER           PIC X(10) VALUE 'PROGRAMA'.               00009500
          05 FILLER           PIC X(08) VALUE 'COMPET'.                 00009600
          05 FILLER           PIC X(10) VALUE 'MODO'.                   00009700
          05 FILLER           PIC X(10) VALUE 'VIG.INSS'.               00009800
          05 FILLER           PIC X(04) VALUE 'FX'.                     00009900
          05 FILLER           PIC X(10) VALUE 'VIG.IRRF'.               00010000
          05 FILLER           PIC X(16) VALUE 'FX'.                     00010100
                                                                        00010200
       01 WRK-LIN-DETALHE.                                              00010300
          05 FILLER           PIC X(02) VALUE SPACES.                   00010400
          05 WRK-DET-DATA     PIC X(08).                                00010500
          05 FILLER           PIC X(02) VALUE SPACES.                   00010600
          05 WRK-DET-PROGRAMA PIC X(08).                                00010700
          05 FILLER           PIC X(02) VALUE SPACES.                   00010800
          05 WRK-DET-COMPET   PIC X(06).                                00010900
          05 FILLER           PIC X(02) VALUE SPACES.                   00011000
          05 WRK-DET-MODO     PIC X(08).                                00011100
          05 FILLER           PIC X(02) VALUE SPACES.                   00011200
          05 WRK-DET-VIG-INSS PIC X(08).                                00011300
          05 FILLER           PIC X(02) VALUE SPACES.                   00011400
          05 WRK-DET-FX-INSS  PIC Z9.                                   00011500
          05 FILLER           PIC X(02) VALUE SPACES.                   00011600
          05 WRK-DET-VIG-IRRF PIC X(08).                                00011700
          05 FILLER           PIC X(02) VALUE SPACES.                   00011800
          05 WRK-DET-FX-IRRF  PIC Z9.                                   00011900
          05 FILLER           PIC X(14) VALUE SPACES.                   00012000
                                                                        00012100
       01 WRK-LIN-TOTAL.                                                00012200
          05 FILLER           PIC X(22) VALUE                           00012300
             '  RODADAS LISTADAS....'.                                  00012400
          05 WRK-TOT-LISTADOS PIC Z.ZZZ.ZZ9.                            00012500
          05 FILLER           PIC X(49) VALUE SPACES.                   00012600
                                                                        00012700
       01 WRK-LIN-TRACO.                                                00012800
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00012900
                                                                        00013000
      *-----------------------------------------------------------*     00013100
                                                                        00013200
      *===========================================================*     00013300
       PROCEDURE                                  DIVISION.             00013400
      *===========================================================*     00013500
                                                                        00013600
      *-------------------------------------------------------*         00013700
       0000-PRINCIPAL                              SECTION.             00013800
      *-------------------------------------------------------*         00013900
                                                                        00014000
            PERFORM 1000-INICIAR.                                       00014100
            PERFORM 2000-LISTAR                                         00014200
               UNTIL WRK-FS-TABUSO NOT EQUAL '00'.                      00014300
            PERFORM 8000-FINALIZAR.                                     00014400
                                                                        00014500
      *-------------------------------------------------------*         00014600
       0000-999-FIM.                               EXIT.                00014700
      *-------------------------------------------------------*         00014800
                                                                        00014900
      *-------------------------------------------------------*         00015000
       1000-INICIAR                               SECTION.              00015100
      *-------------------------------------------------------*         00015200
                                                                        00015300
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00015400
             MOVE SPACES TO WRK-ENTRADA.                                00015500
             ACCEPT WRK-ENTRADA FROM SYSIN.                             00015600
             IF WRK-ENT-COMPETENCIA NOT NUMERIC                         00015700
                MOVE SPACES TO WRK-ENT-COMPETENCIA                      00015800
             END-IF.                                                    00015900
                                                                        00016000
             OPEN INPUT TABUSO.                                         00016100
             IF WRK-FS-TABUSO NOT EQUAL '00'                            00016200
                MOVE ' ERRO OPEN TABUSO ' TO WRK-MSG                    00016300
                PERFORM 9000-TRATAR-ERROS                               00016400
             END-IF.                                                    00016500
                                                                        00016600
             OPEN OUTPUT RELTABUS.                                      00016700
             IF WRK-FS-RELTABUS NOT EQUAL '00'                          00016800
                MOVE ' ERRO OPEN RELTABUS ' TO WRK-MSG                  00016900
                PERFORM 9000-TRATAR-ERROS                               00017000
             END-IF.                                                    00017100
                                                                        00017200
             MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.                        00017300
             IF WRK-ENT-COMPETENCIA EQUAL SPACES                        00017400
                MOVE 'TODAS' TO WRK-CAB-COMPET                          00017500
             ELSE                                                       00017600
                MOVE WRK-ENT-COMPETENCIA TO WRK-CAB-COMPET              00017700
             END-IF.                                                    00017800
             WRITE FD-RELTABUS FROM WRK-LIN-CAB.                        00017900
             WRITE FD-RELTABUS FROM WRK-LIN-TRACO.                      00018000
             WRITE FD-RELTABUS FROM WRK-LIN-COLUNAS.                    00018100
             WRITE FD-RELTABUS FROM WRK-LIN-TRACO.                      00018200
                                                                        00018300
             READ TABUSO.                                               00018400
                                                                        00018500
      *-------------------------------------------------------*         00018600
       1000-999-FIM.                              EXIT.                 00018700
      *-------------------------------------------------------*         00018800
                                                                        00018900
      *-------------------------------------------------------*         00019000
       2000-LISTAR                                SECTION.              00019100
      *-------------------------------------------------------*         00019200
                                                                        00019300
             ADD 1 TO WRK-REG-LIDOS.                                    00019400
             IF WRK-ENT-COMPETENCIA EQUAL SPACES OR                     00019500
                WRK-ENT-COMPETENCIA EQUAL FD-TBU-COMPETENCIA            00019600
                MOVE FD-TBU-DATA         TO WRK-DET-DATA                00019700
                MOVE FD-TBU-PROGRAMA     TO WRK-DET-PROGRAMA            00019800
                MOVE FD-TBU-COMPETENCIA  TO WRK-DET-COMPET              00019900
                MOVE FD-TBU-MODO         TO WRK-DET-MODO                00020000
                MOVE FD-TBU-VIG-INSS     TO WRK-DET-VIG-INSS            00020100
                MOVE FD-TBU-FAIXAS-INSS  TO WRK-DET-FX-INSS             00020200
                MOVE FD-TBU-VIG-IRRF     TO WRK-DET-VIG-IRRF            00020300
                MOVE FD-TBU-FAIXAS-IRRF  TO WRK-DET-FX-IRRF             00020400
                WRITE FD-RELTABUS FROM WRK-LIN-DETALHE                  00020500
                ADD 1 TO WRK-REG-LISTADOS                               00020600
             END-IF.                                                    00020700
             READ TABUSO.                                               00020800
                                                                        00020900
      *-------------------------------------------------------*         00021000
       2000-999-FIM.                              EXIT.                 00021100
      *-------------------------------------------------------*         00021200
                                                                        00021300
      *-------------------------------------------------------*         00021400
       8000-FINALIZAR                             SECTION.              00021500
      *-------------------------------------------------------*         00021600
                                                                        00021700
             MOVE WRK-REG-LISTADOS TO WRK-TOT-LISTADOS.                 00021800
             WRITE FD-RELTABUS FROM WRK-LIN-TRACO.                      00021900
             WRITE FD-RELTABUS FROM WRK-LIN-TOTAL.                      00022000
                                                                        00022100
             CLOSE TABUSO.                                              00022200
             CLOSE RELTABUS.                                            00022300
                                                                        00022400
             DISPLAY '===================================='.            00022500
             DISPLAY ' USO DAS TABELAS DE INSS E IRRF '.                00022600
             DISPLAY ' REGISTROS LIDOS.......: ' WRK-REG-LIDOS.         00022700
             DISPLAY ' RODADAS LISTADAS......: ' WRK-REG-LISTADOS.      00022800
             DISPLAY '==================================== '.           00022900
                STOP RUN.                                               00023000
                                                                        00023100
      *-------------------------------------------------------*         00023200
       8000-999-FIM.                              EXIT.                 00023300
      *-------------------------------------------------------*         00023400
                                                                        00023500
      *-------------------------------------------------------*         00023600
       9000-TRATAR-ERROS                           SECTION.             00023700
      *-------------------------------------------------------*         00023800
                                                                        00023900
             DISPLAY '-----------------------------'.                   00024000
             DISPLAY WRK-MSG.                                           00024100
             DISPLAY '-----------------------------'.                   00024200
                STOP RUN.                                               00024300
                                                                        00024400
      *-------------------------------------------------------*         00024500
       9000-999-FIM.                              EXIT.                 00024600
      *-------------------------------------------------------*         00024700
