      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB50.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 09/10/2023                                       00000800
      *     OBJETIVO : CONVERSAO (EXECUCAO UNICA) DO MOVIMENTO          00000900
      *              : ACEITO DO RAZAO DO LAYOUT ANTIGO DE 56           00001000
      *              : POSICOES (VALOR 9(05)V99) PARA O LAYOUT DE       00001100
      *              : 60 POSICOES (VALOR 9(09)V99). RODA UMA VEZ       00001200
      *              : POR GERACAO: LE A GERACAO ATUAL COMO ACEIANT     00001300
      *              : E GRAVA ACEINOV, SOMANDO QUANTIDADE, DEBITOS     00001400
      *              : E CREDITOS ANTES E DEPOIS DA CONVERSAO; A        00001500
      *              : TROCA DOS DATASETS E FEITA NO JOB DEPOIS DA      00001600
      *              : CONFERENCIA DOS TOTAIS - MESMO ROTEIRO DO        00001700
      *              : FR03CB48.                                        00001800
      *-------------------------------------------------------------*   00001900
      *     O SALDOABR (E O SALDOANT/SALDONOVO DO FR03CB25) JA          00002000
      *     GUARDA O SALDO EM S9(12)V99 E NAO MUDA DE LAYOUT; A         00002100
      *     CONFERENCIA DELE E RODAR O FR03CB25 SOBRE AS GERACOES       00002200
      *     CONVERTIDAS E BATER COM O SALDO DA ULTIMA RODADA.           00002300
      *===========================================================*     00002400
      *===========================================================*     00002500
       ENVIRONMENT                                    DIVISION.         00002600
      *===========================================================*     00002700
       CONFIGURATION                                  SECTION.          00002800
      *===========================================================*     00002900
                                                                        00003000
          SPECIAL-NAMES.                                                00003100
              DECIMAL-POINT IS COMMA.                                   00003200
                                                                        00003300
      *===========================================================*     00003400
       INPUT-OUTPUT                                   SECTION.          00003500
      *===========================================================*     00003600
       FILE-CONTROL.                                                    00003700
                                                                        00003800
           SELECT ACEIANT    ASSIGN TO ACEIANT                          00003900
                FILE STATUS  IS WRK-FS-ACEIANT.                         00004000
                                                                        00004100
           SELECT ACEINOV    ASSIGN TO ACEINOV                          00004200
                FILE STATUS  IS WRK-FS-ACEINOV.                         00004300
                                                                        00004400
      *===========================================================*     00004500
       DATA                                       DIVISION.             00004600
      *===========================================================*     00004700
                                                                        00004800
      *-----------------------------------------------------------*     00004900
       FILE                                       SECTION.              00005000
      *-----------------------------------------------------------*     00005100
                                                                        00005200
       FD ACEIANT                                                       00005300
           RECORDING MODE IS F                                          00005400
           BLOCK CONTAINS 0 RECORDS.                                    00005500
       01 FD-ACEIANT.                                                   00005600
          05 FD-ANT-DATA         PIC 9(08).                             00005700
          05 FD-ANT-LANCAMENTO   PIC X(30).                             00005800
          05 FD-ANT-VALOR        PIC 9(05)V99.                          00005900
          05 FD-ANT-TIPO         PIC X(01).                             00006000
             88 FD-ANT-CREDITO         VALUE 'C'.                       00006100
             88 FD-ANT-DEBITO          VALUE 'D'.                       00006200
          05 FD-ANT-CONTA        PIC X(06).                             00006300
          05 FD-ANT-CCUSTO       PIC X(04).                             00006400
                                                                        00006500
       FD ACEINOV                                                       00006600
           RECORDING MODE IS F                                          00006700
           BLOCK CONTAINS 0 RECORDS.                                    00006800
       01 FD-ACEINOV.                                                   00006900
          05 FD-NOVO-DATA        PIC 9(08).                             00007000
          05 FD-NOVO-LANCAMENTO  PIC X(30).                             00007100
          05 FD-NOVO-VALOR       PIC 9(09)V99.                          00007200
          05 FD-NOVO-TIPO        PIC X(01).                             00007300
             88 FD-NOVO-CREDITO        VALUE 'C'.                       00007400
             88 FD-NOVO-DEBITO         VALUE 'D'.                       00007500
          05 FD-NOVO-CONTA       PIC X(06).                             00007600
          05 FD-NOVO-CCUSTO      PIC X(04).                             00007700
                                                                        00007800
      *-----------------------------------------------------------*     00007900
       WORKING-STORAGE                            SECTION.              00008000
      *-----------------------------------------------------------*     00008100
                                                                        00008200
       77 WRK-FS-ACEIANT           PIC X(02)    VALUE ZEROS.            00008300
       77 WRK-FS-ACEINOV           PIC X(02)    VALUE ZEROS.            00008400
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00008500
                                                                        00008600
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00008700
       77 WRK-REG-GRAVADOS         PIC 9(07)    VALUE ZEROS.            00008800
                                                                        00008900
       01 WRK-DEB-ANTES            PIC 9(13)V99 VALUE ZEROS.            00009000
       01 WRK-CRED-ANTES           PIC 9(13)V99 VALUE ZEROS.            00009100
       01 WRK-DEB-DEPOIS           PIC 9(13)V99 VALUE ZEROS.            00009200
       01 WRK-CRED-DEPOIS          PIC 9(13)V99 VALUE ZEROS.            00009300
       01 WRK-VALOR-EDT            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.            00009400
                                                                        00009500
      *-----------------------------------------------------------*     00009600
                                                                        00009700
      *===========================================================*     00009800
       PROCEDURE                                  DIVISION.             00009900
      *===========================================================*     00010000
                                                                        00010100
      *-------------------------------------------------------*         00010200
       0000-PRINCIPAL                              SECTION.             00010300
      *-------------------------------------------------------*         00010400
                                                                        00010500
            PERFORM 1000-INICIAR.                                       00010600
            PERFORM 2000-CONVERTER UNTIL WRK-FS-ACEIANT EQUAL '10'.     00010700
            PERFORM 3000-FINALIZAR.                                     00010800
                                                                        00010900
      *-------------------------------------------------------*         00011000
       0000-999-FIM.                               EXIT.                00011100
      *-------------------------------------------------------*         00011200
                                                                        00011300
      *-------------------------------------------------------*         00011400
       1000-INICIAR                               SECTION.              00011500
      *-------------------------------------------------------*         00011600
                                                                        00011700
             OPEN INPUT ACEIANT.                                        00011800
             IF WRK-FS-ACEIANT NOT EQUAL '00'                           00011900
                MOVE ' ERRO OPEN ACEIANT ' TO WRK-MSG                   00012000
                PERFORM 9000-TRATAR-ERROS                               00012100
             END-IF.                                                    00012200
                                                                        00012300
             OPEN OUTPUT ACEINOV.                                       00012400
             IF WRK-FS-ACEINOV NOT EQUAL '00'                           00012500
                MOVE ' ERRO OPEN ACEINOV ' TO WRK-MSG                   00012600
                PERFORM 9000-TRATAR-ERROS                               00012700
             END-IF.                                                    00012800
                                                                        00012900
             DISPLAY '===================================='.            00013000
             DISPLAY ' CONVERSAO DO MOVIMENTO ACEITO '.                 00013100
             DISPLAY '===================================='.            00013200
                                                                        00013300
             READ ACEIANT.                                              00013400
                                                                        00013500
      *-------------------------------------------------------*         00013600
       1000-999-FIM.                              EXIT.                 00013700
      *-------------------------------------------------------*         00013800
                                                                        00013900
      *-------------------------------------------------------*         00014000
       2000-CONVERTER                             SECTION.              00014100
      *-------------------------------------------------------*         00014200
                                                                        00014300
             IF WRK-FS-ACEIANT EQUAL '00'                               00014400
                ADD 1 TO WRK-REG-LIDOS                                  00014500
                IF FD-ANT-DEBITO                                        00014600
                   ADD FD-ANT-VALOR TO WRK-DEB-ANTES                    00014700
                ELSE                                                    00014800
                   ADD FD-ANT-VALOR TO WRK-CRED-ANTES                   00014900
                END-IF                                                  00015000
                MOVE SPACES             TO FD-ACEINOV                   00015100
                MOVE FD-ANT-DATA        TO FD-NOVO-DATA                 00015200
                MOVE FD-ANT-LANCAMENTO  TO FD-NOVO-LANCAMENTO           00015300
                MOVE FD-ANT-VALOR       TO FD-NOVO-VALOR                00015400
                MOVE FD-ANT-TIPO        TO FD-NOVO-TIPO                 00015500
                MOVE FD-ANT-CONTA       TO FD-NOVO-CONTA                00015600
                MOVE FD-ANT-CCUSTO      TO FD-NOVO-CCUSTO               00015700
                WRITE FD-ACEINOV                                        00015800
                IF WRK-FS-ACEINOV EQUAL '00'                            00015900
                   ADD 1 TO WRK-REG-GRAVADOS                            00016000
                   IF FD-NOVO-DEBITO                                    00016100
                      ADD FD-NOVO-VALOR TO WRK-DEB-DEPOIS               00016200
                   ELSE                                                 00016300
                      ADD FD-NOVO-VALOR TO WRK-CRED-DEPOIS              00016400
                   END-IF                                               00016500
                ELSE                                                    00016600
                   MOVE ' ERRO WRITE ACEINOV ' TO WRK-MSG               00016700
                   PERFORM 9000-TRATAR-ERROS                            00016800
                END-IF                                                  00016900
             END-IF.                                                    00017000
                                                                        00017100
             READ ACEIANT.                                              00017200
                                                                        00017300
      *-------------------------------------------------------*         00017400
       2000-999-FIM.                              EXIT.                 00017500
      *-------------------------------------------------------*         00017600
                                                                        00017700
      *-------------------------------------------------------*         00017800
       3000-FINALIZAR                              SECTION.             00017900
      *-------------------------------------------------------*         00018000
                                                                        00018100
             CLOSE ACEIANT.                                             00018200
             CLOSE ACEINOV.                                             00018300
                                                                        00018400
             DISPLAY '===================================='.            00018500
             DISPLAY ' LIDOS DO LAYOUT ANTIGO..: ' WRK-REG-LIDOS.       00018600
             DISPLAY ' GRAVADOS NO LAYOUT NOVO.: '                      00018700
                      WRK-REG-GRAVADOS.                                 00018800
             MOVE WRK-DEB-ANTES TO WRK-VALOR-EDT.                       00018900
             DISPLAY ' DEBITOS ANTES...........: ' WRK-VALOR-EDT.       00019000
             MOVE WRK-DEB-DEPOIS TO WRK-VALOR-EDT.                      00019100
             DISPLAY ' DEBITOS DEPOIS..........: ' WRK-VALOR-EDT.       00019200
             MOVE WRK-CRED-ANTES TO WRK-VALOR-EDT.                      00019300
             DISPLAY ' CREDITOS ANTES..........: ' WRK-VALOR-EDT.       00019400
             MOVE WRK-CRED-DEPOIS TO WRK-VALOR-EDT.                     00019500
             DISPLAY ' CREDITOS DEPOIS.........: ' WRK-VALOR-EDT.       00019600
             IF WRK-REG-LIDOS EQUAL WRK-REG-GRAVADOS AND                00019700
                WRK-DEB-ANTES EQUAL WRK-DEB-DEPOIS AND                  00019800
                WRK-CRED-ANTES EQUAL WRK-CRED-DEPOIS                    00019900
                DISPLAY ' TOTAIS CONFEREM, DATASET NOVO PODE ASSUMIR '  00020000
             ELSE                                                       00020100
                DISPLAY ' TOTAIS NAO CONFEREM, NAO TROCAR OS DATASETS'  00020200
                MOVE 8 TO RETURN-CODE                                   00020300
             END-IF.                                                    00020400
             DISPLAY '==================================== '.           00020500
                STOP RUN.                                               00020600
                                                                        00020700
      *-------------------------------------------------------*         00020800
       3000-999-FIM.                              EXIT.                 00020900
      *-------------------------------------------------------*         00021000
                                                                        00021100
      *-------------------------------------------------------*         00021200
       9000-TRATAR-ERROS                           SECTION.             00021300
      *-------------------------------------------------------*         00021400
                                                                        00021500
             DISPLAY '-----------------------------'.                   00021600
             DISPLAY WRK-MSG.                                           00021700
             DISPLAY '-----------------------------'.                   00021800
                STOP RUN.                                               00021900
                                                                        00022000
      *-------------------------------------------------------*         00022100
       9000-999-FIM.                              EXIT.                 00022200
      *-------------------------------------------------------*         00022300
