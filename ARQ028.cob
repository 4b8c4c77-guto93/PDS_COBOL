      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ028.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 22/05/2023                                         00001100
      *     OBJETIVO: CARGA INICIAL DO ESTOQUE POR DEPOSITO --          00001200
      *              LE O PRODMSTR EM SEQUENCIA E ABRE NO KSDS          00001300
      *              ESTDEP (PRODUTO + DEPOSITO) O REGISTRO DO          00001400
      *              DEPOSITO 01 COM O SALDO TOTAL DO PRODUTO E         00001500
      *              NADA EM TRANSITO. DAI EM DIANTE O ESTDEP E         00001600
      *              MANTIDO PELO RECEBIMENTO (ARQ014) E PELA           00001700
      *              POSTAGEM DO MOVIMENTO (ARQ016). RODA UMA           00001800
      *              UNICA VEZ NA VIRADA, NOS MOLDES DO ARQ023;         00001900
      *              O SALDO DO SEGUNDO DEPOSITO ENTRA DEPOIS POR       00002000
      *              TRANSFERENCIA OU PELA CONTAGEM (ARQ018).           00002100
      *=======================================================*         00002200
                                                                        00002300
      *=======================================================*         00002400
       ENVIRONMENT                               DIVISION.              00002500
      *=======================================================*         00002600
       INPUT-OUTPUT                              SECTION.               00002700
       FILE-CONTROL.                                                    00002800
             SELECT PRODMSTR ASSIGN TO PRODMSTR                         00002900
                ORGANIZATION IS INDEXED                                 00003000
                ACCESS MODE  IS SEQUENTIAL                              00003100
                RECORD KEY   IS FD-PM-CODIGO                            00003200
                ALTERNATE RECORD KEY IS FD-PM-EAN                       00003300
                     WITH DUPLICATES                                    00003400
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00003500
             SELECT ESTDEP   ASSIGN TO ESTDEP                           00003600
                ORGANIZATION IS INDEXED                                 00003700
                ACCESS MODE  IS SEQUENTIAL                              00003800
                RECORD KEY   IS FD-ED-CHAVE                             00003900
                FILE STATUS  IS WRK-FS-ESTDEP.                          00004000
      *=======================================================*         00004100
       DATA                                      DIVISION.              00004200
      *=======================================================*         00004300
       FILE                                      SECTION.               00004400
       FD PRODMSTR                                                      00004500
           RECORDING MODE IS F                                          00004600
           BLOCK CONTAINS 0 RECORDS.                                    00004700
       01 FD-PRODMSTR.                                                  00004800
          05 FD-PM-CODIGO         PIC X(06).                            00004900
          05 FD-PM-DESCRICAO      PIC X(30).                            00005000
          05 FD-PM-PRECO          PIC 9(07)V99.                         00005100
          05 FD-PM-QTDE           PIC 9(05).                            00005200
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00005300
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00005400
          05 FD-PM-EAN            PIC X(13).                            00005500
                                                                        00005600
       FD ESTDEP                                                        00005700
           RECORDING MODE IS F                                          00005800
           BLOCK CONTAINS 0 RECORDS.                                    00005900
       01 FD-ESTDEP.                                                    00006000
          05 FD-ED-CHAVE.                                               00006100
             10 FD-ED-CODIGO      PIC X(06).                            00006200
             10 FD-ED-DEPOSITO    PIC X(02).                            00006300
          05 FD-ED-QTDE           PIC 9(05).                            00006400
          05 FD-ED-QTDE-TRANSITO  PIC 9(05).                            00006500
          05 FD-ED-DATA-ULT-MOV   PIC X(08).                            00006600
          05 FILLER               PIC X(04).                            00006700
      *---------------------------------------------------              00006800
       WORKING-STORAGE                           SECTION.               00006900
      *---------------------------------------------------              00007000
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00007100
       77 WRK-FS-ESTDEP   PIC X(02) VALUE ZEROS.                        00007200
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00007300
                                                                        00007400
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00007500
       77 WRK-REG-GRAVADOS   PIC 9(07) VALUE ZEROS.                     00007600
      *=========================================*                       00007700
       PROCEDURE DIVISION.                                              00007800
      *=========================================*                       00007900
                                                                        00008000
      *-------------------------------------------------------------*   00008100
       0000-PRINCIPAL                     SECTION.                      00008200
      *-------------------------------------------------------------*   00008300
                                                                        00008400
           PERFORM 1000-INICIAR.                                        00008500
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PRODMSTR NOT EQUAL '00'. 00008600
           PERFORM 3000-FINALIZAR.                                      00008700
                                                                        00008800
      *-------------------------------------------------------------*   00008900
       0000-99-FIM.                       EXIT.                         00009000
      *-------------------------------------------------------------*   00009100
                                                                        00009200
      *-------------------------------------------------------------*   00009300
       1000-INICIAR                       SECTION.                      00009400
      *-------------------------------------------------------------*   00009500
                                                                        00009600
            OPEN INPUT PRODMSTR.                                        00009700
            IF WRK-FS-PRODMSTR NOT EQUAL '00'                           00009800
               MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                   00009900
               PERFORM 9000-TRATAR-ERROS                                00010000
            END-IF.                                                     00010100
                                                                        00010200
            OPEN OUTPUT ESTDEP.                                         00010300
            IF WRK-FS-ESTDEP NOT EQUAL '00'                             00010400
               MOVE ' ERRO OPEN ESTDEP ' TO WRK-MSG                     00010500
               PERFORM 9000-TRATAR-ERROS                                00010600
            END-IF.                                                     00010700
                                                                        00010800
            READ PRODMSTR.                                              00010900
                                                                        00011000
      *-------------------------------------------------------------*   00011100
       1000-99-FIM.                       EXIT.                         00011200
      *-------------------------------------------------------------*   00011300
                                                                        00011400
      *-------------------------------------------------------------*   00011500
       2000-PROCESSAR                     SECTION.                      00011600
      *-------------------------------------------------------------*   00011700
                                                                        00011800
               ADD 1 TO WRK-REG-LIDOS.                                  00011900
               MOVE SPACES             TO FD-ESTDEP.                    00012000
               MOVE FD-PM-CODIGO       TO FD-ED-CODIGO.                 00012100
               MOVE '01'               TO FD-ED-DEPOSITO.               00012200
               MOVE FD-PM-QTDE         TO FD-ED-QTDE.                   00012300
               MOVE ZEROS              TO FD-ED-QTDE-TRANSITO.          00012400
               MOVE FD-PM-DATA-ULT-MOV TO FD-ED-DATA-ULT-MOV.           00012500
               WRITE FD-ESTDEP.                                         00012600
               IF WRK-FS-ESTDEP NOT EQUAL '00'                          00012700
                  MOVE ' ERRO WRITE ESTDEP ' TO WRK-MSG                 00012800
                  PERFORM 9000-TRATAR-ERROS                             00012900
               END-IF.                                                  00013000
               ADD 1 TO WRK-REG-GRAVADOS.                               00013100
                                                                        00013200
               READ PRODMSTR.                                           00013300
                                                                        00013400
      *-------------------------------------------------------------*   00013500
       2000-99-FIM.                       EXIT.                         00013600
      *-------------------------------------------------------------*   00013700
                                                                        00013800
      *-------------------------------------------------------------*   00013900
       3000-FINALIZAR                     SECTION.                      00014000
      *-------------------------------------------------------------*   00014100
                                                                        00014200
            CLOSE PRODMSTR                                              00014300
            CLOSE ESTDEP.                                               00014400
                                                                        00014500
            DISPLAY '=========================================='.       00014600
            DISPLAY ' CARGA DO ESTOQUE POR DEPOSITO '.                  00014700
            DISPLAY ' PRODUTOS LIDOS........: ' WRK-REG-LIDOS.          00014800
            DISPLAY ' GRAVADOS NO DEPOSITO 01: ' WRK-REG-GRAVADOS.      00014900
            DISPLAY '=========================================='.       00015000
                STOP RUN.                                               00015100
                                                                        00015200
      *-------------------------------------------------------------*   00015300
       3000-99-FIM.                       EXIT.                         00015400
      *-------------------------------------------------------------*   00015500
                                                                        00015600
      *-------------------------------------------------------------*   00015700
       9000-TRATAR-ERROS                  SECTION.                      00015800
      *-------------------------------------------------------------*   00015900
                                                                        00016000
             DISPLAY '------------------'                               00016100
             DISPLAY   WRK-MSG                                          00016200
             DISPLAY '------------------'                               00016300
                STOP RUN.                                               00016400
                                                                        00016500
      *-------------------------------------------------------------*   00016600
       9000-99-FIM.            EXIT.                                    00016700
      *-------------------------------------------------------------*   00016800
