      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB48.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 18/09/2023                                       00000800
      *     OBJETIVO : CONVERSAO (EXECUCAO UNICA) DO CADASTRO DE        00000900
      *              : DADOS BANCARIOS FUNCBANCO DO LAYOUT ANTIGO DE    00001000
      *              : 22 POSICOES PARA O LAYOUT DE 40 POSICOES COM     00001100
      *              : DATA, USUARIO E CONFIRMACAO DA ULTIMA MUDANCA    00001200
      *              : (MANUTENCAO PELO FR03DB55). AS CONTAS QUE JA     00001300
      *              : EXISTEM NASCEM CONFIRMADAS, SEM DATA DE          00001400
      *              : MUDANCA. LE O ARQUIVO ATUAL COMO FUNCBANT E      00001500
      *              : GRAVA FUNCBNOV; A TROCA DOS DATASETS E FEITA     00001600
      *              : NO JOB DEPOIS DA CONFERENCIA DOS TOTAIS -        00001700
      *              : MESMO ROTEIRO DO FR03CB29.                       00001800
      *===========================================================*     00001900
      *===========================================================*     00002000
       ENVIRONMENT                                    DIVISION.         00002100
      *===========================================================*     00002200
       CONFIGURATION                                  SECTION.          00002300
      *===========================================================*     00002400
                                                                        00002500
          SPECIAL-NAMES.                                                00002600
              DECIMAL-POINT IS COMMA.                                   00002700
                                                                        00002800
      *===========================================================*     00002900
       INPUT-OUTPUT                                   SECTION.          00003000
      *===========================================================*     00003100
       FILE-CONTROL.                                                    00003200
                                                                        00003300
           SELECT FUNCBANT   ASSIGN TO FUNCBANT                         00003400
                FILE STATUS  IS WRK-FS-FUNCBANT.                        00003500
                                                                        00003600
           SELECT FUNCBNOV  ASSIGN TO FUNCBNOV                          00003700
                FILE STATUS  IS WRK-FS-FUNCBNOV.                        00003800
                                                                        00003900
      *===========================================================*     00004000
       DATA                                       DIVISION.             00004100
      *===========================================================*     00004200
                                                                        00004300
      *-----------------------------------------------------------*     00004400
       FILE                                       SECTION.              00004500
      *-----------------------------------------------------------*     00004600
                                                                        00004700
       FD FUNCBANT                                                      00004800
           RECORDING MODE IS F                                          00004900
           BLOCK CONTAINS 0 RECORDS.                                    00005000
       01 FD-FUNCBANT.                                                  00005100
          05 FD-ANT-ID        PIC 9(04).                                00005200
          05 FD-ANT-BANCO     PIC X(03).                                00005300
          05 FD-ANT-AGENCIA   PIC X(05).                                00005400
          05 FD-ANT-CONTA     PIC X(10).                                00005500
                                                                        00005600
       FD FUNCBNOV                                                      00005700
           RECORDING MODE IS F                                          00005800
           BLOCK CONTAINS 0 RECORDS.                                    00005900
       01 FD-FUNCBNOV.                                                  00006000
          05 FD-NOVO-ID         PIC 9(04).                              00006100
          05 FD-NOVO-BANCO      PIC X(03).                              00006200
          05 FD-NOVO-AGENCIA    PIC X(05).                              00006300
          05 FD-NOVO-CONTA      PIC X(10).                              00006400
          05 FD-NOVO-DATA-ALT   PIC X(08).                              00006500
          05 FD-NOVO-USUARIO    PIC X(08).                              00006600
          05 FD-NOVO-CONFIRMADO PIC X(01).                              00006700
          05 FILLER             PIC X(01).                              00006800
                                                                        00006900
      *-----------------------------------------------------------*     00007000
       WORKING-STORAGE                            SECTION.              00007100
      *-----------------------------------------------------------*     00007200
                                                                        00007300
       77 WRK-FS-FUNCBANT           PIC X(02)    VALUE ZEROS.           00007400
       77 WRK-FS-FUNCBNOV          PIC X(02)    VALUE ZEROS.            00007500
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00007600
                                                                        00007700
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00007800
       77 WRK-REG-GRAVADOS         PIC 9(07)    VALUE ZEROS.            00007900
                                                                        00008000
      *-----------------------------------------------------------*     00008100
                                                                        00008200
      *===========================================================*     00008300
       PROCEDURE                                  DIVISION.             00008400
      *===========================================================*     00008500
                                                                        00008600
      *-------------------------------------------------------*         00008700
       0000-PRINCIPAL                              SECTION.             00008800
      *-------------------------------------------------------*         00008900
                                                                        00009000
            PERFORM 1000-INICIAR.                                       00009100
            PERFORM 2000-CONVERTER UNTIL WRK-FS-FUNCBANT EQUAL '10'.    00009200
            PERFORM 3000-FINALIZAR.                                     00009300
                                                                        00009400
      *-------------------------------------------------------*         00009500
       0000-999-FIM.                               EXIT.                00009600
      *-------------------------------------------------------*         00009700
                                                                        00009800
      *-------------------------------------------------------*         00009900
       1000-INICIAR                               SECTION.              00010000
      *-------------------------------------------------------*         00010100
                                                                        00010200
             OPEN INPUT FUNCBANT.                                       00010300
             IF WRK-FS-FUNCBANT NOT EQUAL '00'                          00010400
                MOVE ' ERRO OPEN FUNCBANT ' TO WRK-MSG                  00010500
                PERFORM 9000-TRATAR-ERROS                               00010600
             END-IF.                                                    00010700
                                                                        00010800
             OPEN OUTPUT FUNCBNOV.                                      00010900
             IF WRK-FS-FUNCBNOV NOT EQUAL '00'                          00011000
                MOVE ' ERRO OPEN FUNCBNOV ' TO WRK-MSG                  00011100
                PERFORM 9000-TRATAR-ERROS                               00011200
             END-IF.                                                    00011300
                                                                        00011400
             DISPLAY '===================================='.            00011500
             DISPLAY ' CONVERSAO DO CADASTRO FUNCBANCO '.               00011600
             DISPLAY '===================================='.            00011700
                                                                        00011800
             READ FUNCBANT.                                             00011900
                                                                        00012000
      *-------------------------------------------------------*         00012100
       1000-999-FIM.                              EXIT.                 00012200
      *-------------------------------------------------------*         00012300
                                                                        00012400
      *-------------------------------------------------------*         00012500
       2000-CONVERTER                             SECTION.              00012600
      *-------------------------------------------------------*         00012700
                                                                        00012800
             IF WRK-FS-FUNCBANT EQUAL '00'                              00012900
                ADD 1 TO WRK-REG-LIDOS                                  00013000
                MOVE SPACES           TO FD-FUNCBNOV                    00013100
                MOVE FD-ANT-ID        TO FD-NOVO-ID                     00013200
                MOVE FD-ANT-BANCO     TO FD-NOVO-BANCO                  00013300
                MOVE FD-ANT-AGENCIA   TO FD-NOVO-AGENCIA                00013400
                MOVE FD-ANT-CONTA     TO FD-NOVO-CONTA                  00013500
                MOVE 'S'              TO FD-NOVO-CONFIRMADO             00013600
                WRITE FD-FUNCBNOV                                       00013700
                IF WRK-FS-FUNCBNOV EQUAL '00'                           00013800
                   ADD 1 TO WRK-REG-GRAVADOS                            00013900
                ELSE                                                    00014000
                   MOVE ' ERRO WRITE FUNCBNOV ' TO WRK-MSG              00014100
                   PERFORM 9000-TRATAR-ERROS                            00014200
                END-IF                                                  00014300
             END-IF.                                                    00014400
                                                                        00014500
             READ FUNCBANT.                                             00014600
                                                                        00014700
      *-------------------------------------------------------*         00014800
       2000-999-FIM.                              EXIT.                 00014900
      *-------------------------------------------------------*         00015000
                                                                        00015100
      *-------------------------------------------------------*         00015200
       3000-FINALIZAR                              SECTION.             00015300
      *-------------------------------------------------------*         00015400
                                                                        00015500
             CLOSE FUNCBANT.                                            00015600
             CLOSE FUNCBNOV.                                            00015700
                                                                        00015800
             DISPLAY '===================================='.            00015900
             DISPLAY ' LIDOS DO LAYOUT ANTIGO..: ' WRK-REG-LIDOS.       00016000
             DISPLAY ' GRAVADOS NO LAYOUT NOVO.: '                      00016100
                      WRK-REG-GRAVADOS.                                 00016200
             IF WRK-REG-LIDOS EQUAL WRK-REG-GRAVADOS                    00016300
                DISPLAY ' TOTAIS CONFEREM, DATASET NOVO PODE ASSUMIR '  00016400
             ELSE                                                       00016500
                DISPLAY ' TOTAIS NAO CONFEREM, NAO TROCAR OS DATASETS'  00016600
             END-IF.                                                    00016700
             DISPLAY '==================================== '.           00016800
                STOP RUN.                                               00016900
                                                                        00017000
      *-------------------------------------------------------*         00017100
       3000-999-FIM.                              EXIT.                 00017200
      *-------------------------------------------------------*         00017300
                                                                        00017400
      *-------------------------------------------------------*         00017500
       9000-TRATAR-ERROS                           SECTION.             00017600
      *-------------------------------------------------------*         00017700
                                                                        00017800
             DISPLAY '-----------------------------'.                   00017900
             DISPLAY WRK-MSG.                                           00018000
             DISPLAY '-----------------------------'.                   00018100
                STOP RUN.                                               00018200
                                                                        00018300
      *-------------------------------------------------------*         00018400
       9000-999-FIM.                              EXIT.                 00018500
      *-------------------------------------------------------*         00018600
