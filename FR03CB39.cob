      *              : LINHA COM OS DETALHES DA REMESSA (FD-DET-ID      00001100
      *              : + FD-DET-VALOR, FR03CB22) E COM OS               00001200
      *              : MOVIMENTOS DA CONTA CAIXA NO ACEITO (CONTA       00001300
      *              : INFORMADA NO PARMSERV), E IMPRIME EM             00001400
      *              : RELCONC TRES SECOES: CASADOS, SO NO BANCO        00001500
      *              : E SO NOS LIVROS, ESTES COM O ENVELHECIMENTO      00001600
      *              : EM DIAS (CONVENCAO 360) - A CONCILIACAO          00001700
      *              : MANUAL LEVAVA DOIS DIAS E AINDA ESCAPAVA         00001800
      *              : LANCAMENTO.                                      00001900
      *-------------------------------------------------------------*   00001916
      *     MANUTENCAO:                                                 00001932
      *     - 14/08/2023: OS CREDITOS DE PENSAO ALIMENTICIA DA          00001948
      *       REMESSA (DETALHE TIPO 'P', FR03CB22) TAMBEM SAEM NO       00001964
      *       EXTRATO E ENTRAM NA TABELA DE REMETIDOS COMO OS 'D'.      00001980
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00001984
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00001988
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00001992
      *       A TABELA DO LIVRO E A LINHA DO RELCONC ACOMPANHARAM.      00001996
      *     - 04/12/2023: A CONTA CAIXA SAIU DO CONCPARM E PASSOU A     00001997
      *       SER LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,     00001998
      *       FR03CB39/CONTA-CAIXA); SEM ELA O LOTE CONTINUA ABORTANDO. 00001999
      *===========================================================*     00002000
      *===========================================================*     00002100
       ENVIRONMENT                                    DIVISION.         00002200
           SELECT ACEITO    ASSIGN TO ACEITO                            00004100
                FILE STATUS  IS WRK-FS-ACEITO.                          00004200
                                                                        00004300
                                                                        00004600
           SELECT RELCONC   ASSIGN TO RELCONC                           00004700
                FILE STATUS  IS WRK-FS-RELCONC.                         00004800
       01 FD-ACEITO.                                                    00008400
          05 FD-ACE-DATA         PIC 9(08).                             00008500
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00008600
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00008700
          05 FD-ACE-TIPO         PIC X(01).                             00008800
          05 FD-ACE-CONTA        PIC X(06).                             00008900
          05 FD-ACE-CCUSTO       PIC X(04).                             00009000
                                                                        00009100
       FD RELCONC                                                       00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       77 WRK-FS-EXTRATO           PIC X(02)    VALUE ZEROS.            00010700
       77 WRK-FS-REMESSA           PIC X(02)    VALUE ZEROS.            00010800
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00010900
       77 WRK-FS-RELCONC           PIC X(02)    VALUE ZEROS.            00011100
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00011200
                                                                        00011300
          05 WRK-HOJ-DIA           PIC 9(02).                           00011800
                                                                        00011900
       77 WRK-CONTA-CAIXA          PIC X(06)    VALUE SPACES.           00012000
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00012008
       01 WRK-PSV-AREA.                                                 00012016
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00012024
          05 WRK-PSV-NOME       PIC X(12).                              00012032
          05 WRK-PSV-VALOR      PIC X(30).                              00012040
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00012048
          05 WRK-PSV-NUMERICO   PIC X(01).                              00012056
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00012064
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00012072
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00012080
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00012088
                                                                        00012100
       01 WRK-TAB-REMESSA.                                              00012200
          05 WRK-TAB-REM-ITEM OCCURS 200 TIMES.                         00012300
       01 WRK-TAB-LIVRO.                                                00013000
          05 WRK-TAB-LIV-ITEM OCCURS 200 TIMES.                         00013100
             10 WRK-TAB-LIV-DATA   PIC 9(08).                           00013200
             10 WRK-TAB-LIV-VALOR  PIC 9(09)V99.                        00013300
             10 WRK-TAB-LIV-CASADO PIC X(01).                           00013400
       77 WRK-QTDE-LIVRO           PIC 9(03)    VALUE ZEROS.            00013500
                                                                        00013600
          05 FILLER           PIC X(07) VALUE ' DATA  '.                00015900
          05 WRK-LIT-DATA     PIC X(08).                                00016000
          05 FILLER           PIC X(08) VALUE ' VALOR  '.               00016100
          05 WRK-LIT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                       00016200
          05 FILLER           PIC X(07) VALUE ' IDADE '.                00016300
          05 WRK-LIT-IDADE    PIC ZZZZ9.                                00016400
          05 FILLER           PIC X(09) VALUE SPACES.                   00016500
                                                                        00016600
      *-----------------------------------------------------------*     00016700
                                                                        00016800
                                                                        00019000
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00019100
                                                                        00019200
             MOVE 'FR03CB39'     TO WRK-PSV-PROGRAMA.                   00019266
             MOVE 'CONTA-CAIXA'  TO WRK-PSV-NOME.                       00019332
             PERFORM 1010-CHAMAR-PARMSERV.                              00019398
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00019464
                MOVE ' PARMSERV SEM CONTA CAIXA ' TO WRK-MSG            00019530
                PERFORM 9000-TRATAR-ERROS                               00019600
             END-IF.                                                    00019700
             MOVE WRK-PSV-VALOR TO WRK-CONTA-CAIXA.                     00020100
                                                                        00020500
             PERFORM 1100-CARREGAR-REMESSA.                             00020600
             PERFORM 1200-CARREGAR-LIVRO.                               00020700
                                                                        00023300
      *-------------------------------------------------------*         00023400
       1000-999-FIM.                              EXIT.                 00023500
      *-------------------------------------------------------*         00023506
                                                                        00023512
      *-------------------------------------------------------*         00023518
       1010-CHAMAR-PARMSERV                       SECTION.              00023524
      *-------------------------------------------------------*         00023530
                                                                        00023536
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00023542
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00023548
                 ON EXCEPTION                                           00023554
                    MOVE '02' TO WRK-PSV-RETORNO                        00023560
             END-CALL.                                                  00023566
                                                                        00023572
      *-------------------------------------------------------*         00023578
       1010-999-FIM.                              EXIT.                 00023584
      *-------------------------------------------------------*         00023600
                                                                        00023700
      *-------------------------------------------------------*         00023800
       1110-GUARDAR-DETALHE                       SECTION.              00025700
      *-------------------------------------------------------*         00025800
                                                                        00025900
             IF ( FD-DET-TIPO EQUAL 'D' OR 'P' ) AND                    00026000
                WRK-QTDE-REMESSA LESS THAN 200                          00026100
                ADD 1 TO WRK-QTDE-REMESSA                               00026200
                MOVE FD-DET-ID TO                                       00026300
