      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 20/09/2022                                       00000800
      *     OBJETIVO : FECHAMENTO DO PERIODO CONTABIL -- RECEBE A       00000900
      *              : COMPETENCIA NO PARMSERV (AAAAMM), CONFERE        00001000
      *              : NO MOVIMENTO ACEITO DO MES QUE A SOMA DOS        00001100
      *              : CREDITOS BATE COM A DOS DEBITOS (A MESMA         00001200
      *              : PROVA DO BALANCETE DO FR03CB25) E SO ENTAO       00001300
      *-------------------------------------------------------------*   00001900
      *     A REABERTURA CONTROLADA E DO FR03CB34, COM MOTIVO E         00002000
      *     MATRICULA.                                                  00002100
      *-------------------------------------------------------------*   00002116
      *     MANUTENCAO:                                                 00002132
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00002148
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00002164
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00002180
      *     - 04/12/2023: A COMPETENCIA SAIU DO FECHPARM E PASSOU A     00002185
      *       SER LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,     00002190
      *       FR03CB33/COMPETENCIA); SEM ELA O LOTE CONTINUA ABORTANDO. 00002195
      *===========================================================*     00002200
      *===========================================================*     00002300
       ENVIRONMENT                                    DIVISION.         00002400
      *===========================================================*     00003400
       FILE-CONTROL.                                                    00003500
                                                                        00003600
                                                                        00003900
           SELECT ACEITO    ASSIGN TO ACEITO                            00004000
                FILE STATUS  IS WRK-FS-ACEITO.                          00004100
      *-----------------------------------------------------------*     00005300
       FILE                                       SECTION.              00005400
      *-----------------------------------------------------------*     00005500
                                                                        00006200
       FD ACEITO                                                        00006300
           RECORDING MODE IS F                                          00006400
       01 FD-ACEITO.                                                    00006600
          05 FD-ACE-DATA         PIC 9(08).                             00006700
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00006800
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00006900
          05 FD-ACE-TIPO         PIC X(01).                             00007000
          05 FD-ACE-CONTA        PIC X(06).                             00007100
          05 FD-ACE-CCUSTO       PIC X(04).                             00007110
       WORKING-STORAGE                            SECTION.              00009600
      *-----------------------------------------------------------*     00009700
                                                                        00009800
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00010000
       77 WRK-FS-PERCTRL           PIC X(02)    VALUE ZEROS.            00010100
       77 WRK-FS-PERCNOVO          PIC X(02)    VALUE ZEROS.            00010200
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00010400
                                                                        00010500
       77 WRK-COMPETENCIA          PIC X(06)    VALUE SPACES.           00010600
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00010608
       01 WRK-PSV-AREA.                                                 00010616
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00010624
          05 WRK-PSV-NOME       PIC X(12).                              00010632
          05 WRK-PSV-VALOR      PIC X(30).                              00010640
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00010648
          05 WRK-PSV-NUMERICO   PIC X(01).                              00010656
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00010664
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00010672
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00010680
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00010688
       01 WRK-SOMA-CREDITOS        PIC 9(13)V99 VALUE ZEROS.            00010700
       01 WRK-SOMA-DEBITOS         PIC 9(13)V99 VALUE ZEROS.            00010800
       77 WRK-REG-LANCAMENTOS      PIC 9(07)    VALUE ZEROS.            00010900
                                                                        00013600
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00013700
                                                                        00013800
             MOVE 'FR03CB33'     TO WRK-PSV-PROGRAMA.                   00013866
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00013932
             PERFORM 1010-CHAMAR-PARMSERV.                              00013998
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00014064
                MOVE ' PARMSERV SEM COMPETENCIA ' TO WRK-MSG            00014130
                PERFORM 9000-TRATAR-ERROS                               00014200
             END-IF.                                                    00014300
             MOVE WRK-PSV-VALOR TO WRK-COMPETENCIA.                     00014700
                                                                        00015100
             OPEN INPUT ACEITO.                                         00015200
             IF WRK-FS-ACEITO NOT EQUAL '00'                            00015300
                                                                        00016300
      *-------------------------------------------------------*         00016400
       1000-999-FIM.                              EXIT.                 00016500
      *-------------------------------------------------------*         00016506
                                                                        00016512
      *-------------------------------------------------------*         00016518
       1010-CHAMAR-PARMSERV                       SECTION.              00016524
      *-------------------------------------------------------*         00016530
                                                                        00016536
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00016542
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00016548
                 ON EXCEPTION                                           00016554
                    MOVE '02' TO WRK-PSV-RETORNO                        00016560
             END-CALL.                                                  00016566
                                                                        00016572
      *-------------------------------------------------------*         00016578
       1010-999-FIM.                              EXIT.                 00016584
      *-------------------------------------------------------*         00016600
                                                                        00016700
      *---------------------------------------------------------------  00016800
