      *              : ORCAMENTO ANUAL ORCCONTA (CONTA + DOZE           00001000
      *              : VALORES MENSAIS) E O MOVIMENTO ACEITO DO         00001100
      *              : EXERCICIO (GERACOES CONCATENADAS), APURA O       00001200
      *              : REALIZADO DO MES PEDIDO NO PARMSERV              00001300
      *              : (AAAAMM) E O ACUMULADO DO ANO ATE O MES          00001400
      *              : (LIQUIDO DEBITOS - CREDITOS), E IMPRIME EM       00001500
      *              : RELORC A VARIACAO EM VALOR E PERCENTUAL,         00001600
      *-------------------------------------------------------------*   00002000
      *     A DISCIPLINA DE ORCAMENTO POR SETOR DA FOLHA SEGUE NO       00002100
      *     FR03DB18; AQUI E O RESTANTE DO RAZAO, POR CONTA.            00002200
      *-------------------------------------------------------------*   00002216
      *     MANUTENCAO:                                                 00002232
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00002248
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00002264
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00002280
      *     - 04/12/2023: A COMPETENCIA SAIU DO ORCPARM E PASSOU A      00002285
      *       SER LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,     00002290
      *       FR03CB38/COMPETENCIA); SEM ELA O LOTE CONTINUA ABORTANDO. 00002295
      *===========================================================*     00002300
      *===========================================================*     00002400
       ENVIRONMENT                                    DIVISION.         00002500
           SELECT ORCCONTA  ASSIGN TO ORCCONTA                          00003800
                FILE STATUS  IS WRK-FS-ORCCONTA.                        00003900
                                                                        00004000
                                                                        00004300
           SELECT ACEITO    ASSIGN TO ACEITO                            00004400
                FILE STATUS  IS WRK-FS-ACEITO.                          00004500
          05 FD-ORC-MES          PIC 9(09)V99 OCCURS 12 TIMES.          00006300
          05 FILLER              PIC X(02).                             00006400
                                                                        00006500
       FD ACEITO                                                        00007200
           RECORDING MODE IS F                                          00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
       01 FD-ACEITO.                                                    00007500
          05 FD-ACE-DATA         PIC 9(08).                             00007600
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00007700
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00007800
          05 FD-ACE-TIPO         PIC X(01).                             00007900
          05 FD-ACE-CONTA        PIC X(06).                             00008000
          05 FD-ACE-CCUSTO       PIC X(04).                             00008100
      *-----------------------------------------------------------*     00009000
                                                                        00009100
       77 WRK-FS-ORCCONTA          PIC X(02)    VALUE ZEROS.            00009200
       77 WRK-FS-ACEITO            PIC X(02)    VALUE ZEROS.            00009400
       77 WRK-FS-RELORC            PIC X(02)    VALUE ZEROS.            00009500
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00009600
                                                                        00009700
       77 WRK-COMPETENCIA          PIC X(06)    VALUE SPACES.           00009800
       77 WRK-MES-ALVO             PIC 9(02)    VALUE ZEROS.            00009900
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00009908
       01 WRK-PSV-AREA.                                                 00009916
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00009924
          05 WRK-PSV-NOME       PIC X(12).                              00009932
          05 WRK-PSV-VALOR      PIC X(30).                              00009940
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00009948
          05 WRK-PSV-NUMERICO   PIC X(01).                              00009956
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00009964
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00009972
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00009980
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00009988
       77 WRK-MES-LANCTO           PIC 9(02)    VALUE ZEROS.            00010000
                                                                        00010100
       01 WRK-TAB-ORCAMENTO.                                            00010200
       1000-INICIAR                               SECTION.              00017000
      *-------------------------------------------------------*         00017100
                                                                        00017200
             MOVE 'FR03CB38'     TO WRK-PSV-PROGRAMA.                   00017266
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00017332
             PERFORM 1010-CHAMAR-PARMSERV.                              00017398
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00017464
                MOVE ' PARMSERV SEM COMPETENCIA ' TO WRK-MSG            00017530
                PERFORM 9000-TRATAR-ERROS                               00017600
             END-IF.                                                    00017700
             MOVE WRK-PSV-VALOR TO WRK-COMPETENCIA.                     00018050
             MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-ALVO.                 00018400
                                                                        00018600
             OPEN INPUT ORCCONTA.                                       00018700
             IF WRK-FS-ORCCONTA NOT EQUAL '00'                          00018800
                                                                        00021900
      *-------------------------------------------------------*         00022000
       1000-999-FIM.                              EXIT.                 00022100
      *-------------------------------------------------------*         00022106
                                                                        00022112
      *-------------------------------------------------------*         00022118
       1010-CHAMAR-PARMSERV                       SECTION.              00022124
      *-------------------------------------------------------*         00022130
                                                                        00022136
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00022142
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00022148
                 ON EXCEPTION                                           00022154
                    MOVE '02' TO WRK-PSV-RETORNO                        00022160
             END-CALL.                                                  00022166
                                                                        00022172
      *-------------------------------------------------------*         00022178
       1010-999-FIM.                              EXIT.                 00022184
      *-------------------------------------------------------*         00022200
                                                                        00022300
      *-------------------------------------------------------*         00022400
