      *              : CENTRO DE CUSTO, COMPETENCIA INICIAL E           00001100
      *              : FINAL DE VIGENCIA, DESCRICAO) E GERA EM          00001200
      *              : LANCTO OS LANCAMENTOS DA COMPETENCIA             00001300
      *              : PEDIDA NO PARMSERV (AAAAMM), DATADOS DO DIA      00001400
      *              : 01, PARA PASSAREM PELA VALIDACAO NORMAL DO       00001500
      *              : FR03CB20. MODELO FORA DE VIGENCIA OU COM         00001600
      *              : VALOR ZERADO SAI DENUNCIADO NO SYSOUT -          00001700
      *              : ERA O ALUGUEL E A DEPRECIACAO DIGITADOS          00001800
      *              : (E AS VEZES ESQUECIDOS) TODO MES.                00001900
      *-------------------------------------------------------------*   00001914
      *     MANUTENCAO:                                                 00001928
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00001942
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00001956
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00001970
      *       O MODELO (MODELOS) CONTINUA COM 9(05)V99.                 00001984
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        00001986
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       00001988
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       00001990
      *       UM LOTE POR RODADA (ORIGEM RE): OS MODELOS DA             00001992
      *       COMPETENCIA PRECISAM FECHAR DEBITO COM CREDITO.           00001994
      *     - 04/12/2023: A COMPETENCIA SAIU DO MODPARM E PASSOU A      00001995
      *       SER LIDA NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,     00001996
      *       FR03CB37/COMPETENCIA); SEM ELA O LOTE CONTINUA ABORTANDO. 00001997
      *===========================================================*     00002000
      *===========================================================*     00002100
       ENVIRONMENT                                    DIVISION.         00002200
           SELECT MODELOS   ASSIGN TO MODELOS                           00003500
                FILE STATUS  IS WRK-FS-MODELOS.                         00003600
                                                                        00003700
                                                                        00004000
           SELECT LANCTO    ASSIGN TO LANCTO                            00004100
                FILE STATUS  IS WRK-FS-LANCTO.                          00004200
          05 FD-MOD-DESCRICAO    PIC X(30).                             00006200
          05 FILLER              PIC X(02).                             00006300
                                                                        00006400
       FD LANCTO                                                        00007100
           RECORDING MODE IS F                                          00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
       01 FD-LANCTO.                                                    00007400
          05 FD-DATA             PIC 9(08).                             00007500
          05 FD-LANCAMENTO       PIC X(30).                             00007600
          05 FD-VALOR            PIC 9(09)V99.                          00007700
          05 FD-TIPO             PIC X(01).                             00007800
          05 FD-CONTA            PIC X(06).                             00007900
          05 FD-CCUSTO           PIC X(04).                             00008000
          05 FD-LOTE             PIC X(12).                             00008033
          05 FD-REFERENCIA       PIC X(12).                             00008066
                                                                        00008100
      *-----------------------------------------------------------*     00008200
       WORKING-STORAGE                            SECTION.              00008300
      *-----------------------------------------------------------*     00008400
                                                                        00008500
       77 WRK-FS-MODELOS           PIC X(02)    VALUE ZEROS.            00008600
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00008800
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00008900
                                                                        00008914
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00008928
       01 WRK-LOTE.                                                     00008942
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'RE'.             00008956
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00008970
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE 1.                00008984
                                                                        00009000
       77 WRK-COMPETENCIA          PIC X(06)    VALUE SPACES.           00009100
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00009108
       01 WRK-PSV-AREA.                                                 00009116
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00009124
          05 WRK-PSV-NOME       PIC X(12).                              00009132
          05 WRK-PSV-VALOR      PIC X(30).                              00009140
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00009148
          05 WRK-PSV-NUMERICO   PIC X(01).                              00009156
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00009164
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00009172
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00009180
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00009188
       01 WRK-DATA-LANCTO          PIC 9(08)    VALUE ZEROS.            00009200
                                                                        00009300
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00009400
       1000-INICIAR                               SECTION.              00011800
      *-------------------------------------------------------*         00011900
                                                                        00012000
             MOVE 'FR03CB37'     TO WRK-PSV-PROGRAMA.                   00012066
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00012132
             PERFORM 1010-CHAMAR-PARMSERV.                              00012198
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00012264
                MOVE ' PARMSERV SEM COMPETENCIA ' TO WRK-MSG            00012330
                PERFORM 9000-TRATAR-ERROS                               00012400
             END-IF.                                                    00012500
             MOVE WRK-PSV-VALOR TO WRK-COMPETENCIA.                     00012900
                                                                        00013300
             MOVE ZEROS TO WRK-DATA-LANCTO.                             00013400
             MOVE WRK-COMPETENCIA TO WRK-DATA-LANCTO(1:6).              00013500
                                                                        00015600
      *-------------------------------------------------------*         00015700
       1000-999-FIM.                              EXIT.                 00015800
      *-------------------------------------------------------*         00015806
                                                                        00015812
      *-------------------------------------------------------*         00015818
       1010-CHAMAR-PARMSERV                       SECTION.              00015824
      *-------------------------------------------------------*         00015830
                                                                        00015836
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00015842
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00015848
                 ON EXCEPTION                                           00015854
                    MOVE '02' TO WRK-PSV-RETORNO                        00015860
             END-CALL.                                                  00015866
                                                                        00015872
      *-------------------------------------------------------*         00015878
       1010-999-FIM.                              EXIT.                 00015884
      *-------------------------------------------------------*         00015900
                                                                        00016000
      *---------------------------------------------------------------  00016100
                                                                        00019600
             MOVE SPACES            TO FD-LANCTO.                       00019700
             MOVE WRK-DATA-LANCTO   TO FD-DATA.                         00019800
             MOVE FD-DATA(3:6)      TO WRK-LOT-DATA.                    00019833
             MOVE WRK-LOTE          TO FD-LOTE.                         00019866
             MOVE FD-MOD-DESCRICAO  TO FD-LANCAMENTO.                   00019900
             MOVE FD-MOD-VALOR      TO FD-VALOR.                        00020000
             MOVE FD-MOD-TIPO       TO FD-TIPO.                         00020100
