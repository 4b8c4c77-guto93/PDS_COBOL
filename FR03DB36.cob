      *              : NO LAYOUT DO LANCTO: D DESPESA DE SALARIOS       00001200
      *              : (BRUTO), C INSS A RECOLHER, C IRRF A             00001300
      *              : RECOLHER E C SALARIOS A PAGAR (LIQUIDO). AS      00001400
      *              : CONTAS VEM DO PARMSERV (CHAVE CTAFOLHA, 5        00001500
      *              : CONTAS DO PLANOCTA) E TUDO PASSA PELA            00001600
      *              : VALIDACAO NORMAL DO FR03CB20, PARA O             00001700
      *              : BALANCETE DO FR03CB25 ENXERGAR A FOLHA SEM       00001800
      *              : REDIGITACAO.                                     00001900
      *-------------------------------------------------------------*   00002000
      *     O VALOR DO LANCTO E LIMITADO A 99999,99 PELO LAYOUT;        00002014
      *     TOTAL DE SETOR ACIMA DISSO E QUEBRADO EM QUANTOS            00002029
      *     LANCAMENTOS FOREM PRECISOS.                                 00002044
      *-------------------------------------------------------------*   00002059
      *     MANUTENCAO:                                                 00002074
      *     - 25/11/2022: O LIQUIDO DA FOLHA DEIXOU DE SER              00002088
      *       BRUTO - INSS - IRRF (SALARIO-FAMILIA SOMA,                00002103
      *       ADIANTAMENTO E VALE-TRANSPORTE DESCONTAM), ENTAO O        00002118
      *       JOGO GANHOU UMA QUINTA PERNA: A DIFERENCA                 00002133
      *       LIQUIDO - (BRUTO - INSS - IRRF) SAI NA CONTA DE           00002148
      *       AJUSTES DE FOLHA (QUINTA CONTA DO CTAFOLHA), D            00002162
      *       QUANDO POSITIVA E C QUANDO NEGATIVA - SEM ELA O           00002177
      *       BALANCETE DO FR03CB25 NAO FECHAVA E O FR03CB33            00002192
      *       RECUSAVA O ENCERRAMENTO DO PERIODO.                       00002207
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00002222
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00002237
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00002251
      *       A QUEBRA EM VARIOS LANCAMENTOS FICA SO PARA VALOR         00002266
      *       ACIMA DE 999.999.999,99.                                  00002281
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        00002296
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       00002311
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       00002325
      *       UM LOTE POR RODADA (ORIGEM FO).                           00002340
      *     - 04/12/2023: AS CINCO CONTAS SAIRAM DO CTAFOLHA E PASSARAM 00002355
      *       A SER LIDAS NO CADASTRO CENTRAL DE PARAMETROS (PARMSERV,  00002370
      *       CTAFOLHA/DESPESA, INSS, IRRF, LIQUIDO E AJUSTES).         00002385
      *===========================================================*     00002400
      *===========================================================*     00002500
       ENVIRONMENT                                    DIVISION.         00002600
           SELECT HOLERITE  ASSIGN TO HOLERITE                          00003900
                FILE STATUS  IS WRK-FS-HOLERITE.                        00004000
                                                                        00004100
                                                                        00004400
           SELECT LANCTO    ASSIGN TO LANCTO                            00004500
                FILE STATUS  IS WRK-FS-LANCTO.                          00004600
          05 FD-HOL-IRRF      PIC 9(08)V99.                             00006500
          05 FD-HOL-LIQUIDO   PIC 9(08)V99.                             00006600
                                                                        00006700
       FD LANCTO                                                        00007700
           RECORDING MODE IS F                                          00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
       01 FD-LANCTO.                                                    00008000
          05 FD-DATA             PIC 9(08).                             00008100
          05 FD-LANCAMENTO       PIC X(30).                             00008200
          05 FD-VALOR            PIC 9(09)V99.                          00008300
          05 FD-TIPO             PIC X(01).                             00008400
          05 FD-CONTA            PIC X(06).                             00008500
          05 FD-CCUSTO           PIC X(04).                             00008510
          05 FD-LOTE             PIC X(12).                             00008540
          05 FD-REFERENCIA       PIC X(12).                             00008570
                                                                        00008600
      *-----------------------------------------------------------*     00008700
       WORKING-STORAGE                            SECTION.              00008800
      *-----------------------------------------------------------*     00008900
                                                                        00009000
       77 WRK-FS-HOLERITE          PIC X(02)    VALUE ZEROS.            00009100
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00009300
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00009400
                                                                        00009412
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00009424
       01 WRK-LOTE.                                                     00009436
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'FO'.             00009448
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00009460
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE 1.                00009472
                                                                        00009484
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00009500
                                                                        00009600
       77 WRK-CTA-DESPESA          PIC X(06)    VALUE SPACES.           00009700
       77 WRK-CTA-IRRF             PIC X(06)    VALUE SPACES.           00009900
       77 WRK-CTA-LIQUIDO          PIC X(06)    VALUE SPACES.           00010000
       77 WRK-CTA-AJUSTES          PIC X(06)    VALUE SPACES.           00010010
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00010017
       01 WRK-PSV-AREA.                                                 00010024
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00010031
          05 WRK-PSV-NOME       PIC X(12).                              00010038
          05 WRK-PSV-VALOR      PIC X(30).                              00010045
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00010052
          05 WRK-PSV-NUMERICO   PIC X(01).                              00010059
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00010066
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00010073
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00010080
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00010087
                                                                        00010100
       01 WRK-TAB-SETORES.                                              00010200
          05 WRK-TAB-SET-ITEM OCCURS 30 TIMES.                          00010300
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00016700
             END-CALL.                                                  00016800
                                                                        00016900
             MOVE 'CTAFOLHA'     TO WRK-PSV-PROGRAMA.                   00016966
             MOVE 'DESPESA'      TO WRK-PSV-NOME.                       00017032
             PERFORM 1010-CHAMAR-PARMSERV.                              00017098
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00017164
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00017230
                PERFORM 9000-TRATAR-ERROS                               00017300
             END-IF.                                                    00017400
             MOVE WRK-PSV-VALOR TO WRK-CTA-DESPESA.                     00017466
             MOVE 'INSS'         TO WRK-PSV-NOME.                       00017532
             PERFORM 1010-CHAMAR-PARMSERV.                              00017598
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00017664
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00017730
                PERFORM 9000-TRATAR-ERROS                               00017800
             END-IF.                                                    00017900
             MOVE WRK-PSV-VALOR TO WRK-CTA-INSS.                        00017926
             MOVE 'IRRF'         TO WRK-PSV-NOME.                       00017952
             PERFORM 1010-CHAMAR-PARMSERV.                              00017978
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00018004
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00018030
                PERFORM 9000-TRATAR-ERROS                               00018056
             END-IF.                                                    00018082
             MOVE WRK-PSV-VALOR TO WRK-CTA-IRRF.                        00018108
             MOVE 'LIQUIDO'      TO WRK-PSV-NOME.                       00018134
             PERFORM 1010-CHAMAR-PARMSERV.                              00018160
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00018186
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00018212
                PERFORM 9000-TRATAR-ERROS                               00018238
             END-IF.                                                    00018264
             MOVE WRK-PSV-VALOR TO WRK-CTA-LIQUIDO.                     00018290
             MOVE 'AJUSTES'      TO WRK-PSV-NOME.                       00018316
             PERFORM 1010-CHAMAR-PARMSERV.                              00018342
             IF WRK-PSV-RETORNO NOT EQUAL '00'                          00018368
                MOVE ' PARMSERV SEM CONTAS DA FOLHA ' TO WRK-MSG        00018394
                PERFORM 9000-TRATAR-ERROS                               00018420
             END-IF.                                                    00018446
             MOVE WRK-PSV-VALOR TO WRK-CTA-AJUSTES.                     00018472
                                                                        00018500
             OPEN INPUT HOLERITE.                                       00018600
             IF WRK-FS-HOLERITE NOT EQUAL '00'                          00018700
                                                                        00020300
      *-------------------------------------------------------*         00020400
       1000-999-FIM.                              EXIT.                 00020500
      *-------------------------------------------------------*         00020506
                                                                        00020512
      *-------------------------------------------------------*         00020518
       1010-CHAMAR-PARMSERV                       SECTION.              00020524
      *-------------------------------------------------------*         00020530
                                                                        00020536
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00020542
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00020548
                 ON EXCEPTION                                           00020554
                    MOVE '02' TO WRK-PSV-RETORNO                        00020560
             END-CALL.                                                  00020566
                                                                        00020572
      *-------------------------------------------------------*         00020578
       1010-999-FIM.                              EXIT.                 00020584
      *-------------------------------------------------------*         00020600
                                                                        00020700
      *-------------------------------------------------------*         00020800
                                                                        00035100
             MOVE SPACES           TO FD-LANCTO.                        00035200
             MOVE WRK-DATA-HOJE    TO FD-DATA.                          00035300
             MOVE FD-DATA(3:6)     TO WRK-LOT-DATA.                     00035333
             MOVE WRK-LOTE         TO FD-LOTE.                          00035366
             MOVE WRK-TEXTO-LANCTO TO FD-LANCAMENTO.                    00035400
             MOVE WRK-TAB-SET-SETOR(WRK-IDX) TO FD-CCUSTO.              00035410
             MOVE WRK-TIPO-LANCTO  TO FD-TIPO.                          00035500
             MOVE WRK-CONTA-LANCTO TO FD-CONTA.                         00035600
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00035700
                MOVE 999999999,99 TO FD-VALOR                           00035800
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00035900
             ELSE                                                       00036000
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00036100
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00036200
