      *       CATALOGO DE MENSAGENS (MSGSERV, CODIGO FIL0001 /          00002094
      *       FIL0035 COM O NOME DO ARQUIVO); SEM CATALOGO OU           00002095
      *       SEM CODIGO, VALE O LITERAL LOCAL DE SEMPRE.               00002096
      *     - 14/08/2023: OS CREDITOS DE PENSAO ALIMENTICIA DO MES      0000209A
      *       (PENSPAG, FR03DB15, CLASSIFICADO POR ID) SAEM LOGO        0000209B
      *       APOS O FUNCIONARIO COMO DETALHE TIPO 'P', COM O ID DO     0000209C
      *       FUNCIONARIO, O NOME E OS DADOS BANCARIOS DO               0000209D
      *       BENEFICIARIO, NO ARQUIVO DO LAYOUT DO BANCO DELE, E       0000209E
      *       ENTRAM NA QUANTIDADE E NA SOMA DO TRAILER. SEM O          0000209F
      *       ARQUIVO A REMESSA SEGUE SO COM OS SALARIOS.               0000209G
      *     - 18/09/2023: FUNCBANCO AMPLIADO PARA 40 POSICOES           0000209A
      *       (CONVERSAO FR03CB48) COM DATA, USUARIO E CONFIRMACAO      0000209B
      *       DA ULTIMA MUDANCA, MANTIDOS PELO FR03DB55. CONTA          0000209C
      *       MUDADA NOS ULTIMOS N DIAS (N NA SYSIN, PADRAO 5) E        0000209D
      *       AINDA NAO CONFIRMADA NAO E CREDITADA: SAI LISTADA NO      0000209E
      *       SYSOUT PARA CONFIRMACAO E O SALARIO FICA RETIDO ATE       0000209F
      *       A CONFIRMACAO E UMA NOVA REMESSA.                         0000209G
      *     - 11/12/2023: REMESSA E REMESSA2 NAO VAO MAIS DIRETO        0000209H
      *       AO BANCO NO FIM DO JOB: O FR03CB56 (FUNCAO 'R')           0000209I
      *       CONFERE E REGISTRA CADA ARQUIVO COMO PENDENTE COM         0000209J
      *       OS TOTAIS DO TRAILER, E SO O LIBERA (FUNCAO 'L')          0000209K
      *       DEPOIS DE DUAS APROVACOES DE USUARIOS DIFERENTES          0000209L
      *       NA T044 (F03CIP19). ARQUIVO ALTERADO DEPOIS DO            0000209M
      *       REGISTRO E RECUSADO. O LAYOUT NAO MUDOU.                  0000209N
      *===========================================================*     00002100
      *===========================================================*     00002200
       ENVIRONMENT                                    DIVISION.         00002300
                                                                        00004340
           SELECT BANCODIR  ASSIGN TO BANCODIR                          00004350
                FILE STATUS  IS WRK-FS-BANCODIR.                        00004360
                                                                        00004370
           SELECT PENSPAG   ASSIGN TO PENSPAG                           00004380
                FILE STATUS  IS WRK-FS-PENSPAG.                         00004390
                                                                        00004400
      *===========================================================*     00004500
       DATA                                       DIVISION.             00004600
          05 FD-FB-BANCO      PIC X(03).                                00007000
          05 FD-FB-AGENCIA    PIC X(05).                                00007100
          05 FD-FB-CONTA      PIC X(10).                                00007200
          05 FD-FB-DATA-ALT   PIC X(08).                                00007216
          05 FD-FB-USUARIO    PIC X(08).                                00007232
          05 FD-FB-CONFIRMADO PIC X(01).                                00007248
             88 FD-FB-CONFIRMADA       VALUE 'S'.                       00007264
          05 FILLER           PIC X(01).                                00007280
                                                                        00007300
       FD REMESSA                                                       00007400
           RECORDING MODE IS F                                          00007500
          05 FD-BCO-TAMANHO   PIC 9(03).                                00009574
          05 FD-BCO-CONVENCAO PIC X(01).                                00009576
                                                                        00009600
       FD PENSPAG                                                       00009607
           RECORDING MODE IS F                                          00009614
           BLOCK CONTAINS 0 RECORDS.                                    00009621
       01 FD-PENSPAG.                                                   00009628
          05 FD-PPG-ID        PIC 9(04).                                00009635
          05 FD-PPG-BENEF     PIC X(30).                                00009642
          05 FD-PPG-BANCO     PIC X(03).                                00009649
          05 FD-PPG-AGENCIA   PIC X(05).                                00009656
          05 FD-PPG-CONTA     PIC X(10).                                00009663
          05 FD-PPG-VALOR     PIC 9(08)V99.                             00009670
          05 FILLER           PIC X(18).                                00009677
                                                                        00009684
      *-----------------------------------------------------------*     00009700
       WORKING-STORAGE                            SECTION.              00009800
      *-----------------------------------------------------------*     00009900
       77 WRK-QTDE-LAYOUTS         PIC 9(02)    VALUE ZEROS.            00011828
       77 WRK-IDX-LAY              PIC 9(02)    VALUE ZEROS.            00011830
       77 WRK-LAYOUT-BANCO         PIC X(02)    VALUE '01'.             00011832
       77 WRK-BANCO-PROCURA        PIC X(03)    VALUE SPACES.           00011866
       77 WRK-FS-PENSPAG           PIC X(02)    VALUE ZEROS.            00011900
       77 WRK-CHAVE-PEN            PIC 9(04)    VALUE 9999.             00011934
       77 WRK-FIM-PEN              PIC X(01)    VALUE 'N'.              00011968
          88 WRK-PEN-ACABOU                  VALUE 'S'.                 00012002
       77 WRK-REG-PENSOES          PIC 9(07)    VALUE ZEROS.            00012036
       77 WRK-REG-PEN-SEM-HOL      PIC 9(07)    VALUE ZEROS.            00012070
                                                                        00012072
       01 WRK-ENTRADA.                                                  00012074
          05 WRK-DIAS-CONFIRMA     PIC 9(03).                           00012076
       77 WRK-REG-RETIDOS          PIC 9(07)    VALUE ZEROS.            00012078
       01 WRK-DATA-CORTE.                                               00012080
          05 WRK-CRT-ANO           PIC 9(04).                           00012082
          05 WRK-CRT-MES           PIC 9(02).                           00012084
          05 WRK-CRT-DIA           PIC 9(02).                           00012086
       77 WRK-DIAS-RESTANTES       PIC 9(03)    VALUE ZEROS.            00012088
       77 WRK-DIAS-NO-MES          PIC 9(02)    VALUE ZEROS.            00012090
       77 WRK-QUOC-BISSEXTO        PIC 9(04)    VALUE ZEROS.            00012092
       77 WRK-RESTO-BISSEXTO       PIC 9(02)    VALUE ZEROS.            00012094
       01 WRK-DIAS-POR-MES.                                             00012096
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.         00012098
       01 WRK-TAB-DIAS-MES REDEFINES WRK-DIAS-POR-MES.                  00012100
          05 WRK-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.           00012102
       01 WRK-JOB-REGISTRO.                                             00012110
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00012112
          05 WRK-JOB-EVENTO        PIC X(01).                           00012114
      *-------------------------------------------------------*         00014100
                                                                        00014200
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00014300
                                                                        0001430A
             ACCEPT WRK-ENTRADA FROM SYSIN.                             0001430B
             IF WRK-DIAS-CONFIRMA NOT NUMERIC                           0001430C
                MOVE 5 TO WRK-DIAS-CONFIRMA                             0001430D
             END-IF.                                                    0001430E
             PERFORM 1500-CALCULAR-DATA-CORTE.                          0001430F
                                                                        00014306
      *     TRAVA DE PREDECESSORES DA MALHA (DEPSERV + JOBLOG)          00014312
             MOVE 'FR03CB22' TO WRK-DEP-PROGRAMA.                       00014318
             END-IF.                                                    00016120
                                                                        00016122
             PERFORM 1100-CARREGAR-LAYOUTS.                             00016124
                                                                        00016129
             OPEN INPUT PENSPAG.                                        00016134
             IF WRK-FS-PENSPAG EQUAL '35'                               00016139
                DISPLAY ' PENSPAG AUSENTE, REMESSA SEM PENSAO '         00016144
                SET WRK-PEN-ACABOU TO TRUE                              00016149
             ELSE                                                       00016154
                IF WRK-FS-PENSPAG NOT EQUAL '00'                        00016159
                   MOVE ' ERRO OPEN PENSPAG ' TO WRK-MSG                00016164
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     00016169
                   MOVE 'PENSPAG' TO WRK-MSG-VALOR-1                    00016174
                   PERFORM 9000-TRATAR-ERROS                            00016179
                END-IF                                                  00016184
                PERFORM 1400-LER-PENSPAG                                00016189
             END-IF.                                                    00016194
                                                                        00016200
             MOVE SPACES        TO FD-REMESSA.                          00016300
             MOVE 'H'           TO FD-CAB-TIPO.                         00016400
             MOVE 'H'           TO FD-CB2-TIPO.                         00016614
             MOVE WRK-DATA-HOJE TO FD-CB2-DATA.                         00016616
             WRITE FD-REMESSA2.                                         00016618
                                                                        00016638
             DISPLAY ' CONTA MUDADA DESDE ' WRK-DATA-CORTE              00016658
                     ' SEM CONFIRMACAO FICA RETIDA '.                   00016678
                                                                        00016700
             PERFORM 1200-LER-HOLERITE.                                 00016800
             PERFORM 1300-LER-FUNCBANCO.                                00016900
      *-------------------------------------------------------*         00020600
                                                                        00020700
      *-------------------------------------------------------*         00020800
       1400-LER-PENSPAG                           SECTION.              00020805
      *-------------------------------------------------------*         00020810
                                                                        00020815
             READ PENSPAG.                                              00020820
             IF WRK-FS-PENSPAG EQUAL '00'                               00020825
                MOVE FD-PPG-ID TO WRK-CHAVE-PEN                         00020830
             ELSE                                                       00020835
                SET WRK-PEN-ACABOU TO TRUE                              00020840
                MOVE 9999 TO WRK-CHAVE-PEN                              00020845
             END-IF.                                                    00020850
                                                                        00020855
      *-------------------------------------------------------*         00020860
       1400-999-FIM.                              EXIT.                 00020865
      *-------------------------------------------------------*         00020870
                                                                        00020875
      *---------------------------------------------------------------  000208AA
      *    1500-CALCULAR-DATA-CORTE                                     000208AB
      *    DATA DA FOLHA MENOS N DIAS DE CALENDARIO, VOLTANDO UM DIA    000208AC
      *    POR VEZ (MESMO CALCULO DO FR03CB24).                         000208AD
      *---------------------------------------------------------------  000208AE
       1500-CALCULAR-DATA-CORTE                   SECTION.              000208AF
                                                                        000208AG
             MOVE WRK-DATA-HOJE(1:4) TO WRK-CRT-ANO.                    000208AH
             MOVE WRK-DATA-HOJE(5:2) TO WRK-CRT-MES.                    000208AI
             MOVE WRK-DATA-HOJE(7:2) TO WRK-CRT-DIA.                    000208AJ
                                                                        000208AK
             MOVE WRK-DIAS-CONFIRMA TO WRK-DIAS-RESTANTES.              000208AL
             PERFORM 1510-VOLTAR-UM-DIA                                 000208AM
                UNTIL WRK-DIAS-RESTANTES EQUAL ZEROS.                   000208AN
                                                                        000208AO
      *-------------------------------------------------------*         000208AP
       1500-999-FIM.                              EXIT.                 000208AQ
      *-------------------------------------------------------*         000208AR
                                                                        000208AS
       1510-VOLTAR-UM-DIA                          SECTION.             000208AT
                                                                        000208AU
             IF WRK-CRT-DIA GREATER THAN 1                              000208AV
                SUBTRACT 1 FROM WRK-CRT-DIA                             000208AW
             ELSE                                                       000208AX
                IF WRK-CRT-MES EQUAL 1                                  000208AY
                   SUBTRACT 1 FROM WRK-CRT-ANO                          000208AZ
                   MOVE 12 TO WRK-CRT-MES                               000208BA
                ELSE                                                    000208BB
                   SUBTRACT 1 FROM WRK-CRT-MES                          000208BC
                END-IF                                                  000208BD
                MOVE WRK-DIAS-MES(WRK-CRT-MES) TO WRK-DIAS-NO-MES       000208BE
                IF WRK-CRT-MES EQUAL 2                                  000208BF
                   PERFORM 1520-TESTAR-BISSEXTO                         000208BG
                END-IF                                                  000208BH
                MOVE WRK-DIAS-NO-MES TO WRK-CRT-DIA                     000208BI
             END-IF.                                                    000208BJ
             SUBTRACT 1 FROM WRK-DIAS-RESTANTES.                        000208BK
                                                                        000208BL
      *-------------------------------------------------------*         000208BM
       1510-999-FIM.                              EXIT.                 000208BN
      *-------------------------------------------------------*         000208BO
                                                                        000208BP
       1520-TESTAR-BISSEXTO                        SECTION.             000208BQ
                                                                        000208BR
             DIVIDE WRK-CRT-ANO BY 4 GIVING WRK-QUOC-BISSEXTO           000208BS
                    REMAINDER WRK-RESTO-BISSEXTO.                       000208BT
             IF WRK-RESTO-BISSEXTO EQUAL ZEROS                          000208BU
                MOVE 29 TO WRK-DIAS-NO-MES                              000208BV
             ELSE                                                       000208BW
                MOVE 28 TO WRK-DIAS-NO-MES                              000208BX
             END-IF.                                                    000208BY
                                                                        000208BZ
      *-------------------------------------------------------*         000208CA
       1520-999-FIM.                              EXIT.                 000208CB
      *-------------------------------------------------------*         000208CC
                                                                        000208CD
      *-------------------------------------------------------*         00020880
       2000-BALANCEAR                             SECTION.              00020900
      *-------------------------------------------------------*         00021000
                                                                        00021100
                 ADD 1 TO WRK-REG-SEM-BANCO                             00021800
                 DISPLAY ' SEM DADOS BANCARIOS: ID ' FD-HOL-ID          00021900
                         ' ' FD-HOL-NOME                                00022000
                 PERFORM 2200-GRAVAR-PENSOES                            00022050
                 PERFORM 1200-LER-HOLERITE                              00022100
              WHEN NOT WRK-BCO-ACABOU AND                               00022200
                   ( WRK-HOL-ACABOU OR                                  00022300
                 ADD 1 TO WRK-REG-BCO-SEM-HOL                           00022500
                 PERFORM 1300-LER-FUNCBANCO                             00022600
              WHEN OTHER                                                00022700
                 IF NOT FD-FB-CONFIRMADA AND                            00022721
                    FD-FB-DATA-ALT NOT LESS THAN WRK-DATA-CORTE         00022742
                    PERFORM 2050-RETER-CREDITO                          00022763
                 ELSE                                                   00022784
                    PERFORM 2100-GRAVAR-DETALHE                         00022805
                 END-IF                                                 00022826
                 PERFORM 2200-GRAVAR-PENSOES                            00022850
                 PERFORM 1200-LER-HOLERITE                              00022900
                 PERFORM 1300-LER-FUNCBANCO                             00023000
            END-EVALUATE.                                               00023100
                                                                        00023200
      *-------------------------------------------------------*         00023300
       2000-999-FIM.                              EXIT.                 00023400
      *-------------------------------------------------------*         00023405
                                                                        00023410
      *---------------------------------------------------------------  00023415
      *    2050-RETER-CREDITO                                           00023420
      *    CONTA MUDADA DEPOIS DA DATA DE CORTE E NAO CONFIRMADA NO     00023425
      *    FR03DB55: O SALARIO NAO VAI PARA O BANCO NESTA REMESSA.      00023430
      *---------------------------------------------------------------  00023435
       2050-RETER-CREDITO                         SECTION.              00023440
                                                                        00023445
             ADD 1 TO WRK-REG-RETIDOS.                                  00023450
             DISPLAY ' RETIDO, CONTA A CONFIRMAR: ID ' FD-HOL-ID        00023455
                     ' ' FD-HOL-NOME.                                   00023460
             DISPLAY '    BANCO ' FD-FB-BANCO ' AG ' FD-FB-AGENCIA      00023465
                     ' CC ' FD-FB-CONTA ' MUDADA EM ' FD-FB-DATA-ALT    00023470
                     ' POR ' FD-FB-USUARIO.                             00023475
                                                                        00023480
      *-------------------------------------------------------*         00023485
       2050-999-FIM.                              EXIT.                 00023490
      *-------------------------------------------------------*         00023500
                                                                        00023600
      *---------------------------------------------------------------  00023700
      *---------------------------------------------------------------  00023740
       2100-GRAVAR-DETALHE                        SECTION.              00023800
                                                                        00024000
            MOVE FD-FB-BANCO TO WRK-BANCO-PROCURA.                      00024005
            PERFORM 2150-PROCURAR-LAYOUT.                               00024010
                                                                        00024020
            IF WRK-LAYOUT-BANCO EQUAL '02'                              00024030
       2160-TESTAR-LAYOUT                         SECTION.              00025540
      *-------------------------------------------------------*         00025542
                                                                        00025544
            IF WRK-TAB-LAY-BANCO(WRK-IDX-LAY) EQUAL                     00025545
               WRK-BANCO-PROCURA                                        00025546
               MOVE WRK-TAB-LAY-LAYOUT(WRK-IDX-LAY)                     00025548
                    TO WRK-LAYOUT-BANCO                                 00025550
            END-IF.                                                     00025552
       2160-999-FIM.                              EXIT.                 00025560
      *-------------------------------------------------------*         00025562
                                                                        00025600
      *---------------------------------------------------------------  00025601
      *    2200-GRAVAR-PENSOES                                          00025602
      *    GRAVA OS CREDITOS DE PENSAO DO FUNCIONARIO CUJO HOLERITE     00025603
      *    ACABOU DE SER TRATADO (COM OU SEM DADOS BANCARIOS DELE -     00025604
      *    A CONTA E A DO BENEFICIARIO). PENSAO COM ID MENOR QUE O      00025605
      *    HOLERITE CORRENTE NAO TEM HOLERITE E SAI NO SYSOUT.          00025606
      *---------------------------------------------------------------  00025607
       2200-GRAVAR-PENSOES                        SECTION.              00025608
                                                                        00025609
            PERFORM 2210-GRAVAR-UMA-PENSAO                              00025610
               UNTIL WRK-PEN-ACABOU OR                                  00025611
                     WRK-CHAVE-PEN GREATER THAN WRK-CHAVE-HOL.          00025612
                                                                        00025613
      *-------------------------------------------------------*         00025614
       2200-999-FIM.                              EXIT.                 00025615
      *-------------------------------------------------------*         00025616
                                                                        00025617
      *---------------------------------------------------------------  00025618
      *    2210-GRAVAR-UMA-PENSAO                                       00025619
      *    DETALHE TIPO 'P' NO ARQUIVO DO LAYOUT DO BANCO DO            00025620
      *    BENEFICIARIO.                                                00025621
      *---------------------------------------------------------------  00025622
       2210-GRAVAR-UMA-PENSAO                     SECTION.              00025623
                                                                        00025624
            IF WRK-CHAVE-PEN LESS THAN WRK-CHAVE-HOL                    00025625
               ADD 1 TO WRK-REG-PEN-SEM-HOL                             00025626
               DISPLAY ' PENSAO SEM HOLERITE: ID ' FD-PPG-ID            00025627
                       ' ' FD-PPG-BENEF                                 00025628
            ELSE                                                        00025629
               MOVE FD-PPG-BANCO TO WRK-BANCO-PROCURA                   00025630
               PERFORM 2150-PROCURAR-LAYOUT                             00025631
               IF WRK-LAYOUT-BANCO EQUAL '02'                           00025632
                  MOVE SPACES          TO FD-REMESSA2                   00025633
                  MOVE 'P'             TO FD-DT2-TIPO                   00025634
                  MOVE FD-PPG-ID       TO FD-DT2-ID                     00025635
                  MOVE FD-PPG-BENEF    TO FD-DT2-NOME                   00025636
                  MOVE FD-PPG-VALOR    TO FD-DT2-VALOR                  00025637
                  MOVE FD-PPG-BANCO    TO FD-DT2-BANCO                  00025638
                  MOVE FD-PPG-AGENCIA  TO FD-DT2-AGENCIA                00025639
                  MOVE FD-PPG-CONTA    TO FD-DT2-CONTA                  00025640
                  WRITE FD-REMESSA2                                     00025641
                  ADD 1 TO WRK-REG-REMETIDOS2                           00025642
                  ADD FD-PPG-VALOR TO WRK-SOMA-VALORES2                 00025643
               ELSE                                                     00025644
                  MOVE SPACES          TO FD-REMESSA                    00025645
                  MOVE 'P'             TO FD-DET-TIPO                   00025646
                  MOVE FD-PPG-ID       TO FD-DET-ID                     00025647
                  MOVE FD-PPG-BENEF    TO FD-DET-NOME                   00025648
                  MOVE FD-PPG-VALOR    TO FD-DET-VALOR                  00025649
                  MOVE FD-PPG-BANCO    TO FD-DET-BANCO                  00025650
                  MOVE FD-PPG-AGENCIA  TO FD-DET-AGENCIA                00025651
                  MOVE FD-PPG-CONTA    TO FD-DET-CONTA                  00025652
                  WRITE FD-REMESSA                                      00025653
                  ADD 1 TO WRK-REG-REMETIDOS                            00025654
                  ADD FD-PPG-VALOR TO WRK-SOMA-VALORES                  00025655
               END-IF                                                   00025656
               ADD 1 TO WRK-REG-PENSOES                                 00025657
            END-IF.                                                     00025658
            PERFORM 1400-LER-PENSPAG.                                   00025659
                                                                        00025660
      *-------------------------------------------------------*         00025661
       2210-999-FIM.                              EXIT.                 00025662
      *-------------------------------------------------------*         00025663
                                                                        00025664
      *-------------------------------------------------------*         00025700
       3000-FINALIZAR                              SECTION.             00025800
      *-------------------------------------------------------*         00025900
                                                                        00025925
      *      PENSAO QUE SOBROU DEPOIS DO ULTIMO HOLERITE (CHAVE 9999)   00025950
             PERFORM 2200-GRAVAR-PENSOES.                               00025975
                                                                        00026000
             MOVE SPACES           TO FD-REMESSA.                       00026100
             MOVE 'T'              TO FD-TRL-TIPO.                      00026200
             CLOSE FUNCBANCO.                                           00026800
             CLOSE REMESSA.                                             00026900
             CLOSE REMESSA2.                                            00026910
             IF WRK-FS-PENSPAG NOT EQUAL '35'                           00026932
                CLOSE PENSPAG                                           00026954
             END-IF.                                                    00026976
                                                                        00027000
             DISPLAY '===================================='.            00027100
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00012160
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00012162
             MOVE WRK-REG-HOLERITE TO WRK-JOB-LIDOS.                    00012164
             MOVE WRK-REG-REMETIDOS TO WRK-JOB-GRAVADOS.                00012166
             COMPUTE WRK-JOB-REJEITADOS = WRK-REG-SEM-BANCO             00012167
                                        + WRK-REG-RETIDOS               00012168
             END-COMPUTE.                                               00012169
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00012172
                  WRK-JOB-RETORNO                                       00012174
                 ON EXCEPTION                                           00012176
             DISPLAY ' REMETIDOS AO BANCO....: ' WRK-REG-REMETIDOS.     00027400
             DISPLAY ' REMETIDOS LAYOUT 02...: '                        00027410
                      WRK-REG-REMETIDOS2.                               00027420
             DISPLAY ' CREDITOS DE PENSAO....: ' WRK-REG-PENSOES.       00027440
             DISPLAY ' PENSAO SEM HOLERITE...: '                        00027460
                      WRK-REG-PEN-SEM-HOL.                              00027480
             DISPLAY ' SEM DADOS BANCARIOS...: ' WRK-REG-SEM-BANCO.     00027500
             DISPLAY ' RETIDOS A CONFIRMAR...: ' WRK-REG-RETIDOS.       00027550
             DISPLAY ' BANCO SEM HOLERITE....: ' WRK-REG-BCO-SEM-HOL.   00027600
             DISPLAY ' SOMA DOS VALORES......: ' WRK-SOMA-VALORES.      00027700
             DISPLAY '==================================== '.           00027800
