      *       PELO DIGITO NA VALDOC E OBRIGATORIO. CADA ADMISSAO        00003186
      *       ACEITA GERA O EVENTO LEGAL 'A' EM EVTADM, QUE O           00003188
      *       FR03DB38 CONSOLIDA NO ARQUIVO DE ENVIO AO GOVERNO.        00003190
      *     - 21/08/2023: O FUNCNOVO GANHOU O CARGO E O INDICADOR       00003191
      *       DE ADMISSAO ACIMA DO QUADRO (116 POSICOES; O RECFNOV      00003192
      *       ACOMPANHOU). O CARGO E OBRIGATORIO, PRECISA EXISTIR EM    00003193
      *       FOUR001.CARGO E SER DO SETOR DO FUNCIONARIO, E VAI NO     00003194
      *       INSERT DE FUNC. CARGO SEM VAGA ABERTA (OCUPANTES          00003195
      *       ATIVOS JA NO LIMITE DE VAGAS) E REJEITADO, A MENOS QUE    00003196
      *       O INDICADOR VENHA 'S'; A ADMISSAO ACIMA DO QUADRO SAI     00003197
      *       NO SYSOUT E NO TOTAL FINAL.                               00003198
      *=======================================================*         00003200
      *=======================================================*         00003300
       ENVIRONMENT                                    DIVISION.         00003400
          05 FD-DATAADM       PIC X(10).                                00006400
          05 FD-EMAIL         PIC X(40).                                00006500
          05 FD-CPF           PIC X(11).                                00006510
          05 FD-CARGO         PIC X(06).                                00006532
          05 FD-ACIMA-QUADRO  PIC X(01).                                00006554
             88 FD-ACIMA-AUTORIZADA      VALUE 'S'.                     00006576
                                                                        00006600
       FD REJEITO                                                       00006700
           RECORDING MODE IS F                                          00006800
       77 WRK-SQLCODE         PIC -999.                                 00009600
       77 WRK-INDICATOR       PIC S9(04) COMP VALUE ZEROS.              00009700
       77 DB2-SETOR-NOME      PIC X(30) VALUE SPACES.                   00009710
       77 DB2-CARGO           PIC X(06) VALUE SPACES.                   00009728
       77 DB2-CARGO-SETOR     PIC X(04) VALUE SPACES.                   00009746
       77 DB2-CARGO-VAGAS     PIC S9(04) COMP VALUE ZEROS.              00009764
       77 DB2-OCUPADOS        PIC S9(09) COMP VALUE ZEROS.              00009782
                                                                        00009800
       77 WRK-FS-FUNCNOVO     PIC X(02) VALUE SPACES.                   00009900
       77 WRK-FS-REJEITO      PIC X(02) VALUE SPACES.                   00010000
       77 WRK-FS-CRACHA       PIC X(02) VALUE SPACES.                   00010020
       77 WRK-FS-BEMVINDO     PIC X(02) VALUE SPACES.                   00010030
       77 WRK-REG-ONBOARDING  PIC 9(07) VALUE ZEROS.                    00010040
       77 WRK-REG-ACIMA-QUADRO PIC 9(07) VALUE ZEROS.                   00010057
       77 WRK-ACIMA-QUADRO    PIC X(01) VALUE 'N'.                      00010074
          88 WRK-ADMISSAO-ACIMA      VALUE 'S'.                         00010091
       01 WRK-JOB-REGISTRO.                                             00010110
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00010112
          05 WRK-JOB-EVENTO        PIC X(01).                           00010114
             SET WRK-REG-OK TO TRUE.                                    00022800
             MOVE SPACES TO WRK-REJ-MOTIVO.                             00022900
             MOVE SPACES TO WRK-REJ-COD.                                00007088
             MOVE 'N'    TO WRK-ACIMA-QUADRO.                           00015044
                                                                        00023000
             IF FD-ID EQUAL ZEROS                                       00023100
                SET WRK-REG-INVALIDO TO TRUE                            00023200
                END-IF                                                  00025562
             END-IF.                                                    00025564
                                                                        00025500
             IF WRK-REG-OK                                              00025520
                PERFORM 2160-VALIDAR-CARGO                              00025540
             END-IF.                                                    00025560
                                                                        00025580
      *-------------------------------------------------------*         00025600
       2100-999-FIM.                              EXIT.                 00025700
      *-------------------------------------------------------*         00025800
       2150-999-FIM.                              EXIT.                 00025984
      *-------------------------------------------------------*         00025988

      *---------------------------------------------------------------  000259AB
      *    2160-VALIDAR-CARGO                                           000259AC
      *    O CARGO PRECISA EXISTIR EM FOUR001.CARGO E SER DO SETOR      000259AD
      *    DO FUNCIONARIO. SE OS OCUPANTES ATIVOS JA CHEGARAM AS        000259AE
      *    VAGAS AUTORIZADAS, A ADMISSAO SO PASSA COM O INDICADOR DE    000259AF
      *    ACIMA DO QUADRO 'S' NO FUNCNOVO.                             000259AG
      *---------------------------------------------------------------  000259AH
       2160-VALIDAR-CARGO                          SECTION.             000259AI
                                                                        000259AJ
             IF FD-CARGO EQUAL SPACES                                   000259AK
                SET WRK-REG-INVALIDO TO TRUE                            000259AL
                MOVE ' CARGO EM BRANCO ' TO WRK-REJ-MOTIVO              000259AM
                MOVE 'F12 ' TO WRK-REJ-COD                              000259AN
             ELSE                                                       000259AO
                MOVE FD-CARGO TO DB2-CARGO                              000259AP
                EXEC SQL                                                000259AQ
                   SELECT SETOR, VAGAS                                  000259AR
                    INTO :DB2-CARGO-SETOR, :DB2-CARGO-VAGAS             000259AS
                    FROM FOUR001.CARGO                                  000259AT
                   WHERE CODIGO = :DB2-CARGO                            000259AU
                END-EXEC                                                000259AV
                EVALUATE TRUE                                           000259AW
                  WHEN SQLCODE EQUAL 100                                000259AX
                     SET WRK-REG-INVALIDO TO TRUE                       000259AY
                     MOVE ' CARGO SEM CADASTRO ' TO WRK-REJ-MOTIVO      000259AZ
                     MOVE 'F13 ' TO WRK-REJ-COD                         000259BA
                  WHEN DB2-CARGO-SETOR NOT EQUAL FD-SETOR               000259BB
                     SET WRK-REG-INVALIDO TO TRUE                       000259BC
                     MOVE ' CARGO DE OUTRO SETOR ' TO WRK-REJ-MOTIVO    000259BD
                     MOVE 'F14 ' TO WRK-REJ-COD                         000259BE
                  WHEN OTHER                                            000259BF
                     PERFORM 2170-CONFERIR-VAGA                         000259BG
                END-EVALUATE                                            000259BH
             END-IF.                                                    000259BI
                                                                        000259BJ
      *-------------------------------------------------------*         000259BK
       2160-999-FIM.                              EXIT.                 000259BL
      *-------------------------------------------------------*         000259BM
                                                                        000259BN
      *-------------------------------------------------------*         000259BO
       2170-CONFERIR-VAGA                          SECTION.             000259BP
      *-------------------------------------------------------*         000259BQ
                                                                        000259BR
             EXEC SQL                                                   000259BS
                SELECT COUNT(*)                                         000259BT
                  INTO :DB2-OCUPADOS                                    000259BU
                  FROM FOUR001.FUNC                                     000259BV
                 WHERE CARGO = :DB2-CARGO                               000259BW
                   AND ( STATUS IS NULL OR STATUS <> 'D' )              000259BX
             END-EXEC.                                                  000259BY
                                                                        000259BZ
             IF DB2-OCUPADOS NOT LESS THAN DB2-CARGO-VAGAS              000259CA
                IF FD-ACIMA-AUTORIZADA                                  000259CB
                   SET WRK-ADMISSAO-ACIMA TO TRUE                       000259CC
                ELSE                                                    000259CD
                   SET WRK-REG-INVALIDO TO TRUE                         000259CE
                   MOVE ' CARGO SEM VAGA ABERTA ' TO WRK-REJ-MOTIVO     000259CF
                   MOVE 'F15 ' TO WRK-REJ-COD                           000259CG
                END-IF                                                  000259CH
             END-IF.                                                    000259CI
                                                                        000259CJ
      *-------------------------------------------------------*         000259CK
       2170-999-FIM.                              EXIT.                 000259CL
      *-------------------------------------------------------*         000259CM
                                                                        000259CN
      *-------------------------------------------------------*         00026000
       2200-GRAVAR-FUNCIONARIO                     SECTION.             00026100
      *-------------------------------------------------------*         00026200
            MOVE    FD-SALARIO           TO DB2-SALARIO.                00026700
            MOVE    FD-DATAADM           TO DB2-DATAADM.                00026800
            MOVE    FD-EMAIL             TO DB2-EMAIL.                  00026900
            MOVE    FD-CARGO             TO DB2-CARGO.                  00026950
                                                                        00027000
            EXEC SQL                                                    00027100
              INSERT INTO                                               00027200
              FOUR001.FUNC(ID,NOME,SETOR,SALARIO,DATAADM,EMAIL,         00027266
                           CARGO)                                       00027332
              VALUES(:DB2-ID,                                           00027400
                     :DB2-NOME,                                         00027500
                     :DB2-SETOR,                                        00027600
                     :DB2-SALARIO,                                      00027700
                     :DB2-DATAADM,                                      00027800
                     :DB2-EMAIL,                                        00027866
                     :DB2-CARGO)                                        00027932
            END-EXEC.                                                   00028000
                                                                        00028100
             EVALUATE SQLCODE                                           00028200
                DISPLAY 'SALARIO.'  DB2-SALARIO                         00028900
                DISPLAY 'DATAADM.'  DB2-DATAADM                         00029000
                DISPLAY 'EMAIL...'  DB2-EMAIL                           00029100
                DISPLAY 'CARGO...'  DB2-CARGO                           00029101
                IF WRK-ADMISSAO-ACIMA                                   00029102
                   ADD 1 TO WRK-REG-ACIMA-QUADRO                        00029103
                   DISPLAY ' ADMISSAO ACIMA DO QUADRO DO CARGO '        00029104
                           DB2-CARGO ' (VAGAS ' DB2-CARGO-VAGAS ')'     00029105
                END-IF                                                  00029106
                PERFORM 2250-GRAVAR-ONBOARDING                          00029110
               WHEN -803                                                00029200
                MOVE SQLCODE        TO WRK-SQLCODE                      00029300
             DISPLAY ' LIDOS......: ' WRK-REG-LIDOS.                    00034500
             DISPLAY ' GRAVADOS...: ' WRK-REG-GRAVADOS.                 00034600
             DISPLAY ' REJEITADOS.: ' WRK-REG-REJEITADOS.               00034700
             DISPLAY ' ACIMA QUADRO: ' WRK-REG-ACIMA-QUADRO.            00034750
             DISPLAY '------------------'.                              00034800
                STOP RUN.                                               00034900
                                                                        00035000
