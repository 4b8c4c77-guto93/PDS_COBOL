      *     - 02/08/2022: PROTECAO CONTRA SUBMISSAO EM DOBRO NO         00018697
      *       MESMO DIA VIA FOUR001.RUN_CTRL (REEXECUCAO SO COM         00018698
      *       O PARAMETRO 'S' NA SYSIN).                                00018699
      *     - 21/08/2023: O FUNCALT GANHOU O CARGO (115 POSICOES;       0001869A
      *       O RECFALT ACOMPANHOU). CARGO INFORMADO PRECISA EXISTIR    0001869B
      *       EM FOUR001.CARGO; DEPOIS DA COMPARACAO, O CARGO QUE       0001869C
      *       FICA PRECISA SER DO SETOR QUE FICA (TRANSFERENCIA SEM     0001869D
      *       TROCA DE CARGO E REJEITADA). O CARGO ENTRA NO UPDATE E    0001869E
      *       NA TRILHA DE AUDITORIA (CARGO_ANT/CARGO_NOVO). O LIMITE   0001869F
      *       DE VAGAS SO E CONFERIDO NA ADMISSAO (FR03DB03); O         0001869G
      *       EXCESSO NA TROCA DE CARGO APARECE NO FR03DB49.            0001869H
      *=======================================================*         00003900
      *=======================================================*         00004000
       ENVIRONMENT                                    DIVISION.         00004100
          05 FD-DATAADM       PIC X(10).                                00007300
          05 FD-EMAIL         PIC X(40).                                00007400
          05 FD-TELEFONE      PIC X(11).                                00007500
          05 FD-CARGO         PIC X(06).                                00007550
                                                                        00007600
       FD REJEITO                                                       00007700
           RECORDING MODE IS F                                          00007800
       77 WRK-INDICATOR     PIC S9(04) COMP VALUE ZEROS.                00011500
       77 DB2-SETOR-NOME      PIC X(30) VALUE SPACES.                   00011610
       77 WRK-TELEFONE-NULL PIC S9(04) COMP VALUE ZEROS.                00011600
       77 WRK-CARGO-NULL    PIC S9(04) COMP VALUE ZEROS.                00011625
       77 DB2-CARGO         PIC X(06) VALUE SPACES.                     00011650
       77 DB2-CARGO-SETOR   PIC X(04) VALUE SPACES.                     00011675
       77 WRK-FLEG          PIC S9(04).                                 00011700
                                                                        00011800
       77 WRK-NOME-ANT      PIC X(30) VALUE SPACES.                     00011900
       77 WRK-DATAADM-ANT   PIC X(10) VALUE SPACES.                     00012200
       77 WRK-EMAIL-ANT     PIC X(40) VALUE SPACES.                     00012300
       77 WRK-TELEFONE-ANT  PIC X(11) VALUE SPACES.                     00012400
       77 WRK-CARGO-ANT     PIC X(06) VALUE SPACES.                     00012450
                                                                        00012500
       77 WRK-ALT-NOME      PIC X(30).                                  00012600
       77 WRK-ALT-SETOR     PIC X(04).                                  00012700
       77 WRK-ALT-DATAADM   PIC X(10).                                  00012900
       77 WRK-ALT-EMAIL     PIC X(40).                                  00013000
       77 WRK-ALT-TELEFONE  PIC X(11).                                  00013100
       77 WRK-ALT-CARGO     PIC X(06).                                  00013150
                                                                        00013200
       77 WRK-FS-FUNCALT     PIC X(02) VALUE SPACES.                    00013300
       77 WRK-FS-REJEITO     PIC X(02) VALUE SPACES.                    00013400
                PERFORM 2150-VALIDAR-SETOR                              00029620
             END-IF.                                                    00029630
                                                                        00029700
             IF WRK-REG-OK AND FD-CARGO NOT EQUAL SPACES                00029720
                PERFORM 2160-VALIDAR-CARGO                              00029740
             END-IF.                                                    00029760
                                                                        00029780
      *-------------------------------------------------------*         00029800
       2100-999-FIM.                              EXIT.                 00029900
      *-------------------------------------------------------*         00030000
       2150-999-FIM.                              EXIT.                 00029774
      *-------------------------------------------------------*         00029778

      *-------------------------------------------------------*         00029814
       2160-VALIDAR-CARGO                          SECTION.             00029832
      *-------------------------------------------------------*         00029850
                                                                        00029868
                MOVE FD-CARGO TO DB2-CARGO                              00029886
                EXEC SQL                                                00029904
                   SELECT SETOR                                         00029922
                    INTO :DB2-CARGO-SETOR                               00029940
                    FROM FOUR001.CARGO                                  00029958
                   WHERE CODIGO = :DB2-CARGO                            00029976
                END-EXEC.                                               00029994
                IF SQLCODE EQUAL 100                                    00030012
                   SET WRK-REG-INVALIDO TO TRUE                         00030030
                   MOVE ' CARGO SEM CADASTRO ' TO WRK-REJ-MOTIVO        00030048
                   MOVE 'U08 ' TO WRK-REJ-COD                           00030066
                END-IF.                                                 00030084
                                                                        00030102
      *-------------------------------------------------------*         00030120
       2160-999-FIM.                              EXIT.                 00030138
      *-------------------------------------------------------*         00030156
                                                                        00030174
      *---------------------------------------------------------------  00030200
      *    2200-TRATAR-UPDATE                                           00030300
      *    LE O REGISTRO ATUAL EM FOUR001.FUNC, COMPARA CAMPO A CAMPO   00030400
           MOVE ZEROS                TO WRK-FLEG.                       00031200
           EXEC SQL                                                     00031300
              SELECT ID, NOME, SETOR, SALARIO, DATAADM, EMAIL,          00031400
                     TELEFONE, CARGO                                    00031475
               INTO :REG-FUNC, :DB2-TELEFONE :WRK-TELEFONE-NULL,        00031550
                    :DB2-CARGO :WRK-CARGO-NULL                          00031625
               FROM FOUR001.FUNC                                        00031700
               WHERE ID = :DB2-ID                                       00031800
           END-EXEC.                                                    00031900
                 ELSE                                                   00033000
                    MOVE DB2-TELEFONE  TO WRK-TELEFONE-ANT              00033100
                 END-IF                                                 00033200
                 IF WRK-CARGO-NULL EQUAL -1                             00033220
                    MOVE SPACES        TO DB2-CARGO                     00033240
                 END-IF                                                 00033260
                 MOVE DB2-CARGO     TO WRK-CARGO-ANT                    00033280
                                                                        00033300
                 PERFORM 4000-DADOS-ATUAIS                              00033400
                                                                        00033500
                      MOVE 1              TO WRK-FLEG                   00038100
                   END-IF                                               00038200
                                                                        00038300
                   IF FD-CARGO    NOT EQUAL                             00038306
                      DB2-CARGO   AND                                   00038312
                      FD-CARGO    NOT EQUAL SPACES                      00038318
                      MOVE FD-CARGO       TO DB2-CARGO                  00038324
                      MOVE FD-CARGO       TO WRK-ALT-CARGO              00038330
                      MOVE ZEROS          TO WRK-CARGO-NULL             00038336
                      MOVE 1              TO WRK-FLEG                   00038342
                   END-IF                                               00038348
                                                                        00038354
                   IF WRK-FLEG EQUAL 1 AND                              00038360
                      DB2-CARGO NOT EQUAL SPACES                        00038366
                      PERFORM 2170-CONFERIR-SETOR-CARGO                 00038372
                   END-IF                                               00038378
                                                                        00038384
                  WHEN 100                                              00038400
                     MOVE ZEROS            TO WRK-SQLCODE               00038500
                     MOVE ' ID NAO ENCONTRADO ' TO WRK-REJ-MOTIVO       00038600
                    SALARIO  =:DB2-SALARIO,                             00040200
                    DATAADM  =:DB2-DATAADM,                             00040300
                    EMAIL    =:DB2-EMAIL,                               00040400
                    TELEFONE =:DB2-TELEFONE,                            00040466
                    CARGO    =:DB2-CARGO :WRK-CARGO-NULL                00040532
                    WHERE  ID=:DB2-ID                                   00040600
           END-EXEC                                                     00040700
                                                                        00040800
                                                                        00042400
      *-------------------------------------------------------*         00042500
       2200-999-FIM.                              EXIT.                 00042600
      *-------------------------------------------------------*         00042603
                                                                        00042606
      *---------------------------------------------------------------  00042609
      *    2170-CONFERIR-SETOR-CARGO                                    00042612
      *    O CARGO QUE FICA NO FUNCIONARIO (NOVO OU O ATUAL) PRECISA    00042615
      *    SER DO SETOR QUE FICA; SENAO O REGISTRO E REJEITADO E O      00042618
      *    UPDATE NAO ACONTECE.                                         00042621
      *---------------------------------------------------------------  00042624
       2170-CONFERIR-SETOR-CARGO                   SECTION.             00042627
                                                                        00042630
             EXEC SQL                                                   00042633
                SELECT SETOR                                            00042636
                  INTO :DB2-CARGO-SETOR                                 00042639
                  FROM FOUR001.CARGO                                    00042642
                 WHERE CODIGO = :DB2-CARGO                              00042645
             END-EXEC.                                                  00042648
                                                                        00042651
             IF SQLCODE NOT EQUAL ZEROS OR                              00042654
                DB2-CARGO-SETOR NOT EQUAL DB2-SETOR                     00042657
                MOVE ZEROS            TO WRK-FLEG                       00042660
                MOVE ZEROS            TO WRK-SQLCODE                    00042663
                MOVE ' CARGO DE OUTRO SETOR ' TO WRK-REJ-MOTIVO         00042666
                MOVE 'U09 ' TO WRK-REJ-COD                              00042669
                PERFORM 2900-GRAVAR-REJEITO                             00042672
             END-IF.                                                    00042675
                                                                        00042678
      *-------------------------------------------------------*         00042681
       2170-999-FIM.                              EXIT.                 00042684
      *-------------------------------------------------------*         00042700
                                                                        00042800
      *---------------------------------------------------------------  00042900
           EXEC SQL                                                     00045300
              INSERT INTO FOUR001.FUNC_AUDIT                            00045400
                   (ID, NOME_ANT, SETOR_ANT, SALARIO_ANT,               00045500
                    DATAADM_ANT, EMAIL_ANT, TELEFONE_ANT, CARGO_ANT,    00045600
                    NOME_NOVO, SETOR_NOVO, SALARIO_NOVO,                00045700
                    DATAADM_NOVO, EMAIL_NOVO, TELEFONE_NOVO,            00045800
                    CARGO_NOVO,                                         00045850
                    DATA_ALTERACAO, PROGRAMA_ORIGEM)                    00045900
              VALUES(:DB2-ID, :WRK-NOME-ANT, :WRK-SETOR-ANT,            00046000
                     :WRK-SALARIO-ANT, :WRK-DATAADM-ANT, :WRK-EMAIL-ANT,00046100
                     :WRK-TELEFONE-ANT, :WRK-CARGO-ANT,                 00046200
                     :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00046300
                     :DB2-DATAADM, :DB2-EMAIL, :DB2-TELEFONE,           00046400
                     :DB2-CARGO,                                        00046450
                     CURRENT TIMESTAMP, 'FR03DB10')                     00046500
           END-EXEC.                                                    00046600
                                                                        00046700
                DISPLAY 'SALARIO....'     DB2-SALARIO.                  00051600
                DISPLAY 'DATAADM....'     DB2-DATAADM.                  00051700
                DISPLAY 'EMAIL......'     DB2-EMAIL.                    00051800
                DISPLAY 'CARGO......'     WRK-CARGO-ANT.                00051850
                IF WRK-TELEFONE-NULL EQUAL -1                           00051900
                   DISPLAY 'TELEFONE...' SPACES                         00052000
                ELSE                                                    00052100
           DISPLAY 'DATA------> ' WRK-ALT-DATAADM                       00054000
           DISPLAY 'EMAIL-----> ' WRK-ALT-EMAIL                         00054100
           DISPLAY 'TELEFONE--> ' WRK-ALT-TELEFONE                      00054200
           DISPLAY 'CARGO-----> ' WRK-ALT-CARGO                         00054250
           DISPLAY '------------------------------'.                    00054300
                                                                        00054400
      *-------------------------------------------------------*         00054500
