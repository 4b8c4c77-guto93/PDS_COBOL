      *       A DATA EFETIVA VOLTAM PARA O SETOR DE ORIGEM NA           00002160
      *       BASE 30 - TRANSFERIDO NO DIA 28 NAO CARREGA MAIS          00002170
      *       O MES INTEIRO NO SETOR NOVO.                              00002180
      *     - 21/08/2023: AO LADO DA QTDE ORCADA SAEM AS VAGAS          00002185
      *       AUTORIZADAS DO SETOR NA TABELA DE CARGOS                  00002190
      *       (SOMA DE FOUR001.CARGO.VAGAS, MANTIDA PELO FR03DB48).     00002195
      *=======================================================*         00002200
      *=======================================================*         00002300
       ENVIRONMENT                                    DIVISION.         00002400
       77 WRK-SQLCODE              PIC -999.                            00009000
       77 WRK-SETOR-ATU            PIC X(04)    VALUE SPACES.           00009100
       77 WRK-QTDE-ATU             PIC 9(05)    VALUE ZEROS.            00009200
       77 WRK-VAGAS-SETOR          PIC S9(09) COMP VALUE ZEROS.         00009250
       77 WRK-SALARIO-ATU          PIC 9(10)V99 VALUE ZEROS.            00009300
                                                                        00009302
       01 WRK-TAB-TRANSF.                                               00009304
                                                                        00028600
             DISPLAY ' QTDE ORCADA.........: ' WRK-ORC-QTDE             00028700
                     ' REALIZADA ' WRK-QTDE-ATU.                        00028800
             PERFORM 2220-BUSCAR-VAGAS.                                 00028833
             DISPLAY ' VAGAS AUTORIZADAS...: ' WRK-VAGAS-SETOR.         00028866
             DISPLAY ' FOLHA ORCADA........: ' WRK-ORC-FOLHA.           00028900
             DISPLAY ' FOLHA REALIZADA.....: ' WRK-SALARIO-ATU.         00029000
                                                                        00029100
                                                                        00032400
      *-------------------------------------------------------*         00032500
       2210-999-FIM.                              EXIT.                 00032600
      *-------------------------------------------------------*         00032604
                                                                        00032608
      *---------------------------------------------------------------  00032612
      *    2220-BUSCAR-VAGAS                                            00032616
      *    SOMA DAS VAGAS AUTORIZADAS DOS CARGOS DO SETOR (ZERO SE O    00032620
      *    SETOR AINDA NAO TEM CARGO CADASTRADO).                       00032624
      *---------------------------------------------------------------  00032628
       2220-BUSCAR-VAGAS                           SECTION.             00032632
                                                                        00032636
             EXEC SQL                                                   00032640
                SELECT COALESCE(SUM(VAGAS), 0)                          00032644
                  INTO :WRK-VAGAS-SETOR                                 00032648
                  FROM FOUR001.CARGO                                    00032652
                 WHERE SETOR = :WRK-SETOR-ATU                           00032656
             END-EXEC.                                                  00032660
             IF SQLCODE NOT EQUAL ZEROS                                 00032664
                MOVE ZEROS TO WRK-VAGAS-SETOR                           00032668
             END-IF.                                                    00032672
                                                                        00032676
      *-------------------------------------------------------*         00032680
       2220-999-FIM.                              EXIT.                 00032684
      *-------------------------------------------------------*         00032700
                                                                        00032800
      *---------------------------------------------------------------  00032900
