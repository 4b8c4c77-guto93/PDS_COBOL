      *              : GASTOU, QUE O BALANCETE DO FR03CB25 NAO          00001600
      *              : ENXERGA. LANCAMENTO SEM CENTRO DE CUSTO          00001700
      *              : AGRUPA NO ROTULO '----'.                         00001800
      *-------------------------------------------------------------*   00001814
      *     MANUTENCAO:                                                 00001828
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00001842
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00001856
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00001870
      *       O REGISTRO DO SORT ACOMPANHOU.                            00001884
      *===========================================================*     00001900
      *===========================================================*     00002000
       ENVIRONMENT                                    DIVISION.         00002100
       01 FD-ACEITO.                                                    00005300
          05 FD-ACE-DATA         PIC 9(08).                             00005400
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00005500
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00005600
          05 FD-ACE-TIPO         PIC X(01).                             00005700
          05 FD-ACE-CONTA        PIC X(06).                             00005800
          05 FD-ACE-CCUSTO       PIC X(04).                             00005900
       01 SD-CLASSIF.                                                   00006200
          05 SD-CONTA            PIC X(06).                             00006300
          05 SD-CCUSTO           PIC X(04).                             00006400
          05 SD-VALOR            PIC 9(09)V99.                          00006500
          05 SD-TIPO             PIC X(01).                             00006600
                                                                        00006700
       FD RELCCU                                                        00006800
