      *              : DEBITO SUBTRAI) E FECHA CADA CONTA COM O         00001300
      *              : SALDO FINAL E A DESCRICAO DO PLANO DE            00001400
      *              : CONTAS PLANOCTA.                                 00001500
      *-------------------------------------------------------------*   00001514
      *     MANUTENCAO:                                                 00001528
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00001542
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00001556
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00001570
      *       O REGISTRO DO SORT ACOMPANHOU.                            00001584
      *     - 16/10/2023: PLANOCTA AMPLIADO DE 38 PARA 50 POSICOES COM  00001589
      *       GRUPO E SUBGRUPO DE DEMONSTRACAO (FR03CB51).              00001594
      *===========================================================*     00001600
      *===========================================================*     00001700
       ENVIRONMENT                                    DIVISION.         00001800
       01 FD-ACEITO.                                                    00005000
          05 FD-ACE-DATA         PIC 9(08).                             00005100
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00005200
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00005300
          05 FD-ACE-TIPO         PIC X(01).                             00005400
          05 FD-ACE-CONTA        PIC X(06).                             00005500
          05 FD-ACE-CCUSTO       PIC X(04).                             00005510
          05 FD-PCT-DESCRICAO    PIC X(30).                             00006200
          05 FD-PCT-ATIVA        PIC X(01).                             00006300
          05 FD-PCT-NATUREZA     PIC X(01).                             00006400
          05 FD-PCT-GRUPO        PIC X(01).                             00006425
          05 FD-PCT-SUBGRUPO     PIC X(02).                             00006450
          05 FILLER              PIC X(09).                             00006475
                                                                        00006500
       SD CLASSIF.                                                      00006600
       01 SD-ACEITO.                                                    00006700
          05 SD-DATA             PIC 9(08).                             00006800
          05 SD-LANCAMENTO       PIC X(30).                             00006900
          05 SD-VALOR            PIC 9(09)V99.                          00007000
          05 SD-TIPO             PIC X(01).                             00007100
          05 SD-CONTA            PIC X(06).                             00007200
                                                                        00007300
