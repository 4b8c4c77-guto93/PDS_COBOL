      *     DO REGISTRO (PLANO DE CONTAS DO FR03CB20); O                00002020
      *     BALANCETE DIARIO SEGUE TOTALIZANDO PELO ARQUIVO             00002030
      *     INTEIRO, O EXTRATO POR CONTA E O FR03CB26.                  00002040
      *-------------------------------------------------------------*   00002050
      *     MANUTENCAO:                                                 00002060
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00002070
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00002080
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00002090
      *===========================================================*     00002100
      *===========================================================*     00002200
       ENVIRONMENT                                    DIVISION.         00002300
       01 FD-ACEITO.                                                    00005600
          05 FD-ACE-DATA         PIC 9(08).                             00005700
          05 FD-ACE-LANCAMENTO   PIC X(30).                             00005800
          05 FD-ACE-VALOR        PIC 9(09)V99.                          00005900
          05 FD-ACE-TIPO         PIC X(01).                             00006000
             88 FD-ACE-CREDITO         VALUE 'C'.                       00006100
             88 FD-ACE-DEBITO          VALUE 'D'.                       00006200
