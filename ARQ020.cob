      *       (POSICOES 52-64 DO FEED) PASSOU A SER APLICADO NA         00002140
      *       APROVACAO - MOVIMENTO APROVADO DEIXA O MESTRE             00002150
      *       IGUAL AO QUE O ARQ006 DEIXARIA DIRETO.                    00002160
      *     - 10/07/2023: APROVACAO QUE MUDA A QUANTIDADE DO            00002168
      *       MESTRE SAI NO MOVLOG COMO TIPO A-AJUSTE DE CADASTRO       00002176
      *       (DOCUMENTO 'CADLIBER'), COM A DIFERENCA E OS SALDOS       00002184
      *       ANTERIOR E RESULTANTE, PARA A CONFERENCIA DO ARQ034.      00002192
      *=======================================================*         00002200
                                                                        00002300
      *=======================================================*         00002400
                FILE STATUS  IS WRK-FS-PRECPEN2.                        00003900
             SELECT PRECDISP ASSIGN TO PRECDISP                         00004000
                FILE STATUS  IS WRK-FS-PRECDISP.                        00004100
             SELECT MOVLOG   ASSIGN TO MOVLOG                           00004133
                FILE STATUS  IS WRK-FS-MOVLOG.                          00004166
      *=======================================================*         00004200
       DATA                                      DIVISION.              00004300
      *=======================================================*         00004400
          05 FD-DSP-SUPERVISOR    PIC X(08).                            00009400
          05 FD-DSP-DATA          PIC X(08).                            00009500
          05 FILLER               PIC X(13).                            00009600
                                                                        00009606
       FD MOVLOG                                                        00009612
           RECORDING MODE IS F                                          00009618
           BLOCK CONTAINS 0 RECORDS.                                    00009624
       01 FD-MOVLOG.                                                    00009630
          05 FD-LOG-CODIGO        PIC X(06).                            00009636
          05 FD-LOG-DATA          PIC X(08).                            00009642
          05 FD-LOG-TIPO          PIC X(01).                            00009648
          05 FD-LOG-QTDE          PIC 9(05).                            00009654
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00009660
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00009666
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00009672
          05 FD-LOG-LOTE          PIC X(10).                            00009678
          05 FD-LOG-DEPOSITO      PIC X(02).                            00009684
      *---------------------------------------------------              00009700
       WORKING-STORAGE                           SECTION.               00009800
      *---------------------------------------------------              00009900
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00010200
       77 WRK-FS-PRECPEN2 PIC X(02) VALUE ZEROS.                        00010300
       77 WRK-FS-PRECDISP PIC X(02) VALUE ZEROS.                        00010400
       77 WRK-FS-MOVLOG   PIC X(02) VALUE ZEROS.                        00010450
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00010500
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00010600
       77 WRK-SALDO-ANT   PIC 9(05) VALUE ZEROS.                        00010650
                                                                        00010700
       01 WRK-TAB-DECISOES.                                             00010800
          05 WRK-TAB-DEC-ITEM OCCURS 100 TIMES.                         00010900
            IF WRK-FS-PRECDISP NOT EQUAL '00'                           00017200
               MOVE ' ERRO OPEN PRECDISP ' TO WRK-MSG                   00017300
               PERFORM 9000-TRATAR-ERROS                                00017400
            END-IF.                                                     00017414
                                                                        00017428
            OPEN OUTPUT MOVLOG.                                         00017442
            IF WRK-FS-MOVLOG NOT EQUAL '00'                             00017456
               MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                     00017470
               PERFORM 9000-TRATAR-ERROS                                00017484
            END-IF.                                                     00017500
                                                                        00017600
            PERFORM 1200-CARREGAR-DECISOES.                             00017700
            READ PRODMSTR.                                              00029700
            EVALUATE WRK-FS-PRODMSTR                                    00029800
              WHEN ZEROS                                                00029900
                 MOVE FD-PM-QTDE       TO WRK-SALDO-ANT                 00029950
                 MOVE FD-PPD-DESCRICAO TO FD-PM-DESCRICAO               00030000
                 MOVE FD-PPD-PRECO     TO FD-PM-PRECO                   00030100
                 MOVE FD-PPD-QTDE      TO FD-PM-QTDE                    00030200
                    PERFORM 9000-TRATAR-ERROS                           00030700
                 END-IF                                                 00030800
                 ADD 1 TO WRK-REG-APLICADOS                             00030900
                 IF FD-PM-QTDE NOT EQUAL WRK-SALDO-ANT                  00030925
                    PERFORM 2300-GRAVAR-MOVLOG                          00030950
                 END-IF                                                 00030975
                 PERFORM 2400-GRAVAR-DISPOSICAO                         00031000
              WHEN '23'                                                 00031100
                 DISPLAY ' PENDENCIA DE CODIGO INEXISTENTE: '           00031200
       2200-99-FIM.                       EXIT.                         00032300
      *-------------------------------------------------------------*   00032400
                                                                        00032500
      *---------------------------------------------------------------  00032503
      *    2300-GRAVAR-MOVLOG                                           00032506
      *    A QUANTIDADE APROVADA SUBSTITUI O SALDO DO MESTRE; A         00032509
      *    DIFERENCA VAI PARA O MOVLOG COMO TIPO A (AJUSTE DE           00032512
      *    CADASTRO) E O SENTIDO SAI DOS SALDOS ANTERIOR E ATUAL.       00032515
      *---------------------------------------------------------------  00032518
       2300-GRAVAR-MOVLOG                 SECTION.                      00032521
                                                                        00032524
            MOVE SPACES        TO FD-MOVLOG.                            00032527
            MOVE FD-PM-CODIGO  TO FD-LOG-CODIGO.                        00032530
            MOVE WRK-DATA-HOJE TO FD-LOG-DATA.                          00032533
            MOVE 'A'           TO FD-LOG-TIPO.                          00032536
            IF FD-PM-QTDE GREATER THAN WRK-SALDO-ANT                    00032539
               COMPUTE FD-LOG-QTDE = FD-PM-QTDE - WRK-SALDO-ANT         00032542
            ELSE                                                        00032545
               COMPUTE FD-LOG-QTDE = WRK-SALDO-ANT - FD-PM-QTDE         00032548
            END-IF.                                                     00032551
            MOVE 'CADLIBER'    TO FD-LOG-DOCUMENTO.                     00032554
            MOVE WRK-SALDO-ANT TO FD-LOG-SALDO-ANT.                     00032557
            MOVE FD-PM-QTDE    TO FD-LOG-SALDO-ATU.                     00032560
            WRITE FD-MOVLOG.                                            00032563
            IF WRK-FS-MOVLOG NOT EQUAL '00'                             00032566
               MOVE ' ERRO WRITE MOVLOG ' TO WRK-MSG                    00032569
               PERFORM 9000-TRATAR-ERROS                                00032572
            END-IF.                                                     00032575
                                                                        00032578
      *-------------------------------------------------------------*   00032581
       2300-99-FIM.                       EXIT.                         00032584
      *-------------------------------------------------------------*   00032587
                                                                        00032590
      *-------------------------------------------------------------*   00032600
       2400-GRAVAR-DISPOSICAO             SECTION.                      00032700
      *-------------------------------------------------------------*   00032800
            CLOSE PRECPEND                                              00034500
            CLOSE PRODMSTR                                              00034600
            CLOSE PRECPEN2                                              00034700
            CLOSE PRECDISP                                              00034766
            CLOSE MOVLOG.                                               00034832
                                                                        00034900
            DISPLAY '=========================================='.       00035000
            DISPLAY ' PENDENCIAS LIDAS.....: ' WRK-REG-LIDOS.           00035100
