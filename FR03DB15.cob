      *       CONSULTA; RODADA REPETIDA DA COMPETENCIA REGRAVA.         000021C0
      *-------------------------------------------------------*         00002200
      *     LAYOUTS DE REFERENCIA:                                      00002300
      *     INSSFX: VIGENCIA AAAAMMDD + LIMITE 9(08)V99 +               00002365
      *             ALIQUOTA 9(02)V99 POR FAIXA; CADA GERACAO EM        00002430
      *             ORDEM CRESCENTE DE LIMITE, AS GERACOES EM           00002495
      *             ORDEM CRESCENTE DE VIGENCIA; O ULTIMO LIMITE        00002560
      *             DA GERACAO E O TETO DE CONTRIBUICAO.                00002625
      *     IRRFFX: VIGENCIA AAAAMMDD + LIMITE 9(08)V99 +               00002690
      *             ALIQUOTA 9(02)V99 + PARCELA A DEDUZIR               00002755
      *             9(06)V99 POR FAIXA, NA MESMA ORDEM; O ULTIMO        00002820
      *             LIMITE DA GERACAO DEVE SER 99999999,99.             00002885
      *             VIGENCIA 00000000 VALE DESDE SEMPRE.                00002950
      *     - 11/11/2022: OS ERROS PASSARAM A SAIR TAMBEM PELO          00003020
      *       CATALOGO DE MENSAGENS (MSGSERV, CODIGO FIL0001 /          00003040
      *       FIL0035 COM O NOME DO ARQUIVO); SEM CATALOGO OU           00003060
      *     - 02/12/2022: NA RERODADA O HOLHISTD DA COMPETENCIA E       00003096
      *       LIMPO ANTES DE REGRAVAR - VERBA QUE SUMIU NO              00003097
      *       REPROCESSAMENTO NAO SOBRA NA TELA DO F03CIP13.            00003098
      *     - 10/04/2023: A COMISSAO DOS GERENTES SOBRE O RECEBIDO      00003099
      *       (COMISPAG, FR03DB43) ENTRA NO BRUTO ANTES DE INSS E       00003100
      *       IRRF, NA RUBRICA QUE VEM NA PROPRIA LINHA (PADRAO         00003101
      *       050). SEM O ARQUIVO A FOLHA SEGUE SEM COMISSAO.           00003102
      *     - 31/07/2023: A DIFERENCA SALARIAL RETROATIVA DOS MESES     0000310A
      *       JA FECHADOS (RETROPAG, FR03DB46) ENTRA NO BRUTO ANTES     0000310B
      *       DE INSS E IRRF, NA RUBRICA DA LINHA (PADRAO 060).         0000310C
      *       SEM O ARQUIVO A FOLHA SEGUE SEM RETROATIVO.               0000310D
      *     - 14/08/2023: A PENSAO ALIMENTICIA DE ORDEM JUDICIAL        0000310A
      *       (PENSAO: BENEFICIARIO, DADOS BANCARIOS, BASE L=% DO       0000310B
      *       LIQUIDO LEGAL, B=% DO BRUTO OU F=VALOR FIXO, VIGENCIA)    0000310C
      *       E DESCONTADA DEPOIS DE INSS E IRRF NA RUBRICA 140,        0000310D
      *       ANTES DO ADIANTAMENTO E DO VALE-TRANSPORTE, LIMITADA      0000310E
      *       AO LIQUIDO. CADA CREDITO AO BENEFICIARIO SAI EM           0000310F
      *       PENSPAG PARA A REMESSA DO FR03CB22.                       0000310G
      *     - 28/08/2023: DIAS DE AFASTAMENTO (FOUR001.AFASTAMENTO,     0000310A
      *       FR03DB50) NAO PAGOS PELA EMPRESA SAEM DO BRUTO NA         0000310B
      *       RUBRICA 021: LICENCA NAO REMUNERADA INTEIRA E, EM         0000310C
      *       DOENCA OU ACIDENTE, O QUE PASSA DO 15O DIA (INSS).        0000310D
      *       DIAS CONTADOS NA CONVENCAO 360, LIMITE 30 NO MES.         0000310E
      *     - 11/09/2023: MODO DE SIMULACAO (SYSIN 'SIMULA'): CALCULA   0000310A
      *       TUDO SEM GRAVAR HOLHIST/HOLHISTD, SEM BAIXAR O ADIANT     0000310B
      *       E SEM ACUMULAR EM FOLHA_ACUM; O HOLERITE DA PREVIA        0000310C
      *       (DD DO PASSO) VAI PARA O FR03DB54 COMPARAR COM A          0000310D
      *       COMPETENCIA ANTERIOR. A RODADA REAL SO COMECA COM A       0000310E
      *       PREVIA DA COMPETENCIA LIBERADA NO FOLLIBER.               0000310F
      *     - 25/09/2023: INSSFX E IRRFFX GANHARAM A DATA DE INICIO     0000310A
      *       DE VIGENCIA NA FRENTE DE CADA FAIXA, COM VARIAS           0000310B
      *       GERACOES NO MESMO ARQUIVO; A FOLHA USA A GERACAO MAIS     0000310C
      *       RECENTE VIGENTE NA COMPETENCIA CALCULADA (ATE O MES DA    0000310D
      *       COMPETENCIA) E GRAVA EM TABUSO A VIGENCIA USADA EM        0000310E
      *       CADA RODADA, LISTADA PELO FR03CB49.                       0000310F
      *     - 02/10/2023: DESCONTO EM FOLHA DAS COMPRAS DE              0000310A
      *       FUNCIONARIOS (COMPFUNC, GRAVADO PELO FR01CB05): A         0000310B
      *       PARCELA DO MES (RUBRICA 150) SAI DO LIQUIDO JA SEM        0000310C
      *       PENSAO, ADIANTAMENTO E VT, LIMITADA A 30% DESSE           0000310D
      *       LIQUIDO; CADA DESCONTO VAI PARA COBFOLHA (OCORRENCIA      0000310E
      *       61, BAIXA NO FR01CB07) E OS PLANOS COM SALDO SEGUEM       0000310F
      *       PARA A PROXIMA COMPETENCIA EM COMPNOVO.                   0000310G
      *=======================================================*         00003100
      *=======================================================*         00003200
       ENVIRONMENT                                    DIVISION.         00003300
                FILE STATUS  IS WRK-FS-FERPAG.                          00004964
             SELECT DESCVT   ASSIGN TO DESCVT                           00004966
                FILE STATUS  IS WRK-FS-DESCVT.                          00004968
             SELECT COMISPAG ASSIGN TO COMISPAG                         00004969
                FILE STATUS  IS WRK-FS-COMISPAG.                        00004970
             SELECT RETROPAG ASSIGN TO RETROPAG                         0000497A
                FILE STATUS  IS WRK-FS-RETROPAG.                        0000497B
             SELECT PENSAO   ASSIGN TO PENSAO                           0000497A
                FILE STATUS  IS WRK-FS-PENSAO.                          0000497B
             SELECT PENSPAG  ASSIGN TO PENSPAG                          0000497C
                FILE STATUS  IS WRK-FS-PENSPAG.                         0000497D
             SELECT COMPFUNC ASSIGN TO COMPFUNC                         0000497A
                FILE STATUS  IS WRK-FS-COMPFUNC.                        0000497B
             SELECT COMPNOVO ASSIGN TO COMPNOVO                         0000497C
                FILE STATUS  IS WRK-FS-COMPNOVO.                        0000497D
             SELECT COBFOLHA ASSIGN TO COBFOLHA                         0000497E
                FILE STATUS  IS WRK-FS-COBFOLHA.                        0000497F
             SELECT ADIANT   ASSIGN TO ADIANT                           00004970
                ORGANIZATION IS INDEXED                                 00004972
                ACCESS MODE  IS RANDOM                                  00004974
                ACCESS MODE  IS DYNAMIC                                 00004994
                RECORD KEY   IS FD-HD-CHAVE                             00004996
                FILE STATUS  IS WRK-FS-HOLHISTD.                        00004998
             SELECT FOLLIBER ASSIGN TO FOLLIBER                         0000499A
                FILE STATUS  IS WRK-FS-FOLLIBER.                        0000499B
             SELECT TABUSO   ASSIGN TO TABUSO                           0000499A
                FILE STATUS  IS WRK-FS-TABUSO.                          0000499B
      *=======================================================*         00005000
       DATA                                       DIVISION.             00005100
      *=======================================================*         00005200
           RECORDING MODE IS F                                          00005800
           BLOCK CONTAINS 0 RECORDS.                                    00005900
       01 FD-INSSFX.                                                    00006000
          05 FD-INS-VIGENCIA  PIC X(08).                                00006050
          05 FD-INS-LIMITE    PIC 9(08)V99.                             00006100
          05 FD-INS-ALIQUOTA  PIC 9(02)V99.                             00006200
                                                                        00006300
           RECORDING MODE IS F                                          00006500
           BLOCK CONTAINS 0 RECORDS.                                    00006600
       01 FD-IRRFFX.                                                    00006700
          05 FD-IRF-VIGENCIA  PIC X(08).                                00006750
          05 FD-IRF-LIMITE    PIC 9(08)V99.                             00006800
          05 FD-IRF-ALIQUOTA  PIC 9(02)V99.                             00006900
          05 FD-IRF-DEDUCAO   PIC 9(06)V99.                             00007000
          05 FD-PAG-VALOR        PIC 9(08)V99.                          000082B1
          05 FILLER              PIC X(04).                             000082B3
                                                                        000082B4
       FD COMISPAG                                                      00008299
           RECORDING MODE IS F                                          00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008301
       01 FD-COMISPAG.                                                  00008302
          05 FD-CMP-ID           PIC 9(04).                             00008303
          05 FD-CMP-RUBRICA      PIC X(03).                             00008304
          05 FD-CMP-VALOR        PIC 9(08)V99.                          00008305
          05 FILLER              PIC X(03).                             00008306
                                                                        0000830A
       FD RETROPAG                                                      0000830B
           RECORDING MODE IS F                                          0000830C
           BLOCK CONTAINS 0 RECORDS.                                    0000830D
       01 FD-RETROPAG.                                                  0000830E
          05 FD-RTP-ID           PIC 9(04).                             0000830F
          05 FD-RTP-RUBRICA      PIC X(03).                             0000830G
          05 FD-RTP-VALOR        PIC 9(08)V99.                          0000830H
          05 FILLER              PIC X(03).                             0000830I
                                                                        000083AA
       FD PENSAO                                                        000083AB
           RECORDING MODE IS F                                          000083AC
           BLOCK CONTAINS 0 RECORDS.                                    000083AD
       01 FD-PENSAO.                                                    000083AE
          05 FD-PEN-ID           PIC 9(04).                             000083AF
          05 FD-PEN-BENEFICIARIO PIC X(30).                             000083AG
          05 FD-PEN-BANCO        PIC X(03).                             000083AH
          05 FD-PEN-AGENCIA      PIC X(05).                             000083AI
          05 FD-PEN-CONTA        PIC X(10).                             000083AJ
          05 FD-PEN-BASE         PIC X(01).                             000083AK
             88 FD-PEN-SOBRE-LIQUIDO    VALUE 'L'.                      000083AL
             88 FD-PEN-SOBRE-BRUTO      VALUE 'B'.                      000083AM
             88 FD-PEN-VALOR-FIXO       VALUE 'F'.                      000083AN
          05 FD-PEN-PERCENTUAL   PIC 9(03)V99.                          000083AO
          05 FD-PEN-VALOR        PIC 9(08)V99.                          000083AP
          05 FD-PEN-INICIO       PIC X(08).                             000083AQ
          05 FD-PEN-FIM          PIC X(08).                             000083AR
          05 FILLER              PIC X(16).                             000083AS
                                                                        000083AT
       FD PENSPAG                                                       000083AU
           RECORDING MODE IS F                                          000083AV
           BLOCK CONTAINS 0 RECORDS.                                    000083AW
       01 FD-PENSPAG.                                                   000083AX
          05 FD-PPG-ID           PIC 9(04).                             000083AY
          05 FD-PPG-BENEFICIARIO PIC X(30).                             000083AZ
          05 FD-PPG-BANCO        PIC X(03).                             000083BA
          05 FD-PPG-AGENCIA      PIC X(05).                             000083BB
          05 FD-PPG-CONTA        PIC X(10).                             000083BC
          05 FD-PPG-VALOR        PIC 9(08)V99.                          000083BD
          05 FILLER              PIC X(18).                             000083BE
       FD COMPFUNC                                                      000083AA
           RECORDING MODE IS F                                          000083AB
           BLOCK CONTAINS 0 RECORDS.                                    000083AC
       01 FD-COMPFUNC.                                                  000083AD
          05 FD-CFN-ID           PIC 9(04).                             000083AE
          05 FD-CFN-CLIENTE      PIC X(04).                             000083AF
          05 FD-CFN-NF           PIC 9(06).                             000083AG
          05 FD-CFN-DATA         PIC X(08).                             000083AH
          05 FD-CFN-VALOR        PIC 9(09)V99.                          000083AI
          05 FD-CFN-PARCELAS     PIC 9(02).                             000083AJ
          05 FD-CFN-PAGAS        PIC 9(02).                             000083AK
          05 FD-CFN-VALOR-PARC   PIC 9(09)V99.                          000083AL
          05 FD-CFN-SALDO        PIC 9(09)V99.                          000083AM
          05 FILLER              PIC X(01).                             000083AN
                                                                        000083AO
       FD COMPNOVO                                                      000083AP
           RECORDING MODE IS F                                          000083AQ
           BLOCK CONTAINS 0 RECORDS.                                    000083AR
       01 FD-COMPNOVO.                                                  000083AS
          05 FD-CNV-ID           PIC 9(04).                             000083AT
          05 FD-CNV-CLIENTE      PIC X(04).                             000083AU
          05 FD-CNV-NF           PIC 9(06).                             000083AV
          05 FD-CNV-DATA         PIC X(08).                             000083AW
          05 FD-CNV-VALOR        PIC 9(09)V99.                          000083AX
          05 FD-CNV-PARCELAS     PIC 9(02).                             000083AY
          05 FD-CNV-PAGAS        PIC 9(02).                             000083AZ
          05 FD-CNV-VALOR-PARC   PIC 9(09)V99.                          000083BA
          05 FD-CNV-SALDO        PIC 9(09)V99.                          000083BB
          05 FILLER              PIC X(01).                             000083BC
                                                                        000083BD
       FD COBFOLHA                                                      000083BE
           RECORDING MODE IS F                                          000083BF
           BLOCK CONTAINS 0 RECORDS.                                    000083BG
       01 FD-COBFOLHA.                                                  000083BH
          05 FD-CBF-NF           PIC 9(06).                             000083BI
          05 FD-CBF-VALOR        PIC 9(09)V99.                          000083BJ
          05 FD-CBF-DATA         PIC X(08).                             000083BK
          05 FD-CBF-OCORRENCIA   PIC X(02).                             000083BL
          05 FILLER              PIC X(13).                             000083BM
                                                                        000083BN
                                                                        00008307
       FD ADIANT                                                        000082B2
           RECORDING MODE IS F                                          000082B4
           BLOCK CONTAINS 0 RECORDS.                                    000082B6
          05 FD-HD-VALOR          PIC 9(08)V99.                         00008309
          05 FD-HD-TIPO           PIC X(01).                            0000830A
          05 FILLER               PIC X(01).                            0000830B
                                                                        0000830A
       FD FOLLIBER                                                      0000830B
           RECORDING MODE IS F                                          0000830C
           BLOCK CONTAINS 0 RECORDS.                                    0000830D
       01 FD-FOLLIBER.                                                  0000830E
          05 FD-LIB-COMPETENCIA   PIC X(06).                            0000830F
          05 FD-LIB-SITUACAO      PIC X(01).                            0000830G
             88 FD-LIB-PENDENTE         VALUE 'P'.                      0000830H
             88 FD-LIB-LIBERADA         VALUE 'L'.                      0000830I
          05 FD-LIB-DATA-PREVIA   PIC X(08).                            0000830J
          05 FD-LIB-DATA-LIBERA   PIC X(08).                            0000830K
          05 FD-LIB-USUARIO       PIC X(08).                            0000830L
          05 FD-LIB-ALERTAS       PIC 9(05).                            0000830M
          05 FD-LIB-PERC          PIC 9(02)V99.                         0000830N
          05 FILLER               PIC X(10).                            0000830O
                                                                        00008300
       FD TABUSO                                                        00008306
           RECORDING MODE IS F                                          00008312
           BLOCK CONTAINS 0 RECORDS.                                    00008318
       01 FD-TABUSO.                                                    00008324
          05 FD-TBU-DATA          PIC X(08).                            00008330
          05 FD-TBU-PROGRAMA      PIC X(08).                            00008336
          05 FD-TBU-COMPETENCIA   PIC X(06).                            00008342
          05 FD-TBU-MODO          PIC X(08).                            00008348
          05 FD-TBU-VIG-INSS      PIC X(08).                            00008354
          05 FD-TBU-FAIXAS-INSS   PIC 9(02).                            00008360
          05 FD-TBU-VIG-IRRF      PIC X(08).                            00008366
          05 FD-TBU-FAIXAS-IRRF   PIC 9(02).                            00008372
          05 FILLER               PIC X(10).                            00008378
                                                                        00008384
      *-------------------------------------------------------*         00008400
       WORKING-STORAGE                            SECTION.              00008500
      *-------------------------------------------------------*         00008600
             10 WRK-TAB-IRF-ALIQ     PIC 9(02)V99.                      00012200
             10 WRK-TAB-IRF-DEDUCAO  PIC 9(06)V99.                      00012300
       77 WRK-QTDE-FAIXAS-IRRF PIC 9(02) VALUE ZEROS.                   00012400
                                                                        00012416
       77 WRK-FS-TABUSO      PIC X(02) VALUE ZEROS.                     00012432
       77 WRK-VIG-INSS       PIC X(08) VALUE LOW-VALUES.                00012448
       77 WRK-VIG-IRRF       PIC X(08) VALUE LOW-VALUES.                00012464
       77 WRK-VIG-LIDA       PIC X(08) VALUE LOW-VALUES.                00012480
                                                                        00012500
       77 WRK-IDX            PIC 9(02) VALUE ZEROS.                     00012600
       77 WRK-ACHOU-FAIXA    PIC X(01) VALUE 'N'.                       00012700
       77 WRK-QTDE-DESCVT    PIC 9(03) VALUE ZEROS.                     00013093
       77 WRK-IDX-DVT        PIC 9(03) VALUE ZEROS.                     00013094
       01 WRK-VALOR-VT       PIC 9(08)V99 COMP-3 VALUE ZEROS.           00013095
       77 WRK-FS-COMISPAG    PIC X(02) VALUE ZEROS.                     00013096
       01 WRK-TAB-COMISSAO.                                             00013097
          05 WRK-TAB-CMP-ITEM OCCURS 100 TIMES.                         00013098
             10 WRK-TAB-CMP-ID      PIC 9(04).                          00013099
             10 WRK-TAB-CMP-RUBRICA PIC X(03).                          00013100
             10 WRK-TAB-CMP-VALOR   PIC 9(08)V99.                       00013101
       77 WRK-QTDE-COMISSAO  PIC 9(03) VALUE ZEROS.                     00013102
       77 WRK-IDX-CMP        PIC 9(03) VALUE ZEROS.                     00013103
       77 WRK-RUBRICA-COMISSAO PIC X(03) VALUE '050'.                   00013104
       01 WRK-VALOR-COMISSAO PIC 9(08)V99 COMP-3 VALUE ZEROS.           00013105
       77 WRK-FS-RETROPAG    PIC X(02) VALUE ZEROS.                     0001310A
       01 WRK-TAB-RETROATIVO.                                           0001310B
          05 WRK-TAB-RTP-ITEM OCCURS 100 TIMES.                         0001310C
             10 WRK-TAB-RTP-ID      PIC 9(04).                          0001310D
             10 WRK-TAB-RTP-RUBRICA PIC X(03).                          0001310E
             10 WRK-TAB-RTP-VALOR   PIC 9(08)V99.                       0001310F
       77 WRK-QTDE-RETROATIVO PIC 9(03) VALUE ZEROS.                    0001310G
       77 WRK-IDX-RTP        PIC 9(03) VALUE ZEROS.                     0001310H
       77 WRK-RUBRICA-RETROATIVO PIC X(03) VALUE '060'.                 0001310I
       01 WRK-VALOR-RETROATIVO PIC 9(08)V99 COMP-3 VALUE ZEROS.         0001310J
       77 WRK-FS-PENSAO      PIC X(02) VALUE ZEROS.                     0001310A
       77 WRK-FS-PENSPAG     PIC X(02) VALUE ZEROS.                     0001310B
       01 WRK-TAB-PENSAO.                                               0001310C
          05 WRK-TAB-PEN-ITEM OCCURS 100 TIMES.                         0001310D
             10 WRK-TAB-PEN-ID      PIC 9(04).                          0001310E
             10 WRK-TAB-PEN-BENEF   PIC X(30).                          0001310F
             10 WRK-TAB-PEN-BANCO   PIC X(03).                          0001310G
             10 WRK-TAB-PEN-AGENCIA PIC X(05).                          0001310H
             10 WRK-TAB-PEN-CONTA   PIC X(10).                          0001310I
             10 WRK-TAB-PEN-BASE    PIC X(01).                          0001310J
             10 WRK-TAB-PEN-PERC    PIC 9(03)V99.                       0001310K
             10 WRK-TAB-PEN-VALOR   PIC 9(08)V99.                       0001310L
       77 WRK-QTDE-PENSAO    PIC 9(03) VALUE ZEROS.                     0001310M
       77 WRK-IDX-PEN        PIC 9(03) VALUE ZEROS.                     0001310N
       01 WRK-BASE-PENSAO    PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310O
       01 WRK-PARCELA-PENSAO PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310P
       01 WRK-VALOR-PENSAO   PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310Q
       77 WRK-REG-PENSOES    PIC 9(07) VALUE ZEROS.                     0001310R
       01 WRK-TOT-PENSAO     PIC 9(12)V99 VALUE ZEROS.                  0001310S
       77 WRK-FS-COMPFUNC    PIC X(02) VALUE ZEROS.                     0001310A
       77 WRK-FS-COMPNOVO    PIC X(02) VALUE ZEROS.                     0001310B
       77 WRK-FS-COBFOLHA    PIC X(02) VALUE ZEROS.                     0001310C
       01 WRK-TAB-COMPRAS.                                              0001310D
          05 WRK-TAB-CMF-ITEM OCCURS 500 TIMES.                         0001310E
             10 WRK-TAB-CMF-ID        PIC 9(04).                        0001310F
             10 WRK-TAB-CMF-CLIENTE   PIC X(04).                        0001310G
             10 WRK-TAB-CMF-NF        PIC 9(06).                        0001310H
             10 WRK-TAB-CMF-DATA      PIC X(08).                        0001310I
             10 WRK-TAB-CMF-VALOR     PIC 9(09)V99.                     0001310J
             10 WRK-TAB-CMF-PARCELAS  PIC 9(02).                        0001310K
             10 WRK-TAB-CMF-PAGAS     PIC 9(02).                        0001310L
             10 WRK-TAB-CMF-VALOR-PARC PIC 9(09)V99.                    0001310M
             10 WRK-TAB-CMF-SALDO     PIC 9(09)V99.                     0001310N
       77 WRK-QTDE-COMPRAS   PIC 9(03) VALUE ZEROS.                     0001310O
       77 WRK-IDX-CMF        PIC 9(03) VALUE ZEROS.                     0001310P
       01 WRK-PERC-MARGEM-COMPRA PIC 9(03)V99 VALUE 30,00.              0001310Q
       01 WRK-MARGEM-COMPRA  PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310R
       01 WRK-PARCELA-COMPRA PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310S
       01 WRK-VALOR-COMPRAS  PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310T
       77 WRK-REG-COMPRAS    PIC 9(07) VALUE ZEROS.                     0001310U
       77 WRK-REG-PLANOS     PIC 9(07) VALUE ZEROS.                     0001310V
       01 WRK-TOT-COMPRAS    PIC 9(12)V99 VALUE ZEROS.                  0001310W
                                                                        0001310A
       01 DB2-AFA-TIPO       PIC X(01) VALUE SPACES.                    0001310B
       01 DB2-AFA-INICIO     PIC X(10) VALUE SPACES.                    0001310C
       01 DB2-AFA-RETORNO    PIC X(10) VALUE SPACES.                    0001310D
       77 WRK-AFA-RET-NULL   PIC S9(04) COMP VALUE ZEROS.               0001310E
       01 WRK-AFA-INI-MES    PIC X(10) VALUE SPACES.                    0001310F
       01 WRK-AFA-FIM-MES    PIC X(10) VALUE SPACES.                    0001310G
       01 WRK-AFA-DATA-DN    PIC X(10) VALUE SPACES.                    0001310H
       01 WRK-AFA-DATA-DN-R REDEFINES WRK-AFA-DATA-DN.                  0001310I
          05 WRK-AFA-DN-ANO  PIC 9(04).                                 0001310J
          05 FILLER          PIC X(01).                                 0001310K
          05 WRK-AFA-DN-MES  PIC 9(02).                                 0001310L
          05 FILLER          PIC X(01).                                 0001310M
          05 WRK-AFA-DN-DIA  PIC 9(02).                                 0001310N
       77 WRK-AFA-DN         PIC S9(07) COMP VALUE ZEROS.               0001310O
       77 WRK-AFA-DN-MES-INI PIC S9(07) COMP VALUE ZEROS.               0001310P
       77 WRK-AFA-DN-MES-FIM PIC S9(07) COMP VALUE ZEROS.               0001310Q
       77 WRK-AFA-DN-DE      PIC S9(07) COMP VALUE ZEROS.               0001310R
       77 WRK-AFA-DN-ATE     PIC S9(07) COMP VALUE ZEROS.               0001310S
       77 WRK-DIAS-AFAST     PIC S9(03) COMP VALUE ZEROS.               0001310T
       01 WRK-VALOR-AFAST    PIC 9(08)V99 COMP-3 VALUE ZEROS.           0001310U
       77 WRK-REG-AFASTADOS  PIC 9(07) VALUE ZEROS.                     0001310V
       77 WRK-FS-HOLHIST     PIC X(02) VALUE ZEROS.                     00013096
       77 WRK-FS-HOLHISTD    PIC X(02) VALUE ZEROS.                     00013097
       77 WRK-FS-FOLLIBER    PIC X(02) VALUE ZEROS.                     0001309A
       77 WRK-PARM-MODO      PIC X(08) VALUE SPACES.                    0001309B
          88 WRK-MODO-SIMULACAO        VALUE 'SIMULA'.                  0001309C
       77 WRK-PROG-DEPSERV   PIC X(08) VALUE 'DEPSERV'.                 00013098
       77 WRK-DEP-PROGRAMA   PIC X(08) VALUE SPACES.                    00013099
       77 WRK-DEP-RETORNO    PIC X(02) VALUE SPACES.                    000130A0
                 ON EXCEPTION                                           00014946
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00014948
             END-CALL.                                                  00014950
                                                                        00016130
             ACCEPT WRK-DATA-FOLHA FROM DATE YYYYMMDD.                  00017310
             MOVE WRK-DATA-FOLHA(1:4) TO WRK-ANO-FOLHA.                 00017320
             ACCEPT WRK-PARM-MODO FROM SYSIN.                           00017321
             MOVE SPACES TO WRK-AFA-INI-MES.                            0001732A
             STRING WRK-DATA-FOLHA(1:4) '-' WRK-DATA-FOLHA(5:2)         0001732B
                    '-01' DELIMITED BY SIZE INTO WRK-AFA-INI-MES.       0001732C
             MOVE WRK-AFA-INI-MES TO WRK-AFA-FIM-MES.                   0001732D
             MOVE '31'            TO WRK-AFA-FIM-MES(9:2).              0001732E
             MOVE WRK-AFA-INI-MES TO WRK-AFA-DATA-DN.                   0001732F
             PERFORM 2207-CONVERTER-DATA-AFAST.                         0001732G
             MOVE WRK-AFA-DN TO WRK-AFA-DN-MES-INI.                     0001732H
             COMPUTE WRK-AFA-DN-MES-FIM = WRK-AFA-DN-MES-INI + 29       0001732I
             END-COMPUTE.                                               0001732J
                                                                        00017322
      *      TRAVA DE PREDECESSORES DA MALHA (DEPSERV + JOBLOG)         00017324
             MOVE 'FR03DB15' TO WRK-DEP-PROGRAMA.                       00017326
                MOVE ' BLOQUEADO POR PREDECESSOR PENDENTE '             00017344
                     TO WRK-MSG                                         00017346
                PERFORM 9000-TRATAR-ERROS                               00017348
             END-IF.                                                    0001734A
                                                                        0001734B
             IF WRK-MODO-SIMULACAO                                      0001734C
                DISPLAY ' SIMULACAO: SEM HOLHIST, ADIANT E FOLHA_ACUM ' 0001734D
             ELSE                                                       0001734E
                PERFORM 1050-CONFERIR-LIBERACAO                         0001734F
             END-IF.                                                    00017350
                                                                        00017330
             OPEN INPUT INSSFX.                                         00017400
                MOVE 'INSSFX' TO WRK-MSG-VALOR-1                        00017666
                PERFORM 9000-TRATAR-ERROS                               00017700
             END-IF.                                                    00017800
             MOVE LOW-VALUES TO WRK-VIG-LIDA.                           00017850
             READ INSSFX.                                               00017900
             PERFORM 1100-CARREGAR-FAIXA-INSS                           00018000
                UNTIL WRK-FS-INSSFX NOT EQUAL '00'.                     00018100
                MOVE 'IRRFFX' TO WRK-MSG-VALOR-1                        00018666
                PERFORM 9000-TRATAR-ERROS                               00018700
             END-IF.                                                    00018800
             MOVE LOW-VALUES TO WRK-VIG-LIDA.                           00018850
             READ IRRFFX.                                               00018900
             PERFORM 1200-CARREGAR-FAIXA-IRRF                           00019000
                UNTIL WRK-FS-IRRFFX NOT EQUAL '00'.                     00019100
                                                                        00019300
             IF WRK-QTDE-FAIXAS-INSS EQUAL ZEROS OR                     00019400
                WRK-QTDE-FAIXAS-IRRF EQUAL ZEROS                        00019500
                MOVE ' SEM TABELA VIGENTE NA COMPETENCIA ' TO WRK-MSG   00019600
                PERFORM 9000-TRATAR-ERROS                               00019700
             END-IF.                                                    00019800
                                                                        00019814
             DISPLAY ' TABELA INSS VIGENTE DESDE ' WRK-VIG-INSS         00019828
                     ' FAIXAS: ' WRK-QTDE-FAIXAS-INSS.                  00019842
             DISPLAY ' TABELA IRRF VIGENTE DESDE ' WRK-VIG-IRRF         00019856
                     ' FAIXAS: ' WRK-QTDE-FAIXAS-IRRF.                  00019870
             PERFORM 1250-REGISTRAR-TABELAS.                            00019884
                                                                        00019900
             OPEN OUTPUT HOLERITE.                                      00020000
             IF WRK-FS-HOLERITE NOT EQUAL '00'                          00020100
             PERFORM 1400-CARREGAR-RUBRICAS.                            00020430
             PERFORM 1500-CARREGAR-FERIAS.                              00020435
             PERFORM 1600-CARREGAR-DESCVT.                              00020436
             PERFORM 1700-CARREGAR-COMISSAO.                            00020438
             PERFORM 1800-CARREGAR-RETROATIVO.                          00020439
             PERFORM 1900-CARREGAR-PENSAO.                              0002043A
             PERFORM 1950-CARREGAR-COMPRAS.                             0002043A
                                                                        0002043B
             OPEN OUTPUT PENSPAG.                                       0002043C
             IF WRK-FS-PENSPAG NOT EQUAL '00'                           0002043D
                MOVE ' ERRO OPEN PENSPAG ' TO WRK-MSG                   0002043E
                MOVE 'FIL0001' TO WRK-MSG-CODIGO                        0002043F
                MOVE 'PENSPAG' TO WRK-MSG-VALOR-1                       0002043G
                PERFORM 9000-TRATAR-ERROS                               0002043H
             END-IF.                                                    0002043I
                                                                        00020440
             OPEN OUTPUT HOLDET.                                        00020450
             IF WRK-FS-HOLDET NOT EQUAL '00'                            00020460
                MOVE 'FIL0001' TO WRK-MSG-CODIGO                        00020473
                MOVE 'HOLDET' TO WRK-MSG-VALOR-1                        00020476
                PERFORM 9000-TRATAR-ERROS                               00020480
             END-IF.                                                    0002048A
                                                                        0002048B
             IF NOT WRK-MODO-SIMULACAO                                  0002048C
                OPEN OUTPUT COBFOLHA                                    0002048D
                IF WRK-FS-COBFOLHA NOT EQUAL '00'                       0002048E
                   MOVE ' ERRO OPEN COBFOLHA ' TO WRK-MSG               0002048F
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     0002048G
                   MOVE 'COBFOLHA' TO WRK-MSG-VALOR-1                   0002048H
                   PERFORM 9000-TRATAR-ERROS                            0002048I
                END-IF                                                  0002048J
             END-IF.                                                    00020490
                                                                        00020492
             IF NOT WRK-MODO-SIMULACAO                                  000204AA
                PERFORM 1060-ABRIR-HISTORICO                            000204AB
             END-IF.                                                    000204AC
                                                                        000204AD
             IF WRK-MODO-SIMULACAO                                      000204AE
                OPEN INPUT ADIANT                                       000204AF
             ELSE                                                       000204AG
                OPEN I-O ADIANT                                         000204AH
             END-IF.                                                    000204AI
             IF WRK-FS-ADIANT EQUAL '35'                                000204AJ
                DISPLAY ' ADIANT AUSENTE, FOLHA SEM DESCONTO '          000204AK
             ELSE                                                       000204AL
                IF WRK-FS-ADIANT NOT EQUAL '00'                         000204AM
                   MOVE ' ERRO OPEN ADIANT ' TO WRK-MSG                 000204AN
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     000204AO
                   MOVE 'ADIANT' TO WRK-MSG-VALOR-1                     000204AP
                   PERFORM 9000-TRATAR-ERROS                            000204AQ
                END-IF                                                  000204AR
                SET WRK-ADIANT-FOI-ABERTO TO TRUE                       000204AS
             END-IF.                                                    000204AT
                                                                        000204AU
             DISPLAY '===================================='.            000204AV
             DISPLAY ' CALCULO DE FOLHA BRUTO-A-LIQUIDO '.              000204AW
             DISPLAY ' FAIXAS INSS: ' WRK-QTDE-FAIXAS-INSS              000204AX
                     ' FAIXAS IRRF: ' WRK-QTDE-FAIXAS-IRRF.             000204AY
             IF WRK-MODO-SIMULACAO                                      000204AZ
                DISPLAY ' *** SIMULACAO - PREVIA DA FOLHA *** '         000204BA
             END-IF.                                                    000204BB
             DISPLAY '===================================='.            000204BC
                                                                        000204BD
      *-------------------------------------------------------*         000204BE
       1000-999-FIM.                              EXIT.                 000204BF
      *-------------------------------------------------------*         000204BG
                                                                        000204BH
      *---------------------------------------------------------------  000204BI
      *    1050-CONFERIR-LIBERACAO                                      000204BJ
      *    A RODADA REAL SO COMECA COM A PREVIA DA COMPETENCIA          000204BK
      *    CONFERIDA E LIBERADA NO FOLLIBER (FR03DB54, OPCAO L).        000204BL
      *---------------------------------------------------------------  000204BM
       1050-CONFERIR-LIBERACAO                     SECTION.             000204BN
                                                                        000204BO
             OPEN INPUT FOLLIBER.                                       000204BP
             IF WRK-FS-FOLLIBER NOT EQUAL '00'                          000204BQ
                MOVE ' FOLHA SEM PREVIA LIBERADA ' TO WRK-MSG           000204BR
                MOVE 'FIL0001' TO WRK-MSG-CODIGO                        000204BS
                MOVE 'FOLLIBER' TO WRK-MSG-VALOR-1                      000204BT
                PERFORM 9000-TRATAR-ERROS                               000204BU
             END-IF.                                                    000204BV
             READ FOLLIBER.                                             000204BW
             IF WRK-FS-FOLLIBER NOT EQUAL '00' OR                       000204BX
                FD-LIB-COMPETENCIA NOT EQUAL WRK-DATA-FOLHA(1:6) OR     000204BY
                NOT FD-LIB-LIBERADA                                     000204BZ
                DISPLAY ' PREVIA ' FD-LIB-COMPETENCIA                   000204CA
                        ' SITUACAO ' FD-LIB-SITUACAO                    000204CB
                MOVE ' PREVIA DA FOLHA NAO LIBERADA ' TO WRK-MSG        000204CC
                PERFORM 9000-TRATAR-ERROS                               000204CD
             END-IF.                                                    000204CE
             DISPLAY ' PREVIA LIBERADA EM ' FD-LIB-DATA-LIBERA          000204CF
                     ' POR ' FD-LIB-USUARIO.                            000204CG
             CLOSE FOLLIBER.                                            000204CH
                                                                        000204CI
      *-------------------------------------------------------*         000204CJ
       1050-999-FIM.                              EXIT.                 000204CK
      *-------------------------------------------------------*         000204CL
                                                                        000204CM
      *-------------------------------------------------------*         000204CN
       1060-ABRIR-HISTORICO                       SECTION.              000204CO
      *-------------------------------------------------------*         000204CP
                                                                        000204CQ
             OPEN I-O HOLHIST.                                          00020491
             IF WRK-FS-HOLHIST EQUAL '35'                               00020492
                OPEN OUTPUT HOLHIST                                     00020493
                PERFORM 9000-TRATAR-ERROS                               000204AA
             END-IF.                                                    000204AB
                                                                        000204AC
      *-------------------------------------------------------*         00021200
       1060-999-FIM.                              EXIT.                 00021300
      *-------------------------------------------------------*         00021400
                                                                        00021500
      *---------------------------------------------------------------  00021528
      *    1100-CARREGAR-FAIXA-INSS                                     00021556
      *    FAIXA COM VIGENCIA POSTERIOR AO MES DA COMPETENCIA E         00021584
      *    IGNORADA; CADA GERACAO MAIS NOVA (ATE A COMPETENCIA)         00021612
      *    SUBSTITUI A ANTERIOR NA TABELA.                              00021640
      *---------------------------------------------------------------  00021668
       1100-CARREGAR-FAIXA-INSS                   SECTION.              00021700
                                                                        00021900
             IF FD-INS-VIGENCIA LESS THAN WRK-VIG-LIDA                  00021935
                MOVE ' INSSFX FORA DE ORDEM DE VIGENCIA ' TO WRK-MSG    00021970
                PERFORM 9000-TRATAR-ERROS                               00022005
             END-IF.                                                    00022040
             MOVE FD-INS-VIGENCIA TO WRK-VIG-LIDA.                      00022075
                                                                        00022110
             IF FD-INS-VIGENCIA(1:6) NOT GREATER THAN                   00022145
                WRK-DATA-FOLHA(1:6)                                     00022180
                IF FD-INS-VIGENCIA NOT EQUAL WRK-VIG-INSS               00022215
                   MOVE FD-INS-VIGENCIA TO WRK-VIG-INSS                 00022250
                   MOVE ZEROS TO WRK-QTDE-FAIXAS-INSS                   00022285
                END-IF                                                  00022320
                IF WRK-QTDE-FAIXAS-INSS LESS THAN 10                    00022355
                   ADD 1 TO WRK-QTDE-FAIXAS-INSS                        00022390
                   MOVE FD-INS-LIMITE TO                                00022425
                        WRK-TAB-INS-LIMITE(WRK-QTDE-FAIXAS-INSS)        00022460
                   MOVE FD-INS-ALIQUOTA TO                              00022495
                        WRK-TAB-INS-ALIQ(WRK-QTDE-FAIXAS-INSS)          00022530
                END-IF                                                  00022565
             END-IF.                                                    00022600
             READ INSSFX.                                               00022700
                                                                        00022800
       1100-999-FIM.                              EXIT.                 00023000
      *-------------------------------------------------------*         00023100
                                                                        00023200
      *---------------------------------------------------------------  00023240
      *    1200-CARREGAR-FAIXA-IRRF                                     00023280
      *    MESMA ESCOLHA DE GERACAO DO 1100-CARREGAR-FAIXA-INSS.        00023320
      *---------------------------------------------------------------  00023360
       1200-CARREGAR-FAIXA-IRRF                   SECTION.              00023400
                                                                        00023600
             IF FD-IRF-VIGENCIA LESS THAN WRK-VIG-LIDA                  00023640
                MOVE ' IRRFFX FORA DE ORDEM DE VIGENCIA ' TO WRK-MSG    00023680
                PERFORM 9000-TRATAR-ERROS                               00023720
             END-IF.                                                    00023760
             MOVE FD-IRF-VIGENCIA TO WRK-VIG-LIDA.                      00023800
                                                                        00023840
             IF FD-IRF-VIGENCIA(1:6) NOT GREATER THAN                   00023880
                WRK-DATA-FOLHA(1:6)                                     00023920
                IF FD-IRF-VIGENCIA NOT EQUAL WRK-VIG-IRRF               00023960
                   MOVE FD-IRF-VIGENCIA TO WRK-VIG-IRRF                 00024000
                   MOVE ZEROS TO WRK-QTDE-FAIXAS-IRRF                   00024040
                END-IF                                                  00024080
                IF WRK-QTDE-FAIXAS-IRRF LESS THAN 10                    00024120
                   ADD 1 TO WRK-QTDE-FAIXAS-IRRF                        00024160
                   MOVE FD-IRF-LIMITE TO                                00024200
                        WRK-TAB-IRF-LIMITE(WRK-QTDE-FAIXAS-IRRF)        00024240
                   MOVE FD-IRF-ALIQUOTA TO                              00024280
                        WRK-TAB-IRF-ALIQ(WRK-QTDE-FAIXAS-IRRF)          00024320
                   MOVE FD-IRF-DEDUCAO TO                               00024360
                        WRK-TAB-IRF-DEDUCAO(WRK-QTDE-FAIXAS-IRRF)       00024400
                END-IF                                                  00024440
             END-IF.                                                    00024500
             READ IRRFFX.                                               00024600
                                                                        00024700
      *-------------------------------------------------------*         00024800
       1200-999-FIM.                              EXIT.                 00024900
      *-------------------------------------------------------*         00024902
                                                                        00024904
      *---------------------------------------------------------------  00024906
      *    1250-REGISTRAR-TABELAS                                       00024908
      *    UM REGISTRO POR RODADA EM TABUSO COM A VIGENCIA DAS DUAS     00024910
      *    TABELAS USADAS (RELATORIO NO FR03CB49).                      00024912
      *---------------------------------------------------------------  00024914
       1250-REGISTRAR-TABELAS                     SECTION.              00024916
                                                                        00024918
             OPEN EXTEND TABUSO.                                        00024920
             IF WRK-FS-TABUSO EQUAL '35'                                00024922
                OPEN OUTPUT TABUSO                                      00024924
             END-IF.                                                    00024926
             IF WRK-FS-TABUSO NOT EQUAL '00'                            00024928
                MOVE ' ERRO OPEN TABUSO ' TO WRK-MSG                    00024930
                MOVE 'FIL0001' TO WRK-MSG-CODIGO                        00024932
                MOVE 'TABUSO' TO WRK-MSG-VALOR-1                        00024934
                PERFORM 9000-TRATAR-ERROS                               00024936
             END-IF.                                                    00024938
                                                                        00024940
             MOVE SPACES               TO FD-TABUSO.                    00024942
             MOVE WRK-DATA-FOLHA       TO FD-TBU-DATA.                  00024944
             MOVE 'FR03DB15'           TO FD-TBU-PROGRAMA.              00024946
             MOVE WRK-DATA-FOLHA(1:6)  TO FD-TBU-COMPETENCIA.           00024948
             IF WRK-MODO-SIMULACAO                                      00024950
                MOVE 'SIMULA'          TO FD-TBU-MODO                   00024952
             ELSE                                                       00024954
                MOVE 'MENSAL'          TO FD-TBU-MODO                   00024956
             END-IF.                                                    00024958
             MOVE WRK-VIG-INSS         TO FD-TBU-VIG-INSS.              00024960
             MOVE WRK-QTDE-FAIXAS-INSS TO FD-TBU-FAIXAS-INSS.           00024962
             MOVE WRK-VIG-IRRF         TO FD-TBU-VIG-IRRF.              00024964
             MOVE WRK-QTDE-FAIXAS-IRRF TO FD-TBU-FAIXAS-IRRF.           00024966
             WRITE FD-TABUSO.                                           00024968
             CLOSE TABUSO.                                              00024970
                                                                        00024972
      *-------------------------------------------------------*         00024974
       1250-999-FIM.                              EXIT.                 00024976
      *-------------------------------------------------------*         00025000
                                                                        00025010
      *---------------------------------------------------------------  00025012
      *-------------------------------------------------------*         0002520F
                                                                        00025210
      *---------------------------------------------------------------  00025200
      *    1700-CARREGAR-COMISSAO                                       00025202
      *    CARREGA A COMISSAO DOS GERENTES DO MES (COMISPAG,            00025204
      *    FR03DB43) EM TABELA; SEM O ARQUIVO NAO HA COMISSAO.          00025206
      *---------------------------------------------------------------  00025208
       1700-CARREGAR-COMISSAO                     SECTION.              00025210
                                                                        00025212
             OPEN INPUT COMISPAG.                                       00025214
             IF WRK-FS-COMISPAG EQUAL '35'                              00025216
                DISPLAY ' COMISPAG AUSENTE, FOLHA SEM COMISSAO '        00025218
             ELSE                                                       00025220
                IF WRK-FS-COMISPAG NOT EQUAL '00'                       00025222
                   MOVE ' ERRO OPEN COMISPAG ' TO WRK-MSG               00025224
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     00025226
                   MOVE 'COMISPAG' TO WRK-MSG-VALOR-1                   00025228
                   PERFORM 9000-TRATAR-ERROS                            00025230
                END-IF                                                  00025232
                READ COMISPAG                                           00025234
                PERFORM 1710-GUARDAR-COMISSAO                           00025236
                   UNTIL WRK-FS-COMISPAG NOT EQUAL '00'                 00025238
                CLOSE COMISPAG                                          00025240
             END-IF.                                                    00025242
                                                                        00025244
      *-------------------------------------------------------*         00025246
       1700-999-FIM.                              EXIT.                 00025248
      *-------------------------------------------------------*         00025250
                                                                        00025252
      *-------------------------------------------------------*         00025254
       1710-GUARDAR-COMISSAO                      SECTION.              00025256
      *-------------------------------------------------------*         00025258
                                                                        00025260
             IF WRK-QTDE-COMISSAO LESS THAN 100                         00025262
                ADD 1 TO WRK-QTDE-COMISSAO                              00025264
                MOVE FD-CMP-ID TO                                       00025266
                     WRK-TAB-CMP-ID(WRK-QTDE-COMISSAO)                  00025268
                MOVE FD-CMP-RUBRICA TO                                  00025270
                     WRK-TAB-CMP-RUBRICA(WRK-QTDE-COMISSAO)             00025272
                MOVE FD-CMP-VALOR TO                                    00025274
                     WRK-TAB-CMP-VALOR(WRK-QTDE-COMISSAO)               00025276
             END-IF.                                                    00025278
             READ COMISPAG.                                             00025280
                                                                        00025282
      *-------------------------------------------------------*         00025284
       1710-999-FIM.                              EXIT.                 00025286
      *-------------------------------------------------------*         00025288
                                                                        000252AA
      *---------------------------------------------------------------  000252AB
      *    1800-CARREGAR-RETROATIVO                                     000252AC
      *    CARREGA AS DIFERENCAS SALARIAIS RETROATIVAS A PAGAR NO       000252AD
      *    MES (RETROPAG, FR03DB46) EM TABELA; SEM O ARQUIVO NAO HA     000252AE
      *    RETROATIVO.                                                  000252AF
      *---------------------------------------------------------------  000252AG
       1800-CARREGAR-RETROATIVO                   SECTION.              000252AH
                                                                        000252AI
             OPEN INPUT RETROPAG.                                       000252AJ
             IF WRK-FS-RETROPAG EQUAL '35'                              000252AK
                DISPLAY ' RETROPAG AUSENTE, FOLHA SEM RETROATIVO '      000252AL
             ELSE                                                       000252AM
                IF WRK-FS-RETROPAG NOT EQUAL '00'                       000252AN
                   MOVE ' ERRO OPEN RETROPAG ' TO WRK-MSG               000252AO
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     000252AP
                   MOVE 'RETROPAG' TO WRK-MSG-VALOR-1                   000252AQ
                   PERFORM 9000-TRATAR-ERROS                            000252AR
                END-IF                                                  000252AS
                READ RETROPAG                                           000252AT
                PERFORM 1810-GUARDAR-RETROATIVO                         000252AU
                   UNTIL WRK-FS-RETROPAG NOT EQUAL '00'                 000252AV
                CLOSE RETROPAG                                          000252AW
             END-IF.                                                    000252AX
                                                                        000252AY
      *-------------------------------------------------------*         000252AZ
       1800-999-FIM.                              EXIT.                 000252BA
      *-------------------------------------------------------*         000252BB
                                                                        000252BC
      *-------------------------------------------------------*         000252BD
       1810-GUARDAR-RETROATIVO                    SECTION.              000252BE
      *-------------------------------------------------------*         000252BF
                                                                        000252BG
             IF WRK-QTDE-RETROATIVO LESS THAN 100                       000252BH
                ADD 1 TO WRK-QTDE-RETROATIVO                            000252BI
                MOVE FD-RTP-ID TO                                       000252BJ
                     WRK-TAB-RTP-ID(WRK-QTDE-RETROATIVO)                000252BK
                MOVE FD-RTP-RUBRICA TO                                  000252BL
                     WRK-TAB-RTP-RUBRICA(WRK-QTDE-RETROATIVO)           000252BM
                MOVE FD-RTP-VALOR TO                                    000252BN
                     WRK-TAB-RTP-VALOR(WRK-QTDE-RETROATIVO)             000252BO
             END-IF.                                                    000252BP
             READ RETROPAG.                                             000252BQ
                                                                        000252BR
      *-------------------------------------------------------*         000252BS
       1810-999-FIM.                              EXIT.                 000252BT
      *-------------------------------------------------------*         000252BU
                                                                        00025290
      *---------------------------------------------------------------  00025292
      *    1900-CARREGAR-PENSAO                                         000252AA
      *    CARREGA AS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA            000252AB
      *    (PENSAO) VIGENTES NA DATA DA FOLHA; SEM O ARQUIVO NAO HA     000252AC
      *    DESCONTO DE PENSAO.                                          000252AD
      *---------------------------------------------------------------  000252AE
       1900-CARREGAR-PENSAO                       SECTION.              000252AF
                                                                        000252AG
             OPEN INPUT PENSAO.                                         000252AH
             IF WRK-FS-PENSAO EQUAL '35'                                000252AI
                DISPLAY ' PENSAO AUSENTE, FOLHA SEM PENSAO '            000252AJ
             ELSE                                                       000252AK
                IF WRK-FS-PENSAO NOT EQUAL '00'                         000252AL
                   MOVE ' ERRO OPEN PENSAO ' TO WRK-MSG                 000252AM
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     000252AN
                   MOVE 'PENSAO' TO WRK-MSG-VALOR-1                     000252AO
                   PERFORM 9000-TRATAR-ERROS                            000252AP
                END-IF                                                  000252AQ
                READ PENSAO                                             000252AR
                PERFORM 1910-GUARDAR-PENSAO                             000252AS
                   UNTIL WRK-FS-PENSAO NOT EQUAL '00'                   000252AT
                CLOSE PENSAO                                            000252AU
             END-IF.                                                    000252AV
                                                                        000252AW
      *-------------------------------------------------------*         000252AX
       1900-999-FIM.                              EXIT.                 000252AY
      *-------------------------------------------------------*         000252AZ
                                                                        000252BA
      *---------------------------------------------------------------  000252BB
      *    1910-GUARDAR-PENSAO                                          000252BC
      *    ORDEM AINDA NAO INICIADA OU JA ENCERRADA (FIM EM BRANCO      000252BD
      *    OU ZERADO = SEM PRAZO) FICA FORA DA TABELA.                  000252BE
      *---------------------------------------------------------------  000252BF
       1910-GUARDAR-PENSAO                        SECTION.              000252BG
                                                                        000252BH
             IF FD-PEN-INICIO NOT GREATER THAN WRK-DATA-FOLHA AND       000252BI
                ( FD-PEN-FIM EQUAL SPACES OR                            000252BJ
                  FD-PEN-FIM EQUAL ZEROS OR                             000252BK
                  FD-PEN-FIM NOT LESS THAN WRK-DATA-FOLHA )             000252BL
                IF WRK-QTDE-PENSAO LESS THAN 100                        000252BM
                   ADD 1 TO WRK-QTDE-PENSAO                             000252BN
                   MOVE FD-PEN-ID TO                                    000252BO
                        WRK-TAB-PEN-ID(WRK-QTDE-PENSAO)                 000252BP
                   MOVE FD-PEN-BENEFICIARIO TO                          000252BQ
                        WRK-TAB-PEN-BENEF(WRK-QTDE-PENSAO)              000252BR
                   MOVE FD-PEN-BANCO TO                                 000252BS
                        WRK-TAB-PEN-BANCO(WRK-QTDE-PENSAO)              000252BT
                   MOVE FD-PEN-AGENCIA TO                               000252BU
                        WRK-TAB-PEN-AGENCIA(WRK-QTDE-PENSAO)            000252BV
                   MOVE FD-PEN-CONTA TO                                 000252BW
                        WRK-TAB-PEN-CONTA(WRK-QTDE-PENSAO)              000252BX
                   MOVE FD-PEN-BASE TO                                  000252BY
                        WRK-TAB-PEN-BASE(WRK-QTDE-PENSAO)               000252BZ
                   MOVE FD-PEN-PERCENTUAL TO                            000252CA
                        WRK-TAB-PEN-PERC(WRK-QTDE-PENSAO)               000252CB
                   MOVE FD-PEN-VALOR TO                                 000252CC
                        WRK-TAB-PEN-VALOR(WRK-QTDE-PENSAO)              000252CD
                ELSE                                                    000252CE
                   DISPLAY ' TABELA DE PENSAO CHEIA, IGNORADA: ID '     000252CF
                           FD-PEN-ID ' ' FD-PEN-BENEFICIARIO            000252CG
                END-IF                                                  000252CH
             END-IF.                                                    000252CI
             READ PENSAO.                                               000252CJ
                                                                        000252CK
      *-------------------------------------------------------*         000252CL
       1910-999-FIM.                              EXIT.                 000252CM
      *-------------------------------------------------------*         000252CN
                                                                        000252CO
      *---------------------------------------------------------------  000252CP
      *    1950-CARREGAR-COMPRAS                                        000252AA
      *    CARREGA OS PLANOS DE COMPRA DE FUNCIONARIO (COMPFUNC) COM    000252AB
      *    SALDO A DESCONTAR; SEM O ARQUIVO NAO HA DESCONTO DE          000252AC
      *    COMPRAS. TABELA CHEIA CANCELA A FOLHA, POIS O PLANO QUE      000252AD
      *    FICASSE DE FORA SE PERDERIA NA NOVA GERACAO (COMPNOVO).      000252AE
      *---------------------------------------------------------------  000252AF
       1950-CARREGAR-COMPRAS                      SECTION.              000252AG
                                                                        000252AH
             OPEN INPUT COMPFUNC.                                       000252AI
             IF WRK-FS-COMPFUNC EQUAL '35'                              000252AJ
                DISPLAY ' COMPFUNC AUSENTE, FOLHA SEM DESCONTO DE '     000252AK
                        'COMPRAS '                                      000252AL
             ELSE                                                       000252AM
                IF WRK-FS-COMPFUNC NOT EQUAL '00'                       000252AN
                   MOVE ' ERRO OPEN COMPFUNC ' TO WRK-MSG               000252AO
                   MOVE 'FIL0001' TO WRK-MSG-CODIGO                     000252AP
                   MOVE 'COMPFUNC' TO WRK-MSG-VALOR-1                   000252AQ
                   PERFORM 9000-TRATAR-ERROS                            000252AR
                END-IF                                                  000252AS
                READ COMPFUNC                                           000252AT
                PERFORM 1960-GUARDAR-COMPRA                             000252AU
                   UNTIL WRK-FS-COMPFUNC NOT EQUAL '00'                 000252AV
                CLOSE COMPFUNC                                          000252AW
             END-IF.                                                    000252AX
                                                                        000252AY
      *-------------------------------------------------------*         000252AZ
       1950-999-FIM.                              EXIT.                 000252BA
      *-------------------------------------------------------*         000252BB
                                                                        000252BC
      *-------------------------------------------------------*         000252BD
       1960-GUARDAR-COMPRA                        SECTION.              000252BE
      *-------------------------------------------------------*         000252BF
                                                                        000252BG
             IF FD-CFN-SALDO GREATER THAN ZEROS                         000252BH
                IF WRK-QTDE-COMPRAS LESS THAN 500                       000252BI
                   ADD 1 TO WRK-QTDE-COMPRAS                            000252BJ
                   MOVE FD-CFN-ID TO                                    000252BK
                        WRK-TAB-CMF-ID(WRK-QTDE-COMPRAS)                000252BL
                   MOVE FD-CFN-CLIENTE TO                               000252BM
                        WRK-TAB-CMF-CLIENTE(WRK-QTDE-COMPRAS)           000252BN
                   MOVE FD-CFN-NF TO                                    000252BO
                        WRK-TAB-CMF-NF(WRK-QTDE-COMPRAS)                000252BP
                   MOVE FD-CFN-DATA TO                                  000252BQ
                        WRK-TAB-CMF-DATA(WRK-QTDE-COMPRAS)              000252BR
                   MOVE FD-CFN-VALOR TO                                 000252BS
                        WRK-TAB-CMF-VALOR(WRK-QTDE-COMPRAS)             000252BT
                   MOVE FD-CFN-PARCELAS TO                              000252BU
                        WRK-TAB-CMF-PARCELAS(WRK-QTDE-COMPRAS)          000252BV
                   MOVE FD-CFN-PAGAS TO                                 000252BW
                        WRK-TAB-CMF-PAGAS(WRK-QTDE-COMPRAS)             000252BX
                   MOVE FD-CFN-VALOR-PARC TO                            000252BY
                        WRK-TAB-CMF-VALOR-PARC(WRK-QTDE-COMPRAS)        000252BZ
                   MOVE FD-CFN-SALDO TO                                 000252CA
                        WRK-TAB-CMF-SALDO(WRK-QTDE-COMPRAS)             000252CB
                ELSE                                                    000252CC
                   MOVE ' TABELA DE COMPRAS DE FUNCIONARIO CHEIA '      000252CD
                        TO WRK-MSG                                      000252CE
                   PERFORM 9000-TRATAR-ERROS                            000252CF
                END-IF                                                  000252CG
             END-IF.                                                    000252CH
             READ COMPFUNC.                                             000252CI
                                                                        000252CJ
      *-------------------------------------------------------*         000252CK
       1960-999-FIM.                              EXIT.                 000252CL
      *-------------------------------------------------------*         000252CM
                                                                        000252CN
      *---------------------------------------------------------------  000252CO
      *    2000-CALCULAR-FOLHA                                          00025300
      *    ABRE UM CURSOR EM FOUR001.FUNC E CALCULA O HOLERITE DE       00025400
      *    CADA FUNCIONARIO, UM A UM.                                   00025500
             MOVE DB2-SALARIO TO WRK-BRUTO.                             00030600
                                                                        00030700
             PERFORM 2210-APLICAR-PONTO.                                00030710
             PERFORM 2205-APLICAR-AFASTAMENTO.                          0003071A
             PERFORM 2215-APLICAR-FERIAS.                               00030711
             PERFORM 2217-APLICAR-COMISSAO.                             00030712
             PERFORM 2212-APLICAR-RETROATIVO.                           0003071A
             PERFORM 2240-CONTAR-DEPENDENTES.                           00030712
                                                                        00030720
             PERFORM 2300-CALCULAR-INSS.                                00030800
                                 + WRK-SALFAM                           00031110
             END-COMPUTE.                                               00031200
                                                                        00031210
             PERFORM 2287-DESCONTAR-PENSAO.                             00031215
             PERFORM 2280-DESCONTAR-ADIANTAMENTO.                       00031220
             PERFORM 2285-DESCONTAR-VT.                                 00031222
             PERFORM 2282-DESCONTAR-COMPRAS.                            00031261
                                                                        00031300
             MOVE DB2-ID      TO FD-HOL-ID.                             00031400
             MOVE DB2-NOME    TO FD-HOL-NOME.                           00031500
             WRITE FD-HOLERITE.                                         00032100
             ADD 1 TO WRK-REG-GRAVADOS.                                 00032200
                                                                        00032202
             MOVE 'N'   TO WRK-MES-REPETIDO.                            0003220A
             MOVE ZEROS TO WRK-ANT-BRUTO WRK-ANT-INSS.                  0003220B
             MOVE ZEROS TO WRK-ANT-IRRF WRK-ANT-LIQUIDO.                0003220C
             IF NOT WRK-MODO-SIMULACAO                                  00032205
                PERFORM 2202-GRAVAR-HISTORICO                           00032208
             END-IF.                                                    000322B9
                                                                        000322C1
             MOVE ZEROS TO WRK-QTDE-VERBAS.                             00032212
             MOVE '040' TO WRK-VERBA-CODIGO.                            00032226
             MOVE WRK-VALOR-FERIAS TO WRK-VERBA-VALOR.                  00032227
             PERFORM 2230-REGISTRAR-VERBA.                              00032228
             MOVE WRK-RUBRICA-COMISSAO TO WRK-VERBA-CODIGO.             00032229
             MOVE WRK-VALOR-COMISSAO TO WRK-VERBA-VALOR.                00032230
             PERFORM 2230-REGISTRAR-VERBA.                              00032228
             MOVE WRK-RUBRICA-RETROATIVO TO WRK-VERBA-CODIGO.           0003222A
             MOVE WRK-VALOR-RETROATIVO TO WRK-VERBA-VALOR.              0003222B
             PERFORM 2230-REGISTRAR-VERBA.                              0003222C
             MOVE '030' TO WRK-VERBA-CODIGO.                            00032229
             MOVE WRK-SALFAM TO WRK-VERBA-VALOR.                        0003222A
             PERFORM 2230-REGISTRAR-VERBA.                              0003222B
             MOVE '020' TO WRK-VERBA-CODIGO.                            00032232
             MOVE WRK-VALOR-FALTAS TO WRK-VERBA-VALOR.                  00032234
             PERFORM 2230-REGISTRAR-VERBA.                              0003223A
             MOVE '021' TO WRK-VERBA-CODIGO.                            0003223B
             MOVE WRK-VALOR-AFAST TO WRK-VERBA-VALOR.                   0003223C
             PERFORM 2230-REGISTRAR-VERBA.                              00032236
             MOVE '120' TO WRK-VERBA-CODIGO.                            00032235
             MOVE WRK-PARCELA-ADI TO WRK-VERBA-VALOR.                   00032236
             MOVE '130' TO WRK-VERBA-CODIGO.                            0003223A
             MOVE WRK-VALOR-VT TO WRK-VERBA-VALOR.                      0003223B
             PERFORM 2230-REGISTRAR-VERBA.                              0003223C
             MOVE '140' TO WRK-VERBA-CODIGO.                            0003223A
             MOVE WRK-VALOR-PENSAO TO WRK-VERBA-VALOR.                  0003223B
             PERFORM 2230-REGISTRAR-VERBA.                              0003223A
             MOVE '150' TO WRK-VERBA-CODIGO.                            0003223B
             MOVE WRK-VALOR-COMPRAS TO WRK-VERBA-VALOR.                 0003223C
             PERFORM 2230-REGISTRAR-VERBA.                              0003223C
             MOVE '100' TO WRK-VERBA-CODIGO.                            00032238
             MOVE WRK-INSS TO WRK-VERBA-VALOR.                          00032240
             PERFORM 2230-REGISTRAR-VERBA.                              00032242
             MOVE WRK-IRRF TO WRK-VERBA-VALOR.                          00032246
             PERFORM 2230-REGISTRAR-VERBA.                              00032248
             PERFORM 2250-GRAVAR-DETALHES.                              00032250
             IF NOT WRK-MODO-SIMULACAO                                  00032262
                PERFORM 2290-ACUMULAR-ANO                               00032274
             END-IF.                                                    00032286
                                                                        00032300
             ADD WRK-BRUTO   TO WRK-TOT-BRUTO.                          00032400
             ADD WRK-INSS    TO WRK-TOT-INSS.                           00032500
                                                                        00032800
      *-------------------------------------------------------*         00032900
       2200-999-FIM.                              EXIT.                 00033000
      *-------------------------------------------------------*         00033002
                                                                        00033004
      *---------------------------------------------------------------  00033006
      *    2202-GRAVAR-HISTORICO                                        00033008
      *    PERSISTE OS TOTAIS DO HOLERITE NO HOLHIST (SO NA RODADA      00033010
      *    REAL); A REGRAVACAO ARMA O FLAG DE REPROCESSAMENTO.          00033012
      *---------------------------------------------------------------  00033014
       2202-GRAVAR-HISTORICO                       SECTION.             00033016
                                                                        00033018
             MOVE DB2-ID             TO FD-HH-ID.                       00033020
             MOVE WRK-DATA-FOLHA(1:6) TO FD-HH-COMPETENCIA.             00033022
             MOVE WRK-BRUTO          TO FD-HH-BRUTO.                    00033024
             MOVE WRK-INSS           TO FD-HH-INSS.                     00033026
             MOVE WRK-IRRF           TO FD-HH-IRRF.                     00033028
             MOVE WRK-LIQUIDO        TO FD-HH-LIQUIDO.                  00033030
             WRITE FD-HOLHIST.                                          00033032
             IF WRK-FS-HOLHIST EQUAL '22'                               00033034
      *         REPROCESSAMENTO DA COMPETENCIA: GUARDA O QUE JA         00033036
      *         FOI ACUMULADO PARA O ACUMULO ANUAL TROCAR EM VEZ        00033038
      *         DE SOMAR DE NOVO                                        00033040
                MOVE 'S' TO WRK-MES-REPETIDO                            00033042
                READ HOLHIST                                            00033044
                IF WRK-FS-HOLHIST EQUAL '00'                            00033046
                   MOVE FD-HH-BRUTO   TO WRK-ANT-BRUTO                  00033048
                   MOVE FD-HH-INSS    TO WRK-ANT-INSS                   00033050
                   MOVE FD-HH-IRRF    TO WRK-ANT-IRRF                   00033052
                   MOVE FD-HH-LIQUIDO TO WRK-ANT-LIQUIDO                00033054
                END-IF                                                  00033056
                MOVE DB2-ID              TO FD-HH-ID                    00033058
                MOVE WRK-DATA-FOLHA(1:6) TO FD-HH-COMPETENCIA           00033060
                MOVE WRK-BRUTO           TO FD-HH-BRUTO                 00033062
                MOVE WRK-INSS            TO FD-HH-INSS                  00033064
                MOVE WRK-IRRF            TO FD-HH-IRRF                  00033066
                MOVE WRK-LIQUIDO         TO FD-HH-LIQUIDO               00033068
                REWRITE FD-HOLHIST                                      00033070
             END-IF.                                                    00033072
                                                                        00033074
      *-------------------------------------------------------*         00033076
       2202-999-FIM.                              EXIT.                 00033078
      *-------------------------------------------------------*         000330AA
                                                                        000330AB
      *---------------------------------------------------------------  000330AC
      *    2282-DESCONTAR-COMPRAS                                       000330AD
      *    DESCONTA DO LIQUIDO A PARCELA DO MES DE CADA COMPRA DO       000330AE
      *    FUNCIONARIO (COMPFUNC), NA ORDEM DO ARQUIVO, ATE A MARGEM    000330AF
      *    DE 30% DO LIQUIDO QUE RESTA DEPOIS DE PENSAO, ADIANTAMENTO   000330AG
      *    E VT. O QUE NAO COUBER FICA NO SALDO PARA O MES SEGUINTE.    000330AH
      *---------------------------------------------------------------  000330AI
       2282-DESCONTAR-COMPRAS                      SECTION.             000330AJ
                                                                        000330AK
             MOVE ZEROS TO WRK-VALOR-COMPRAS.                           000330AL
             COMPUTE WRK-MARGEM-COMPRA ROUNDED =                        000330AM
                     WRK-LIQUIDO * WRK-PERC-MARGEM-COMPRA / 100         000330AN
             END-COMPUTE.                                               000330AO
             MOVE 1 TO WRK-IDX-CMF.                                     000330AP
             PERFORM 2283-APLICAR-COMPRA                                000330AQ
                UNTIL WRK-IDX-CMF GREATER THAN WRK-QTDE-COMPRAS.        000330AR
                                                                        000330AS
      *-------------------------------------------------------*         000330AT
       2282-999-FIM.                              EXIT.                 000330AU
      *-------------------------------------------------------*         000330AV
                                                                        000330AW
      *---------------------------------------------------------------  000330AX
      *    2283-APLICAR-COMPRA                                          000330AY
      *    PARCELA DO PLANO: O VALOR DA PARCELA, OU O SALDO NA ULTIMA   000330AZ
      *    (OU QUANDO O SALDO FOR MENOR), LIMITADA A MARGEM QUE         000330BA
      *    RESTA. FORA DA SIMULACAO, GRAVA A BAIXA EM COBFOLHA.         000330BB
      *---------------------------------------------------------------  000330BC
       2283-APLICAR-COMPRA                         SECTION.             000330BD
                                                                        000330BE
             IF WRK-TAB-CMF-ID(WRK-IDX-CMF) EQUAL DB2-ID AND            000330BF
                WRK-TAB-CMF-SALDO(WRK-IDX-CMF) GREATER THAN ZEROS AND   000330BG
                WRK-MARGEM-COMPRA GREATER THAN ZEROS                    000330BH
                IF WRK-TAB-CMF-PAGAS(WRK-IDX-CMF) + 1 NOT LESS THAN     000330BI
                   WRK-TAB-CMF-PARCELAS(WRK-IDX-CMF) OR                 000330BJ
                   WRK-TAB-CMF-VALOR-PARC(WRK-IDX-CMF) GREATER THAN     000330BK
                   WRK-TAB-CMF-SALDO(WRK-IDX-CMF)                       000330BL
                   MOVE WRK-TAB-CMF-SALDO(WRK-IDX-CMF)                  000330BM
                     TO WRK-PARCELA-COMPRA                              000330BN
                ELSE                                                    000330BO
                   MOVE WRK-TAB-CMF-VALOR-PARC(WRK-IDX-CMF)             000330BP
                     TO WRK-PARCELA-COMPRA                              000330BQ
                END-IF                                                  000330BR
                IF WRK-PARCELA-COMPRA GREATER THAN WRK-MARGEM-COMPRA    000330BS
                   MOVE WRK-MARGEM-COMPRA TO WRK-PARCELA-COMPRA         000330BT
                END-IF                                                  000330BU
                SUBTRACT WRK-PARCELA-COMPRA FROM WRK-LIQUIDO            000330BV
                SUBTRACT WRK-PARCELA-COMPRA FROM WRK-MARGEM-COMPRA      000330BW
                SUBTRACT WRK-PARCELA-COMPRA                             000330BX
                    FROM WRK-TAB-CMF-SALDO(WRK-IDX-CMF)                 000330BY
                ADD 1 TO WRK-TAB-CMF-PAGAS(WRK-IDX-CMF)                 000330BZ
                ADD WRK-PARCELA-COMPRA TO WRK-VALOR-COMPRAS             000330CA
                ADD WRK-PARCELA-COMPRA TO WRK-TOT-COMPRAS               000330CB
                ADD 1 TO WRK-REG-COMPRAS                                000330CC
                IF NOT WRK-MODO-SIMULACAO                               000330CD
                   MOVE SPACES TO FD-COBFOLHA                           000330CE
                   MOVE WRK-TAB-CMF-NF(WRK-IDX-CMF) TO FD-CBF-NF        000330CF
                   MOVE WRK-PARCELA-COMPRA TO FD-CBF-VALOR              000330CG
                   MOVE WRK-DATA-FOLHA TO FD-CBF-DATA                   000330CH
                   MOVE '61' TO FD-CBF-OCORRENCIA                       000330CI
                   WRITE FD-COBFOLHA                                    000330CJ
                END-IF                                                  000330CK
             END-IF.                                                    000330CL
             ADD 1 TO WRK-IDX-CMF.                                      000330CM
                                                                        000330CN
      *-------------------------------------------------------*         000330CO
       2283-999-FIM.                              EXIT.                 000330CP
      *-------------------------------------------------------*         00033100
                                                                        00033200
      *---------------------------------------------------------------  00033020
       2286-PROCURAR-VT                            SECTION.             0003304E
      *-------------------------------------------------------*         0003304F
                                                                        00033050
             IF WRK-TAB-DVT-ID(WRK-IDX-DVT) EQUAL DB2-ID                00033051
                ADD WRK-TAB-DVT-VALOR(WRK-IDX-DVT)                      00033052
                   TO WRK-VALOR-VT                                      00033053
             END-IF.                                                    00033054
                                                                        00033056
      *-------------------------------------------------------*         00033057
       2286-999-FIM.                              EXIT.                 00033058
      *-------------------------------------------------------*         000330AA
                                                                        000330AB
      *---------------------------------------------------------------  000330AC
      *    2287-DESCONTAR-PENSAO                                        000330AD
      *    DESCONTA DO LIQUIDO CADA ORDEM DE PENSAO VIGENTE DO          000330AE
      *    FUNCIONARIO, SOBRE O LIQUIDO LEGAL (BRUTO - INSS - IRRF),    000330AF
      *    SOBRE O BRUTO OU EM VALOR FIXO, COM O PISO DE LIQUIDO NAO    000330AG
      *    NEGATIVO; O CREDITO DE CADA BENEFICIARIO VAI PARA PENSPAG.   000330AH
      *---------------------------------------------------------------  000330AI
       2287-DESCONTAR-PENSAO                       SECTION.             000330AJ
                                                                        000330AK
             MOVE ZEROS TO WRK-VALOR-PENSAO.                            000330AL
             COMPUTE WRK-BASE-PENSAO = WRK-BRUTO - WRK-INSS - WRK-IRRF  000330AM
             END-COMPUTE.                                               000330AN
             MOVE 1 TO WRK-IDX-PEN.                                     000330AO
             PERFORM 2288-APLICAR-PENSAO                                000330AP
                UNTIL WRK-IDX-PEN GREATER THAN WRK-QTDE-PENSAO.         000330AQ
                                                                        000330AR
      *-------------------------------------------------------*         000330AS
       2287-999-FIM.                              EXIT.                 000330AT
      *-------------------------------------------------------*         000330AU
                                                                        000330AV
      *-------------------------------------------------------*         000330AW
       2288-APLICAR-PENSAO                         SECTION.             000330AX
      *-------------------------------------------------------*         000330AY
                                                                        000330AZ
             IF WRK-TAB-PEN-ID(WRK-IDX-PEN) EQUAL DB2-ID                000330BA
                PERFORM 2289-CALCULAR-PENSAO                            000330BB
                IF WRK-PARCELA-PENSAO GREATER THAN ZEROS                000330BC
                   SUBTRACT WRK-PARCELA-PENSAO FROM WRK-LIQUIDO         000330BD
                   ADD WRK-PARCELA-PENSAO TO WRK-VALOR-PENSAO           000330BE
                   ADD WRK-PARCELA-PENSAO TO WRK-TOT-PENSAO             000330BF
                   MOVE SPACES TO FD-PENSPAG                            000330BG
                   MOVE DB2-ID TO FD-PPG-ID                             000330BH
                   MOVE WRK-TAB-PEN-BENEF(WRK-IDX-PEN)                  000330BI
                     TO FD-PPG-BENEFICIARIO                             000330BJ
                   MOVE WRK-TAB-PEN-BANCO(WRK-IDX-PEN)                  000330BK
                     TO FD-PPG-BANCO                                    000330BL
                   MOVE WRK-TAB-PEN-AGENCIA(WRK-IDX-PEN)                000330BM
                     TO FD-PPG-AGENCIA                                  000330BN
                   MOVE WRK-TAB-PEN-CONTA(WRK-IDX-PEN)                  000330BO
                     TO FD-PPG-CONTA                                    000330BP
                   MOVE WRK-PARCELA-PENSAO TO FD-PPG-VALOR              000330BQ
                   WRITE FD-PENSPAG                                     000330BR
                   ADD 1 TO WRK-REG-PENSOES                             000330BS
                END-IF                                                  000330BT
             END-IF.                                                    000330BU
             ADD 1 TO WRK-IDX-PEN.                                      000330BV
                                                                        000330BW
      *-------------------------------------------------------*         000330BX
       2288-999-FIM.                              EXIT.                 000330BY
      *-------------------------------------------------------*         000330BZ
                                                                        000330CA
      *---------------------------------------------------------------  000330CB
      *    2289-CALCULAR-PENSAO                                         000330CC
      *    VALOR DA ORDEM PELA BASE (B=% DO BRUTO, F=VALOR FIXO,        000330CD
      *    DEMAIS=% DO LIQUIDO LEGAL), LIMITADO AO LIQUIDO QUE          000330CE
      *    AINDA RESTA.                                                 000330CF
      *---------------------------------------------------------------  000330CG
       2289-CALCULAR-PENSAO                        SECTION.             000330CH
                                                                        000330CI
             EVALUATE WRK-TAB-PEN-BASE(WRK-IDX-PEN)                     000330CJ
               WHEN 'B'                                                 000330CK
                  COMPUTE WRK-PARCELA-PENSAO ROUNDED =                  000330CL
                          WRK-BRUTO * WRK-TAB-PEN-PERC(WRK-IDX-PEN)     000330CM
                          / 100                                         000330CN
                  END-COMPUTE                                           000330CO
               WHEN 'F'                                                 000330CP
                  MOVE WRK-TAB-PEN-VALOR(WRK-IDX-PEN)                   000330CQ
                    TO WRK-PARCELA-PENSAO                               000330CR
               WHEN OTHER                                               000330CS
                  COMPUTE WRK-PARCELA-PENSAO ROUNDED =                  000330CT
                          WRK-BASE-PENSAO                               000330CU
                          * WRK-TAB-PEN-PERC(WRK-IDX-PEN) / 100         000330CV
                  END-COMPUTE                                           000330CW
             END-EVALUATE.                                              000330CX
             IF WRK-PARCELA-PENSAO GREATER THAN WRK-LIQUIDO             000330CY
                MOVE WRK-LIQUIDO TO WRK-PARCELA-PENSAO                  000330CZ
             END-IF.                                                    000330DA
                                                                        000330DB
      *-------------------------------------------------------*         000330DC
       2289-999-FIM.                              EXIT.                 000330DD
      *-------------------------------------------------------*         00033059
                                                                        0003305A
      *---------------------------------------------------------------  00033050
                   IF FD-ADI-SALDO EQUAL ZEROS                          00033166
                      MOVE 'Q' TO FD-ADI-SITUACAO                       00033167
                   END-IF                                               00033168
                   IF NOT WRK-MODO-SIMULACAO                            0003316A
                      REWRITE FD-ADIANT                                 0003316B
                   END-IF                                               0003316C
                END-IF                                                  0003316A
             END-IF.                                                    0003316B
                                                                        0003316C
       2216-PROCURAR-FERIAS                        SECTION.             00033201
      *-------------------------------------------------------*         00033202
                                                                        00033203
             IF WRK-TAB-FPG-ID(WRK-IDX-FPG) EQUAL DB2-ID                00033204
                ADD WRK-TAB-FPG-VALOR(WRK-IDX-FPG)                      00033205
                   TO WRK-VALOR-FERIAS                                  00033206
             END-IF.                                                    00033207
                                                                        00033209
      *-------------------------------------------------------*         0003320A
       2216-999-FIM.                              EXIT.                 0003320B
      *-------------------------------------------------------*         00033210
                                                                        00033211
      *---------------------------------------------------------------  00033212
      *    2217-APLICAR-COMISSAO                                        00033213
      *    SOMA AO BRUTO A COMISSAO DO GERENTE NO MES (COMISPAG,        00033214
      *    FR03DB43); A RUBRICA E A DA LINHA DO ARQUIVO.                00033215
      *---------------------------------------------------------------  00033216
       2217-APLICAR-COMISSAO                       SECTION.             00033217
                                                                        00033218
             MOVE ZEROS TO WRK-VALOR-COMISSAO.                          00033219
             MOVE '050' TO WRK-RUBRICA-COMISSAO.                        00033220
             MOVE 1 TO WRK-IDX-CMP.                                     00033221
             PERFORM 2218-PROCURAR-COMISSAO                             00033222
                UNTIL WRK-IDX-CMP GREATER THAN WRK-QTDE-COMISSAO.       00033223
             IF WRK-VALOR-COMISSAO GREATER THAN ZEROS                   00033224
                ADD WRK-VALOR-COMISSAO TO WRK-BRUTO                     00033225
             END-IF.                                                    00033226
                                                                        00033227
      *-------------------------------------------------------*         00033228
       2217-999-FIM.                              EXIT.                 00033229
      *-------------------------------------------------------*         00033230
                                                                        00033231
      *-------------------------------------------------------*         00033232
       2218-PROCURAR-COMISSAO                      SECTION.             00033233
      *-------------------------------------------------------*         00033234
                                                                        00033235
             IF WRK-TAB-CMP-ID(WRK-IDX-CMP) EQUAL DB2-ID                00033236
                ADD WRK-TAB-CMP-VALOR(WRK-IDX-CMP)                      00033237
                   TO WRK-VALOR-COMISSAO                                00033238
                IF WRK-TAB-CMP-RUBRICA(WRK-IDX-CMP) NOT EQUAL SPACES    00033239
                   MOVE WRK-TAB-CMP-RUBRICA(WRK-IDX-CMP)                00033240
                        TO WRK-RUBRICA-COMISSAO                         00033241
                END-IF                                                  00033242
             END-IF.                                                    00033243
             ADD 1 TO WRK-IDX-CMP.                                      00033244
                                                                        00033245
      *-------------------------------------------------------*         00033246
       2218-999-FIM.                              EXIT.                 00033247
      *-------------------------------------------------------*         0003320C
                                                                        000332AA
      *---------------------------------------------------------------  000332AB
      *    2212-APLICAR-RETROATIVO                                      000332AC
      *    SOMA AO BRUTO A DIFERENCA SALARIAL RETROATIVA DOS MESES      000332AD
      *    FECHADOS (RETROPAG, FR03DB46); A RUBRICA E A DA LINHA.       000332AE
      *---------------------------------------------------------------  000332AF
       2212-APLICAR-RETROATIVO                     SECTION.             000332AG
                                                                        000332AH
             MOVE ZEROS TO WRK-VALOR-RETROATIVO.                        000332AI
             MOVE '060' TO WRK-RUBRICA-RETROATIVO.                      000332AJ
             MOVE 1 TO WRK-IDX-RTP.                                     000332AK
             PERFORM 2213-PROCURAR-RETROATIVO                           000332AL
                UNTIL WRK-IDX-RTP GREATER THAN WRK-QTDE-RETROATIVO.     000332AM
             IF WRK-VALOR-RETROATIVO GREATER THAN ZEROS                 000332AN
                ADD WRK-VALOR-RETROATIVO TO WRK-BRUTO                   000332AO
             END-IF.                                                    000332AP
                                                                        000332AQ
      *-------------------------------------------------------*         000332AR
       2212-999-FIM.                              EXIT.                 000332AS
      *-------------------------------------------------------*         000332AT
                                                                        000332AU
      *-------------------------------------------------------*         000332AV
       2213-PROCURAR-RETROATIVO                    SECTION.             000332AW
      *-------------------------------------------------------*         000332AX
                                                                        000332AY
             IF WRK-TAB-RTP-ID(WRK-IDX-RTP) EQUAL DB2-ID                000332AZ
                ADD WRK-TAB-RTP-VALOR(WRK-IDX-RTP)                      000332BA
                   TO WRK-VALOR-RETROATIVO                              000332BB
                IF WRK-TAB-RTP-RUBRICA(WRK-IDX-RTP) NOT EQUAL SPACES    000332BC
                   MOVE WRK-TAB-RTP-RUBRICA(WRK-IDX-RTP)                000332BD
                        TO WRK-RUBRICA-RETROATIVO                       000332BE
                END-IF                                                  000332BF
             END-IF.                                                    000332BG
             ADD 1 TO WRK-IDX-RTP.                                      000332BH
                                                                        000332BI
      *-------------------------------------------------------*         000332BJ
       2213-999-FIM.                              EXIT.                 000332BK
      *-------------------------------------------------------*         000332BL
                                                                        0003320D
      *---------------------------------------------------------------  00033170
      *    2240-CONTAR-DEPENDENTES                                      00033172
             WRITE FD-HOLDET.                                           000332F6
             ADD 1 TO WRK-REG-DETALHES.                                 000332F8
                                                                        000332F9
             IF NOT WRK-MODO-SIMULACAO                                  0003329A
                MOVE DB2-ID              TO FD-HD-ID                    0003329B
                MOVE WRK-DATA-FOLHA(1:6) TO FD-HD-COMPETENCIA           0003329C
                MOVE FD-HDT-RUBRICA      TO FD-HD-RUBRICA               0003329D
                MOVE FD-HDT-DESCRICAO    TO FD-HD-DESCRICAO             0003329E
                MOVE FD-HDT-VALOR        TO FD-HD-VALOR                 0003329F
                MOVE FD-HDT-TIPO         TO FD-HD-TIPO                  0003329G
                WRITE FD-HOLHISTD                                       0003329H
                IF WRK-FS-HOLHISTD EQUAL '22'                           0003329I
                   REWRITE FD-HOLHISTD                                  0003329J
                END-IF                                                  0003329K
             END-IF.                                                    00033305
                                                                        00033306
             ADD 1 TO WRK-IDX-VRB.                                      00033300
      *    (SALARIO/220); FALTA DESCONTA SALARIO/30 POR DIA. O          00033318
      *    BRUTO NAO DESCE ABAIXO DE ZERO.                              00033320
      *---------------------------------------------------------------  00033322
      *---------------------------------------------------------------  000333AA
      *    2205-APLICAR-AFASTAMENTO                                     000333AB
      *    TIRA DO BRUTO OS DIAS DO MES EM QUE O FUNCIONARIO ESTEVE     000333AC
      *    AFASTADO SEM PAGAMENTO DA EMPRESA (FOUR001.AFASTAMENTO):     000333AD
      *    LICENCA NAO REMUNERADA (N) INTEIRA; DOENCA (D) E             000333AE
      *    ACIDENTE (A) SO A PARTIR DO 16O DIA, QUE O INSS PAGA.        000333AF
      *    MATERNIDADE (M) A EMPRESA PAGA E COMPENSA NA GUIA.           000333AG
      *    SALARIO/30 POR DIA, NO MAXIMO 30 DIAS.                       000333AH
      *---------------------------------------------------------------  000333AI
       2205-APLICAR-AFASTAMENTO                    SECTION.             000333AJ
                                                                        000333AK
             MOVE ZEROS TO WRK-DIAS-AFAST.                              000333AL
             MOVE ZEROS TO WRK-VALOR-AFAST.                             000333AM
                                                                        000333AN
             EXEC SQL                                                   000333AO
                DECLARE CSRAFA CURSOR FOR                               000333AP
                   SELECT TIPO, DATA_INICIO, RETORNO_EFET               000333AQ
                     FROM FOUR001.AFASTAMENTO                           000333AR
                    WHERE ID = :DB2-ID                                  000333AS
                      AND TIPO IN ('D', 'A', 'N')                       000333AT
                      AND DATA_INICIO <= :WRK-AFA-FIM-MES               000333AU
                      AND ( RETORNO_EFET IS NULL OR                     000333AV
                            RETORNO_EFET > :WRK-AFA-INI-MES )           000333AW
             END-EXEC.                                                  000333AX
                                                                        000333AY
             EXEC SQL                                                   000333AZ
                OPEN CSRAFA                                             000333BA
             END-EXEC.                                                  000333BB
             IF SQLCODE NOT EQUAL ZEROS                                 000333BC
                MOVE SQLCODE TO WRK-SQLCODE                             000333BD
                DISPLAY ' SQLCODE: ' WRK-SQLCODE                        000333BE
                MOVE ' ERRO OPEN CSRAFA ' TO WRK-MSG                    000333BF
                PERFORM 9000-TRATAR-ERROS                               000333BG
             END-IF.                                                    000333BH
                                                                        000333BI
             PERFORM 2206-SOMAR-AFASTAMENTO                             000333BJ
                UNTIL SQLCODE NOT EQUAL ZEROS.                          000333BK
                                                                        000333BL
             EXEC SQL                                                   000333BM
                CLOSE CSRAFA                                            000333BN
             END-EXEC.                                                  000333BO
                                                                        000333BP
             IF WRK-DIAS-AFAST GREATER THAN 30                          000333BQ
                MOVE 30 TO WRK-DIAS-AFAST                               000333BR
             END-IF.                                                    000333BS
                                                                        000333BT
             IF WRK-DIAS-AFAST GREATER THAN ZEROS                       000333BU
                ADD 1 TO WRK-REG-AFASTADOS                              000333BV
                IF WRK-DIAS-AFAST EQUAL 30                              000333BW
                   MOVE DB2-SALARIO TO WRK-VALOR-AFAST                  000333BX
                ELSE                                                    000333BY
                   COMPUTE WRK-VALOR-AFAST ROUNDED =                    000333BZ
                           WRK-DIAS-AFAST * DB2-SALARIO / 30            000333CA
                   END-COMPUTE                                          000333CB
                END-IF                                                  000333CC
                COMPUTE WRK-BRUTO-AJUST =                               000333CD
                        WRK-BRUTO - WRK-VALOR-AFAST                     000333CE
                END-COMPUTE                                             000333CF
                IF WRK-BRUTO-AJUST LESS THAN ZEROS                      000333CG
                   MOVE ZEROS TO WRK-BRUTO                              000333CH
                ELSE                                                    000333CI
                   MOVE WRK-BRUTO-AJUST TO WRK-BRUTO                    000333CJ
                END-IF                                                  000333CK
             END-IF.                                                    000333CL
                                                                        000333CM
      *-------------------------------------------------------*         000333CN
       2205-999-FIM.                              EXIT.                 000333CO
      *-------------------------------------------------------*         000333CP
                                                                        000333CQ
      *---------------------------------------------------------------  000333CR
      *    2206-SOMAR-AFASTAMENTO                                       000333CS
      *    DIAS DO AFASTAMENTO DENTRO DO MES: DO MAIOR ENTRE O          000333CT
      *    INICIO (MAIS 15 EM DOENCA/ACIDENTE) E O DIA 1 ATE O          000333CU
      *    MENOR ENTRE A VESPERA DO RETORNO EFETIVO E O DIA 30.         000333CV
      *---------------------------------------------------------------  000333CW
       2206-SOMAR-AFASTAMENTO                      SECTION.             000333CX
                                                                        000333CY
             EXEC SQL                                                   000333CZ
                FETCH CSRAFA                                            000333DA
                 INTO :DB2-AFA-TIPO, :DB2-AFA-INICIO,                   000333DB
                      :DB2-AFA-RETORNO :WRK-AFA-RET-NULL                000333DC
             END-EXEC.                                                  000333DD
                                                                        000333DE
             EVALUATE SQLCODE                                           000333DF
               WHEN 0                                                   000333DG
                  MOVE DB2-AFA-INICIO TO WRK-AFA-DATA-DN                000333DH
                  PERFORM 2207-CONVERTER-DATA-AFAST                     000333DI
                  MOVE WRK-AFA-DN TO WRK-AFA-DN-DE                      000333DJ
                  IF DB2-AFA-TIPO EQUAL 'D' OR                          000333DK
                     DB2-AFA-TIPO EQUAL 'A'                             000333DL
                     ADD 15 TO WRK-AFA-DN-DE                            000333DM
                  END-IF                                                000333DN
                  IF WRK-AFA-DN-DE LESS THAN WRK-AFA-DN-MES-INI         000333DO
                     MOVE WRK-AFA-DN-MES-INI TO WRK-AFA-DN-DE           000333DP
                  END-IF                                                000333DQ
                  MOVE WRK-AFA-DN-MES-FIM TO WRK-AFA-DN-ATE             000333DR
                  IF WRK-AFA-RET-NULL NOT LESS THAN ZEROS               000333DS
                     MOVE DB2-AFA-RETORNO TO WRK-AFA-DATA-DN            000333DT
                     PERFORM 2207-CONVERTER-DATA-AFAST                  000333DU
                     IF WRK-AFA-DN - 1 LESS THAN WRK-AFA-DN-ATE         000333DV
                        COMPUTE WRK-AFA-DN-ATE = WRK-AFA-DN - 1         000333DW
                        END-COMPUTE                                     000333DX
                     END-IF                                             000333DY
                  END-IF                                                000333DZ
                  IF WRK-AFA-DN-ATE NOT LESS THAN WRK-AFA-DN-DE         000333EA
                     COMPUTE WRK-DIAS-AFAST = WRK-DIAS-AFAST            000333EB
                           + WRK-AFA-DN-ATE - WRK-AFA-DN-DE + 1         000333EC
                     END-COMPUTE                                        000333ED
                  END-IF                                                000333EE
               WHEN 100                                                 000333EF
                  CONTINUE                                              000333EG
               WHEN OTHER                                               000333EH
                  MOVE SQLCODE TO WRK-SQLCODE                           000333EI
                  DISPLAY ' SQLCODE: ' WRK-SQLCODE                      000333EJ
                  MOVE ' ERRO FETCH CSRAFA ' TO WRK-MSG                 000333EK
                  PERFORM 9000-TRATAR-ERROS                             000333EL
             END-EVALUATE.                                              000333EM
                                                                        000333EN
      *-------------------------------------------------------*         000333EO
       2206-999-FIM.                              EXIT.                 000333EP
      *-------------------------------------------------------*         000333EQ
                                                                        000333ER
      *-------------------------------------------------------*         000333ES
       2207-CONVERTER-DATA-AFAST                   SECTION.             000333ET
      *-------------------------------------------------------*         000333EU
                                                                        000333EV
             IF WRK-AFA-DN-DIA GREATER THAN 30                          000333EW
                MOVE 30 TO WRK-AFA-DN-DIA                               000333EX
             END-IF.                                                    000333EY
             COMPUTE WRK-AFA-DN = WRK-AFA-DN-ANO * 360                  000333EZ
                                + ( WRK-AFA-DN-MES - 1 ) * 30           000333FA
                                + WRK-AFA-DN-DIA                        000333FB
             END-COMPUTE.                                               000333FC
                                                                        000333FD
      *-------------------------------------------------------*         000333FE
       2207-999-FIM.                              EXIT.                 000333FF
      *-------------------------------------------------------*         000333FG
                                                                        000333FH
       2210-APLICAR-PONTO                          SECTION.             00033324
                                                                        00033326
             MOVE ZEROS TO WRK-VALOR-EXTRAS.                            00033328
       2220-PROCURAR-PONTO                         SECTION.             00033408
      *-------------------------------------------------------*         00033410
                                                                        00033412
             IF WRK-TAB-PNT-ID(WRK-IDX-PNT) EQUAL DB2-ID                00033414
                SET WRK-PONTO-FOI-ACHADO TO TRUE                        00033416
             ELSE                                                       00033418
                ADD 1 TO WRK-IDX-PNT                                    00033420
              IF WRK-ADIANT-FOI-ABERTO                                  00042012
                 CLOSE ADIANT                                           00042014
              END-IF.                                                   00042016
              IF NOT WRK-MODO-SIMULACAO                                 00042024
                 CLOSE HOLHIST                                          00042032
                 CLOSE HOLHISTD                                         00042040
              END-IF.                                                   00042048
              CLOSE PENSPAG.                                            00042060
              IF NOT WRK-MODO-SIMULACAO                                 00042068
                 CLOSE COBFOLHA                                         00042076
                 PERFORM 3100-GRAVAR-COMPRAS                            00042084
              END-IF.                                                   00042092
                                                                        00042100
              DISPLAY '===================================='.           00042200
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00014960
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00014962
             IF WRK-MODO-SIMULACAO                                      0001496A
                MOVE 'S'     TO WRK-JOB-SITUACAO                        0001496B
             END-IF.                                                    0001496C
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00014964
             MOVE WRK-REG-GRAVADOS TO WRK-JOB-GRAVADOS.                 00014966
             MOVE ZEROS TO WRK-JOB-REJEITADOS.                          00014970
                 ON EXCEPTION                                           00014976
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00014978
             END-CALL.                                                  00014980
                                                                        00028640
              DISPLAY ' FUNCIONARIOS LIDOS....: ' WRK-REG-LIDOS.        00042300
              DISPLAY ' HOLERITES GRAVADOS....: ' WRK-REG-GRAVADOS.     00042400
              DISPLAY ' LINHAS DE DETALHE.....: ' WRK-REG-DETALHES.     00042410
              DISPLAY ' TOTAL IRRF............: ' WRK-TOT-EDT.          00043000
              MOVE WRK-TOT-LIQUIDO TO WRK-TOT-EDT.                      00043100
              DISPLAY ' TOTAL LIQUIDO.........: ' WRK-TOT-EDT.          00043200
              DISPLAY ' CREDITOS DE PENSAO....: ' WRK-REG-PENSOES.      00043225
              MOVE WRK-TOT-PENSAO TO WRK-TOT-EDT.                       00043250
              DISPLAY ' TOTAL PENSAO..........: ' WRK-TOT-EDT.          00043275
              DISPLAY ' AFASTADOS DESCONTADOS.: ' WRK-REG-AFASTADOS.    00043287
              DISPLAY ' COMPRAS DESCONTADAS...: ' WRK-REG-COMPRAS.      00043290
              MOVE WRK-TOT-COMPRAS TO WRK-TOT-EDT.                      00043293
              DISPLAY ' TOTAL COMPRAS.........: ' WRK-TOT-EDT.          00043296
              DISPLAY '===================================='.           00043300
                 STOP RUN.                                              00043400
                                                                        00043500
      *-------------------------------------------------------*         00043600
       3000-999-FIM.                              EXIT.                 00043700
      *-------------------------------------------------------*         00043701
                                                                        00043702
      *---------------------------------------------------------------  00043703
      *    3100-GRAVAR-COMPRAS                                          00043704
      *    NOVA GERACAO DOS PLANOS DE COMPRA (COMPNOVO) SO COM OS QUE   00043705
      *    AINDA TEM SALDO; A MALHA TROCA COMPFUNC PELA NOVA GERACAO.   00043706
      *---------------------------------------------------------------  00043707
       3100-GRAVAR-COMPRAS                        SECTION.              00043708
                                                                        00043709
             OPEN OUTPUT COMPNOVO.                                      00043710
             IF WRK-FS-COMPNOVO NOT EQUAL '00'                          00043711
                MOVE ' ERRO OPEN COMPNOVO ' TO WRK-MSG                  00043712
                MOVE 'FIL0001' TO WRK-MSG-CODIGO                        00043713
                MOVE 'COMPNOVO' TO WRK-MSG-VALOR-1                      00043714
                PERFORM 9000-TRATAR-ERROS                               00043715
             END-IF.                                                    00043716
             MOVE 1 TO WRK-IDX-CMF.                                     00043717
             PERFORM 3110-GRAVAR-PLANO                                  00043718
                UNTIL WRK-IDX-CMF GREATER THAN WRK-QTDE-COMPRAS.        00043719
             CLOSE COMPNOVO.                                            00043720
             DISPLAY ' PLANOS DE COMPRA ABERTOS: ' WRK-REG-PLANOS.      00043721
                                                                        00043722
      *-------------------------------------------------------*         00043723
       3100-999-FIM.                              EXIT.                 00043724
      *-------------------------------------------------------*         00043725
                                                                        00043726
      *-------------------------------------------------------*         00043727
       3110-GRAVAR-PLANO                          SECTION.              00043728
      *-------------------------------------------------------*         00043729
                                                                        00043730
             IF WRK-TAB-CMF-SALDO(WRK-IDX-CMF) GREATER THAN ZEROS       00043731
                MOVE SPACES TO FD-COMPNOVO                              00043732
                MOVE WRK-TAB-CMF-ID(WRK-IDX-CMF) TO FD-CNV-ID           00043733
                MOVE WRK-TAB-CMF-CLIENTE(WRK-IDX-CMF) TO FD-CNV-CLIENTE 00043734
                MOVE WRK-TAB-CMF-NF(WRK-IDX-CMF) TO FD-CNV-NF           00043735
                MOVE WRK-TAB-CMF-DATA(WRK-IDX-CMF) TO FD-CNV-DATA       00043736
                MOVE WRK-TAB-CMF-VALOR(WRK-IDX-CMF) TO FD-CNV-VALOR     00043737
                MOVE WRK-TAB-CMF-PARCELAS(WRK-IDX-CMF)                  00043738
                  TO FD-CNV-PARCELAS                                    00043739
                MOVE WRK-TAB-CMF-PAGAS(WRK-IDX-CMF) TO FD-CNV-PAGAS     00043740
                MOVE WRK-TAB-CMF-VALOR-PARC(WRK-IDX-CMF)                00043741
                  TO FD-CNV-VALOR-PARC                                  00043742
                MOVE WRK-TAB-CMF-SALDO(WRK-IDX-CMF) TO FD-CNV-SALDO     00043743
                WRITE FD-COMPNOVO                                       00043744
                ADD 1 TO WRK-REG-PLANOS                                 00043745
             END-IF.                                                    00043746
             ADD 1 TO WRK-IDX-CMF.                                      00043747
                                                                        00043748
      *-------------------------------------------------------*         00043749
       3110-999-FIM.                              EXIT.                 00043750
      *-------------------------------------------------------*         00043800
                                                                        00043900
      *-------------------------------------------------------*         00044000
