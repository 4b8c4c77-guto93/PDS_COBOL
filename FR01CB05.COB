      *            RECEBER (CREBER), COM VENCIMENTO N DIAS              00001700
      *            UTEIS A FRENTE PELA DATASERV (FUNCAO 03              00001800
      *            APLICADA DIA A DIA; N PADRAO 10, OU O                00001900
      *            VALOR DO PARMSERV, FR01CB05/DIAS-PRAZO).             00002000
      *-----------------------------------------------------            00002014
      *  MANUTENCAO:                                                    00002028
      *  - 09/01/2023: CADA ITEM FATURADO E GRAVADO NO KSDS             00002042
      *    NFITEM (NOTA + PRODUTO, CLIENTE, PEDIDO, QUANTIDADE          00002056
      *    E PRECO PRATICADO) - BASE DA CONFERENCIA DAS                 00002070
      *    DEVOLUCOES DE CLIENTES NO FR01CB08.                          00002084
      *  - 16/01/2023: UMA NOTA E UM TITULO POR PEDIDO: OS ITENS        00002087
      *    DO MESMO NUMERO NO PEDACE SAEM NA MESMA NOTA DO              00002090
      *    RELNF, COM LINHA DE TOTAL, E O TITULO DO CREBER LEVA         00002093
      *    O TOTAL DO PEDIDO.                                           00002096
      *  - 30/01/2023: ITEM CANCELADO PELO FR01CB10 (SITUACAO           00002097
      *    'C' NO PEDACE) NAO E FATURADO, SO CONTADO.                   00002098
      *  - 27/02/2023: ICMS NA NOTA: A UF DE DESTINO SAI DO CEP DO      00002099
      *    CLIENTE (KSDS CLIENTES) PELAS FAIXAS DO CEPDIR, A CLASSE     00002100
      *    FISCAL DO PRODUTO DO KSDS CLASFISC (SEM CADASTRO = '00')     00002101
      *    E A ALIQUOTA DA TABELA ICMSTAB (UF + CLASSE; NA FALTA DA     00002102
      *    CLASSE VALE A '00' DA UF). CADA ITEM MOSTRA BASE,            00002103
      *    ALIQUOTA E IMPOSTO NO RELNF, A NOTA TOTALIZA BASE E ICMS     00002104
      *    E O TITULO DO CREBER LEVA O TOTAL COM IMPOSTO. O ITEM        00002105
      *    VAI PARA O LIVRO LIVICMS (APURACAO MENSAL POR UF NO          00002106
      *    FR01CB14) E A ALIQUOTA FICA NO NFITEM PARA A DEVOLUCAO.      00002107
      *  - 20/03/2023: PRECO DE CONTRATO POR CLIENTE: O ARQUIVO         00002120
      *    CONTRATO TRAZ CLIENTE + PRODUTO (OU SO A CATEGORIA, DUAS     00002133
      *    PRIMEIRAS POSICOES DO CODIGO COMO NO ARQ007), VIGENCIA E     00002146
      *    QUANTIDADE MINIMA DA FAIXA. O ITEM SAI PELO MENOR PRECO      00002159
      *    VALIDO ENTRE TABELA, PROMOCAO E CONTRATO, E O RELNF          00002172
      *    MOSTRA A REGRA QUE PRECIFICOU CADA ITEM.                     00002185
      *  - 01/05/2023: SO E FATURADO O QUE SAIU DA DOCA: O ARQUIVO      00002187
      *    EXPCONF (EXPEDIR DO FR01CB16 CONFIRMADO PELA EXPEDICAO)      00002189
      *    TRAZ A QUANTIDADE EXPEDIDA DE CADA ITEM. ITEM FORA DO        00002191
      *    EXPCONF NAO SAIU; O SALDO NAO EXPEDIDO VAI PARA O PEDPEND    00002193
      *    (LEIAUTE DO PEDACE) E VOLTA NO PEDACE DO DIA SEGUINTE.       00002195
      *    SEM EXPCONF, TUDO E FATURADO COMO ANTES.                     00002197
      *  - 22/05/2023: CADA ITEM FATURADO GERA NO MOVEXP (LEIAUTE       00002198
      *    DO MOVTRAN) UM MOVIMENTO 'X' DE EXPEDICAO NO DEPOSITO 01,    00002199
      *    COM A NOTA COMO DOCUMENTO, PARA O ARQ016 BAIXAR O SALDO      00002200
      *    DO DEPOSITO - O TOTAL DO PRODMSTR JA SAIU NA RESERVA.        00002201
      *  - 02/10/2023: COMPRA DE FUNCIONARIO: O CLIENTE LIGADO A UM     0000220A
      *    ID DO FOUR001.FUNC NO ARQUIVO CLIFUNC DISPUTA O MENOR        0000220B
      *    PRECO TAMBEM COM O PRECO DE FUNCIONARIO (TABELA MENOS O      0000220C
      *    DESCONTO DO FATPARM, PADRAO 20,00%). A NOTA NAO VAI PARA     0000220D
      *    O BANCO: O TITULO SAI COM FD-CRB-COBRANCA 'F' E VENCE NO     0000220E
      *    DIA 28 DO MES DA ULTIMA PARCELA, E O PLANO DE PARCELAS       0000220F
      *    (FATPARM, PADRAO 3) ENTRA NO COMPFUNC PARA O DESCONTO EM     0000220G
      *    FOLHA DO FR03DB15, QUE BAIXA O TITULO PELO FR01CB07.         0000220H
      *  - 04/12/2023: O FATPARM DEU LUGAR AO CADASTRO CENTRAL DE       0000220I
      *    PARAMETROS (PARMSERV, FR01CB05/DIAS-PRAZO, DESC-FUNC E       0000220J
      *    PARC-FUNC); SEM VALOR VIGENTE, VALEM OS PADROES.             0000220K
      *=====================================================            00002100
                                                                        00002200
      *====================================================             00002300
                                                                        00004000
           SELECT PROMOCAO  ASSIGN TO PROMOCAO                          00004100
               FILE STATUS  IS WRK-FS-PROMOCAO.                         00004200
                                                                        00004600
           SELECT NFNUM     ASSIGN TO NFNUM                             00004700
               FILE STATUS  IS WRK-FS-NFNUM.                            00004800
                                                                        00005200
           SELECT RELNF     ASSIGN TO RELNF                             00005300
               FILE STATUS  IS WRK-FS-RELNF.                            00005400
                                                                        00005414
           SELECT NFITEM    ASSIGN TO NFITEM                            00005428
               ORGANIZATION IS INDEXED                                  00005442
               ACCESS MODE  IS RANDOM                                   00005456
               RECORD KEY   IS FD-NFI-CHAVE                             00005470
               FILE STATUS  IS WRK-FS-NFITEM.                           00005484
                                                                        00005485
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00005486
               ORGANIZATION IS INDEXED                                  00005487
               ACCESS MODE  IS RANDOM                                   00005488
               RECORD KEY   IS FD-CODIGO                                00005489
               FILE STATUS  IS WRK-FS-CLIENTES.                         00005490
                                                                        00005491
           SELECT CEPDIR    ASSIGN TO CEPDIR                            00005492
               FILE STATUS  IS WRK-FS-CEPDIR.                           00005493
                                                                        00005494
           SELECT CLASFISC  ASSIGN TO CLASFISC                          00005495
               ORGANIZATION IS INDEXED                                  00005496
               ACCESS MODE  IS RANDOM                                   00005497
               RECORD KEY   IS FD-CLF-PRODUTO                           00005498
               FILE STATUS  IS WRK-FS-CLASFISC.                         00005499
                                                                        00005500
           SELECT ICMSTAB   ASSIGN TO ICMSTAB                           00005501
               FILE STATUS  IS WRK-FS-ICMSTAB.                          00005502
                                                                        00005503
           SELECT LIVICMS   ASSIGN TO LIVICMS                           00005504
               FILE STATUS  IS WRK-FS-LIVICMS.                          00005505
                                                                        00005528
           SELECT CONTRATO  ASSIGN TO CONTRATO                          00005551
               FILE STATUS  IS WRK-FS-CONTRATO.                         00005574
                                                                        00005577
           SELECT EXPCONF   ASSIGN TO EXPCONF                           00005580
               FILE STATUS  IS WRK-FS-EXPCONF.                          00005583
                                                                        00005586
           SELECT PEDPEND   ASSIGN TO PEDPEND                           00005589
               FILE STATUS  IS WRK-FS-PEDPEND.                          00005592
                                                                        00005594
           SELECT MOVEXP    ASSIGN TO MOVEXP                            00005596
               FILE STATUS  IS WRK-FS-MOVEXP.                           00005598
                                                                        00005500
           SELECT CLIFUNC   ASSIGN TO CLIFUNC                           00005514
               FILE STATUS  IS WRK-FS-CLIFUNC.                          00005528
                                                                        00005542
           SELECT COMPFUNC  ASSIGN TO COMPFUNC                          00005556
               FILE STATUS  IS WRK-FS-COMPFUNC.                         00005570
                                                                        00005584
      *====================================================             00005600
       DATA                                      DIVISION.              00005700
      *====================================================             00005800
          05 FD-ACE-QTDE     PIC 9(05).                                 00006700
          05 FD-ACE-DATA     PIC X(08).                                 00006800
          05 FD-ACE-SITUACAO PIC X(01).                                 00006900
             88 FD-ACE-CANCELADO     VALUE 'C'.                         00006933
          05 FD-ACE-ITEM     PIC 9(03).                                 00006966
          05 FILLER          PIC X(07).                                 00007032
                                                                        00007100
       FD PRODMSTR                                                      00007200
           RECORDING MODE IS F                                          00007300
          05 FD-PRM-DATA-INICIO   PIC X(10).                            00009000
          05 FD-PRM-DATA-FIM      PIC X(10).                            00009100
          05 FILLER               PIC X(05).                            00009200
                                                                        00009900
       FD NFNUM                                                         00010000
           RECORDING MODE IS F                                          00010100
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00011800
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00011900
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00012000
          05 FD-CRB-COBRANCA    PIC X(01).                              00012050
             88 FD-CRB-DESC-FOLHA    VALUE 'F'.                         00012100
          05 FILLER             PIC X(02).                              00012150
                                                                        00012200
       FD RELNF                                                         00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-RELNF              PIC X(80).                              00012600
                                                                        00012605
       FD NFITEM                                                        00012610
           RECORDING MODE IS F                                          00012615
           BLOCK CONTAINS 0 RECORDS.                                    00012620
       01 FD-NFITEM.                                                    00012625
          05 FD-NFI-CHAVE.                                              00012630
             10 FD-NFI-NF         PIC 9(06).                            00012635
             10 FD-NFI-PRODUTO    PIC X(06).                            00012640
          05 FD-NFI-CLIENTE       PIC X(04).                            00012645
          05 FD-NFI-PEDIDO        PIC 9(06).                            00012650
          05 FD-NFI-QTDE          PIC 9(05).                            00012655
          05 FD-NFI-PRECO         PIC 9(07)V99.                         00012660
          05 FD-NFI-VALOR         PIC 9(09)V99.                         00012665
          05 FD-NFI-DATA          PIC X(08).                            00012670
          05 FD-NFI-QTDE-DEV      PIC 9(05).                            00012675
          05 FD-NFI-ALIQ-ICMS     PIC 9(02)V99.                         00012681
          05 FD-NFI-VALOR-ICMS    PIC 9(07)V99.                         00012687
          05 FILLER               PIC X(07).                            00012693
                                                                        00012700
       FD CLIENTES                                                      00012701
           RECORDING  MODE IS F                                         00012702
           BLOCK CONTAINS 0 RECORDS.                                    00012703
       01 FD-CLIENTES.                                                  00012704
          05 FD-CODIGO         PIC X(04).                               00012705
          05 FD-NOME           PIC X(40).                               00012706
          05 FD-BANCO          PIC X(10).                               00012707
          05 FD-CPF-CNPJ       PIC X(14).                               00012708
          05 FD-ENDERECO       PIC X(40).                               00012709
          05 FD-CEP            PIC X(08).                               00012710
          05 FD-SITUACAO       PIC X(01).                               00012711
          05 FD-DATA-INCLUSAO  PIC X(08).                               00012712
          05 FD-DATA-ALTERACAO PIC X(08).                               00012713
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00012714
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00012715
          05 FD-DEVOLUCOES     PIC 9(03).                               00012716
          05 FILLER            PIC X(08).                               00012717
                                                                        00012718
       FD CEPDIR                                                        00012719
           RECORDING MODE IS F                                          00012720
           BLOCK CONTAINS 0 RECORDS.                                    00012721
       01 FD-CEPDIR.                                                    00012722
          05 FD-CDR-CEP-INI   PIC X(08).                                00012723
          05 FD-CDR-CEP-FIM   PIC X(08).                                00012724
          05 FD-CDR-CIDADE    PIC X(30).                                00012725
          05 FD-CDR-UF        PIC X(02).                                00012726
                                                                        00012727
       FD CLASFISC                                                      00012728
           RECORDING  MODE IS F                                         00012729
           BLOCK CONTAINS 0 RECORDS.                                    00012730
       01 FD-CLASFISC.                                                  00012731
          05 FD-CLF-PRODUTO       PIC X(06).                            00012732
          05 FD-CLF-CLASSE        PIC X(02).                            00012733
          05 FD-CLF-DESCRICAO     PIC X(30).                            00012734
          05 FILLER               PIC X(02).                            00012735
                                                                        00012736
       FD ICMSTAB                                                       00012737
           RECORDING MODE IS F                                          00012738
           BLOCK CONTAINS 0 RECORDS.                                    00012739
       01 FD-ICMSTAB.                                                   00012740
          05 FD-ICM-UF            PIC X(02).                            00012741
          05 FD-ICM-CLASSE        PIC X(02).                            00012742
          05 FD-ICM-ALIQUOTA      PIC 9(02)V99.                         00012743
          05 FILLER               PIC X(12).                            00012744
                                                                        00012745
       FD LIVICMS                                                       00012746
           RECORDING MODE IS F                                          00012747
           BLOCK CONTAINS 0 RECORDS.                                    00012748
       01 FD-LIVICMS.                                                   00012749
          05 FD-LIV-DATA          PIC X(08).                            00012750
          05 FD-LIV-NF            PIC 9(06).                            00012751
          05 FD-LIV-CLIENTE       PIC X(04).                            00012752
          05 FD-LIV-UF            PIC X(02).                            00012753
          05 FD-LIV-PRODUTO       PIC X(06).                            00012754
          05 FD-LIV-CLASSE        PIC X(02).                            00012755
          05 FD-LIV-BASE          PIC 9(09)V99.                         00012756
          05 FD-LIV-ALIQUOTA      PIC 9(02)V99.                         00012757
          05 FD-LIV-ICMS          PIC 9(09)V99.                         00012758
          05 FILLER               PIC X(06).                            00012759
                                                                        00012760
       FD CONTRATO                                                      00012761
           RECORDING MODE IS F                                          00012762
           BLOCK CONTAINS 0 RECORDS.                                    00012763
       01 FD-CONTRATO.                                                  00012764
          05 FD-CTR-CLIENTE       PIC X(04).                            00012765
          05 FD-CTR-PRODUTO       PIC X(06).                            00012766
          05 FD-CTR-CATEGORIA REDEFINES FD-CTR-PRODUTO.                 00012767
             10 FD-CTR-CAT-CODIGO PIC X(02).                            00012768
             10 FD-CTR-CAT-RESTO  PIC X(04).                            00012769
          05 FD-CTR-QTDE-MINIMA   PIC 9(05).                            00012770
          05 FD-CTR-PRECO         PIC 9(07)V99.                         00012771
          05 FD-CTR-DATA-INICIO   PIC X(10).                            00012772
          05 FD-CTR-DATA-FIM      PIC X(10).                            00012773
          05 FILLER               PIC X(06).                            00012774
                                                                        00012775
       FD EXPCONF                                                       00012776
           RECORDING MODE IS F                                          00012777
           BLOCK CONTAINS 0 RECORDS.                                    00012778
       01 FD-EXPCONF.                                                   00012779
          05 FD-EXC-NUMERO        PIC 9(06).                            00012780
          05 FD-EXC-ITEM          PIC 9(03).                            00012781
          05 FD-EXC-CLIENTE       PIC X(04).                            00012782
          05 FD-EXC-PRODUTO       PIC X(06).                            00012783
          05 FD-EXC-QTDE-PEDIDA   PIC 9(05).                            00012784
          05 FD-EXC-QTDE-EXPEDIDA PIC 9(05).                            00012785
          05 FD-EXC-LOTE          PIC X(03).                            00012786
          05 FILLER               PIC X(08).                            00012787
                                                                        00012788
       FD PEDPEND                                                       00012789
           RECORDING MODE IS F                                          00012790
           BLOCK CONTAINS 0 RECORDS.                                    00012791
       01 FD-PEDPEND.                                                   00012792
          05 FILLER          PIC X(16).                                 00012793
          05 FD-PND-QTDE     PIC 9(05).                                 00012794
          05 FILLER          PIC X(19).                                 00012795
                                                                        00012796
       FD MOVEXP                                                        00012797
           RECORDING MODE IS F                                          00012798
           BLOCK CONTAINS 0 RECORDS.                                    00012799
       01 FD-MOVEXP.                                                    00012800
          05 FD-MXP-CODIGO        PIC X(06).                            00012801
          05 FD-MXP-DATA          PIC X(08).                            00012802
          05 FD-MXP-TIPO          PIC X(01).                            00012803
          05 FD-MXP-QTDE          PIC 9(05).                            00012804
          05 FD-MXP-DOCUMENTO     PIC X(10).                            00012805
          05 FD-MXP-EAN           PIC X(13).                            00012806
          05 FILLER               PIC X(10).                            00012807
          05 FD-MXP-DEPOSITO      PIC X(02).                            00012808
          05 FILLER               PIC X(05).                            00012809
                                                                        00012760
       FD CLIFUNC                                                       00012761
           RECORDING MODE IS F                                          00012762
           BLOCK CONTAINS 0 RECORDS.                                    00012763
       01 FD-CLIFUNC.                                                   00012764
          05 FD-CFU-CLIENTE       PIC X(04).                            00012765
          05 FD-CFU-ID            PIC 9(04).                            00012766
          05 FILLER               PIC X(12).                            00012767
                                                                        00012768
       FD COMPFUNC                                                      00012769
           RECORDING MODE IS F                                          00012770
           BLOCK CONTAINS 0 RECORDS.                                    00012771
       01 FD-COMPFUNC.                                                  00012772
          05 FD-CFN-ID            PIC 9(04).                            00012773
          05 FD-CFN-CLIENTE       PIC X(04).                            00012774
          05 FD-CFN-NF            PIC 9(06).                            00012775
          05 FD-CFN-DATA          PIC X(08).                            00012776
          05 FD-CFN-VALOR         PIC 9(09)V99.                         00012777
          05 FD-CFN-PARCELAS      PIC 9(02).                            00012778
          05 FD-CFN-PAGAS         PIC 9(02).                            00012779
          05 FD-CFN-VALOR-PARC    PIC 9(09)V99.                         00012780
          05 FD-CFN-SALDO         PIC 9(09)V99.                         00012781
          05 FILLER               PIC X(01).                            00012782
                                                                        00012783
       WORKING-STORAGE                           SECTION.               00012800
      *====================================================             00012900
                                                                        00013000
       77 WRK-FS-PEDACE   PIC X(02) VALUE ZEROS.                        00013100
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00013200
       77 WRK-FS-PROMOCAO PIC X(02) VALUE ZEROS.                        00013300
       77 WRK-FS-NFNUM    PIC X(02) VALUE ZEROS.                        00013500
       77 WRK-FS-CREBER   PIC X(02) VALUE ZEROS.                        00013600
       77 WRK-FS-RELNF    PIC X(02) VALUE ZEROS.                        00013700
       77 WRK-FS-NFITEM   PIC X(02) VALUE ZEROS.                        00013750
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00013758
       77 WRK-FS-CEPDIR   PIC X(02) VALUE ZEROS.                        00013766
       77 WRK-FS-CLASFISC PIC X(02) VALUE ZEROS.                        00013774
       77 WRK-FS-ICMSTAB  PIC X(02) VALUE ZEROS.                        00013782
       77 WRK-FS-LIVICMS  PIC X(02) VALUE ZEROS.                        00013790
       77 WRK-FS-CONTRATO PIC X(02) VALUE ZEROS.                        00013795
       77 WRK-FS-EXPCONF  PIC X(02) VALUE ZEROS.                        00013796
       77 WRK-FS-PEDPEND  PIC X(02) VALUE ZEROS.                        00013797
       77 WRK-FS-MOVEXP   PIC X(02) VALUE ZEROS.                        00013798
       77 WRK-FS-CLIFUNC  PIC X(02) VALUE ZEROS.                        0001379A
       77 WRK-FS-COMPFUNC PIC X(02) VALUE ZEROS.                        0001379B
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00013800
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00013900
       01 WRK-DOC-NF.                                                   00013920
          05 FILLER          PIC X(03) VALUE 'NF '.                     00013940
          05 WRK-DOC-NUMERO  PIC 9(06).                                 00013960
          05 FILLER          PIC X(01) VALUE SPACES.                    00013980
                                                                        00014000
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00014100
       01 WRK-DSV-AREA.                                                 00014200
          05 WRK-DSV-CLASSE    PIC X(01).                               00014600
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE '03'.                       00014700
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00014800
                                                                        00014807
       77 WRK-PROG-PARMSERV PIC X(08) VALUE 'PARMSERV'.                 00014814
       01 WRK-PSV-AREA.                                                 00014821
          05 WRK-PSV-PROGRAMA  PIC X(08).                               00014828
          05 WRK-PSV-NOME      PIC X(12).                               00014835
          05 WRK-PSV-VALOR     PIC X(30).                               00014842
          05 WRK-PSV-NUMERO    PIC S9(11)V9(04).                        00014849
          05 WRK-PSV-NUMERICO  PIC X(01).                               00014856
             88 WRK-PSV-E-NUMERO      VALUE 'S'.                        00014863
          05 WRK-PSV-VIGENCIA  PIC X(08).                               00014870
       77 WRK-PSV-FUNCAO    PIC X(02) VALUE '01'.                       00014877
       77 WRK-PSV-RETORNO   PIC X(02) VALUE SPACES.                     00014884
                                                                        00014900
       01 WRK-DATA-HOJE-TR.                                             00015000
          05 WRK-DHT-ANO    PIC X(04).                                  00015100
       01 WRK-DATA-VENCTO   PIC X(10) VALUE SPACES.                     00015700
       77 WRK-DIAS-PRAZO    PIC 9(03) VALUE 10.                         00015800
       77 WRK-DIA           PIC 9(03) VALUE ZEROS.                      00015900
       01 WRK-DESC-FUNC     PIC 9(02)V99 VALUE 20,00.                   00015911
       77 WRK-PARC-FUNC     PIC 9(02) VALUE 3.                          00015922
       01 WRK-VENCTO-FUNC.                                              00015933
          05 WRK-VCF-ANO    PIC 9(04).                                  00015944
          05 FILLER         PIC X(01) VALUE '-'.                        00015955
          05 WRK-VCF-MES    PIC 9(02).                                  00015966
          05 FILLER         PIC X(03) VALUE '-28'.                      00015977
       77 WRK-MES-CORRIDO   PIC 9(06) VALUE ZEROS.                      00015988
                                                                        00016000
       01 WRK-TAB-PROMO.                                                00016100
          05 WRK-TAB-PRM-ITEM OCCURS 50 TIMES.                          00016200
       77 WRK-TEM-PROMO     PIC X(01) VALUE 'N'.                        00016900
          88 WRK-PROMO-ACHADA       VALUE 'S'.                          00017000
          88 WRK-PROMO-NAO-ACHADA   VALUE 'N'.                          00017100
                                                                        00017106
       01 WRK-TAB-CONTRATO.                                             00017112
          05 WRK-TAB-CTR-ITEM OCCURS 500 TIMES.                         00017118
             10 WRK-TAB-CTR-CLIENTE PIC X(04).                          00017124
             10 WRK-TAB-CTR-PRODUTO PIC X(06).                          00017130
             10 WRK-TAB-CTR-QTDE    PIC 9(05).                          00017136
             10 WRK-TAB-CTR-PRECO   PIC 9(07)V99.                       00017142
             10 WRK-TAB-CTR-INICIO  PIC X(10).                          00017148
             10 WRK-TAB-CTR-FIM     PIC X(10).                          00017154
       77 WRK-QTDE-CONTRATOS PIC 9(03) VALUE ZEROS.                     00017160
       77 WRK-IDX-CTR       PIC 9(03) VALUE ZEROS.                      00017166
       77 WRK-REGRA-PRECO   PIC X(20) VALUE SPACES.                     00017172
       77 WRK-FAIXA-PRECO   PIC 9(05) VALUE ZEROS.                      00017178
       77 WRK-REG-CONTRATO  PIC 9(07) VALUE ZEROS.                      00017184
                                                                        0001718A
       01 WRK-TAB-FUNCIONARIO.                                          0001718B
          05 WRK-TAB-CFU-ITEM OCCURS 500 TIMES.                         0001718C
             10 WRK-TAB-CFU-CLIENTE PIC X(04).                          0001718D
             10 WRK-TAB-CFU-ID      PIC 9(04).                          0001718E
       77 WRK-QTDE-FUNCIONARIOS PIC 9(03) VALUE ZEROS.                  0001718F
       77 WRK-IDX-CFU       PIC 9(03) VALUE ZEROS.                      0001718G
       77 WRK-CFU-ACHADO    PIC X(01) VALUE 'N'.                        0001718H
          88 WRK-CFU-FOI-ACHADO     VALUE 'S'.                          0001718I
          88 WRK-CFU-NAO-ACHADO     VALUE 'N'.                          0001718J
       01 WRK-PRECO-FUNC    PIC 9(07)V99 VALUE ZEROS.                   0001718K
       77 WRK-ID-FUNC-NOTA  PIC 9(04) VALUE ZEROS.                      0001718L
       77 WRK-TIPO-NOTA     PIC X(01) VALUE 'C'.                        0001718M
          88 WRK-NOTA-FUNCIONARIO   VALUE 'F'.                          0001718N
          88 WRK-NOTA-CLIENTE       VALUE 'C'.                          0001718O
       01 WRK-PARCELA-FUNC  PIC 9(09)V99 VALUE ZEROS.                   0001718P
       77 WRK-REG-FUNC      PIC 9(07) VALUE ZEROS.                      0001718Q
       01 WRK-TOTAL-FUNC    PIC 9(13)V99 VALUE ZEROS.                   0001718R
                                                                        00017185
       01 WRK-TAB-EXPEDICAO.                                            00017186
          05 WRK-TAB-EXC-ITEM OCCURS 3000 TIMES.                        00017187
             10 WRK-TAB-EXC-NUMERO  PIC 9(06).                          00017188
             10 WRK-TAB-EXC-ITEMPED PIC 9(03).                          00017189
             10 WRK-TAB-EXC-QTDE    PIC 9(05).                          00017190
       77 WRK-QTDE-CONFIRMADOS PIC 9(04) VALUE ZEROS.                   00017191
       77 WRK-IDX-EXC       PIC 9(04) VALUE ZEROS.                      00017192
       77 WRK-EXC-ACHADO    PIC X(01) VALUE 'N'.                        00017193
          88 WRK-EXC-FOI-ACHADO     VALUE 'S'.                          00017194
          88 WRK-EXC-NAO-ACHADO     VALUE 'N'.                          00017195
       77 WRK-EXPCONF-ABERTO PIC X(01) VALUE 'N'.                       00017196
          88 WRK-COM-EXPCONF        VALUE 'S'.                          00017197
       77 WRK-QTDE-EXPEDIDA PIC 9(05) VALUE ZEROS.                      00017198
       77 WRK-REG-NAO-EXPEDIDOS PIC 9(07) VALUE ZEROS.                  00017199
       77 WRK-REG-PARCIAIS  PIC 9(07) VALUE ZEROS.                      00017200
                                                                        00017200
       01 WRK-PRECO-USADO   PIC 9(07)V99 VALUE ZEROS.                   00017300
       01 WRK-VALOR-NOTA    PIC 9(09)V99 VALUE ZEROS.                   00017400
       01 WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.                   00017414
       77 WRK-PEDIDO-NOTA   PIC 9(06) VALUE ZEROS.                      00017428
       77 WRK-CLIENTE-NOTA  PIC X(04) VALUE SPACES.                     00017442
       77 WRK-SITUACAO-NOTA PIC X(01) VALUE 'F'.                        00017456
          88 WRK-NOTA-ABERTA        VALUE 'A'.                          00017470
          88 WRK-NOTA-FECHADA       VALUE 'F'.                          00017484
       01 WRK-TOTAL-FATURADO PIC 9(13)V99 VALUE ZEROS.                  00017500
       77 WRK-NUM-NOTA      PIC 9(06) VALUE ZEROS.                      00017600
                                                                        00017602
       01 WRK-TAB-CEP.                                                  00017604
          05 WRK-TAB-CDR-ITEM OCCURS 100 TIMES.                         00017606
             10 WRK-TAB-CDR-INI PIC X(08).                              00017608
             10 WRK-TAB-CDR-FIM PIC X(08).                              00017610
             10 WRK-TAB-CDR-UF  PIC X(02).                              00017612
       77 WRK-QTDE-FAIXAS   PIC 9(03) VALUE ZEROS.                      00017614
       77 WRK-IDX-CEP       PIC 9(03) VALUE ZEROS.                      00017616
       77 WRK-CEP-ACHADO    PIC X(01) VALUE 'N'.                        00017618
          88 WRK-CEP-FOI-ACHADO     VALUE 'S'.                          00017620
          88 WRK-CEP-NAO-ACHADO     VALUE 'N'.                          00017622
                                                                        00017624
       01 WRK-TAB-ICMS.                                                 00017626
          05 WRK-TAB-ICM-ITEM OCCURS 300 TIMES.                         00017628
             10 WRK-TAB-ICM-UF       PIC X(02).                         00017630
             10 WRK-TAB-ICM-CLASSE   PIC X(02).                         00017632
             10 WRK-TAB-ICM-ALIQUOTA PIC 9(02)V99.                      00017634
       77 WRK-QTDE-ALIQUOTAS PIC 9(03) VALUE ZEROS.                     00017636
       77 WRK-IDX-ICM       PIC 9(03) VALUE ZEROS.                      00017638
       77 WRK-ALIQ-ACHADA   PIC X(01) VALUE 'N'.                        00017640
          88 WRK-ALIQ-FOI-ACHADA    VALUE 'S'.                          00017642
          88 WRK-ALIQ-NAO-ACHADA    VALUE 'N'.                          00017644
       77 WRK-CLASFISC-ABERTO PIC X(01) VALUE 'N'.                      00017646
          88 WRK-COM-CLASFISC       VALUE 'S'.                          00017648
                                                                        00017650
       77 WRK-UF-NOTA       PIC X(02) VALUE SPACES.                     00017652
       77 WRK-CLASSE-ITEM   PIC X(02) VALUE SPACES.                     00017654
       77 WRK-CLASSE-BUSCA  PIC X(02) VALUE SPACES.                     00017656
       01 WRK-ALIQ-ITEM     PIC 9(02)V99 VALUE ZEROS.                   00017658
       01 WRK-ICMS-ITEM     PIC 9(07)V99 VALUE ZEROS.                   00017660
       01 WRK-BASE-NOTA     PIC 9(09)V99 VALUE ZEROS.                   00017662
       01 WRK-ICMS-NOTA     PIC 9(09)V99 VALUE ZEROS.                   00017664
       01 WRK-TOTAL-NOTA    PIC 9(09)V99 VALUE ZEROS.                   00017666
       01 WRK-TOTAL-ICMS    PIC 9(13)V99 VALUE ZEROS.                   00017668
       77 WRK-REG-SEM-ALIQ  PIC 9(07) VALUE ZEROS.                      00017670
                                                                        00017700
       77 WRK-REG-LIDOS     PIC 9(07) VALUE ZEROS.                      00017800
       77 WRK-REG-FATURADOS PIC 9(07) VALUE ZEROS.                      00017900
       77 WRK-REG-ITENS     PIC 9(07) VALUE ZEROS.                      00017950
       77 WRK-REG-SEM-PROD  PIC 9(07) VALUE ZEROS.                      00018000
       77 WRK-REG-CANCELADOS PIC 9(07) VALUE ZEROS.                     00018050
                                                                        00018100
       01 WRK-NF-CAB.                                                   00018200
          05 FILLER          PIC X(14) VALUE 'NOTA FISCAL N.'.          00018300
          05 WRK-NFC-CLIENTE PIC X(04).                                 00018600
          05 FILLER          PIC X(09) VALUE '  VENCTO '.               00018700
          05 WRK-NFC-VENCTO  PIC X(10).                                 00018800
          05 FILLER          PIC X(05) VALUE '  UF '.                   00018850
          05 WRK-NFC-UF      PIC X(02).                                 00018900
          05 FILLER          PIC X(20) VALUE SPACES.                    00018950
                                                                        00019000
       01 WRK-NF-ITEM.                                                  00019100
          05 FILLER          PIC X(02) VALUE SPACES.                    00019200
          05 WRK-NFI-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00020100
          05 FILLER          PIC X(03) VALUE SPACES.                    00020200
                                                                        00020300
       01 WRK-NF-ICMS.                                                  00020301
          05 FILLER          PIC X(12) VALUE '      ICMS  '.            00020302
          05 FILLER          PIC X(06) VALUE 'BASE  '.                  00020303
          05 WRK-NFX-BASE    PIC ZZZ.ZZZ.ZZ9,99.                        00020304
          05 FILLER          PIC X(07) VALUE '  ALIQ '.                 00020305
          05 WRK-NFX-ALIQ    PIC Z9,99.                                 00020306
          05 FILLER          PIC X(01) VALUE '%'.                       00020307
          05 FILLER          PIC X(08) VALUE '  VALOR '.                00020308
          05 WRK-NFX-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00020309
          05 FILLER          PIC X(13) VALUE SPACES.                    00020310
                                                                        00020311
       01 WRK-NF-REGRA.                                                 00020312
          05 FILLER          PIC X(12) VALUE '      PRECO '.            00020313
          05 WRK-NFR-REGRA   PIC X(20).                                 00020314
          05 WRK-NFR-ROTULO  PIC X(15).                                 00020315
          05 WRK-NFR-FAIXA   PIC ZZZZZ.                                 00020316
          05 FILLER          PIC X(28) VALUE SPACES.                    00020317
                                                                        00020311
       01 WRK-NF-TOTAL.                                                 00020312
          05 FILLER          PIC X(02) VALUE SPACES.                    00020324
          05 WRK-NFT-ROTULO  PIC X(30) VALUE 'TOTAL DA NOTA'.           00020336
          05 FILLER          PIC X(31) VALUE SPACES.                    00020348
          05 WRK-NFT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.                        00020360
          05 FILLER          PIC X(03) VALUE SPACES.                    00020372
                                                                        00020384
       01 WRK-LIN-TRACO.                                                00020400
          05 FILLER          PIC X(80) VALUE ALL '-'.                   00020500
                                                                        00020600
           OPEN OUTPUT RELNF.                                           00023900
           IF WRK-FS-RELNF NOT EQUAL '00'                               00024000
              MOVE ' ERRO OPEN RELNF ' TO WRK-MSG                       00024100
              PERFORM 9000-TRATAR-ERROS                                 00024114
           END-IF.                                                      00024128
                                                                        00024142
           OPEN I-O NFITEM.                                             00024156
           IF WRK-FS-NFITEM NOT EQUAL '00'                              00024170
              MOVE ' ERRO OPEN NFITEM ' TO WRK-MSG                      00024184
              PERFORM 9000-TRATAR-ERROS                                 00024200
           END-IF.                                                      00024300
                                                                        00024400
           OPEN INPUT CLIENTES.                                         00024403
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00024406
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00024409
              PERFORM 9000-TRATAR-ERROS                                 00024412
           END-IF.                                                      00024415
                                                                        00024418
           OPEN INPUT CLASFISC.                                         00024421
           IF WRK-FS-CLASFISC EQUAL '35'                                00024424
              DISPLAY ' CLASFISC AUSENTE, TUDO NA CLASSE 00 '           00024427
           ELSE                                                         00024430
              IF WRK-FS-CLASFISC NOT EQUAL '00'                         00024433
                 MOVE ' ERRO OPEN CLASFISC ' TO WRK-MSG                 00024436
                 PERFORM 9000-TRATAR-ERROS                              00024439
              END-IF                                                    00024442
              SET WRK-COM-CLASFISC TO TRUE                              00024445
           END-IF.                                                      00024448
                                                                        00024451
           OPEN EXTEND LIVICMS.                                         00024454
           IF WRK-FS-LIVICMS EQUAL '35'                                 00024457
              OPEN OUTPUT LIVICMS                                       00024460
           END-IF.                                                      00024463
           IF WRK-FS-LIVICMS NOT EQUAL '00'                             00024466
              MOVE ' ERRO OPEN LIVICMS ' TO WRK-MSG                     00024469
              PERFORM 9000-TRATAR-ERROS                                 00024472
           END-IF.                                                      00024475
                                                                        00024478
           OPEN OUTPUT PEDPEND.                                         00024486
           IF WRK-FS-PEDPEND NOT EQUAL '00'                             00024495
              MOVE ' ERRO OPEN PEDPEND ' TO WRK-MSG                     00024504
              PERFORM 9000-TRATAR-ERROS                                 00024512
           END-IF.                                                      00024521
                                                                        00024530
           OPEN OUTPUT MOVEXP.                                          00024539
           IF WRK-FS-MOVEXP NOT EQUAL '00'                              00024547
              MOVE ' ERRO OPEN MOVEXP ' TO WRK-MSG                      00024556
              PERFORM 9000-TRATAR-ERROS                                 00024565
           END-IF.                                                      00024573
                                                                        00024582
           OPEN EXTEND COMPFUNC.                                        0002458A
           IF WRK-FS-COMPFUNC EQUAL '35'                                0002458B
              OPEN OUTPUT COMPFUNC                                      0002458C
           END-IF.                                                      0002458D
           IF WRK-FS-COMPFUNC NOT EQUAL '00'                            0002458E
              MOVE ' ERRO OPEN COMPFUNC ' TO WRK-MSG                    0002458F
              PERFORM 9000-TRATAR-ERROS                                 0002458G
           END-IF.                                                      0002458H
                                                                        0002458I
           PERFORM 1100-CARREGAR-PARAMETRO.                             00024591
           PERFORM 1200-CARREGAR-PROMOCOES.                             00024600
           PERFORM 1300-LER-ULTIMO-NUMERO.                              00024700
           PERFORM 1400-APURAR-VENCIMENTO.                              00024800
           PERFORM 1450-APURAR-VENCTO-FUNC.                             00024816
           PERFORM 1500-CARREGAR-FAIXAS-CEP.                            00024833
           PERFORM 1600-CARREGAR-ALIQUOTAS.                             00024866
           PERFORM 1700-CARREGAR-CONTRATOS.                             00024883
           PERFORM 1800-CARREGAR-EXPEDICAO.                             00024891
           PERFORM 1900-CARREGAR-FUNCIONARIOS.                          00024895
                                                                        00024900
           DISPLAY '------------------------------------------'.        00025000
           DISPLAY ' FATURAMENTO DE PEDIDOS ACEITOS '.                  00025100
           DISPLAY ' PRAZO EM DIAS UTEIS..: ' WRK-DIAS-PRAZO.           00025200
           DISPLAY ' VENCIMENTO APURADO...: ' WRK-DATA-VENCTO.          00025300
           DISPLAY ' FAIXAS DE CEP........: ' WRK-QTDE-FAIXAS.          00025333
           DISPLAY ' ALIQUOTAS DE ICMS....: ' WRK-QTDE-ALIQUOTAS.       00025366
           DISPLAY ' PRECOS DE CONTRATO...: ' WRK-QTDE-CONTRATOS.       00025383
           DISPLAY ' ITENS EXPEDIDOS......: ' WRK-QTDE-CONFIRMADOS.     00025391
           DISPLAY ' CLIENTES FUNCIONARIOS: ' WRK-QTDE-FUNCIONARIOS.    00025393
           DISPLAY ' DESCONTO FUNCIONARIO.: ' WRK-DESC-FUNC.            00025395
           DISPLAY ' PARCELAS EM FOLHA....: ' WRK-PARC-FUNC.            00025397
           DISPLAY '------------------------------------------'.        00025400
                                                                        00025500
           READ PEDACE.                                                 00025600
                                                                        00025700
       1100-CARREGAR-PARAMETRO                   SECTION.               00025800
           MOVE 'FR01CB05'     TO WRK-PSV-PROGRAMA.                     00026028
           MOVE 'DIAS-PRAZO'   TO WRK-PSV-NOME.                         00026256
           PERFORM 1110-CHAMAR-PARMSERV.                                00026484
           IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND       00026712
              WRK-PSV-NUMERO GREATER THAN ZEROS                         00026940
              MOVE WRK-PSV-NUMERO TO WRK-DIAS-PRAZO                     00027168
           END-IF.                                                      00027400
           MOVE 'DESC-FUNC'    TO WRK-PSV-NOME.                         00027405
           PERFORM 1110-CHAMAR-PARMSERV.                                00027410
           IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND       00027415
              WRK-PSV-NUMERO GREATER THAN ZEROS                         00027420
              MOVE WRK-PSV-NUMERO TO WRK-DESC-FUNC                      00027425
           END-IF.                                                      00027430
           MOVE 'PARC-FUNC'    TO WRK-PSV-NOME.                         00027435
           PERFORM 1110-CHAMAR-PARMSERV.                                00027440
           IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND       00027445
              WRK-PSV-NUMERO GREATER THAN ZEROS                         00027450
              MOVE WRK-PSV-NUMERO TO WRK-PARC-FUNC                      00027455
           END-IF.                                                      00027460
                                                                        00027465
       1110-CHAMAR-PARMSERV                      SECTION.               00027470
           CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                   00027475
                WRK-PSV-FUNCAO, WRK-PSV-RETORNO                         00027480
               ON EXCEPTION                                             00027485
                  MOVE '02' TO WRK-PSV-RETORNO                          00027490
           END-CALL.                                                    00027495
                                                                        00027500
       1200-CARREGAR-PROMOCOES                   SECTION.               00027600
           OPEN INPUT PROMOCAO.                                         00027700
           END-IF.                                                      00034600
           MOVE WRK-DSV-DATA-2 TO WRK-DATA-VENCTO.                      00034700
           ADD 1 TO WRK-DIA.                                            00034800
                                                                        00034806
      *---------------------------------------------------------------  00034812
      *    1450-APURAR-VENCTO-FUNC                                      00034818
      *    A PRIMEIRA PARCELA DA COMPRA DE FUNCIONARIO SAI NA FOLHA DO  00034824
      *    MES CORRENTE; O TITULO VENCE NO DIA 28 DO MES DA ULTIMA.     00034830
      *---------------------------------------------------------------  00034836
       1450-APURAR-VENCTO-FUNC                   SECTION.               00034842
           MOVE WRK-DATA-HOJE(1:4) TO WRK-VCF-ANO.                      00034848
           MOVE WRK-DATA-HOJE(5:2) TO WRK-VCF-MES.                      00034854
           COMPUTE WRK-MES-CORRIDO = WRK-VCF-ANO * 12 + WRK-VCF-MES     00034860
                                   + WRK-PARC-FUNC - 2                  00034866
           END-COMPUTE.                                                 00034872
           DIVIDE WRK-MES-CORRIDO BY 12 GIVING WRK-VCF-ANO              00034878
                  REMAINDER WRK-VCF-MES.                                00034884
           ADD 1 TO WRK-VCF-MES.                                        00034890
                                                                        00034900
      *---------------------------------------------------------------  00034901
      *    1500-CARREGAR-FAIXAS-CEP                                     00034902
      *    FAIXAS DE CEP DO CEPDIR COM A UF, NO MOLDE DO FR11ARQ08.     00034903
      *---------------------------------------------------------------  00034904
       1500-CARREGAR-FAIXAS-CEP                  SECTION.               00034905
           OPEN INPUT CEPDIR.                                           00034906
           IF WRK-FS-CEPDIR NOT EQUAL '00'                              00034907
              MOVE ' ERRO OPEN CEPDIR ' TO WRK-MSG                      00034908
              PERFORM 9000-TRATAR-ERROS                                 00034909
           END-IF.                                                      00034910
           READ CEPDIR.                                                 00034911
           PERFORM 1510-GUARDAR-FAIXA                                   00034912
              UNTIL WRK-FS-CEPDIR NOT EQUAL '00'.                       00034913
           CLOSE CEPDIR.                                                00034914
           IF WRK-QTDE-FAIXAS EQUAL ZEROS                               00034915
              MOVE ' CEPDIR VAZIO ' TO WRK-MSG                          00034916
              PERFORM 9000-TRATAR-ERROS                                 00034917
           END-IF.                                                      00034918
                                                                        00034919
       1510-GUARDAR-FAIXA                        SECTION.               00034920
           IF WRK-QTDE-FAIXAS LESS THAN 100                             00034921
              ADD 1 TO WRK-QTDE-FAIXAS                                  00034922
              MOVE FD-CDR-CEP-INI TO                                    00034923
                   WRK-TAB-CDR-INI(WRK-QTDE-FAIXAS)                     00034924
              MOVE FD-CDR-CEP-FIM TO                                    00034925
                   WRK-TAB-CDR-FIM(WRK-QTDE-FAIXAS)                     00034926
              MOVE FD-CDR-UF TO                                         00034927
                   WRK-TAB-CDR-UF(WRK-QTDE-FAIXAS)                      00034928
           END-IF.                                                      00034929
           READ CEPDIR.                                                 00034930
                                                                        00034931
      *---------------------------------------------------------------  00034932
      *    1600-CARREGAR-ALIQUOTAS                                      00034933
      *    TABELA DE ALIQUOTAS DE ICMS POR UF DE DESTINO E CLASSE       00034934
      *    FISCAL DO PRODUTO. SEM TABELA NAO HA FATURAMENTO.            00034935
      *---------------------------------------------------------------  00034936
       1600-CARREGAR-ALIQUOTAS                   SECTION.               00034937
           OPEN INPUT ICMSTAB.                                          00034938
           IF WRK-FS-ICMSTAB NOT EQUAL '00'                             00034939
              MOVE ' ERRO OPEN ICMSTAB ' TO WRK-MSG                     00034940
              PERFORM 9000-TRATAR-ERROS                                 00034941
           END-IF.                                                      00034942
           READ ICMSTAB.                                                00034943
           PERFORM 1610-GUARDAR-ALIQUOTA                                00034944
              UNTIL WRK-FS-ICMSTAB NOT EQUAL '00'.                      00034945
           CLOSE ICMSTAB.                                               00034946
           IF WRK-QTDE-ALIQUOTAS EQUAL ZEROS                            00034947
              MOVE ' ICMSTAB VAZIO ' TO WRK-MSG                         00034948
              PERFORM 9000-TRATAR-ERROS                                 00034949
           END-IF.                                                      00034950
                                                                        00034951
       1610-GUARDAR-ALIQUOTA                     SECTION.               00034952
           IF WRK-QTDE-ALIQUOTAS LESS THAN 300 AND                      00034953
              FD-ICM-ALIQUOTA NUMERIC                                   00034954
              ADD 1 TO WRK-QTDE-ALIQUOTAS                               00034955
              MOVE FD-ICM-UF TO                                         00034956
                   WRK-TAB-ICM-UF(WRK-QTDE-ALIQUOTAS)                   00034957
              MOVE FD-ICM-CLASSE TO                                     00034958
                   WRK-TAB-ICM-CLASSE(WRK-QTDE-ALIQUOTAS)               00034959
              MOVE FD-ICM-ALIQUOTA TO                                   00034960
                   WRK-TAB-ICM-ALIQUOTA(WRK-QTDE-ALIQUOTAS)             00034961
           END-IF.                                                      00034962
           READ ICMSTAB.                                                00034963
                                                                        00034964
      *---------------------------------------------------------------  00034972
      *    1700-CARREGAR-CONTRATOS                                      00034973
      *    PRECOS NEGOCIADOS POR CLIENTE E PRODUTO OU CATEGORIA (SO     00034974
      *    AS DUAS PRIMEIRAS POSICOES PREENCHIDAS), UMA LINHA POR       00034975
      *    FAIXA DE QUANTIDADE. SEM ARQUIVO, SO TABELA E PROMOCAO.      00034976
      *---------------------------------------------------------------  00034977
       1700-CARREGAR-CONTRATOS                   SECTION.               00034978
           OPEN INPUT CONTRATO.                                         00034979
           IF WRK-FS-CONTRATO EQUAL '35'                                00034980
              DISPLAY ' CONTRATO AUSENTE, SEM PRECO DE CONTRATO '       00034981
           ELSE                                                         00034982
              IF WRK-FS-CONTRATO NOT EQUAL '00'                         00034983
                 MOVE ' ERRO OPEN CONTRATO ' TO WRK-MSG                 00034984
                 PERFORM 9000-TRATAR-ERROS                              00034985
              END-IF                                                    00034986
              READ CONTRATO                                             00034987
              PERFORM 1710-GUARDAR-CONTRATO                             00034988
                 UNTIL WRK-FS-CONTRATO NOT EQUAL '00'                   00034989
              CLOSE CONTRATO                                            00034990
           END-IF.                                                      00034991
                                                                        00034992
       1710-GUARDAR-CONTRATO                     SECTION.               00034993
           IF WRK-QTDE-CONTRATOS LESS THAN 500 AND                      00034994
              FD-CTR-PRECO NUMERIC AND                                  00034995
              FD-CTR-QTDE-MINIMA NUMERIC                                00034996
              ADD 1 TO WRK-QTDE-CONTRATOS                               00034997
              MOVE FD-CTR-CLIENTE TO                                    00034998
                   WRK-TAB-CTR-CLIENTE(WRK-QTDE-CONTRATOS)              00034999
              MOVE FD-CTR-PRODUTO TO                                    00035000
                   WRK-TAB-CTR-PRODUTO(WRK-QTDE-CONTRATOS)              00035001
              MOVE FD-CTR-QTDE-MINIMA TO                                00035002
                   WRK-TAB-CTR-QTDE(WRK-QTDE-CONTRATOS)                 00035003
              MOVE FD-CTR-PRECO TO                                      00035004
                   WRK-TAB-CTR-PRECO(WRK-QTDE-CONTRATOS)                00035005
              MOVE FD-CTR-DATA-INICIO TO                                00035006
                   WRK-TAB-CTR-INICIO(WRK-QTDE-CONTRATOS)               00035007
              MOVE FD-CTR-DATA-FIM TO                                   00035008
                   WRK-TAB-CTR-FIM(WRK-QTDE-CONTRATOS)                  00035009
           END-IF.                                                      00035010
           READ CONTRATO.                                               00035011
                                                                        00035012
      *---------------------------------------------------------------  00035013
      *    1800-CARREGAR-EXPEDICAO                                      00035014
      *    QUANTIDADE QUE SAIU DA DOCA POR PEDIDO E ITEM (EXPCONF).     00035015
      *    SEM O ARQUIVO NAO HA CONFERENCIA E TUDO E FATURADO.          00035016
      *---------------------------------------------------------------  00035017
       1800-CARREGAR-EXPEDICAO                   SECTION.               00035018
           OPEN INPUT EXPCONF.                                          00035019
           IF WRK-FS-EXPCONF EQUAL '35'                                 00035020
              DISPLAY ' EXPCONF AUSENTE, FATURA SEM CONFERENCIA '       00035021
           ELSE                                                         00035022
              IF WRK-FS-EXPCONF NOT EQUAL '00'                          00035023
                 MOVE ' ERRO OPEN EXPCONF ' TO WRK-MSG                  00035024
                 PERFORM 9000-TRATAR-ERROS                              00035025
              END-IF                                                    00035026
              SET WRK-COM-EXPCONF TO TRUE                               00035027
              READ EXPCONF                                              00035028
              PERFORM 1810-GUARDAR-EXPEDICAO                            00035029
                 UNTIL WRK-FS-EXPCONF NOT EQUAL '00'                    00035030
              CLOSE EXPCONF                                             00035031
           END-IF.                                                      00035032
                                                                        00035033
       1810-GUARDAR-EXPEDICAO                    SECTION.               00035034
           IF FD-EXC-QTDE-EXPEDIDA NOT NUMERIC                          00035035
              DISPLAY ' EXPCONF COM QUANTIDADE INVALIDA: '              00035036
                      FD-EXC-NUMERO ' ' FD-EXC-ITEM                     00035037
           ELSE                                                         00035038
              IF WRK-QTDE-CONFIRMADOS LESS THAN 3000                    00035039
                 ADD 1 TO WRK-QTDE-CONFIRMADOS                          00035040
                 MOVE FD-EXC-NUMERO TO                                  00035041
                      WRK-TAB-EXC-NUMERO(WRK-QTDE-CONFIRMADOS)          00035042
                 MOVE FD-EXC-ITEM TO                                    00035043
                      WRK-TAB-EXC-ITEMPED(WRK-QTDE-CONFIRMADOS)         00035044
                 MOVE FD-EXC-QTDE-EXPEDIDA TO                           00035045
                      WRK-TAB-EXC-QTDE(WRK-QTDE-CONFIRMADOS)            00035046
              ELSE                                                      00035047
                 MOVE ' TABELA DE EXPEDICAO CHEIA ' TO WRK-MSG          00035048
                 PERFORM 9000-TRATAR-ERROS                              00035049
              END-IF                                                    00035050
           END-IF.                                                      00035051
           READ EXPCONF.                                                00035052
                                                                        00035053
      *---------------------------------------------------------------  00035013
      *    1900-CARREGAR-FUNCIONARIOS                                   000350AA
      *    CLIENTES QUE SAO FUNCIONARIOS (CLIFUNC: CLIENTE + ID DO      000350AB
      *    FOUR001.FUNC). SEM O ARQUIVO NAO HA COMPRA DE FUNCIONARIO.   000350AC
      *---------------------------------------------------------------  000350AD
       1900-CARREGAR-FUNCIONARIOS                SECTION.               000350AE
           OPEN INPUT CLIFUNC.                                          000350AF
           IF WRK-FS-CLIFUNC EQUAL '35'                                 000350AG
              DISPLAY ' CLIFUNC AUSENTE, SEM COMPRA DE FUNCIONARIO '    000350AH
           ELSE                                                         000350AI
              IF WRK-FS-CLIFUNC NOT EQUAL '00'                          000350AJ
                 MOVE ' ERRO OPEN CLIFUNC ' TO WRK-MSG                  000350AK
                 PERFORM 9000-TRATAR-ERROS                              000350AL
              END-IF                                                    000350AM
              READ CLIFUNC                                              000350AN
              PERFORM 1910-GUARDAR-FUNCIONARIO                          000350AO
                 UNTIL WRK-FS-CLIFUNC NOT EQUAL '00'                    000350AP
              CLOSE CLIFUNC                                             000350AQ
           END-IF.                                                      000350AR
                                                                        000350AS
       1910-GUARDAR-FUNCIONARIO                  SECTION.               000350AT
           IF FD-CFU-ID NOT NUMERIC OR FD-CFU-ID EQUAL ZEROS            000350AU
              DISPLAY ' CLIFUNC COM ID INVALIDO: ' FD-CFU-CLIENTE       000350AV
           ELSE                                                         000350AW
              IF WRK-QTDE-FUNCIONARIOS LESS THAN 500                    000350AX
                 ADD 1 TO WRK-QTDE-FUNCIONARIOS                         000350AY
                 MOVE FD-CFU-CLIENTE TO                                 000350AZ
                      WRK-TAB-CFU-CLIENTE(WRK-QTDE-FUNCIONARIOS)        000350BA
                 MOVE FD-CFU-ID TO                                      000350BB
                      WRK-TAB-CFU-ID(WRK-QTDE-FUNCIONARIOS)             000350BC
              ELSE                                                      000350BD
                 MOVE ' TABELA DE FUNCIONARIOS CHEIA ' TO WRK-MSG       000350BE
                 PERFORM 9000-TRATAR-ERROS                              000350BF
              END-IF                                                    000350BG
           END-IF.                                                      000350BH
           READ CLIFUNC.                                                000350BI
                                                                        000350BJ
      *---------------------------------------------------------------  000350BK
      *    2000-PROCESSAR                                               00035044
      *    O PEDACE VEM EM ORDEM DE PEDIDO E ITEM; A TROCA DO NUMERO    00035116
      *    DO PEDIDO FECHA A NOTA ANTERIOR - UMA NOTA E UM TITULO POR   00035188
      *    PEDIDO, COM TODOS OS SEUS ITENS.                             00035260
      *    ITEM CANCELADO (FR01CB10) E PULADO.                          00035296
      *    COM EXPCONF, O ITEM SAI NA QUANTIDADE EXPEDIDA; O QUE NAO    00035308
      *    SAIU DA DOCA NAO E FATURADO.                                 00035320
      *---------------------------------------------------------------  00035332
       2000-PROCESSAR                            SECTION.               00035404
           IF WRK-FS-PEDACE EQUAL '00'                                  00035476
              ADD 1 TO WRK-REG-LIDOS                                    00035548
              IF FD-ACE-CANCELADO                                       00035591
                 ADD 1 TO WRK-REG-CANCELADOS                            00035634
              ELSE                                                      00035660
                 IF WRK-COM-EXPCONF                                     00035686
                    PERFORM 2050-CONFERIR-EXPEDICAO                     00035712
                 END-IF                                                 00035738
                 IF FD-ACE-QTDE GREATER THAN ZEROS                      00035764
                    IF WRK-NOTA-ABERTA AND                              00035790
                       FD-ACE-NUMERO NOT EQUAL WRK-PEDIDO-NOTA          00035816
                       PERFORM 2500-FECHAR-NOTA                         00035842
                    END-IF                                              00035868
                    PERFORM 2100-FATURAR-ITEM                           00035894
                 END-IF                                                 00035920
              END-IF                                                    00035946
           END-IF.                                                      00035980
           READ PEDACE.                                                 00036052
                                                                        00036124
      *---------------------------------------------------------------  00036125
      *    2050-CONFERIR-EXPEDICAO                                      00036126
      *    A QUANTIDADE DO ITEM PASSA A SER A EXPEDIDA (NUNCA MAIS QUE  00036127
      *    A PEDIDA); A DIFERENCA VAI AO PEDPEND PARA A PROXIMA         00036128
      *    SEPARACAO, COM O MESMO NUMERO E ITEM DO PEDIDO.              00036129
      *---------------------------------------------------------------  00036130
       2050-CONFERIR-EXPEDICAO                   SECTION.               00036131
           SET WRK-EXC-NAO-ACHADO TO TRUE.                              00036132
           MOVE 1 TO WRK-IDX-EXC.                                       00036133
           PERFORM 2060-TESTAR-EXPEDICAO                                00036134
              UNTIL WRK-IDX-EXC GREATER THAN WRK-QTDE-CONFIRMADOS       00036135
                 OR WRK-EXC-FOI-ACHADO.                                 00036136
           IF WRK-EXC-FOI-ACHADO                                        00036137
              MOVE WRK-TAB-EXC-QTDE(WRK-IDX-EXC) TO WRK-QTDE-EXPEDIDA   00036138
           ELSE                                                         00036139
              MOVE ZEROS TO WRK-QTDE-EXPEDIDA                           00036140
           END-IF.                                                      00036141
           IF WRK-QTDE-EXPEDIDA GREATER THAN FD-ACE-QTDE                00036142
              DISPLAY ' EXPEDIDO ACIMA DO PEDIDO: '                     00036143
                      FD-ACE-NUMERO ' ' FD-ACE-ITEM                     00036144
              MOVE FD-ACE-QTDE TO WRK-QTDE-EXPEDIDA                     00036145
           END-IF.                                                      00036146
           IF WRK-QTDE-EXPEDIDA LESS THAN FD-ACE-QTDE                   00036147
              IF WRK-QTDE-EXPEDIDA EQUAL ZEROS                          00036148
                 ADD 1 TO WRK-REG-NAO-EXPEDIDOS                         00036149
              ELSE                                                      00036150
                 ADD 1 TO WRK-REG-PARCIAIS                              00036151
              END-IF                                                    00036152
              MOVE FD-PEDACE TO FD-PEDPEND                              00036153
              COMPUTE FD-PND-QTDE = FD-ACE-QTDE - WRK-QTDE-EXPEDIDA     00036154
              END-COMPUTE                                               00036155
              WRITE FD-PEDPEND                                          00036156
              IF WRK-FS-PEDPEND NOT EQUAL '00'                          00036157
                 MOVE ' ERRO WRITE PEDPEND ' TO WRK-MSG                 00036158
                 PERFORM 9000-TRATAR-ERROS                              00036159
              END-IF                                                    00036160
              MOVE WRK-QTDE-EXPEDIDA TO FD-ACE-QTDE                     00036161
           END-IF.                                                      00036162
                                                                        00036163
       2060-TESTAR-EXPEDICAO                     SECTION.               00036164
           IF WRK-TAB-EXC-NUMERO(WRK-IDX-EXC)  EQUAL FD-ACE-NUMERO AND  00036165
              WRK-TAB-EXC-ITEMPED(WRK-IDX-EXC) EQUAL FD-ACE-ITEM        00036166
              SET WRK-EXC-FOI-ACHADO TO TRUE                            00036167
           ELSE                                                         00036168
              ADD 1 TO WRK-IDX-EXC                                      00036169
           END-IF.                                                      00036170
                                                                        00036171
       2100-FATURAR-ITEM                         SECTION.               00036196
           MOVE FD-ACE-PRODUTO TO FD-PM-CODIGO.                         00036268
           READ PRODMSTR.                                               00036340
           EVALUATE WRK-FS-PRODMSTR                                     00036412
             WHEN '00'                                                  00036484
                PERFORM 2200-PRECIFICAR                                 00036556
                PERFORM 2300-EMITIR-ITEM                                00036628
             WHEN '23'                                                  00036700
                ADD 1 TO WRK-REG-SEM-PROD                               00036772
                DISPLAY ' PEDIDO COM PRODUTO SEM MESTRE: '              00036844
                        FD-ACE-NUMERO ' ' FD-ACE-PRODUTO                00036916
             WHEN OTHER                                                 00036988
                MOVE ' ERRO READ PRODMSTR ' TO WRK-MSG                  00037060
                PERFORM 9000-TRATAR-ERROS                               00037132
           END-EVALUATE.                                                00037204
                                                                        00037216
      *---------------------------------------------------------------  00037228
      *    2200-PRECIFICAR                                              00037240
      *    PRECO DE TABELA OU PROMOCIONAL; SE O CLIENTE TEM CONTRATO    00037252
      *    VIGENTE PARA O PRODUTO OU A CATEGORIA, COM A QUANTIDADE      00037264
      *    DO ITEM NA FAIXA, VALE O MENOR PRECO ENTRE ELES. CLIENTE     00037270
      *    FUNCIONARIO (CLIFUNC) CONCORRE TAMBEM COM O PRECO DE         00037276
      *    TABELA MENOS O DESCONTO DE FUNCIONARIO.                      00037282
      *---------------------------------------------------------------  00037288
       2200-PRECIFICAR                           SECTION.               00037300
           SET WRK-PROMO-NAO-ACHADA TO TRUE.                            00037400
           MOVE 1 TO WRK-IDX.                                           00037500
              UNTIL WRK-IDX GREATER THAN WRK-QTDE-PROMOS                00037700
                 OR WRK-PROMO-ACHADA.                                   00037800
           IF WRK-PROMO-NAO-ACHADA                                      00037900
              MOVE FD-PM-PRECO TO WRK-PRECO-USADO                       00037916
              MOVE 'TABELA'    TO WRK-REGRA-PRECO                       00037932
           ELSE                                                         00037948
              MOVE 'PROMOCAO'  TO WRK-REGRA-PRECO                       00037964
           END-IF.                                                      00037980
           MOVE ZEROS TO WRK-FAIXA-PRECO.                               00037996
           MOVE 1 TO WRK-IDX-CTR.                                       00038012
           PERFORM 2220-TESTAR-CONTRATO                                 00038028
              UNTIL WRK-IDX-CTR GREATER THAN WRK-QTDE-CONTRATOS.        00038044
           PERFORM 2230-PROCURAR-FUNCIONARIO.                           00038045
           IF WRK-CFU-FOI-ACHADO                                        00038046
              COMPUTE WRK-PRECO-FUNC ROUNDED =                          00038047
                      FD-PM-PRECO * ( 100 - WRK-DESC-FUNC ) / 100       00038048
              END-COMPUTE                                               00038049
              IF WRK-PRECO-FUNC LESS THAN WRK-PRECO-USADO               00038050
                 MOVE WRK-PRECO-FUNC TO WRK-PRECO-USADO                 00038051
                 MOVE ZEROS          TO WRK-FAIXA-PRECO                 00038052
                 MOVE 'FUNCIONARIO'  TO WRK-REGRA-PRECO                 00038053
              END-IF                                                    00038054
           END-IF.                                                      00038055
           IF WRK-REGRA-PRECO(1:8) EQUAL 'CONTRATO'                     00038060
              ADD 1 TO WRK-REG-CONTRATO                                 00038076
           END-IF.                                                      00038100
                                                                        00038200
       2210-TESTAR-PROMOCAO                      SECTION.               00038300
              ADD 1 TO WRK-IDX                                          00039200
           END-IF.                                                      00039300
                                                                        00039400
      *---------------------------------------------------------------  00039401
      *    2220-TESTAR-CONTRATO                                         00039402
      *    PERCORRE TODA A TABELA: CONTRATO DO PRODUTO OU DA            00039403
      *    CATEGORIA, VIGENTE HOJE, COM A QUANTIDADE DO ITEM NAO        00039404
      *    MENOR QUE A DA FAIXA; FICA O MENOR PRECO ACHADO.             00039405
      *---------------------------------------------------------------  00039406
       2220-TESTAR-CONTRATO                      SECTION.               00039407
           IF WRK-TAB-CTR-CLIENTE(WRK-IDX-CTR) EQUAL FD-ACE-CLIENTE AND 00039408
              ( WRK-TAB-CTR-PRODUTO(WRK-IDX-CTR) EQUAL FD-ACE-PRODUTO   00039409
                OR                                                      00039410
                ( WRK-TAB-CTR-PRODUTO(WRK-IDX-CTR)(3:4) EQUAL SPACES    00039411
                  AND WRK-TAB-CTR-PRODUTO(WRK-IDX-CTR)(1:2) EQUAL       00039412
                      FD-ACE-PRODUTO(1:2) ) ) AND                       00039413
              WRK-DATA-HOJE-TR NOT LESS THAN                            00039414
                 WRK-TAB-CTR-INICIO(WRK-IDX-CTR) AND                    00039415
              WRK-DATA-HOJE-TR NOT GREATER THAN                         00039416
                 WRK-TAB-CTR-FIM(WRK-IDX-CTR) AND                       00039417
              FD-ACE-QTDE NOT LESS THAN WRK-TAB-CTR-QTDE(WRK-IDX-CTR)   00039418
              AND WRK-TAB-CTR-PRECO(WRK-IDX-CTR) LESS THAN              00039419
                  WRK-PRECO-USADO                                       00039420
              MOVE WRK-TAB-CTR-PRECO(WRK-IDX-CTR) TO WRK-PRECO-USADO    00039421
              MOVE WRK-TAB-CTR-QTDE(WRK-IDX-CTR)  TO WRK-FAIXA-PRECO    00039422
              IF WRK-TAB-CTR-PRODUTO(WRK-IDX-CTR)(3:4) EQUAL SPACES     00039423
                 MOVE 'CONTRATO CATEGORIA' TO WRK-REGRA-PRECO           00039424
              ELSE                                                      00039425
                 MOVE 'CONTRATO PRODUTO'   TO WRK-REGRA-PRECO           00039426
              END-IF                                                    00039427
           END-IF.                                                      00039428
           ADD 1 TO WRK-IDX-CTR.                                        00039429
                                                                        0003942A
       2230-PROCURAR-FUNCIONARIO                 SECTION.               0003942B
           SET WRK-CFU-NAO-ACHADO TO TRUE.                              0003942C
           MOVE 1 TO WRK-IDX-CFU.                                       0003942D
           PERFORM 2235-TESTAR-FUNCIONARIO                              0003942E
              UNTIL WRK-IDX-CFU GREATER THAN WRK-QTDE-FUNCIONARIOS      0003942F
                 OR WRK-CFU-FOI-ACHADO.                                 0003942G
                                                                        0003942H
       2235-TESTAR-FUNCIONARIO                   SECTION.               0003942I
           IF WRK-TAB-CFU-CLIENTE(WRK-IDX-CFU) EQUAL FD-ACE-CLIENTE     0003942J
              SET WRK-CFU-FOI-ACHADO TO TRUE                            0003942K
           ELSE                                                         0003942L
              ADD 1 TO WRK-IDX-CFU                                      0003942M
           END-IF.                                                      0003942N
                                                                        00039430
       2300-EMITIR-ITEM                          SECTION.               00039440
           IF WRK-NOTA-FECHADA                                          00039480
              PERFORM 2310-ABRIR-NOTA                                   00039520
           END-IF.                                                      00039560
                                                                        00039600
           COMPUTE WRK-VALOR-ITEM =                                     00039640
                   WRK-PRECO-USADO * FD-ACE-QTDE                        00039680
           END-COMPUTE.                                                 00039720
           ADD WRK-VALOR-ITEM TO WRK-VALOR-NOTA.                        00039760
           PERFORM 2320-CALCULAR-ICMS.                                  00039780
                                                                        00039800
           MOVE FD-ACE-PRODUTO  TO WRK-NFI-PRODUTO.                     00039840
           MOVE FD-PM-DESCRICAO TO WRK-NFI-DESCR.                       00039880
           MOVE FD-ACE-QTDE     TO WRK-NFI-QTDE.                        00039920
           MOVE WRK-PRECO-USADO TO WRK-NFI-PRECO.                       00039960
           MOVE WRK-VALOR-ITEM  TO WRK-NFI-VALOR.                       00040000
           MOVE WRK-NF-ITEM     TO FD-RELNF.                            00040040
           WRITE FD-RELNF.                                              00040046
           MOVE WRK-VALOR-ITEM  TO WRK-NFX-BASE.                        00040052
           MOVE WRK-ALIQ-ITEM   TO WRK-NFX-ALIQ.                        00040058
           MOVE WRK-ICMS-ITEM   TO WRK-NFX-VALOR.                       00040064
           MOVE WRK-NF-ICMS     TO FD-RELNF.                            00040070
           WRITE FD-RELNF.                                              00040071
           MOVE WRK-REGRA-PRECO TO WRK-NFR-REGRA.                       00040072
           IF WRK-REGRA-PRECO(1:8) EQUAL 'CONTRATO'                     00040073
              MOVE ' FAIXA A PARTIR' TO WRK-NFR-ROTULO                  00040074
              MOVE WRK-FAIXA-PRECO TO WRK-NFR-FAIXA                     00040075
           ELSE                                                         00040076
              MOVE SPACES TO WRK-NFR-ROTULO                             00040077
              MOVE ZEROS  TO WRK-NFR-FAIXA                              00040078
           END-IF.                                                      00040079
           MOVE WRK-NF-REGRA    TO FD-RELNF.                            00040080
           WRITE FD-RELNF.                                              00040080
                                                                        00040120
           PERFORM 2400-GRAVAR-ITEM-NOTA.                               00040160
           PERFORM 2450-GRAVAR-EXPEDICAO.                               00040180
           ADD 1 TO WRK-REG-ITENS.                                      00040200
                                                                        00040240
       2310-ABRIR-NOTA                           SECTION.               00040280
           ADD 1 TO WRK-NUM-NOTA.                                       00040320
           SET WRK-NOTA-ABERTA TO TRUE.                                 00040360
           MOVE FD-ACE-NUMERO   TO WRK-PEDIDO-NOTA.                     00040400
           MOVE FD-ACE-CLIENTE  TO WRK-CLIENTE-NOTA.                    00040440
           MOVE ZEROS           TO WRK-VALOR-NOTA.                      00040480
           MOVE ZEROS           TO WRK-BASE-NOTA.                       00040490
           MOVE ZEROS           TO WRK-ICMS-NOTA.                       00040500
           PERFORM 2315-APURAR-UF.                                      00040510
           IF WRK-CFU-FOI-ACHADO                                        00040511
              SET WRK-NOTA-FUNCIONARIO TO TRUE                          00040512
              MOVE WRK-TAB-CFU-ID(WRK-IDX-CFU) TO WRK-ID-FUNC-NOTA      00040513
           ELSE                                                         00040514
              SET WRK-NOTA-CLIENTE TO TRUE                              00040515
           END-IF.                                                      00040516
                                                                        00040520
           MOVE WRK-NUM-NOTA    TO WRK-NFC-NUMERO.                      00040560
           MOVE FD-ACE-CLIENTE  TO WRK-NFC-CLIENTE.                     00040600
           IF WRK-NOTA-FUNCIONARIO                                      00040610
              MOVE WRK-VENCTO-FUNC TO WRK-NFC-VENCTO                    00040620
           ELSE                                                         00040630
              MOVE WRK-DATA-VENCTO TO WRK-NFC-VENCTO                    00040640
           END-IF.                                                      00040650
           MOVE WRK-UF-NOTA     TO WRK-NFC-UF.                          00040660
           MOVE WRK-NF-CAB      TO FD-RELNF.                            00040680
           WRITE FD-RELNF.                                              00040720
                                                                        00040760
      *---------------------------------------------------------------  00040761
      *    2315-APURAR-UF                                               00040762
      *    UF DE DESTINO PELO CEP DO CLIENTE NAS FAIXAS DO CEPDIR;      00040763
      *    CLIENTE SEM CADASTRO OU CEP FORA DE FAIXA FICA SEM UF.       00040764
      *---------------------------------------------------------------  00040765
       2315-APURAR-UF                            SECTION.               00040766
           MOVE SPACES TO WRK-UF-NOTA.                                  00040767
           MOVE FD-ACE-CLIENTE TO FD-CODIGO.                            00040768
           READ CLIENTES.                                               00040769
           EVALUATE WRK-FS-CLIENTES                                     00040770
             WHEN '00'                                                  00040771
                SET WRK-CEP-NAO-ACHADO TO TRUE                          00040772
                MOVE 1 TO WRK-IDX-CEP                                   00040773
                PERFORM 2316-TESTAR-FAIXA                               00040774
                   UNTIL WRK-IDX-CEP GREATER THAN WRK-QTDE-FAIXAS       00040775
                      OR WRK-CEP-FOI-ACHADO                             00040776
                IF WRK-CEP-FOI-ACHADO                                   00040777
                   MOVE WRK-TAB-CDR-UF(WRK-IDX-CEP) TO WRK-UF-NOTA      00040778
                END-IF                                                  00040779
             WHEN '23'                                                  00040780
                CONTINUE                                                00040781
             WHEN OTHER                                                 00040782
                MOVE ' ERRO READ CLIENTES ' TO WRK-MSG                  00040783
                PERFORM 9000-TRATAR-ERROS                               00040784
           END-EVALUATE.                                                00040785
                                                                        00040786
       2316-TESTAR-FAIXA                         SECTION.               00040787
           IF FD-CEP NOT LESS THAN WRK-TAB-CDR-INI(WRK-IDX-CEP) AND     00040788
              FD-CEP NOT GREATER THAN WRK-TAB-CDR-FIM(WRK-IDX-CEP)      00040789
              SET WRK-CEP-FOI-ACHADO TO TRUE                            00040790
           ELSE                                                         00040791
              ADD 1 TO WRK-IDX-CEP                                      00040792
           END-IF.                                                      00040793
                                                                        00040794
      *---------------------------------------------------------------  00040795
      *    2320-CALCULAR-ICMS                                           00040796
      *    CLASSE DO PRODUTO NO CLASFISC E ALIQUOTA DA UF DA NOTA;      00040797
      *    SEM ALIQUOTA PARA A CLASSE, VALE A CLASSE '00' DA UF. SEM    00040798
      *    NENHUMA DAS DUAS O ITEM SAI SEM IMPOSTO E E AVISADO. O       00040799
      *    ITEM ENTRA NO LIVRO LIVICMS DA APURACAO MENSAL.              00040800
      *---------------------------------------------------------------  00040801
       2320-CALCULAR-ICMS                        SECTION.               00040802
           MOVE '00' TO WRK-CLASSE-ITEM.                                00040803
           IF WRK-COM-CLASFISC                                          00040804
              MOVE FD-ACE-PRODUTO TO FD-CLF-PRODUTO                     00040805
              READ CLASFISC                                             00040806
              EVALUATE WRK-FS-CLASFISC                                  00040807
                WHEN '00'                                               00040808
                   IF FD-CLF-CLASSE NOT EQUAL SPACES                    00040809
                      MOVE FD-CLF-CLASSE TO WRK-CLASSE-ITEM             00040810
                   END-IF                                               00040811
                WHEN '23'                                               00040812
                   CONTINUE                                             00040813
                WHEN OTHER                                              00040814
                   MOVE ' ERRO READ CLASFISC ' TO WRK-MSG               00040815
                   PERFORM 9000-TRATAR-ERROS                            00040816
              END-EVALUATE                                              00040817
           END-IF.                                                      00040818
                                                                        00040819
           MOVE WRK-CLASSE-ITEM TO WRK-CLASSE-BUSCA.                    00040820
           PERFORM 2330-PROCURAR-ALIQUOTA.                              00040821
           IF WRK-ALIQ-NAO-ACHADA AND WRK-CLASSE-ITEM NOT EQUAL '00'    00040822
              MOVE '00' TO WRK-CLASSE-BUSCA                             00040823
              PERFORM 2330-PROCURAR-ALIQUOTA                            00040824
           END-IF.                                                      00040825
           IF WRK-ALIQ-FOI-ACHADA                                       00040826
              MOVE WRK-TAB-ICM-ALIQUOTA(WRK-IDX-ICM) TO WRK-ALIQ-ITEM   00040827
           ELSE                                                         00040828
              MOVE ZEROS TO WRK-ALIQ-ITEM                               00040829
              ADD 1 TO WRK-REG-SEM-ALIQ                                 00040830
              DISPLAY ' ITEM SEM ALIQUOTA DE ICMS: NOTA ' WRK-NUM-NOTA  00040831
                      ' PRODUTO ' FD-ACE-PRODUTO ' UF ' WRK-UF-NOTA     00040832
           END-IF.                                                      00040833
                                                                        00040834
           COMPUTE WRK-ICMS-ITEM ROUNDED =                              00040835
                   WRK-VALOR-ITEM * WRK-ALIQ-ITEM / 100                 00040836
           END-COMPUTE.                                                 00040837
           ADD WRK-VALOR-ITEM TO WRK-BASE-NOTA.                         00040838
           ADD WRK-ICMS-ITEM  TO WRK-ICMS-NOTA.                         00040839
                                                                        00040840
           MOVE SPACES          TO FD-LIVICMS.                          00040841
           MOVE WRK-DATA-HOJE   TO FD-LIV-DATA.                         00040842
           MOVE WRK-NUM-NOTA    TO FD-LIV-NF.                           00040843
           MOVE FD-ACE-CLIENTE  TO FD-LIV-CLIENTE.                      00040844
           MOVE WRK-UF-NOTA     TO FD-LIV-UF.                           00040845
           MOVE FD-ACE-PRODUTO  TO FD-LIV-PRODUTO.                      00040846
           MOVE WRK-CLASSE-ITEM TO FD-LIV-CLASSE.                       00040847
           MOVE WRK-VALOR-ITEM  TO FD-LIV-BASE.                         00040848
           MOVE WRK-ALIQ-ITEM   TO FD-LIV-ALIQUOTA.                     00040849
           MOVE WRK-ICMS-ITEM   TO FD-LIV-ICMS.                         00040850
           WRITE FD-LIVICMS.                                            00040851
           IF WRK-FS-LIVICMS NOT EQUAL '00'                             00040852
              MOVE ' ERRO WRITE LIVICMS ' TO WRK-MSG                    00040853
              PERFORM 9000-TRATAR-ERROS                                 00040854
           END-IF.                                                      00040855
                                                                        00040856
       2330-PROCURAR-ALIQUOTA                    SECTION.               00040857
           SET WRK-ALIQ-NAO-ACHADA TO TRUE.                             00040858
           MOVE 1 TO WRK-IDX-ICM.                                       00040859
           PERFORM 2331-TESTAR-ALIQUOTA                                 00040860
              UNTIL WRK-IDX-ICM GREATER THAN WRK-QTDE-ALIQUOTAS         00040861
                 OR WRK-ALIQ-FOI-ACHADA.                                00040862
                                                                        00040863
       2331-TESTAR-ALIQUOTA                      SECTION.               00040864
           IF WRK-TAB-ICM-UF(WRK-IDX-ICM) EQUAL WRK-UF-NOTA AND         00040865
              WRK-TAB-ICM-CLASSE(WRK-IDX-ICM) EQUAL WRK-CLASSE-BUSCA    00040866
              SET WRK-ALIQ-FOI-ACHADA TO TRUE                           00040867
           ELSE                                                         00040868
              ADD 1 TO WRK-IDX-ICM                                      00040869
           END-IF.                                                      00040870
                                                                        00040871
      *---------------------------------------------------------------  00040800
      *    2400-GRAVAR-ITEM-NOTA                                        00040840
      *    GUARDA O ITEM FATURADO NO NFITEM COM O PRECO PRATICADO;      00040880
      *    A DEVOLUCAO (FR01CB08) CONFERE E CREDITA POR ELE. PRODUTO    00040920
      *    REPETIDO NO MESMO PEDIDO SOMA NO ITEM JA GRAVADO.            00040960
      *---------------------------------------------------------------  00041000
       2400-GRAVAR-ITEM-NOTA                     SECTION.               00041040
           MOVE SPACES          TO FD-NFITEM.                           00041080
           MOVE WRK-NUM-NOTA    TO FD-NFI-NF.                           00041120
           MOVE FD-ACE-PRODUTO  TO FD-NFI-PRODUTO.                      00041160
           MOVE FD-ACE-CLIENTE  TO FD-NFI-CLIENTE.                      00041200
           MOVE FD-ACE-NUMERO   TO FD-NFI-PEDIDO.                       00041240
           MOVE FD-ACE-QTDE     TO FD-NFI-QTDE.                         00041280
           MOVE WRK-PRECO-USADO TO FD-NFI-PRECO.                        00041320
           MOVE WRK-VALOR-ITEM  TO FD-NFI-VALOR.                        00041360
           MOVE WRK-DATA-HOJE   TO FD-NFI-DATA.                         00041400
           MOVE ZEROS           TO FD-NFI-QTDE-DEV.                     00041440
           MOVE WRK-ALIQ-ITEM   TO FD-NFI-ALIQ-ICMS.                    00041453
           MOVE WRK-ICMS-ITEM   TO FD-NFI-VALOR-ICMS.                   00041466
           WRITE FD-NFITEM.                                             00041480
           IF WRK-FS-NFITEM EQUAL '22'                                  00041520
              READ NFITEM                                               00041560
              IF WRK-FS-NFITEM EQUAL '00'                               00041600
                 ADD FD-ACE-QTDE    TO FD-NFI-QTDE                      00041640
                 ADD WRK-VALOR-ITEM TO FD-NFI-VALOR                     00041680
                 ADD WRK-ICMS-ITEM  TO FD-NFI-VALOR-ICMS                00041700
                 REWRITE FD-NFITEM                                      00041720
              END-IF                                                    00041760
           END-IF.                                                      00041800
           IF WRK-FS-NFITEM NOT EQUAL '00'                              00041840
              MOVE ' ERRO WRITE NFITEM ' TO WRK-MSG                     00041880
              PERFORM 9000-TRATAR-ERROS                                 00041920
           END-IF.                                                      00041960
                                                                        00042000
      *---------------------------------------------------------------  00042001
      *    2450-GRAVAR-EXPEDICAO                                        00042002
      *    MOVIMENTO 'X' DO QUE SAIU NA NOTA, PARA O ARQ016 BAIXAR O    00042003
      *    SALDO DO DEPOSITO DE EXPEDICAO (01).                         00042004
      *---------------------------------------------------------------  00042005
       2450-GRAVAR-EXPEDICAO                     SECTION.               00042006
           MOVE SPACES          TO FD-MOVEXP.                           00042007
           MOVE FD-ACE-PRODUTO  TO FD-MXP-CODIGO.                       00042008
           MOVE WRK-DATA-HOJE   TO FD-MXP-DATA.                         00042009
           MOVE 'X'             TO FD-MXP-TIPO.                         00042010
           MOVE FD-ACE-QTDE     TO FD-MXP-QTDE.                         00042011
           MOVE WRK-NUM-NOTA    TO WRK-DOC-NUMERO.                      00042012
           MOVE WRK-DOC-NF      TO FD-MXP-DOCUMENTO.                    00042013
           MOVE '01'            TO FD-MXP-DEPOSITO.                     00042014
           WRITE FD-MOVEXP.                                             00042015
           IF WRK-FS-MOVEXP NOT EQUAL '00'                              00042016
              MOVE ' ERRO WRITE MOVEXP ' TO WRK-MSG                     00042017
              PERFORM 9000-TRATAR-ERROS                                 00042018
           END-IF.                                                      00042019
                                                                        00042020
      *---------------------------------------------------------------  00042040
      *    2500-FECHAR-NOTA                                             00042080
      *    TOTALIZA A NOTA DO PEDIDO (PRODUTOS, BASE E ICMS) E ABRE     00042106
      *    O TITULO NO CREBER COM O TOTAL COM IMPOSTO.                  00042132
      *    NOTA DE FUNCIONARIO: O TITULO E DE DESCONTO EM FOLHA ('F')   00042141
      *    E O PLANO DE PARCELAS VAI PARA O COMPFUNC.                   00042150
      *---------------------------------------------------------------  00042160
       2500-FECHAR-NOTA                          SECTION.               00042200
           COMPUTE WRK-TOTAL-NOTA = WRK-VALOR-NOTA + WRK-ICMS-NOTA      00042212
           END-COMPUTE.                                                 00042224
           ADD WRK-TOTAL-NOTA TO WRK-TOTAL-FATURADO.                    00042236
           ADD WRK-ICMS-NOTA  TO WRK-TOTAL-ICMS.                        00042248
                                                                        00042260
           MOVE 'TOTAL DOS PRODUTOS' TO WRK-NFT-ROTULO.                 00042272
           MOVE WRK-VALOR-NOTA  TO WRK-NFT-VALOR.                       00042284
           MOVE WRK-NF-TOTAL    TO FD-RELNF.                            00042296
           WRITE FD-RELNF.                                              00042308
           MOVE 'BASE DE CALCULO DO ICMS' TO WRK-NFT-ROTULO.            00042320
           MOVE WRK-BASE-NOTA   TO WRK-NFT-VALOR.                       00042332
           MOVE WRK-NF-TOTAL    TO FD-RELNF.                            00042344
           WRITE FD-RELNF.                                              00042356
           MOVE 'VALOR DO ICMS' TO WRK-NFT-ROTULO.                      00042368
           MOVE WRK-ICMS-NOTA   TO WRK-NFT-VALOR.                       00042380
           MOVE WRK-NF-TOTAL    TO FD-RELNF.                            00042392
           WRITE FD-RELNF.                                              00042404
           MOVE 'TOTAL DA NOTA' TO WRK-NFT-ROTULO.                      00042416
           MOVE WRK-TOTAL-NOTA  TO WRK-NFT-VALOR.                       00042428
           MOVE WRK-NF-TOTAL    TO FD-RELNF.                            00042440
           WRITE FD-RELNF.                                              00042452
           IF WRK-NOTA-FUNCIONARIO                                      00042453
              COMPUTE WRK-PARCELA-FUNC ROUNDED =                        00042454
                      WRK-TOTAL-NOTA / WRK-PARC-FUNC                    00042455
              END-COMPUTE                                               00042456
              MOVE 'PARCELA DO DESCONTO EM FOLHA' TO WRK-NFT-ROTULO     00042457
              MOVE WRK-PARCELA-FUNC TO WRK-NFT-VALOR                    00042458
              MOVE WRK-NF-TOTAL    TO FD-RELNF                          00042459
              WRITE FD-RELNF                                            00042460
           END-IF.                                                      00042461
                                                                        00042464
           MOVE WRK-LIN-TRACO   TO FD-RELNF.                            00042480
           WRITE FD-RELNF.                                              00042520
                                                                        00042560
           MOVE SPACES          TO FD-CREBER.                           00042600
           MOVE WRK-CLIENTE-NOTA TO FD-CRB-CLIENTE.                     00042640
           MOVE WRK-NUM-NOTA    TO FD-CRB-NF.                           00042680
           MOVE WRK-PEDIDO-NOTA TO FD-CRB-PEDIDO.                       00042720
           MOVE WRK-TOTAL-NOTA  TO FD-CRB-VALOR.                        00042760
           MOVE WRK-DATA-HOJE   TO FD-CRB-DATA-EMISSA.                  00042800
           MOVE WRK-DATA-VENCTO TO FD-CRB-DATA-VENCTO.                  00042840
           MOVE 'A'             TO FD-CRB-SITUACAO.                     00042880
           MOVE ZEROS           TO FD-CRB-VALOR-PAGO.                   00042920
           IF WRK-NOTA-FUNCIONARIO                                      00042926
              MOVE WRK-VENCTO-FUNC TO FD-CRB-DATA-VENCTO                00042932
              MOVE 'F'             TO FD-CRB-COBRANCA                   00042938
              PERFORM 2550-GRAVAR-COMPRA-FUNC                           00042944
           END-IF.                                                      00042950
           WRITE FD-CREBER.                                             00042960
           ADD 1 TO WRK-REG-FATURADOS.                                  00043000
           SET WRK-NOTA-FECHADA TO TRUE.                                00043040
                                                                        00043042
      *---------------------------------------------------------------  00043044
      *    2550-GRAVAR-COMPRA-FUNC                                      00043046
      *    PLANO DA COMPRA DE FUNCIONARIO: TOTAL DA NOTA EM N PARCELAS  00043048
      *    IGUAIS, SALDO CHEIO; O FR03DB15 DESCONTA E ATUALIZA.         00043050
      *---------------------------------------------------------------  00043052
       2550-GRAVAR-COMPRA-FUNC                   SECTION.               00043054
           MOVE SPACES           TO FD-COMPFUNC.                        00043056
           MOVE WRK-ID-FUNC-NOTA TO FD-CFN-ID.                          00043058
           MOVE WRK-CLIENTE-NOTA TO FD-CFN-CLIENTE.                     00043060
           MOVE WRK-NUM-NOTA     TO FD-CFN-NF.                          00043062
           MOVE WRK-DATA-HOJE    TO FD-CFN-DATA.                        00043064
           MOVE WRK-TOTAL-NOTA   TO FD-CFN-VALOR.                       00043066
           MOVE WRK-PARC-FUNC    TO FD-CFN-PARCELAS.                    00043068
           MOVE ZEROS            TO FD-CFN-PAGAS.                       00043070
           MOVE WRK-PARCELA-FUNC TO FD-CFN-VALOR-PARC.                  00043072
           MOVE WRK-TOTAL-NOTA   TO FD-CFN-SALDO.                       00043074
           WRITE FD-COMPFUNC.                                           00043076
           IF WRK-FS-COMPFUNC NOT EQUAL '00'                            00043078
              MOVE ' ERRO WRITE COMPFUNC ' TO WRK-MSG                   00043080
              PERFORM 9000-TRATAR-ERROS                                 00043082
           END-IF.                                                      00043084
           ADD 1 TO WRK-REG-FUNC.                                       00043086
           ADD WRK-TOTAL-NOTA TO WRK-TOTAL-FUNC.                        00043088
                                                                        00043090
       8100-GRAVAR-ULTIMO-NUMERO                 SECTION.               00043100
           OPEN OUTPUT NFNUM.                                           00043200
           IF WRK-FS-NFNUM NOT EQUAL '00'                               00043300
           CLOSE NFNUM.                                                 00043900
                                                                        00044000
       8000-FINALIZAR                            SECTION.               00044100
           IF WRK-NOTA-ABERTA                                           00044140
              PERFORM 2500-FECHAR-NOTA                                  00044180
           END-IF.                                                      00044220
           PERFORM 8100-GRAVAR-ULTIMO-NUMERO.                           00044260
                                                                        00044300
           CLOSE PEDACE.                                                00044400
           CLOSE PRODMSTR.                                              00044500
           CLOSE CREBER.                                                00044600
           CLOSE RELNF.                                                 00044700
           CLOSE NFITEM.                                                00044750
           CLOSE CLIENTES.                                              00044758
           IF WRK-COM-CLASFISC                                          00044766
              CLOSE CLASFISC                                            00044774
           END-IF.                                                      00044782
           CLOSE LIVICMS.                                               00044790
           CLOSE PEDPEND.                                               00044795
           CLOSE MOVEXP.                                                00044797
           CLOSE COMPFUNC.                                              00044798
                                                                        00044800
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00044900
           DISPLAY ' ITENS DE PEDIDO LIDOS.......: ' WRK-REG-LIDOS.     00044966
           DISPLAY ' ITENS FATURADOS.............: ' WRK-REG-ITENS.     00045032
           DISPLAY ' NOTAS EMITIDAS..............: '                    00045100
                   WRK-REG-FATURADOS.                                   00045200
           DISPLAY ' SEM PRODUTO NO MESTRE.......: '                    00045300
                   WRK-REG-SEM-PROD.                                    00045400
           DISPLAY ' ITENS CANCELADOS (PULADOS)..: '                    00045433
                   WRK-REG-CANCELADOS.                                  00045466
           DISPLAY ' TOTAL FATURADO..............: '                    00045500
                   WRK-TOTAL-FATURADO.                                  00045600
           DISPLAY ' TOTAL DE ICMS...............: '                    00045620
                   WRK-TOTAL-ICMS.                                      00045640
           DISPLAY ' ITENS SEM ALIQUOTA DE ICMS..: '                    00045660
                   WRK-REG-SEM-ALIQ.                                    00045680
           DISPLAY ' ITENS A PRECO DE CONTRATO...: '                    00045686
                   WRK-REG-CONTRATO.                                    00045692
           DISPLAY ' ITENS NAO EXPEDIDOS.........: '                    00045693
                   WRK-REG-NAO-EXPEDIDOS.                               00045694
           DISPLAY ' ITENS EXPEDIDOS EM PARTE....: '                    00045695
                   WRK-REG-PARCIAIS.                                    00045696
           DISPLAY ' NOTAS DE FUNCIONARIO........: '                    0004569A
                   WRK-REG-FUNC.                                        0004569B
           DISPLAY ' TOTAL A DESCONTAR EM FOLHA..: '                    0004569C
                   WRK-TOTAL-FUNC.                                      0004569D
           DISPLAY ' ULTIMA NOTA.................: ' WRK-NUM-NOTA.      00045700
                                                                        00045800
       9000-TRATAR-ERROS                         SECTION.               00045900
