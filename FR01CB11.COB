      *====================================================             00000100
       IDENTIFICATION                            DIVISION.              00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB11.                                            00000400
                                                                        00000500
      *=====================================================            00000600
      *  AUTOR: IVAN                                                    00000700
      *  EMPRESA: FOURSYS                                               00000800
      *  DATA: 06/02/2023                                               00000900
      *  OBJETIVO: REMESSA DE COBRANCA (BOLETOS) AO BANCO --            00001000
      *            LE O CREBER E REGISTRA NO BANCO OS                   00001100
      *            TITULOS EM ABERTO ('A') AINDA NAO                    00001200
      *            REGISTRADOS. O BANCO DO CLIENTE (FD-BANCO            00001300
      *            NO KSDS CLIENTES) E PROCURADO NO BANCODIR            00001400
      *            E O ATRIBUTO DE LAYOUT DECIDE O ARQUIVO, NO          00001500
      *            MOLDE DO FR03CB22: LAYOUT '01' (OU SEM               00001600
      *            CADASTRO) SAI NO REMCOB DE 80 POSICOES,              00001700
      *            LAYOUT '02' NO REMCOB2 DE 120, CADA UM COM           00001800
      *            HEADER E TRAILER (QUANTIDADE E SOMA). O              00001900
      *            TITULO REMETIDO E MARCADO REGISTRADO                 00002000
      *            (FD-CRB-COBRANCA 'R') NO CREBNOVO - NAO VAI          00002100
      *            DUAS VEZES E E O UNICO QUE O FR01CB07                00002200
      *            ACEITA NO RETORNO COBRET. TITULO DE                  00002300
      *            CLIENTE SEM CADASTRO FICA PARA A PROXIMA.            00002400
      *-----------------------------------------------------            00002414
      *  MANUTENCAO:                                                    00002428
      *  - 02/10/2023: TITULO DE COMPRA DE FUNCIONARIO                  00002442
      *    (FD-CRB-COBRANCA 'F', FR01CB05) E DESCONTADO EM              00002456
      *    FOLHA PELO FR03DB15 E NAO VAI PARA O BANCO; SO E             00002470
      *    CONTADO.                                                     00002484
      *=====================================================            00002500
                                                                        00002600
      *====================================================             00002700
       ENVIRONMENT                               DIVISION.              00002800
      *====================================================             00002900
       CONFIGURATION                             SECTION.               00003000
       SPECIAL-NAMES.                                                   00003100
           DECIMAL-POINT  IS COMMA.                                     00003200
                                                                        00003300
       INPUT-OUTPUT                              SECTION.               00003400
       FILE-CONTROL.                                                    00003500
           SELECT CREBER    ASSIGN TO CREBER                            00003600
               FILE STATUS  IS WRK-FS-CREBER.                           00003700
                                                                        00003800
           SELECT CREBNOVO  ASSIGN TO CREBNOVO                          00003900
               FILE STATUS  IS WRK-FS-CREBNOVO.                         00004000
                                                                        00004100
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00004200
               ORGANIZATION IS INDEXED                                  00004300
               ACCESS MODE  IS RANDOM                                   00004400
               RECORD KEY   IS FD-CODIGO                                00004500
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004600
                                                                        00004700
           SELECT BANCODIR  ASSIGN TO BANCODIR                          00004800
               FILE STATUS  IS WRK-FS-BANCODIR.                         00004900
                                                                        00005000
           SELECT REMCOB    ASSIGN TO REMCOB                            00005100
               FILE STATUS  IS WRK-FS-REMCOB.                           00005200
                                                                        00005300
           SELECT REMCOB2   ASSIGN TO REMCOB2                           00005400
               FILE STATUS  IS WRK-FS-REMCOB2.                          00005500
                                                                        00005600
      *====================================================             00005700
       DATA                                      DIVISION.              00005800
      *====================================================             00005900
       FILE                                      SECTION.               00006000
       FD CREBER                                                        00006100
           RECORDING MODE IS F                                          00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
       01 FD-CREBER.                                                    00006400
          05 FD-CRB-CLIENTE     PIC X(04).                              00006500
          05 FD-CRB-NF          PIC 9(06).                              00006600
          05 FD-CRB-PEDIDO      PIC 9(06).                              00006700
          05 FD-CRB-VALOR       PIC 9(09)V99.                           00006800
          05 FD-CRB-DATA-EMISSA PIC X(08).                              00006900
          05 FD-CRB-DATA-VENCTO PIC X(10).                              00007000
          05 FD-CRB-SITUACAO    PIC X(01).                              00007100
             88 FD-CRB-ABERTO        VALUE 'A'.                         00007200
             88 FD-CRB-LIQUIDADO     VALUE 'L'.                         00007300
             88 FD-CRB-PARCIAL       VALUE 'P'.                         00007400
          05 FD-CRB-VALOR-PAGO  PIC 9(09)V99.                           00007500
          05 FD-CRB-COBRANCA    PIC X(01).                              00007600
             88 FD-CRB-REGISTRADO    VALUE 'R'.                         00007700
             88 FD-CRB-DESC-FOLHA    VALUE 'F'.                         00007750
          05 FILLER             PIC X(02).                              00007800
                                                                        00007900
       FD CREBNOVO                                                      00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-CREBNOVO           PIC X(60).                              00008300
                                                                        00008400
       FD CLIENTES                                                      00008500
           RECORDING  MODE IS F                                         00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-CLIENTES.                                                  00008800
          05 FD-CODIGO         PIC X(04).                               00008900
          05 FD-NOME           PIC X(40).                               00009000
          05 FD-BANCO          PIC X(10).                               00009100
          05 FD-CPF-CNPJ       PIC X(14).                               00009200
          05 FD-ENDERECO       PIC X(40).                               00009300
          05 FD-CEP            PIC X(08).                               00009400
          05 FD-SITUACAO       PIC X(01).                               00009500
          05 FD-DATA-INCLUSAO  PIC X(08).                               00009600
          05 FD-DATA-ALTERACAO PIC X(08).                               00009700
          05 FD-LIMITE-CREDITO PIC 9(05)V99.                            00009800
          05 FD-EXPOSICAO      PIC 9(07)V99.                            00009900
          05 FD-DEVOLUCOES     PIC 9(03).                               00010000
          05 FILLER            PIC X(08).                               00010100
                                                                        00010200
       FD BANCODIR                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-BANCODIR.                                                  00010600
          05 FD-BCO-CODIGO    PIC X(03).                                00010700
          05 FD-BCO-NOME      PIC X(30).                                00010800
          05 FD-BCO-ATIVO     PIC X(01).                                00010900
          05 FD-BCO-LAYOUT    PIC X(02).                                00011000
          05 FD-BCO-TAMANHO   PIC 9(03).                                00011100
          05 FD-BCO-CONVENCAO PIC X(01).                                00011200
                                                                        00011300
       FD REMCOB                                                        00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-REMCOB               PIC X(80).                            00011700
       01 FD-RCB-CAB REDEFINES FD-REMCOB.                               00011800
          05 FD-CAB-TIPO          PIC X(01).                            00011900
          05 FD-CAB-DATA          PIC X(08).                            00012000
          05 FD-CAB-FILLER        PIC X(71).                            00012100
       01 FD-RCB-DET REDEFINES FD-REMCOB.                               00012200
          05 FD-DET-TIPO          PIC X(01).                            00012300
          05 FD-DET-NF            PIC 9(06).                            00012400
          05 FD-DET-CLIENTE       PIC X(04).                            00012500
          05 FD-DET-CPF-CNPJ      PIC X(14).                            00012600
          05 FD-DET-NOME          PIC X(30).                            00012700
          05 FD-DET-VALOR         PIC 9(09)V99.                         00012800
          05 FD-DET-VENCTO        PIC X(10).                            00012900
          05 FD-DET-BANCO         PIC X(03).                            00013000
          05 FD-DET-FILLER        PIC X(01).                            00013100
       01 FD-RCB-TRL REDEFINES FD-REMCOB.                               00013200
          05 FD-TRL-TIPO          PIC X(01).                            00013300
          05 FD-TRL-TOTAL         PIC 9(07).                            00013400
          05 FD-TRL-SOMA          PIC 9(13)V99.                         00013500
          05 FD-TRL-FILLER        PIC X(57).                            00013600
                                                                        00013700
       FD REMCOB2                                                       00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-REMCOB2              PIC X(120).                           00014100
       01 FD-RC2-CAB REDEFINES FD-REMCOB2.                              00014200
          05 FD-CB2-TIPO          PIC X(01).                            00014300
          05 FD-CB2-DATA          PIC X(08).                            00014400
          05 FD-CB2-FILLER        PIC X(111).                           00014500
       01 FD-RC2-DET REDEFINES FD-REMCOB2.                              00014600
          05 FD-DT2-TIPO          PIC X(01).                            00014700
          05 FD-DT2-NF            PIC 9(06).                            00014800
          05 FD-DT2-CLIENTE       PIC X(04).                            00014900
          05 FD-DT2-CPF-CNPJ      PIC X(14).                            00015000
          05 FD-DT2-NOME          PIC X(40).                            00015100
          05 FD-DT2-VALOR         PIC 9(11)V99.                         00015200
          05 FD-DT2-VENCTO        PIC X(10).                            00015300
          05 FD-DT2-EMISSAO       PIC X(08).                            00015400
          05 FD-DT2-BANCO         PIC X(03).                            00015500
          05 FD-DT2-CEP           PIC X(08).                            00015600
          05 FD-DT2-FILLER        PIC X(13).                            00015700
       01 FD-RC2-TRL REDEFINES FD-REMCOB2.                              00015800
          05 FD-TR2-TIPO          PIC X(01).                            00015900
          05 FD-TR2-TOTAL         PIC 9(07).                            00016000
          05 FD-TR2-SOMA          PIC 9(13)V99.                         00016100
          05 FD-TR2-FILLER        PIC X(97).                            00016200
                                                                        00016300
       WORKING-STORAGE                           SECTION.               00016400
      *====================================================             00016500
                                                                        00016600
       77 WRK-FS-CREBER   PIC X(02) VALUE ZEROS.                        00016700
       77 WRK-FS-CREBNOVO PIC X(02) VALUE ZEROS.                        00016800
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.                        00016900
       77 WRK-FS-BANCODIR PIC X(02) VALUE ZEROS.                        00017000
       77 WRK-FS-REMCOB   PIC X(02) VALUE ZEROS.                        00017100
       77 WRK-FS-REMCOB2  PIC X(02) VALUE ZEROS.                        00017200
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00017300
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00017400
                                                                        00017500
       01 WRK-TAB-LAYOUTS.                                              00017600
          05 WRK-TAB-LAY-ITEM OCCURS 20 TIMES.                          00017700
             10 WRK-TAB-LAY-BANCO  PIC X(03).                           00017800
             10 WRK-TAB-LAY-LAYOUT PIC X(02).                           00017900
       77 WRK-QTDE-LAYOUTS PIC 9(02) VALUE ZEROS.                       00018000
       77 WRK-IDX-LAY      PIC 9(02) VALUE ZEROS.                       00018100
       77 WRK-LAYOUT-BANCO PIC X(02) VALUE '01'.                        00018200
                                                                        00018300
       77 WRK-REG-TITULOS    PIC 9(07) VALUE ZEROS.                     00018400
       77 WRK-REG-REMETIDOS  PIC 9(07) VALUE ZEROS.                     00018500
       77 WRK-REG-REMETIDOS2 PIC 9(07) VALUE ZEROS.                     00018600
       77 WRK-REG-JA-REGISTR PIC 9(07) VALUE ZEROS.                     00018700
       77 WRK-REG-DESC-FOLHA PIC 9(07) VALUE ZEROS.                     00018750
       77 WRK-REG-SEM-CLIENTE PIC 9(07) VALUE ZEROS.                    00018800
       01 WRK-SOMA-VALORES   PIC 9(13)V99 VALUE ZEROS.                  00018900
       01 WRK-SOMA-VALORES2  PIC 9(13)V99 VALUE ZEROS.                  00019000
                                                                        00019100
       PROCEDURE                                 DIVISION.              00019200
      *====================================================             00019300
       0000-PRINCIPAL                            SECTION.               00019400
           PERFORM 1000-INICIAR.                                        00019500
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CREBER EQUAL '10'.       00019600
           PERFORM 8000-FINALIZAR.                                      00019700
            STOP RUN.                                                   00019800
                                                                        00019900
       1000-INICIAR                              SECTION.               00020000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00020100
                                                                        00020200
           OPEN INPUT CREBER.                                           00020300
           IF WRK-FS-CREBER NOT EQUAL '00'                              00020400
              MOVE ' ERRO OPEN CREBER ' TO WRK-MSG                      00020500
              PERFORM 9000-TRATAR-ERROS                                 00020600
           END-IF.                                                      00020700
                                                                        00020800
           OPEN OUTPUT CREBNOVO.                                        00020900
           IF WRK-FS-CREBNOVO NOT EQUAL '00'                            00021000
              MOVE ' ERRO OPEN CREBNOVO ' TO WRK-MSG                    00021100
              PERFORM 9000-TRATAR-ERROS                                 00021200
           END-IF.                                                      00021300
                                                                        00021400
           OPEN INPUT CLIENTES.                                         00021500
           IF WRK-FS-CLIENTES NOT EQUAL '00'                            00021600
              MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                    00021700
              PERFORM 9000-TRATAR-ERROS                                 00021800
           END-IF.                                                      00021900
                                                                        00022000
           OPEN OUTPUT REMCOB.                                          00022100
           IF WRK-FS-REMCOB NOT EQUAL '00'                              00022200
              MOVE ' ERRO OPEN REMCOB ' TO WRK-MSG                      00022300
              PERFORM 9000-TRATAR-ERROS                                 00022400
           END-IF.                                                      00022500
                                                                        00022600
           OPEN OUTPUT REMCOB2.                                         00022700
           IF WRK-FS-REMCOB2 NOT EQUAL '00'                             00022800
              MOVE ' ERRO OPEN REMCOB2 ' TO WRK-MSG                     00022900
              PERFORM 9000-TRATAR-ERROS                                 00023000
           END-IF.                                                      00023100
                                                                        00023200
           PERFORM 1100-CARREGAR-LAYOUTS.                               00023300
                                                                        00023400
           MOVE SPACES        TO FD-REMCOB.                             00023500
           MOVE 'H'           TO FD-CAB-TIPO.                           00023600
           MOVE WRK-DATA-HOJE TO FD-CAB-DATA.                           00023700
           WRITE FD-REMCOB.                                             00023800
                                                                        00023900
           MOVE SPACES        TO FD-REMCOB2.                            00024000
           MOVE 'H'           TO FD-CB2-TIPO.                           00024100
           MOVE WRK-DATA-HOJE TO FD-CB2-DATA.                           00024200
           WRITE FD-REMCOB2.                                            00024300
                                                                        00024400
           DISPLAY '------------------------------------------'.        00024500
           DISPLAY ' REMESSA DE COBRANCA AO BANCO '.                    00024600
           DISPLAY ' BANCOS NO CADASTRO: ' WRK-QTDE-LAYOUTS.            00024700
           DISPLAY '------------------------------------------'.        00024800
                                                                        00024900
           READ CREBER.                                                 00025000
                                                                        00025100
      *---------------------------------------------------------------  00025200
      *    1100-CARREGAR-LAYOUTS                                        00025300
      *    CARREGA DO BANCODIR O LAYOUT DE REMESSA DE CADA BANCO;       00025400
      *    SEM O ARQUIVO (OU BANCO SEM CADASTRO) VALE O LAYOUT '01'.    00025500
      *---------------------------------------------------------------  00025600
       1100-CARREGAR-LAYOUTS                     SECTION.               00025700
           OPEN INPUT BANCODIR.                                         00025800
           IF WRK-FS-BANCODIR EQUAL '35'                                00025900
              DISPLAY ' BANCODIR AUSENTE, TUDO NO LAYOUT 01 '           00026000
           ELSE                                                         00026100
              IF WRK-FS-BANCODIR NOT EQUAL '00'                         00026200
                 MOVE ' ERRO OPEN BANCODIR ' TO WRK-MSG                 00026300
                 PERFORM 9000-TRATAR-ERROS                              00026400
              END-IF                                                    00026500
              READ BANCODIR                                             00026600
              PERFORM 1110-GUARDAR-LAYOUT                               00026700
                 UNTIL WRK-FS-BANCODIR NOT EQUAL '00'                   00026800
              CLOSE BANCODIR                                            00026900
           END-IF.                                                      00027000
                                                                        00027100
       1110-GUARDAR-LAYOUT                       SECTION.               00027200
           IF WRK-QTDE-LAYOUTS LESS THAN 20                             00027300
              ADD 1 TO WRK-QTDE-LAYOUTS                                 00027400
              MOVE FD-BCO-CODIGO TO                                     00027500
                   WRK-TAB-LAY-BANCO(WRK-QTDE-LAYOUTS)                  00027600
              IF FD-BCO-LAYOUT EQUAL SPACES                             00027700
                 MOVE '01' TO WRK-TAB-LAY-LAYOUT(WRK-QTDE-LAYOUTS)      00027800
              ELSE                                                      00027900
                 MOVE FD-BCO-LAYOUT TO                                  00028000
                      WRK-TAB-LAY-LAYOUT(WRK-QTDE-LAYOUTS)              00028100
              END-IF                                                    00028200
           END-IF.                                                      00028300
           READ BANCODIR.                                               00028400
                                                                        00028500
      *---------------------------------------------------------------  00028600
      *    2000-PROCESSAR                                               00028700
      *    TODO TITULO SEGUE PARA O CREBNOVO; SO O ABERTO AINDA NAO     00028800
      *    REGISTRADO ENTRA NA REMESSA. TITULO DESCONTADO EM FOLHA      00028866
      *    FICA FORA.                                                   00028932
      *---------------------------------------------------------------  00029000
       2000-PROCESSAR                            SECTION.               00029100
           IF WRK-FS-CREBER EQUAL '00'                                  00029200
              ADD 1 TO WRK-REG-TITULOS                                  00029300
              IF FD-CRB-ABERTO                                          00029400
                 EVALUATE TRUE                                          00029466
                   WHEN FD-CRB-REGISTRADO                               00029532
                      ADD 1 TO WRK-REG-JA-REGISTR                       00029598
                   WHEN FD-CRB-DESC-FOLHA                               00029664
                      ADD 1 TO WRK-REG-DESC-FOLHA                       00029730
                   WHEN OTHER                                           00029796
                      PERFORM 2100-REMETER-TITULO                       00029862
                 END-EVALUATE                                           00029928
              END-IF                                                    00030000
              WRITE FD-CREBNOVO FROM FD-CREBER                          00030100
              IF WRK-FS-CREBNOVO NOT EQUAL '00'                         00030200
                 MOVE ' ERRO WRITE CREBNOVO ' TO WRK-MSG                00030300
                 PERFORM 9000-TRATAR-ERROS                              00030400
              END-IF                                                    00030500
           END-IF.                                                      00030600
           READ CREBER.                                                 00030700
                                                                        00030800
      *---------------------------------------------------------------  00030900
      *    2100-REMETER-TITULO                                          00031000
      *    O LAYOUT DO BANCO DO CLIENTE DECIDE EM QUAL ARQUIVO DE       00031100
      *    REMESSA O DETALHE SAI; REMETIDO, FICA REGISTRADO.            00031200
      *---------------------------------------------------------------  00031300
       2100-REMETER-TITULO                       SECTION.               00031400
           MOVE FD-CRB-CLIENTE TO FD-CODIGO.                            00031500
           READ CLIENTES.                                               00031600
           EVALUATE WRK-FS-CLIENTES                                     00031700
             WHEN '00'                                                  00031800
                PERFORM 2110-GRAVAR-DETALHE                             00031900
             WHEN '23'                                                  00032000
                ADD 1 TO WRK-REG-SEM-CLIENTE                            00032100
                DISPLAY ' TITULO DE CLIENTE SEM CADASTRO: NF '          00032200
                        FD-CRB-NF ' CLIENTE ' FD-CRB-CLIENTE            00032300
             WHEN OTHER                                                 00032400
                MOVE ' ERRO READ CLIENTES ' TO WRK-MSG                  00032500
                PERFORM 9000-TRATAR-ERROS                               00032600
           END-EVALUATE.                                                00032700
                                                                        00032800
       2110-GRAVAR-DETALHE                       SECTION.               00032900
           PERFORM 2150-PROCURAR-LAYOUT.                                00033000
                                                                        00033100
           IF WRK-LAYOUT-BANCO EQUAL '02'                               00033200
              MOVE SPACES             TO FD-REMCOB2                     00033300
              MOVE 'D'                TO FD-DT2-TIPO                    00033400
              MOVE FD-CRB-NF          TO FD-DT2-NF                      00033500
              MOVE FD-CRB-CLIENTE     TO FD-DT2-CLIENTE                 00033600
              MOVE FD-CPF-CNPJ        TO FD-DT2-CPF-CNPJ                00033700
              MOVE FD-NOME            TO FD-DT2-NOME                    00033800
              MOVE FD-CRB-VALOR       TO FD-DT2-VALOR                   00033900
              MOVE FD-CRB-DATA-VENCTO TO FD-DT2-VENCTO                  00034000
              MOVE FD-CRB-DATA-EMISSA TO FD-DT2-EMISSAO                 00034100
              MOVE FD-BANCO(1:3)      TO FD-DT2-BANCO                   00034200
              MOVE FD-CEP             TO FD-DT2-CEP                     00034300
              WRITE FD-REMCOB2                                          00034400
              ADD 1 TO WRK-REG-REMETIDOS2                               00034500
              ADD FD-CRB-VALOR TO WRK-SOMA-VALORES2                     00034600
           ELSE                                                         00034700
              MOVE SPACES             TO FD-REMCOB                      00034800
              MOVE 'D'                TO FD-DET-TIPO                    00034900
              MOVE FD-CRB-NF          TO FD-DET-NF                      00035000
              MOVE FD-CRB-CLIENTE     TO FD-DET-CLIENTE                 00035100
              MOVE FD-CPF-CNPJ        TO FD-DET-CPF-CNPJ                00035200
              MOVE FD-NOME            TO FD-DET-NOME                    00035300
              MOVE FD-CRB-VALOR       TO FD-DET-VALOR                   00035400
              MOVE FD-CRB-DATA-VENCTO TO FD-DET-VENCTO                  00035500
              MOVE FD-BANCO(1:3)      TO FD-DET-BANCO                   00035600
              WRITE FD-REMCOB                                           00035700
              ADD 1 TO WRK-REG-REMETIDOS                                00035800
              ADD FD-CRB-VALOR TO WRK-SOMA-VALORES                      00035900
           END-IF.                                                      00036000
                                                                        00036100
           MOVE 'R' TO FD-CRB-COBRANCA.                                 00036200
                                                                        00036300
       2150-PROCURAR-LAYOUT                      SECTION.               00036400
           MOVE '01' TO WRK-LAYOUT-BANCO.                               00036500
           MOVE 1 TO WRK-IDX-LAY.                                       00036600
           PERFORM 2160-TESTAR-LAYOUT                                   00036700
              UNTIL WRK-IDX-LAY GREATER THAN WRK-QTDE-LAYOUTS.          00036800
                                                                        00036900
       2160-TESTAR-LAYOUT                        SECTION.               00037000
           IF WRK-TAB-LAY-BANCO(WRK-IDX-LAY) EQUAL FD-BANCO(1:3)        00037100
              MOVE WRK-TAB-LAY-LAYOUT(WRK-IDX-LAY)                      00037200
                   TO WRK-LAYOUT-BANCO                                  00037300
           END-IF.                                                      00037400
           ADD 1 TO WRK-IDX-LAY.                                        00037500
                                                                        00037600
       8000-FINALIZAR                            SECTION.               00037700
           MOVE SPACES            TO FD-REMCOB.                         00037800
           MOVE 'T'               TO FD-TRL-TIPO.                       00037900
           MOVE WRK-REG-REMETIDOS TO FD-TRL-TOTAL.                      00038000
           MOVE WRK-SOMA-VALORES  TO FD-TRL-SOMA.                       00038100
           WRITE FD-REMCOB.                                             00038200
                                                                        00038300
           MOVE SPACES             TO FD-REMCOB2.                       00038400
           MOVE 'T'                TO FD-TR2-TIPO.                      00038500
           MOVE WRK-REG-REMETIDOS2 TO FD-TR2-TOTAL.                     00038600
           MOVE WRK-SOMA-VALORES2  TO FD-TR2-SOMA.                      00038700
           WRITE FD-REMCOB2.                                            00038800
                                                                        00038900
           CLOSE CREBER.                                                00039000
           CLOSE CREBNOVO.                                              00039100
           CLOSE CLIENTES.                                              00039200
           CLOSE REMCOB.                                                00039300
           CLOSE REMCOB2.                                               00039400
                                                                        00039500
           DISPLAY '------- FIM DE PROCESSAMENTO'.                      00039600
           DISPLAY ' TITULOS LIDOS...............: ' WRK-REG-TITULOS.   00039700
           DISPLAY ' REMETIDOS LAYOUT 01.........: '                    00039800
                   WRK-REG-REMETIDOS.                                   00039900
           DISPLAY ' REMETIDOS LAYOUT 02.........: '                    00040000
                   WRK-REG-REMETIDOS2.                                  00040100
           DISPLAY ' JA REGISTRADOS ANTES........: '                    00040200
                   WRK-REG-JA-REGISTR.                                  00040300
           DISPLAY ' DESCONTO EM FOLHA (FORA)....: '                    00040333
                   WRK-REG-DESC-FOLHA.                                  00040366
           DISPLAY ' CLIENTE SEM CADASTRO........: '                    00040400
                   WRK-REG-SEM-CLIENTE.                                 00040500
           DISPLAY ' SOMA LAYOUT 01..............: ' WRK-SOMA-VALORES.  00040600
           DISPLAY ' SOMA LAYOUT 02..............: '                    00040700
                   WRK-SOMA-VALORES2.                                   00040800
                                                                        00040900
       9000-TRATAR-ERROS                         SECTION.               00041000
           DISPLAY '-----------------------------'.                     00041100
           DISPLAY WRK-MSG.                                             00041200
           DISPLAY ' FS CREBER: ' WRK-FS-CREBER                         00041300
                   ' FS CLIENTES: ' WRK-FS-CLIENTES.                    00041400
           DISPLAY '-----------------------------'.                     00041500
              STOP RUN.                                                 00041600
