      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ029.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 29/05/2023                                         00001100
      *     OBJETIVO: PLANEJAMENTO DA CONTAGEM CICLICA, NO LUGAR        00001200
      *              DO INVENTARIO ANUAL DE PORTA FECHADA -- LE         00001300
      *              O PRODMSTR E ESCOLHE OS PRODUTOS A CONTAR          00001400
      *              NO DIA PELA CLASSE DA CURVA ABC (ABCPROD DO        00001500
      *              FR01CB15): CLASSE A UMA VEZ POR MES, B POR         00001600
      *              TRIMESTRE E C POR ANO, COMECANDO PELOS QUE         00001700
      *              ESTAO HA MAIS TEMPO SEM CONTAGEM. PRODUTO          00001800
      *              COM SAIDA REJEITADA POR FALTA DE SALDO NO          00001900
      *              ARQ016 (REJMOV) ENTRA NA CONTAGEM SEGUINTE,        00002000
      *              FORA DA COTA. IMPRIME A FICHA DE CONTAGEM          00002100
      *              (RELCONT), UMA LINHA POR DEPOSITO DO ESTDEP,       00002200
      *              SEM A QUANTIDADE ESPERADA.                         00002300
      *-------------------------------------------------------*         00002400
      *     O KSDS CONTCICL GUARDA POR PRODUTO A CLASSE, A DATA         00002500
      *     DA ULTIMA CONTAGEM (GRAVADA PELO ARQ018 AO CONCILIAR)       00002600
      *     E A MARCA DE CONTAGEM URGENTE. A COTA DIARIA DE CADA        00002700
      *     CLASSE E O TOTAL DA CLASSE DIVIDIDO PELOS DIAS UTEIS        00002800
      *     DO CICLO (PADRAO A=21, B=63, C=252; PARMSERV                00002830
      *     ARQ029/DIAS-A, DIAS-B E DIAS-C). PRODUTO SEM CLASSE         00002860
      *     ENTRA COMO C.                                               00002890
      *-------------------------------------------------------*         00002920
      *     MANUTENCAO:                                                 00002950
      *     - 04/12/2023: OS DIAS DO CICLO SAIRAM DO CICLPARM E         00002980
      *       PASSARAM A SER LIDOS NO CADASTRO CENTRAL DE               00003010
      *       PARAMETROS (PARMSERV, ARQ029/DIAS-A, DIAS-B E             00003040
      *       DIAS-C); SEM VALOR VIGENTE VALE O PADRAO.                 00003070
      *=======================================================*         00003100
                                                                        00003200
      *=======================================================*         00003300
       ENVIRONMENT                               DIVISION.              00003400
      *=======================================================*         00003500
       INPUT-OUTPUT                              SECTION.               00003600
       FILE-CONTROL.                                                    00003700
             SELECT PRODMSTR ASSIGN TO PRODMSTR                         00003800
                ORGANIZATION IS INDEXED                                 00003900
                ACCESS MODE  IS SEQUENTIAL                              00004000
                RECORD KEY   IS FD-PM-CODIGO                            00004100
                ALTERNATE RECORD KEY IS FD-PM-EAN                       00004200
                     WITH DUPLICATES                                    00004300
                FILE STATUS  IS WRK-FS-PRODMSTR.                        00004400
             SELECT CONTCICL ASSIGN TO CONTCICL                         00004500
                ORGANIZATION IS INDEXED                                 00004600
                ACCESS MODE  IS RANDOM                                  00004700
                RECORD KEY   IS FD-CC-CODIGO                            00004800
                FILE STATUS  IS WRK-FS-CONTCICL.                        00004900
             SELECT ESTDEP   ASSIGN TO ESTDEP                           00005000
                ORGANIZATION IS INDEXED                                 00005100
                ACCESS MODE  IS DYNAMIC                                 00005200
                RECORD KEY   IS FD-ED-CHAVE                             00005300
                FILE STATUS  IS WRK-FS-ESTDEP.                          00005400
             SELECT ABCPROD  ASSIGN TO ABCPROD                          00005500
                FILE STATUS  IS WRK-FS-ABCPROD.                         00005600
             SELECT REJMOV   ASSIGN TO REJMOV                           00005700
                FILE STATUS  IS WRK-FS-REJMOV.                          00005800
             SELECT CLASSIF  ASSIGN TO SORTWK01.                        00006100
             SELECT RELCONT  ASSIGN TO RELCONT                          00006200
                FILE STATUS  IS WRK-FS-RELCONT.                         00006300
      *=======================================================*         00006400
       DATA                                      DIVISION.              00006500
      *=======================================================*         00006600
       FILE                                      SECTION.               00006700
       FD PRODMSTR                                                      00006800
           RECORDING MODE IS F                                          00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
       01 FD-PRODMSTR.                                                  00007100
          05 FD-PM-CODIGO         PIC X(06).                            00007200
          05 FD-PM-DESCRICAO      PIC X(30).                            00007300
          05 FD-PM-PRECO          PIC 9(07)V99.                         00007400
          05 FD-PM-QTDE           PIC 9(05).                            00007500
          05 FD-PM-DATA-ULT-MOV   PIC X(08).                            00007600
          05 FD-PM-CUSTO-MEDIO    PIC 9(07)V99.                         00007700
          05 FD-PM-EAN            PIC X(13).                            00007800
                                                                        00007900
       FD CONTCICL                                                      00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-CONTCICL.                                                  00008300
          05 FD-CC-CODIGO         PIC X(06).                            00008400
          05 FD-CC-CLASSE         PIC X(01).                            00008500
          05 FD-CC-DATA-ULT-CONT  PIC X(08).                            00008600
          05 FD-CC-URGENTE        PIC X(01).                            00008700
             88 FD-CC-CONTAGEM-URGENTE  VALUE 'S'.                      00008800
          05 FD-CC-DATA-PLANO     PIC X(08).                            00008900
          05 FILLER               PIC X(06).                            00009000
                                                                        00009100
       FD ESTDEP                                                        00009200
           RECORDING MODE IS F                                          00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
       01 FD-ESTDEP.                                                    00009500
          05 FD-ED-CHAVE.                                               00009600
             10 FD-ED-CODIGO      PIC X(06).                            00009700
             10 FD-ED-DEPOSITO    PIC X(02).                            00009800
          05 FD-ED-QTDE           PIC 9(05).                            00009900
          05 FD-ED-QTDE-TRANSITO  PIC 9(05).                            00010000
          05 FD-ED-DATA-ULT-MOV   PIC X(08).                            00010100
          05 FILLER               PIC X(04).                            00010200
                                                                        00010300
       FD ABCPROD                                                       00010400
           RECORDING MODE IS F                                          00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       01 FD-ABCPROD.                                                   00010700
          05 FD-ABP-PRODUTO       PIC X(06).                            00010800
          05 FD-ABP-CLASSE        PIC X(01).                            00010900
          05 FD-ABP-MES           PIC X(06).                            00011000
          05 FD-ABP-VALOR         PIC 9(11)V99.                         00011100
          05 FD-ABP-PERC-ACUM     PIC 9(03)V99.                         00011200
          05 FILLER               PIC X(09).                            00011300
                                                                        00011400
       FD REJMOV                                                        00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-REJMOV.                                                    00011800
          05 FD-RJM-DADOS.                                              00011900
             10 FD-RJM-CODIGO     PIC X(06).                            00012000
             10 FILLER            PIC X(54).                            00012100
          05 FD-RJM-MOTIVO        PIC X(30).                            00012200
                                                                        00012300
       SD CLASSIF.                                                      00013200
       01 SD-CLASSIF.                                                   00013300
          05 SD-PRIORIDADE        PIC X(01).                            00013400
          05 SD-CLASSE            PIC X(01).                            00013500
          05 SD-DATA-ULT-CONT     PIC X(08).                            00013600
          05 SD-CODIGO            PIC X(06).                            00013700
          05 SD-DESCRICAO         PIC X(30).                            00013800
                                                                        00013900
       FD RELCONT                                                       00014000
           RECORDING MODE IS F                                          00014100
           BLOCK CONTAINS 0 RECORDS.                                    00014200
       01 FD-RELCONT              PIC X(80).                            00014300
      *---------------------------------------------------              00014400
       WORKING-STORAGE                           SECTION.               00014500
      *---------------------------------------------------              00014600
       77 WRK-FS-PRODMSTR PIC X(02) VALUE ZEROS.                        00014700
       77 WRK-FS-CONTCICL PIC X(02) VALUE ZEROS.                        00014800
       77 WRK-FS-ESTDEP   PIC X(02) VALUE ZEROS.                        00014900
       77 WRK-FS-ABCPROD  PIC X(02) VALUE ZEROS.                        00015000
       77 WRK-FS-REJMOV   PIC X(02) VALUE ZEROS.                        00015100
       77 WRK-FS-RELCONT  PIC X(02) VALUE ZEROS.                        00015300
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00015400
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00015500
                                                                        00015600
       77 WRK-DIAS-A      PIC 9(03) VALUE 21.                           00015700
       77 WRK-DIAS-B      PIC 9(03) VALUE 63.                           00015800
       77 WRK-DIAS-C      PIC 9(03) VALUE 252.                          00015900
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00015908
       01 WRK-PSV-AREA.                                                 00015916
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00015924
          05 WRK-PSV-NOME       PIC X(12).                              00015932
          05 WRK-PSV-VALOR      PIC X(30).                              00015940
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00015948
          05 WRK-PSV-NUMERICO   PIC X(01).                              00015956
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00015964
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00015972
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00015980
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00015988
                                                                        00016000
       77 WRK-TOTAL-A     PIC 9(05) VALUE ZEROS.                        00016100
       77 WRK-TOTAL-B     PIC 9(05) VALUE ZEROS.                        00016200
       77 WRK-TOTAL-C     PIC 9(05) VALUE ZEROS.                        00016300
       77 WRK-COTA-A      PIC 9(05) VALUE ZEROS.                        00016400
       77 WRK-COTA-B      PIC 9(05) VALUE ZEROS.                        00016500
       77 WRK-COTA-C      PIC 9(05) VALUE ZEROS.                        00016600
       77 WRK-PLANO-A     PIC 9(05) VALUE ZEROS.                        00016700
       77 WRK-PLANO-B     PIC 9(05) VALUE ZEROS.                        00016800
       77 WRK-PLANO-C     PIC 9(05) VALUE ZEROS.                        00016900
                                                                        00017000
       77 WRK-QTDE-MAIOR  PIC 9(03) VALUE ZEROS.                        00017100
       77 WRK-LINHAS-PRODUTO PIC 9(03) VALUE ZEROS.                     00017200
       77 WRK-ENTRA-PLANO PIC X(01) VALUE 'N'.                          00017300
          88 WRK-VAI-CONTAR          VALUE 'S'.                         00017400
          88 WRK-NAO-VAI-CONTAR      VALUE 'N'.                         00017500
       77 WRK-FIM-CLASSIF PIC X(01) VALUE 'N'.                          00017600
          88 WRK-CLASSIF-ACABOU      VALUE 'S'.                         00017700
       77 WRK-FIM-DEPOSITOS PIC X(01) VALUE 'N'.                        00017800
          88 WRK-DEPOSITOS-ACABARAM  VALUE 'S'.                         00017900
                                                                        00018000
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00018100
       77 WRK-REG-CLASSES    PIC 9(07) VALUE ZEROS.                     00018200
       77 WRK-REG-URGENTES   PIC 9(07) VALUE ZEROS.                     00018300
       77 WRK-REG-PLANEJADOS PIC 9(07) VALUE ZEROS.                     00018400
       77 WRK-REG-LINHAS     PIC 9(07) VALUE ZEROS.                     00018500
                                                                        00018600
       01 WRK-CAB1.                                                     00018700
          05 FILLER           PIC X(42) VALUE                           00018800
                'FICHA DE CONTAGEM CICLICA                 '.           00018900
          05 FILLER           PIC X(06) VALUE 'DATA: '.                 00019000
          05 WRK-CAB1-DATA    PIC X(08).                                00019100
          05 FILLER           PIC X(24) VALUE SPACES.                   00019200
                                                                        00019300
       01 WRK-CAB2.                                                     00019400
          05 FILLER           PIC X(08) VALUE 'PRODUTO '.               00019500
          05 FILLER           PIC X(31) VALUE 'DESCRICAO'.              00019600
          05 FILLER           PIC X(03) VALUE 'CL '.                    00019700
          05 FILLER           PIC X(03) VALUE 'DP '.                    00019800
          05 FILLER           PIC X(09) VALUE 'ULT.CONT '.              00019900
          05 FILLER           PIC X(13) VALUE 'QTDE CONTADA '.          00020000
          05 FILLER           PIC X(13) VALUE 'CONTADOR'.               00020100
                                                                        00020200
       01 WRK-DETALHE.                                                  00020300
          05 WRK-DET-CODIGO   PIC X(06).                                00020400
          05 FILLER           PIC X(02) VALUE SPACES.                   00020500
          05 WRK-DET-DESCR    PIC X(30).                                00020600
          05 FILLER           PIC X(01) VALUE SPACES.                   00020700
          05 WRK-DET-CLASSE   PIC X(01).                                00020800
          05 WRK-DET-URGENTE  PIC X(01).                                00020900
          05 FILLER           PIC X(01) VALUE SPACES.                   00021000
          05 WRK-DET-DEPOSITO PIC X(02).                                00021100
          05 FILLER           PIC X(01) VALUE SPACES.                   00021200
          05 WRK-DET-ULT-CONT PIC X(08).                                00021300
          05 FILLER           PIC X(01) VALUE SPACES.                   00021400
          05 FILLER           PIC X(12) VALUE '____________'.           00021500
          05 FILLER           PIC X(01) VALUE SPACES.                   00021600
          05 FILLER           PIC X(08) VALUE '________'.               00021700
          05 FILLER           PIC X(05) VALUE SPACES.                   00021800
                                                                        00021900
       01 WRK-LIN-TRACO.                                                00022000
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00022100
      *=========================================*                       00022200
       PROCEDURE DIVISION.                                              00022300
      *=========================================*                       00022400
                                                                        00022500
      *-------------------------------------------------------------*   00022600
       0000-PRINCIPAL                     SECTION.                      00022700
      *-------------------------------------------------------------*   00022800
                                                                        00022900
            PERFORM 1000-INICIAR.                                       00023000
                                                                        00023100
            SORT CLASSIF                                                00023200
                 ON ASCENDING KEY SD-PRIORIDADE                         00023300
                                  SD-CLASSE                             00023400
                                  SD-DATA-ULT-CONT                      00023500
                                  SD-CODIGO                             00023600
                 INPUT PROCEDURE IS 2000-SELECIONAR                     00023700
                 OUTPUT PROCEDURE IS 3000-PLANEJAR.                     00023800
                                                                        00023900
            PERFORM 8000-FINALIZAR.                                     00024000
                                                                        00024100
      *-------------------------------------------------------------*   00024200
       0000-99-FIM.                       EXIT.                         00024300
      *-------------------------------------------------------------*   00024400
                                                                        00024500
      *-------------------------------------------------------------*   00024600
       1000-INICIAR                       SECTION.                      00024700
      *-------------------------------------------------------------*   00024800
                                                                        00024900
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00025000
                                                                        00025100
            OPEN INPUT PRODMSTR.                                        00025200
            IF WRK-FS-PRODMSTR NOT EQUAL '00'                           00025300
               MOVE ' ERRO OPEN PRODMSTR ' TO WRK-MSG                   00025400
               PERFORM 9000-TRATAR-ERROS                                00025500
            END-IF.                                                     00025600
                                                                        00025700
            OPEN I-O CONTCICL.                                          00025800
            IF WRK-FS-CONTCICL NOT EQUAL '00'                           00025900
               MOVE ' ERRO OPEN CONTCICL ' TO WRK-MSG                   00026000
               PERFORM 9000-TRATAR-ERROS                                00026100
            END-IF.                                                     00026200
                                                                        00026300
            OPEN INPUT ESTDEP.                                          00026400
            IF WRK-FS-ESTDEP NOT EQUAL '00'                             00026500
               MOVE ' ERRO OPEN ESTDEP ' TO WRK-MSG                     00026600
               PERFORM 9000-TRATAR-ERROS                                00026700
            END-IF.                                                     00026800
                                                                        00026900
            OPEN OUTPUT RELCONT.                                        00027000
            IF WRK-FS-RELCONT NOT EQUAL '00'                            00027100
               MOVE ' ERRO OPEN RELCONT ' TO WRK-MSG                    00027200
               PERFORM 9000-TRATAR-ERROS                                00027300
            END-IF.                                                     00027400
                                                                        00027500
            PERFORM 1050-CARREGAR-PARAMETRO.                            00027600
            PERFORM 1100-ATUALIZAR-CLASSES.                             00027700
            PERFORM 1200-MARCAR-URGENTES.                               00027800
                                                                        00027900
            MOVE WRK-DATA-HOJE TO WRK-CAB1-DATA.                        00028000
            MOVE WRK-CAB1 TO FD-RELCONT.                                00028100
            WRITE FD-RELCONT.                                           00028200
            MOVE WRK-CAB2 TO FD-RELCONT.                                00028300
            WRITE FD-RELCONT.                                           00028400
            MOVE WRK-LIN-TRACO TO FD-RELCONT.                           00028500
            WRITE FD-RELCONT.                                           00028600
                                                                        00028700
      *-------------------------------------------------------------*   00028800
       1000-99-FIM.                       EXIT.                         00028900
      *-------------------------------------------------------------*   00029000
                                                                        00029100
      *---------------------------------------------------------------  00029200
      *    1050-CARREGAR-PARAMETRO                                      00029300
      *    SEM DIAS NO PARMSERV, OU INVALIDO/ZERADO, VALE O PADRAO      00029400
      *    DA CLASSE.                                                   00029500
      *---------------------------------------------------------------  00029600
       1050-CARREGAR-PARAMETRO            SECTION.                      00029700
                                                                        00029800
            MOVE 'ARQ029'       TO WRK-PSV-PROGRAMA.                    00029931
            MOVE 'DIAS-A'       TO WRK-PSV-NOME.                        00030062
            PERFORM 1055-CHAMAR-PARMSERV.                               00030193
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00030324
               WRK-PSV-NUMERO GREATER ZEROS                             00030455
               MOVE WRK-PSV-NUMERO TO WRK-DIAS-A                        00030586
            END-IF.                                                     00030717
            MOVE 'DIAS-B'       TO WRK-PSV-NOME.                        00030848
            PERFORM 1055-CHAMAR-PARMSERV.                               00030979
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00031110
               WRK-PSV-NUMERO GREATER ZEROS                             00031241
               MOVE WRK-PSV-NUMERO TO WRK-DIAS-B                        00031372
            END-IF.                                                     00031503
            MOVE 'DIAS-C'       TO WRK-PSV-NOME.                        00031634
            PERFORM 1055-CHAMAR-PARMSERV.                               00031765
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00031896
               WRK-PSV-NUMERO GREATER ZEROS                             00032027
               MOVE WRK-PSV-NUMERO TO WRK-DIAS-C                        00032158
            END-IF.                                                     00032300
                                                                        00032400
      *-------------------------------------------------------------*   00032500
       1050-99-FIM.                       EXIT.                         00032600
      *-------------------------------------------------------------*   00032606
                                                                        00032612
      *-------------------------------------------------------------*   00032618
       1055-CHAMAR-PARMSERV               SECTION.                      00032624
      *-------------------------------------------------------------*   00032630
                                                                        00032636
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  00032642
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        00032648
                ON EXCEPTION                                            00032654
                   MOVE '02' TO WRK-PSV-RETORNO                         00032660
            END-CALL.                                                   00032666
                                                                        00032672
      *-------------------------------------------------------------*   00032678
       1055-99-FIM.                       EXIT.                         00032684
      *-------------------------------------------------------------*   00032700
                                                                        00032800
      *---------------------------------------------------------------  00032900
      *    1100-ATUALIZAR-CLASSES                                       00033000
      *    LEVA A CLASSE DO ULTIMO ABCPROD PARA O CONTCICL. PRODUTO     00033100
      *    SEM VENDA NO MES NAO VEM NO ABCPROD E FICA COM A CLASSE      00033200
      *    QUE JA TINHA.                                                00033300
      *---------------------------------------------------------------  00033400
       1100-ATUALIZAR-CLASSES             SECTION.                      00033500
                                                                        00033600
            OPEN INPUT ABCPROD.                                         00033700
            IF WRK-FS-ABCPROD EQUAL '35'                                00033800
               DISPLAY ' ABCPROD AUSENTE, CLASSES MANTIDAS '            00033900
            ELSE                                                        00034000
               IF WRK-FS-ABCPROD NOT EQUAL '00'                         00034100
                  MOVE ' ERRO OPEN ABCPROD ' TO WRK-MSG                 00034200
                  PERFORM 9000-TRATAR-ERROS                             00034300
               END-IF                                                   00034400
               READ ABCPROD                                             00034500
               PERFORM 1110-GRAVAR-CLASSE                               00034600
                  UNTIL WRK-FS-ABCPROD NOT EQUAL '00'                   00034700
               CLOSE ABCPROD                                            00034800
            END-IF.                                                     00034900
                                                                        00035000
      *-------------------------------------------------------------*   00035100
       1100-99-FIM.                       EXIT.                         00035200
      *-------------------------------------------------------------*   00035300
                                                                        00035400
      *-------------------------------------------------------------*   00035500
       1110-GRAVAR-CLASSE                 SECTION.                      00035600
      *-------------------------------------------------------------*   00035700
                                                                        00035800
            IF FD-ABP-CLASSE EQUAL 'A' OR 'B' OR 'C'                    00035900
               MOVE FD-ABP-PRODUTO TO FD-CC-CODIGO                      00036000
               PERFORM 1300-LER-CONTROLE                                00036100
               MOVE FD-ABP-CLASSE TO FD-CC-CLASSE                       00036200
               PERFORM 1400-GRAVAR-CONTROLE                             00036300
               ADD 1 TO WRK-REG-CLASSES                                 00036400
            END-IF.                                                     00036500
            READ ABCPROD.                                               00036600
                                                                        00036700
      *-------------------------------------------------------------*   00036800
       1110-99-FIM.                       EXIT.                         00036900
      *-------------------------------------------------------------*   00037000
                                                                        00037100
      *---------------------------------------------------------------  00037200
      *    1200-MARCAR-URGENTES                                         00037300
      *    O REJEITO DO ARQ016 (REJMOV) TRAZ O MOVIMENTO E O MOTIVO;    00037400
      *    TODO MOTIVO 'MAIOR QUE O' SALDO, DEPOSITO OU EM TRANSITO     00037500
      *    E SINAL DE SALDO DO SISTEMA DIFERENTE DO FISICO E MARCA      00037600
      *    O PRODUTO PARA A PROXIMA CONTAGEM.                           00037700
      *---------------------------------------------------------------  00037800
       1200-MARCAR-URGENTES               SECTION.                      00037900
                                                                        00038000
            OPEN INPUT REJMOV.                                          00038100
            IF WRK-FS-REJMOV EQUAL '35'                                 00038200
               DISPLAY ' REJMOV AUSENTE, SEM CONTAGEM URGENTE '         00038300
            ELSE                                                        00038400
               IF WRK-FS-REJMOV NOT EQUAL '00'                          00038500
                  MOVE ' ERRO OPEN REJMOV ' TO WRK-MSG                  00038600
                  PERFORM 9000-TRATAR-ERROS                             00038700
               END-IF                                                   00038800
               READ REJMOV                                              00038900
               PERFORM 1210-AVALIAR-REJEITO                             00039000
                  UNTIL WRK-FS-REJMOV NOT EQUAL '00'                    00039100
               CLOSE REJMOV                                             00039200
            END-IF.                                                     00039300
                                                                        00039400
      *-------------------------------------------------------------*   00039500
       1200-99-FIM.                       EXIT.                         00039600
      *-------------------------------------------------------------*   00039700
                                                                        00039800
      *-------------------------------------------------------------*   00039900
       1210-AVALIAR-REJEITO               SECTION.                      00040000
      *-------------------------------------------------------------*   00040100
                                                                        00040200
            MOVE ZEROS TO WRK-QTDE-MAIOR.                               00040300
            INSPECT FD-RJM-MOTIVO TALLYING WRK-QTDE-MAIOR               00040400
                    FOR ALL ' MAIOR QUE O '.                            00040500
            IF WRK-QTDE-MAIOR GREATER ZEROS AND                         00040600
               FD-RJM-CODIGO NOT EQUAL SPACES                           00040700
               MOVE FD-RJM-CODIGO TO FD-CC-CODIGO                       00040800
               PERFORM 1300-LER-CONTROLE                                00040900
               MOVE 'S' TO FD-CC-URGENTE                                00041000
               PERFORM 1400-GRAVAR-CONTROLE                             00041100
               ADD 1 TO WRK-REG-URGENTES                                00041200
            END-IF.                                                     00041300
            READ REJMOV.                                                00041400
                                                                        00041500
      *-------------------------------------------------------------*   00041600
       1210-99-FIM.                       EXIT.                         00041700
      *-------------------------------------------------------------*   00041800
                                                                        00041900
      *---------------------------------------------------------------  00042000
      *    1300-LER-CONTROLE                                            00042100
      *    LE O CONTCICL DO PRODUTO EM FD-CC-CODIGO; SEM REGISTRO,      00042200
      *    PREPARA UM NOVO DE CLASSE C, NUNCA CONTADO.                  00042300
      *---------------------------------------------------------------  00042400
       1300-LER-CONTROLE                  SECTION.                      00042500
                                                                        00042600
            READ CONTCICL.                                              00042700
            EVALUATE WRK-FS-CONTCICL                                    00042800
              WHEN ZEROS                                                00042900
                 CONTINUE                                               00043000
              WHEN '23'                                                 00043100
                 MOVE 'C'    TO FD-CC-CLASSE                            00043200
                 MOVE SPACES TO FD-CC-DATA-ULT-CONT                     00043300
                 MOVE 'N'    TO FD-CC-URGENTE                           00043400
                 MOVE SPACES TO FD-CC-DATA-PLANO                        00043500
              WHEN OTHER                                                00043600
                 MOVE ' ERRO READ CONTCICL ' TO WRK-MSG                 00043700
                 PERFORM 9000-TRATAR-ERROS                              00043800
            END-EVALUATE.                                               00043900
                                                                        00044000
      *-------------------------------------------------------------*   00044100
       1300-99-FIM.                       EXIT.                         00044200
      *-------------------------------------------------------------*   00044300
                                                                        00044400
      *-------------------------------------------------------------*   00044500
       1400-GRAVAR-CONTROLE               SECTION.                      00044600
      *-------------------------------------------------------------*   00044700
                                                                        00044800
            IF WRK-FS-CONTCICL EQUAL '23'                               00044900
               WRITE FD-CONTCICL                                        00045000
            ELSE                                                        00045100
               REWRITE FD-CONTCICL                                      00045200
            END-IF.                                                     00045300
            IF WRK-FS-CONTCICL NOT EQUAL '00'                           00045400
               MOVE ' ERRO GRAVACAO CONTCICL ' TO WRK-MSG               00045500
               PERFORM 9000-TRATAR-ERROS                                00045600
            END-IF.                                                     00045700
                                                                        00045800
      *-------------------------------------------------------------*   00045900
       1400-99-FIM.                       EXIT.                         00046000
      *-------------------------------------------------------------*   00046100
                                                                        00046200
      *-------------------------------------------------------------*   00046300
       2000-SELECIONAR                    SECTION.                      00046400
      *-------------------------------------------------------------*   00046500
                                                                        00046600
            READ PRODMSTR.                                              00046700
            PERFORM 2100-LIBERAR-PRODUTO                                00046800
               UNTIL WRK-FS-PRODMSTR NOT EQUAL '00'.                    00046900
                                                                        00047000
      *-------------------------------------------------------------*   00047100
       2000-99-FIM.                       EXIT.                         00047200
      *-------------------------------------------------------------*   00047300
                                                                        00047400
      *---------------------------------------------------------------  00047500
      *    2100-LIBERAR-PRODUTO                                         00047600
      *    URGENTE VAI NA FRENTE (PRIORIDADE 0); OS DEMAIS SAEM POR     00047700
      *    CLASSE E DA CONTAGEM MAIS ANTIGA PARA A MAIS RECENTE         00047800
      *    (NUNCA CONTADO, DATA EM BRANCO, PRIMEIRO).                   00047900
      *---------------------------------------------------------------  00048000
       2100-LIBERAR-PRODUTO               SECTION.                      00048100
                                                                        00048200
            ADD 1 TO WRK-REG-LIDOS.                                     00048300
            MOVE FD-PM-CODIGO TO FD-CC-CODIGO.                          00048400
            PERFORM 1300-LER-CONTROLE.                                  00048500
            IF FD-CC-CLASSE NOT EQUAL 'A' AND                           00048600
               FD-CC-CLASSE NOT EQUAL 'B'                               00048700
               MOVE 'C' TO FD-CC-CLASSE                                 00048800
            END-IF.                                                     00048900
                                                                        00049000
            EVALUATE FD-CC-CLASSE                                       00049100
              WHEN 'A'                                                  00049200
                 ADD 1 TO WRK-TOTAL-A                                   00049300
              WHEN 'B'                                                  00049400
                 ADD 1 TO WRK-TOTAL-B                                   00049500
              WHEN OTHER                                                00049600
                 ADD 1 TO WRK-TOTAL-C                                   00049700
            END-EVALUATE.                                               00049800
                                                                        00049900
            IF FD-CC-CONTAGEM-URGENTE                                   00050000
               MOVE '0' TO SD-PRIORIDADE                                00050100
            ELSE                                                        00050200
               MOVE '1' TO SD-PRIORIDADE                                00050300
            END-IF.                                                     00050400
            MOVE FD-CC-CLASSE        TO SD-CLASSE.                      00050500
            MOVE FD-CC-DATA-ULT-CONT TO SD-DATA-ULT-CONT.               00050600
            MOVE FD-PM-CODIGO        TO SD-CODIGO.                      00050700
            MOVE FD-PM-DESCRICAO     TO SD-DESCRICAO.                   00050800
            RELEASE SD-CLASSIF.                                         00050900
            READ PRODMSTR.                                              00051000
                                                                        00051100
      *-------------------------------------------------------------*   00051200
       2100-99-FIM.                       EXIT.                         00051300
      *-------------------------------------------------------------*   00051400
                                                                        00051500
      *---------------------------------------------------------------  00051600
      *    3000-PLANEJAR                                                00051700
      *    COTA DO DIA POR CLASSE = TOTAL DA CLASSE / DIAS DO CICLO,    00051800
      *    ARREDONDADA PARA CIMA, PARA O CICLO FECHAR NO PRAZO.         00051900
      *---------------------------------------------------------------  00052000
       3000-PLANEJAR                      SECTION.                      00052100
                                                                        00052200
            COMPUTE WRK-COTA-A = ( WRK-TOTAL-A + WRK-DIAS-A - 1 )       00052300
                                 / WRK-DIAS-A                           00052400
            END-COMPUTE.                                                00052500
            COMPUTE WRK-COTA-B = ( WRK-TOTAL-B + WRK-DIAS-B - 1 )       00052600
                                 / WRK-DIAS-B                           00052700
            END-COMPUTE.                                                00052800
            COMPUTE WRK-COTA-C = ( WRK-TOTAL-C + WRK-DIAS-C - 1 )       00052900
                                 / WRK-DIAS-C                           00053000
            END-COMPUTE.                                                00053100
                                                                        00053200
            MOVE 'N' TO WRK-FIM-CLASSIF.                                00053300
            PERFORM 3050-RETORNAR-PRODUTO                               00053400
               UNTIL WRK-CLASSIF-ACABOU.                                00053500
                                                                        00053600
      *-------------------------------------------------------------*   00053700
       3000-99-FIM.                       EXIT.                         00053800
      *-------------------------------------------------------------*   00053900
                                                                        00054000
      *-------------------------------------------------------------*   00054100
       3050-RETORNAR-PRODUTO              SECTION.                      00054200
      *-------------------------------------------------------------*   00054300
                                                                        00054400
            RETURN CLASSIF                                              00054500
               AT END                                                   00054600
                  SET WRK-CLASSIF-ACABOU TO TRUE                        00054700
               NOT AT END                                               00054800
                  PERFORM 3100-AVALIAR-COTA                             00054900
            END-RETURN.                                                 00055000
                                                                        00055100
      *-------------------------------------------------------------*   00055200
       3050-99-FIM.                       EXIT.                         00055300
      *-------------------------------------------------------------*   00055400
                                                                        00055500
      *-------------------------------------------------------------*   00055600
       3100-AVALIAR-COTA                  SECTION.                      00055700
      *-------------------------------------------------------------*   00055800
                                                                        00055900
            SET WRK-NAO-VAI-CONTAR TO TRUE.                             00056000
            IF SD-PRIORIDADE EQUAL '0'                                  00056100
               SET WRK-VAI-CONTAR TO TRUE                               00056200
            ELSE                                                        00056300
               EVALUATE SD-CLASSE                                       00056400
                 WHEN 'A'                                               00056500
                    IF WRK-PLANO-A LESS THAN WRK-COTA-A                 00056600
                       ADD 1 TO WRK-PLANO-A                             00056700
                       SET WRK-VAI-CONTAR TO TRUE                       00056800
                    END-IF                                              00056900
                 WHEN 'B'                                               00057000
                    IF WRK-PLANO-B LESS THAN WRK-COTA-B                 00057100
                       ADD 1 TO WRK-PLANO-B                             00057200
                       SET WRK-VAI-CONTAR TO TRUE                       00057300
                    END-IF                                              00057400
                 WHEN OTHER                                             00057500
                    IF WRK-PLANO-C LESS THAN WRK-COTA-C                 00057600
                       ADD 1 TO WRK-PLANO-C                             00057700
                       SET WRK-VAI-CONTAR TO TRUE                       00057800
                    END-IF                                              00057900
               END-EVALUATE                                             00058000
            END-IF.                                                     00058100
                                                                        00058200
            IF WRK-VAI-CONTAR                                           00058300
               PERFORM 3200-IMPRIMIR-FICHA                              00058400
               MOVE SD-CODIGO TO FD-CC-CODIGO                           00058500
               PERFORM 1300-LER-CONTROLE                                00058600
               MOVE SD-CLASSE     TO FD-CC-CLASSE                       00058700
               MOVE WRK-DATA-HOJE TO FD-CC-DATA-PLANO                   00058800
               PERFORM 1400-GRAVAR-CONTROLE                             00058900
               ADD 1 TO WRK-REG-PLANEJADOS                              00059000
            END-IF.                                                     00059100
                                                                        00059200
      *-------------------------------------------------------------*   00059300
       3100-99-FIM.                       EXIT.                         00059400
      *-------------------------------------------------------------*   00059500
                                                                        00059600
      *---------------------------------------------------------------  00059700
      *    3200-IMPRIMIR-FICHA                                          00059800
      *    UMA LINHA POR DEPOSITO ONDE O PRODUTO TEM REGISTRO NO        00059900
      *    ESTDEP; SEM NENHUM, UMA LINHA PARA O DEPOSITO 01. O          00060000
      *    SALDO ESPERADO NAO SAI NA FICHA.                             00060100
      *---------------------------------------------------------------  00060200
       3200-IMPRIMIR-FICHA                SECTION.                      00060300
                                                                        00060400
            MOVE SD-CODIGO        TO WRK-DET-CODIGO.                    00060500
            MOVE SD-DESCRICAO     TO WRK-DET-DESCR.                     00060600
            MOVE SD-CLASSE        TO WRK-DET-CLASSE.                    00060700
            MOVE SD-DATA-ULT-CONT TO WRK-DET-ULT-CONT.                  00060800
            IF SD-PRIORIDADE EQUAL '0'                                  00060900
               MOVE '*' TO WRK-DET-URGENTE                              00061000
            ELSE                                                        00061100
               MOVE SPACES TO WRK-DET-URGENTE                           00061200
            END-IF.                                                     00061300
                                                                        00061400
            MOVE ZEROS TO WRK-LINHAS-PRODUTO.                           00061500
            MOVE 'N' TO WRK-FIM-DEPOSITOS.                              00061600
            MOVE SD-CODIGO  TO FD-ED-CODIGO.                            00061700
            MOVE LOW-VALUES TO FD-ED-DEPOSITO.                          00061800
            START ESTDEP KEY NOT LESS THAN FD-ED-CHAVE.                 00061900
            IF WRK-FS-ESTDEP EQUAL '00'                                 00062000
               READ ESTDEP NEXT                                         00062100
               PERFORM 3210-IMPRIMIR-DEPOSITO                           00062200
                  UNTIL WRK-DEPOSITOS-ACABARAM                          00062300
            END-IF.                                                     00062400
                                                                        00062500
            IF WRK-LINHAS-PRODUTO EQUAL ZEROS                           00062600
               MOVE '01' TO WRK-DET-DEPOSITO                            00062700
               MOVE WRK-DETALHE TO FD-RELCONT                           00062800
               WRITE FD-RELCONT                                         00062900
               ADD 1 TO WRK-REG-LINHAS                                  00063000
            END-IF.                                                     00063100
                                                                        00063200
      *-------------------------------------------------------------*   00063300
       3200-99-FIM.                       EXIT.                         00063400
      *-------------------------------------------------------------*   00063500
                                                                        00063600
      *-------------------------------------------------------------*   00063700
       3210-IMPRIMIR-DEPOSITO             SECTION.                      00063800
      *-------------------------------------------------------------*   00063900
                                                                        00064000
            IF WRK-FS-ESTDEP NOT EQUAL '00' OR                          00064100
               FD-ED-CODIGO NOT EQUAL SD-CODIGO                         00064200
               SET WRK-DEPOSITOS-ACABARAM TO TRUE                       00064300
            ELSE                                                        00064400
               MOVE FD-ED-DEPOSITO TO WRK-DET-DEPOSITO                  00064500
               MOVE WRK-DETALHE TO FD-RELCONT                           00064600
               WRITE FD-RELCONT                                         00064700
               ADD 1 TO WRK-LINHAS-PRODUTO                              00064800
               ADD 1 TO WRK-REG-LINHAS                                  00064900
               READ ESTDEP NEXT                                         00065000
            END-IF.                                                     00065100
                                                                        00065200
      *-------------------------------------------------------------*   00065300
       3210-99-FIM.                       EXIT.                         00065400
      *-------------------------------------------------------------*   00065500
                                                                        00065600
      *-------------------------------------------------------------*   00065700
       8000-FINALIZAR                     SECTION.                      00065800
      *-------------------------------------------------------------*   00065900
                                                                        00066000
            MOVE WRK-LIN-TRACO TO FD-RELCONT.                           00066100
            WRITE FD-RELCONT.                                           00066200
                                                                        00066300
            CLOSE PRODMSTR                                              00066400
            CLOSE CONTCICL                                              00066500
            CLOSE ESTDEP                                                00066600
            CLOSE RELCONT.                                              00066700
                                                                        00066800
            DISPLAY '=========================================='.       00066900
            DISPLAY ' PLANEJAMENTO DA CONTAGEM CICLICA '.               00067000
            DISPLAY ' DATA DO PLANO........: ' WRK-DATA-HOJE.           00067100
            DISPLAY ' PRODUTOS LIDOS.......: ' WRK-REG-LIDOS.           00067200
            DISPLAY ' CLASSES ATUALIZADAS..: ' WRK-REG-CLASSES.         00067300
            DISPLAY ' MARCADOS URGENTES....: ' WRK-REG-URGENTES.        00067400
            DISPLAY ' CLASSE A / COTA......: ' WRK-TOTAL-A              00067500
                    ' / ' WRK-COTA-A.                                   00067600
            DISPLAY ' CLASSE B / COTA......: ' WRK-TOTAL-B              00067700
                    ' / ' WRK-COTA-B.                                   00067800
            DISPLAY ' CLASSE C / COTA......: ' WRK-TOTAL-C              00067900
                    ' / ' WRK-COTA-C.                                   00068000
            DISPLAY ' PRODUTOS A CONTAR....: ' WRK-REG-PLANEJADOS.      00068100
            DISPLAY ' LINHAS NA FICHA......: ' WRK-REG-LINHAS.          00068200
            DISPLAY '=========================================='.       00068300
                STOP RUN.                                               00068400
                                                                        00068500
      *-------------------------------------------------------------*   00068600
       8000-99-FIM.                       EXIT.                         00068700
      *-------------------------------------------------------------*   00068800
                                                                        00068900
      *-------------------------------------------------------------*   00069000
       9000-TRATAR-ERROS                  SECTION.                      00069100
      *-------------------------------------------------------------*   00069200
                                                                        00069300
             DISPLAY '------------------'                               00069400
             DISPLAY   WRK-MSG                                          00069500
             DISPLAY '------------------'                               00069600
                STOP RUN.                                               00069700
                                                                        00069800
      *-------------------------------------------------------------*   00069900
       9000-99-FIM.            EXIT.                                    00070000
      *-------------------------------------------------------------*   00070100
