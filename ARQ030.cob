      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ030.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 05/06/2023                                         00001100
      *     OBJETIVO: AVALIACAO MENSAL DOS FORNECEDORES DO              00001200
      *              FORNMSTR -- JUNTA O PEDIDO (PEDCOMP, ARQ013),      00001300
      *              O RECEBIDO (RECEBTO, ARQ014) E AS NOTAS QUE        00001400
      *              CAIRAM NA CONFERENCIA TRIPLA (APEXC,               00001500
      *              FR03CB40) E IMPRIME POR FORNECEDOR A               00001600
      *              PONTUALIDADE CONTRA O PRAZO DE ENTREGA             00001700
      *              PROMETIDO, O ATENDIMENTO DO PEDIDO, AS             00001800
      *              SOBRAS, AS EXCECOES DE PRECO E DE QUANTIDADE       00001900
      *              E UMA NOTA GERAL DE 0 A 100. FORNECEDOR            00002000
      *              ABAIXO DA NOTA MINIMA SAI MARCADO PARA O           00002100
      *              COMPRADOR NO RELATORIO E NO SYSOUT.                00002200
      *-------------------------------------------------------*         00002300
      *     MES DE REFERENCIA PADRAO = MES ANTERIOR AO DA               00002400
      *     EXECUCAO. RECEBTO E APEXC SAO DIARIOS E ENTRAM              00002500
      *     CONCATENADOS NA JCL; SO CONTA O REGISTRO DO MES.            00002600
      *     PONTUALIDADE = ENTREGAS EM ATE PRAZO DIAS UTEIS             00002700
      *     (DATASERV, FUNCAO 05) DA EMISSAO DO PEDIDO SOBRE AS         00002800
      *     ENTREGAS DO MES; FORNECEDOR SEM PRAZO USA O PADRAO.         00002900
      *     ATENDIMENTO = RECEBIDO (ATE O PEDIDO) SOBRE O PEDIDO        00003000
      *     NOS ITENS EMITIDOS NO MES, MENOS OS CANCELADOS.             00003100
      *     CONFORMIDADE = 100 MENOS SOBRAS E EXCECOES SOBRE AS         00003200
      *     ENTREGAS. NOTA = MEDIA PONDERADA DAS TRES (PADRAO           00003300
      *     40/40/20). FORNECEDOR SEM MOVIMENTO NAO RECEBE NOTA.        00003400
      *     PARMSERV (ARQ030, OPCIONAIS): MES AAAAMM, NOTA MINIMA       00003436
      *     (70), PRAZO PADRAO (10) E OS TRES PESOS, QUE SO             00003472
      *     VALEM SE SOMAREM 100.                                       00003508
      *-------------------------------------------------------*         00003544
      *     MANUTENCAO:                                                 00003580
      *     - 04/12/2023: O SCORPARM DEU LUGAR AO CADASTRO CENTRAL      00003616
      *       DE PARAMETROS (PARMSERV, PROGRAMA ARQ030, NOMES MES,      00003652
      *       NOTA-MINIMA, PRAZO-PADRAO, PESO-PONT, PESO-ATEND E        00003688
      *       PESO-CONF); OS PESOS CONTINUAM SO VALENDO JUNTOS E        00003724
      *       SOMANDO 100.                                              00003760
      *=======================================================*         00003800
                                                                        00003900
      *=======================================================*         00004000
       ENVIRONMENT                               DIVISION.              00004100
      *=======================================================*         00004200
       INPUT-OUTPUT                              SECTION.               00004300
       FILE-CONTROL.                                                    00004400
             SELECT FORNMSTR ASSIGN TO FORNMSTR                         00004500
                ORGANIZATION IS INDEXED                                 00004600
                ACCESS MODE  IS SEQUENTIAL                              00004700
                RECORD KEY   IS FD-FM-CODIGO                            00004800
                FILE STATUS  IS WRK-FS-FORNMSTR.                        00004900
             SELECT PEDCOMP  ASSIGN TO PEDCOMP                          00005000
                ORGANIZATION IS INDEXED                                 00005100
                ACCESS MODE  IS DYNAMIC                                 00005200
                RECORD KEY   IS FD-PED-CHAVE                            00005300
                FILE STATUS  IS WRK-FS-PEDCOMP.                         00005400
             SELECT RECEBTO  ASSIGN TO RECEBTO                          00005500
                FILE STATUS  IS WRK-FS-RECEBTO.                         00005600
             SELECT APEXC    ASSIGN TO APEXC                            00005700
                FILE STATUS  IS WRK-FS-APEXC.                           00005800
             SELECT RELSCORE ASSIGN TO RELSCORE                         00006100
                FILE STATUS  IS WRK-FS-RELSCORE.                        00006200
      *=======================================================*         00006300
       DATA                                      DIVISION.              00006400
      *=======================================================*         00006500
       FILE                                      SECTION.               00006600
       FD FORNMSTR                                                      00006700
           RECORDING MODE IS F                                          00006800
           BLOCK CONTAINS 0 RECORDS.                                    00006900
       01 FD-FORNMSTR.                                                  00007000
          05 FD-FM-CODIGO         PIC X(06).                            00007100
          05 FD-FM-NOME           PIC X(30).                            00007200
          05 FD-FM-CNPJ           PIC X(14).                            00007300
          05 FD-FM-PRAZO-ENTREGA  PIC 9(03).                            00007400
          05 FD-FM-VALOR-MINIMO   PIC 9(07)V99.                         00007500
          05 FD-FM-ATIVO          PIC X(01).                            00007600
             88 FD-FM-ESTA-ATIVO        VALUE 'S'.                      00007700
          05 FD-FM-DATA-ULT-MOV   PIC X(08).                            00007800
          05 FILLER               PIC X(08).                            00007850
                                                                        00007900
       FD PEDCOMP                                                       00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-PEDCOMP.                                                   00008300
          05 FD-PED-CHAVE.                                              00008400
             10 FD-PED-NUMERO     PIC 9(06).                            00008500
             10 FD-PED-ITEM       PIC 9(03).                            00008600
          05 FD-PED-FORNECEDOR    PIC X(06).                            00008700
          05 FD-PED-CODIGO        PIC X(06).                            00008800
          05 FD-PED-DESCRICAO     PIC X(30).                            00008900
          05 FD-PED-QTDE-PEDIDA   PIC 9(05).                            00009000
          05 FD-PED-QTDE-RECEBIDA PIC 9(05).                            00009100
          05 FD-PED-SITUACAO      PIC X(01).                            00009200
             88 FD-PED-ABERTO           VALUE 'A'.                      00009300
             88 FD-PED-PARCIAL          VALUE 'P'.                      00009400
             88 FD-PED-ENCERRADO        VALUE 'E'.                      00009500
             88 FD-PED-CANCELADO        VALUE 'C'.                      00009600
          05 FD-PED-DATA-EMISSAO  PIC X(08).                            00009700
          05 FILLER               PIC X(10).                            00009800
                                                                        00009900
       FD RECEBTO                                                       00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-RECEBTO.                                                   00010300
          05 FD-RCB-PEDIDO        PIC 9(06).                            00010400
          05 FD-RCB-ITEM          PIC 9(03).                            00010500
          05 FD-RCB-FORNECEDOR    PIC X(06).                            00010600
          05 FD-RCB-CODIGO        PIC X(06).                            00010700
          05 FD-RCB-QTDE          PIC 9(05).                            00010800
          05 FD-RCB-DATA          PIC X(08).                            00010900
          05 FD-RCB-DIVERGENCIA   PIC X(01).                            00011000
             88 FD-RCB-EXATO            VALUE ' '.                      00011100
             88 FD-RCB-SOBRA            VALUE 'S'.                      00011200
             88 FD-RCB-FALTA            VALUE 'F'.                      00011300
          05 FILLER               PIC X(05).                            00011400
                                                                        00011500
       FD APEXC                                                         00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-APEXC.                                                     00011900
          05 FD-EXC-DADOS.                                              00012000
             10 FD-EXC-FORNECEDOR PIC X(06).                            00012100
             10 FILLER            PIC X(36).                            00012200
             10 FD-EXC-DATA       PIC X(08).                            00012300
             10 FILLER            PIC X(08).                            00012400
          05 FD-EXC-MOTIVO        PIC X(30).                            00012500
                                                                        00012600
       FD RELSCORE                                                      00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-RELSCORE             PIC X(80).                            00014100
      *---------------------------------------------------              00014200
       WORKING-STORAGE                           SECTION.               00014300
      *---------------------------------------------------              00014400
       77 WRK-FS-FORNMSTR PIC X(02) VALUE ZEROS.                        00014500
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE ZEROS.                        00014600
       77 WRK-FS-RECEBTO  PIC X(02) VALUE ZEROS.                        00014700
       77 WRK-FS-APEXC    PIC X(02) VALUE ZEROS.                        00014800
       77 WRK-FS-RELSCORE PIC X(02) VALUE ZEROS.                        00015000
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00015100
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00015200
                                                                        00015300
       01 WRK-MES-REF.                                                  00015400
          05 WRK-MR-ANO      PIC 9(04) VALUE ZEROS.                     00015500
          05 WRK-MR-MES      PIC 9(02) VALUE ZEROS.                     00015600
       01 WRK-MES-REF-X REDEFINES WRK-MES-REF PIC X(06).                00015700
                                                                        00015800
       77 WRK-NOTA-MINIMA  PIC 9(03) VALUE 70.                          00015900
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 10.                          00016000
       77 WRK-PESO-PONT    PIC 9(03) VALUE 40.                          00016100
       77 WRK-PESO-ATEND   PIC 9(03) VALUE 40.                          00016200
       77 WRK-PESO-CONF    PIC 9(03) VALUE 20.                          00016300
       77 WRK-SOMA-PESOS   PIC 9(04) VALUE ZEROS.                       00016400
       77 WRK-QTDE-PESOS   PIC 9(01) VALUE ZEROS.                       00016406
       77 WRK-PRM-PESO-PONT  PIC 9(03) VALUE ZEROS.                     00016412
       77 WRK-PRM-PESO-ATEND PIC 9(03) VALUE ZEROS.                     00016418
       77 WRK-PRM-PESO-CONF  PIC 9(03) VALUE ZEROS.                     00016424
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00016430
       01 WRK-PSV-AREA.                                                 00016436
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00016442
          05 WRK-PSV-NOME       PIC X(12).                              00016448
          05 WRK-PSV-VALOR      PIC X(30).                              00016454
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00016460
          05 WRK-PSV-NUMERICO   PIC X(01).                              00016466
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00016472
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00016478
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00016484
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00016490
                                                                        00016500
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00016600
       01 WRK-DSV-AREA.                                                 00016700
          05 WRK-DSV-DATA-1    PIC X(10).                               00016800
          05 WRK-DSV-DATA-2    PIC X(10).                               00016900
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00017000
          05 WRK-DSV-CLASSE    PIC X(01).                               00017100
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE '05'.                       00017200
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00017300
                                                                        00017400
       01 WRK-TAB-FORN.                                                 00017500
          05 WRK-TAB-FR-ITEM OCCURS 200 TIMES.                          00017600
             10 WRK-TAB-FR-CODIGO    PIC X(06).                         00017700
             10 WRK-TAB-FR-NOME      PIC X(30).                         00017800
             10 WRK-TAB-FR-PRAZO     PIC 9(03).                         00017900
             10 WRK-TAB-FR-ENTREGAS  PIC 9(05).                         00018000
             10 WRK-TAB-FR-NO-PRAZO  PIC 9(05).                         00018100
             10 WRK-TAB-FR-SOBRAS    PIC 9(05).                         00018200
             10 WRK-TAB-FR-PEDIDA    PIC 9(07).                         00018300
             10 WRK-TAB-FR-ATENDIDA  PIC 9(07).                         00018400
             10 WRK-TAB-FR-EXC-PRECO PIC 9(05).                         00018500
             10 WRK-TAB-FR-EXC-QTDE  PIC 9(05).                         00018600
             10 WRK-TAB-FR-EXC-OUTRA PIC 9(05).                         00018700
       77 WRK-QTDE-FORNS     PIC 9(03) VALUE ZEROS.                     00018800
       77 WRK-FORN-EXCEDENTES PIC 9(05) VALUE ZEROS.                    00018900
                                                                        00019000
       77 WRK-IDX            PIC 9(03) VALUE ZEROS.                     00019100
       77 WRK-FORN-PROCURADO PIC X(06) VALUE SPACES.                    00019200
       77 WRK-FORN-ACHADO    PIC X(01) VALUE 'N'.                       00019300
          88 WRK-FORN-FOI-ACHADO      VALUE 'S'.                        00019400
          88 WRK-FORN-NAO-ACHADO      VALUE 'N'.                        00019500
                                                                        00019600
       77 WRK-PRAZO          PIC 9(03) VALUE ZEROS.                     00019700
       77 WRK-ATENDIDO       PIC 9(05) VALUE ZEROS.                     00019800
       77 WRK-PONTUALIDADE   PIC 9(03) VALUE ZEROS.                     00019900
       77 WRK-ATENDIMENTO    PIC 9(03) VALUE ZEROS.                     00020000
       77 WRK-CONFORMIDADE   PIC S9(05) VALUE ZEROS.                    00020100
       77 WRK-NOTA           PIC 9(03) VALUE ZEROS.                     00020200
       77 WRK-OCORRENCIAS    PIC 9(07) VALUE ZEROS.                     00020300
       77 WRK-BASE           PIC 9(05) VALUE ZEROS.                     00020400
                                                                        00020500
       77 WRK-REG-FORNS      PIC 9(07) VALUE ZEROS.                     00020600
       77 WRK-REG-ITENS      PIC 9(07) VALUE ZEROS.                     00020700
       77 WRK-REG-ENTREGAS   PIC 9(07) VALUE ZEROS.                     00020800
       77 WRK-REG-EXCECOES   PIC 9(07) VALUE ZEROS.                     00020900
       77 WRK-REG-SEM-PEDIDO PIC 9(07) VALUE ZEROS.                     00021000
       77 WRK-REG-SEM-FORN   PIC 9(07) VALUE ZEROS.                     00021100
       77 WRK-REG-AVALIADOS  PIC 9(07) VALUE ZEROS.                     00021200
       77 WRK-REG-ABAIXO     PIC 9(07) VALUE ZEROS.                     00021300
                                                                        00021400
       01 WRK-CAB1.                                                     00021500
          05 FILLER           PIC X(36) VALUE                           00021600
                'AVALIACAO MENSAL DE FORNECEDORES    '.                 00021700
          05 FILLER           PIC X(05) VALUE 'MES: '.                  00021800
          05 WRK-CAB1-MES     PIC X(06).                                00021900
          05 FILLER           PIC X(15) VALUE '   NOTA MINIMA:'.        00022000
          05 WRK-CAB1-MINIMA  PIC ZZ9.                                  00022100
          05 FILLER           PIC X(15) VALUE SPACES.                   00022200
                                                                        00022300
       01 WRK-CAB2.                                                     00022400
          05 FILLER           PIC X(07) VALUE 'FORNEC '.                00022500
          05 FILLER           PIC X(21) VALUE 'NOME'.                   00022600
          05 FILLER           PIC X(06) VALUE 'ENTR  '.                 00022700
          05 FILLER           PIC X(06) VALUE 'PON%  '.                 00022800
          05 FILLER           PIC X(06) VALUE 'ATE%  '.                 00022900
          05 FILLER           PIC X(06) VALUE 'SOBR  '.                 00023000
          05 FILLER           PIC X(06) VALUE 'EXPR  '.                 00023100
          05 FILLER           PIC X(06) VALUE 'EXQT  '.                 00023200
          05 FILLER           PIC X(05) VALUE 'NOTA '.                  00023300
          05 FILLER           PIC X(11) VALUE 'SITUACAO'.               00023400
                                                                        00023500
       01 WRK-DETALHE.                                                  00023600
          05 WRK-DET-CODIGO   PIC X(06).                                00023700
          05 FILLER           PIC X(01) VALUE SPACES.                   00023800
          05 WRK-DET-NOME     PIC X(20).                                00023900
          05 FILLER           PIC X(01) VALUE SPACES.                   00024000
          05 WRK-DET-ENTREGAS PIC ZZZ9.                                 00024100
          05 FILLER           PIC X(02) VALUE SPACES.                   00024200
          05 WRK-DET-PONT     PIC ZZ9.                                  00024300
          05 FILLER           PIC X(03) VALUE SPACES.                   00024400
          05 WRK-DET-ATEND    PIC ZZ9.                                  00024500
          05 FILLER           PIC X(03) VALUE SPACES.                   00024600
          05 WRK-DET-SOBRAS   PIC ZZ9.                                  00024700
          05 FILLER           PIC X(03) VALUE SPACES.                   00024800
          05 WRK-DET-EXC-PRECO PIC ZZ9.                                 00024900
          05 FILLER           PIC X(03) VALUE SPACES.                   00025000
          05 WRK-DET-EXC-QTDE PIC ZZ9.                                  00025100
          05 FILLER           PIC X(03) VALUE SPACES.                   00025200
          05 WRK-DET-NOTA     PIC ZZ9.                                  00025300
          05 FILLER           PIC X(02) VALUE SPACES.                   00025400
          05 WRK-DET-SITUACAO PIC X(07).                                00025500
          05 FILLER           PIC X(04) VALUE SPACES.                   00025600
                                                                        00025700
       01 WRK-LIN-TRACO.                                                00025800
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00025900
      *=========================================*                       00026000
       PROCEDURE DIVISION.                                              00026100
      *=========================================*                       00026200
                                                                        00026300
      *-------------------------------------------------------------*   00026400
       0000-PRINCIPAL                     SECTION.                      00026500
      *-------------------------------------------------------------*   00026600
                                                                        00026700
            PERFORM 1000-INICIAR.                                       00026800
            PERFORM 2000-APURAR-PEDIDOS.                                00026900
            PERFORM 3000-APURAR-RECEBIMENTOS.                           00027000
            PERFORM 4000-APURAR-EXCECOES.                               00027100
            PERFORM 5000-IMPRIMIR-AVALIACAO.                            00027200
            PERFORM 8000-FINALIZAR.                                     00027300
                                                                        00027400
      *-------------------------------------------------------------*   00027500
       0000-99-FIM.                       EXIT.                         00027600
      *-------------------------------------------------------------*   00027700
                                                                        00027800
      *-------------------------------------------------------------*   00027900
       1000-INICIAR                       SECTION.                      00028000
      *-------------------------------------------------------------*   00028100
                                                                        00028200
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00028300
            MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF-X.                   00028400
            IF WRK-MR-MES EQUAL 1                                       00028500
               MOVE 12 TO WRK-MR-MES                                    00028600
               SUBTRACT 1 FROM WRK-MR-ANO                               00028700
            ELSE                                                        00028800
               SUBTRACT 1 FROM WRK-MR-MES                               00028900
            END-IF.                                                     00029000
                                                                        00029100
            PERFORM 1050-CARREGAR-PARAMETRO.                            00029200
                                                                        00029300
            OPEN INPUT PEDCOMP.                                         00029400
            IF WRK-FS-PEDCOMP NOT EQUAL '00'                            00029500
               MOVE ' ERRO OPEN PEDCOMP ' TO WRK-MSG                    00029600
               PERFORM 9000-TRATAR-ERROS                                00029700
            END-IF.                                                     00029800
                                                                        00029900
            OPEN INPUT RECEBTO.                                         00030000
            IF WRK-FS-RECEBTO NOT EQUAL '00'                            00030100
               MOVE ' ERRO OPEN RECEBTO ' TO WRK-MSG                    00030200
               PERFORM 9000-TRATAR-ERROS                                00030300
            END-IF.                                                     00030400
                                                                        00030500
            OPEN INPUT APEXC.                                           00030600
            IF WRK-FS-APEXC NOT EQUAL '00'                              00030700
               MOVE ' ERRO OPEN APEXC ' TO WRK-MSG                      00030800
               PERFORM 9000-TRATAR-ERROS                                00030900
            END-IF.                                                     00031000
                                                                        00031100
            OPEN OUTPUT RELSCORE.                                       00031200
            IF WRK-FS-RELSCORE NOT EQUAL '00'                           00031300
               MOVE ' ERRO OPEN RELSCORE ' TO WRK-MSG                   00031400
               PERFORM 9000-TRATAR-ERROS                                00031500
            END-IF.                                                     00031600
                                                                        00031700
            PERFORM 1500-CARREGAR-FORNECEDORES.                         00031800
                                                                        00031900
            DISPLAY '=========================================='.       00032000
            DISPLAY ' AVALIACAO MENSAL DE FORNECEDORES '.               00032100
            DISPLAY ' MES DE REFERENCIA....: ' WRK-MES-REF-X.           00032200
            DISPLAY ' NOTA MINIMA..........: ' WRK-NOTA-MINIMA.         00032300
            DISPLAY ' PESOS PONT/ATEND/CONF: ' WRK-PESO-PONT '/'        00032400
                    WRK-PESO-ATEND '/' WRK-PESO-CONF.                   00032500
            DISPLAY '=========================================='.       00032600
                                                                        00032700
      *-------------------------------------------------------------*   00032800
       1000-99-FIM.                       EXIT.                         00032900
      *-------------------------------------------------------------*   00033000
                                                                        00033100
      *---------------------------------------------------------------  00033200
      *    1050-CARREGAR-PARAMETRO                                      00033300
      *    SEM VALOR NO PARMSERV, OU INVALIDO/ZERADO, VALE O PADRAO.    00033400
      *    OS PESOS SO SAO TROCADOS JUNTOS E SE SOMAREM 100.            00033500
      *---------------------------------------------------------------  00033600
       1050-CARREGAR-PARAMETRO            SECTION.                      00033700
                                                                        00033800
            MOVE 'ARQ030'       TO WRK-PSV-PROGRAMA.                    00033815
            MOVE 'MES'          TO WRK-PSV-NOME.                        00033830
            PERFORM 1055-CHAMAR-PARMSERV.                               00033845
            IF WRK-PSV-RETORNO EQUAL '00' AND                           00033860
               WRK-PSV-VALOR(1:6) NUMERIC AND                           00033875
               WRK-PSV-VALOR(5:2) GREATER '00' AND                      00033890
               WRK-PSV-VALOR(5:2) LESS '13'                             00033905
               MOVE WRK-PSV-VALOR(1:6) TO WRK-MES-REF-X                 00033920
            END-IF.                                                     00033935
            MOVE 'NOTA-MINIMA'  TO WRK-PSV-NOME.                        00033950
            PERFORM 1055-CHAMAR-PARMSERV.                               00033965
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00033980
               WRK-PSV-NUMERO GREATER ZEROS                             00033995
               MOVE WRK-PSV-NUMERO TO WRK-NOTA-MINIMA                   00034010
            END-IF.                                                     00034025
            MOVE 'PRAZO-PADRAO' TO WRK-PSV-NOME.                        00034040
            PERFORM 1055-CHAMAR-PARMSERV.                               00034055
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00034070
               WRK-PSV-NUMERO GREATER ZEROS                             00034085
               MOVE WRK-PSV-NUMERO TO WRK-PRAZO-PADRAO                  00034100
            END-IF.                                                     00034115
            MOVE ZEROS TO WRK-QTDE-PESOS.                               00034130
            MOVE 'PESO-PONT'    TO WRK-PSV-NOME.                        00034145
            PERFORM 1055-CHAMAR-PARMSERV.                               00034160
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO          00034175
               MOVE WRK-PSV-NUMERO TO WRK-PRM-PESO-PONT                 00034190
               ADD 1 TO WRK-QTDE-PESOS                                  00034205
            END-IF.                                                     00034220
            MOVE 'PESO-ATEND'   TO WRK-PSV-NOME.                        00034235
            PERFORM 1055-CHAMAR-PARMSERV.                               00034250
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO          00034265
               MOVE WRK-PSV-NUMERO TO WRK-PRM-PESO-ATEND                00034280
               ADD 1 TO WRK-QTDE-PESOS                                  00034295
            END-IF.                                                     00034310
            MOVE 'PESO-CONF'    TO WRK-PSV-NOME.                        00034325
            PERFORM 1055-CHAMAR-PARMSERV.                               00034340
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO          00034355
               MOVE WRK-PSV-NUMERO TO WRK-PRM-PESO-CONF                 00034370
               ADD 1 TO WRK-QTDE-PESOS                                  00034385
            END-IF.                                                     00034400
            IF WRK-QTDE-PESOS EQUAL 3                                   00034415
               COMPUTE WRK-SOMA-PESOS = WRK-PRM-PESO-PONT               00034430
                     + WRK-PRM-PESO-ATEND + WRK-PRM-PESO-CONF           00034445
               END-COMPUTE                                              00034460
               IF WRK-SOMA-PESOS EQUAL 100                              00034475
                  MOVE WRK-PRM-PESO-PONT  TO WRK-PESO-PONT              00034490
                  MOVE WRK-PRM-PESO-ATEND TO WRK-PESO-ATEND             00034505
                  MOVE WRK-PRM-PESO-CONF  TO WRK-PESO-CONF              00034520
               ELSE                                                     00034535
                  DISPLAY ' PESOS DO PARMSERV NAO SOMAM 100, '          00034550
                          'PESOS PADRAO '                               00034565
               END-IF                                                   00034600
            END-IF.                                                     00037900
                                                                        00038000
      *-------------------------------------------------------------*   00038100
       1050-99-FIM.                       EXIT.                         00038200
      *-------------------------------------------------------------*   00038206
                                                                        00038212
      *-------------------------------------------------------------*   00038218
       1055-CHAMAR-PARMSERV               SECTION.                      00038224
      *-------------------------------------------------------------*   00038230
                                                                        00038236
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  00038242
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        00038248
                ON EXCEPTION                                            00038254
                   MOVE '02' TO WRK-PSV-RETORNO                         00038260
            END-CALL.                                                   00038266
                                                                        00038272
      *-------------------------------------------------------------*   00038278
       1055-99-FIM.                       EXIT.                         00038284
      *-------------------------------------------------------------*   00038300
                                                                        00038400
      *-------------------------------------------------------------*   00038500
       1500-CARREGAR-FORNECEDORES         SECTION.                      00038600
      *-------------------------------------------------------------*   00038700
                                                                        00038800
            OPEN INPUT FORNMSTR.                                        00038900
            IF WRK-FS-FORNMSTR NOT EQUAL '00'                           00039000
               MOVE ' ERRO OPEN FORNMSTR ' TO WRK-MSG                   00039100
               PERFORM 9000-TRATAR-ERROS                                00039200
            END-IF.                                                     00039300
            READ FORNMSTR.                                              00039400
            PERFORM 1510-GUARDAR-FORNECEDOR                             00039500
               UNTIL WRK-FS-FORNMSTR NOT EQUAL '00'.                    00039600
            CLOSE FORNMSTR.                                             00039700
            IF WRK-FORN-EXCEDENTES GREATER ZEROS                        00039800
               DISPLAY ' FORNMSTR ESTOUROU A TABELA, '                  00039900
                       'FORNECEDORES IGNORADOS: '                       00040000
                       WRK-FORN-EXCEDENTES                              00040100
            END-IF.                                                     00040200
                                                                        00040300
      *-------------------------------------------------------------*   00040400
       1500-99-FIM.                       EXIT.                         00040500
      *-------------------------------------------------------------*   00040600
                                                                        00040700
      *-------------------------------------------------------------*   00040800
       1510-GUARDAR-FORNECEDOR            SECTION.                      00040900
      *-------------------------------------------------------------*   00041000
                                                                        00041100
            IF WRK-QTDE-FORNS LESS THAN 200                             00041200
               ADD 1 TO WRK-QTDE-FORNS                                  00041300
               MOVE ZEROS TO WRK-TAB-FR-ENTREGAS(WRK-QTDE-FORNS)        00041400
               MOVE ZEROS TO WRK-TAB-FR-NO-PRAZO(WRK-QTDE-FORNS)        00041500
               MOVE ZEROS TO WRK-TAB-FR-SOBRAS(WRK-QTDE-FORNS)          00041600
               MOVE ZEROS TO WRK-TAB-FR-PEDIDA(WRK-QTDE-FORNS)          00041700
               MOVE ZEROS TO WRK-TAB-FR-ATENDIDA(WRK-QTDE-FORNS)        00041800
               MOVE ZEROS TO WRK-TAB-FR-EXC-PRECO(WRK-QTDE-FORNS)       00041900
               MOVE ZEROS TO WRK-TAB-FR-EXC-QTDE(WRK-QTDE-FORNS)        00042000
               MOVE ZEROS TO WRK-TAB-FR-EXC-OUTRA(WRK-QTDE-FORNS)       00042100
               MOVE FD-FM-CODIGO TO                                     00042200
                    WRK-TAB-FR-CODIGO(WRK-QTDE-FORNS)                   00042300
               MOVE FD-FM-NOME   TO                                     00042400
                    WRK-TAB-FR-NOME(WRK-QTDE-FORNS)                     00042500
               IF FD-FM-PRAZO-ENTREGA NUMERIC AND                       00042600
                  FD-FM-PRAZO-ENTREGA GREATER ZEROS                     00042700
                  MOVE FD-FM-PRAZO-ENTREGA TO                           00042800
                       WRK-TAB-FR-PRAZO(WRK-QTDE-FORNS)                 00042900
               ELSE                                                     00043000
                  MOVE WRK-PRAZO-PADRAO TO                              00043100
                       WRK-TAB-FR-PRAZO(WRK-QTDE-FORNS)                 00043200
               END-IF                                                   00043300
               ADD 1 TO WRK-REG-FORNS                                   00043400
            ELSE                                                        00043500
               ADD 1 TO WRK-FORN-EXCEDENTES                             00043600
            END-IF.                                                     00043700
            READ FORNMSTR.                                              00043800
                                                                        00043900
      *-------------------------------------------------------------*   00044000
       1510-99-FIM.                       EXIT.                         00044100
      *-------------------------------------------------------------*   00044200
                                                                        00044300
      *---------------------------------------------------------------  00044400
      *    1600-PROCURAR-FORNECEDOR                                     00044500
      *    POSICIONA WRK-IDX NO FORNECEDOR WRK-FORN-PROCURADO.          00044600
      *---------------------------------------------------------------  00044700
       1600-PROCURAR-FORNECEDOR           SECTION.                      00044800
                                                                        00044900
            SET WRK-FORN-NAO-ACHADO TO TRUE.                            00045000
            MOVE 1 TO WRK-IDX.                                          00045100
            PERFORM 1610-COMPARAR-FORNECEDOR                            00045200
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-FORNS                00045300
                  OR WRK-FORN-FOI-ACHADO.                               00045400
            IF WRK-FORN-NAO-ACHADO                                      00045500
               ADD 1 TO WRK-REG-SEM-FORN                                00045600
            END-IF.                                                     00045700
                                                                        00045800
      *-------------------------------------------------------------*   00045900
       1600-99-FIM.                       EXIT.                         00046000
      *-------------------------------------------------------------*   00046100
                                                                        00046200
      *-------------------------------------------------------------*   00046300
       1610-COMPARAR-FORNECEDOR           SECTION.                      00046400
      *-------------------------------------------------------------*   00046500
                                                                        00046600
            IF WRK-TAB-FR-CODIGO(WRK-IDX) EQUAL WRK-FORN-PROCURADO      00046700
               SET WRK-FORN-FOI-ACHADO TO TRUE                          00046800
            ELSE                                                        00046900
               ADD 1 TO WRK-IDX                                         00047000
            END-IF.                                                     00047100
                                                                        00047200
      *-------------------------------------------------------------*   00047300
       1610-99-FIM.                       EXIT.                         00047400
      *-------------------------------------------------------------*   00047500
                                                                        00047600
      *---------------------------------------------------------------  00047700
      *    2000-APURAR-PEDIDOS                                          00047800
      *    ATENDIMENTO: ITENS EMITIDOS NO MES, MENOS OS CANCELADOS;     00047900
      *    O RECEBIDO ACIMA DO PEDIDO NAO CONTA (SAI NAS SOBRAS).       00048000
      *---------------------------------------------------------------  00048100
       2000-APURAR-PEDIDOS                SECTION.                      00048200
                                                                        00048300
            READ PEDCOMP NEXT.                                          00048400
            PERFORM 2100-SOMAR-ITEM                                     00048500
               UNTIL WRK-FS-PEDCOMP NOT EQUAL '00'.                     00048600
                                                                        00048700
      *-------------------------------------------------------------*   00048800
       2000-99-FIM.                       EXIT.                         00048900
      *-------------------------------------------------------------*   00049000
                                                                        00049100
      *-------------------------------------------------------------*   00049200
       2100-SOMAR-ITEM                    SECTION.                      00049300
      *-------------------------------------------------------------*   00049400
                                                                        00049500
            IF FD-PED-DATA-EMISSAO(1:6) EQUAL WRK-MES-REF-X AND         00049600
               NOT FD-PED-CANCELADO                                     00049700
               ADD 1 TO WRK-REG-ITENS                                   00049800
               MOVE FD-PED-FORNECEDOR TO WRK-FORN-PROCURADO             00049900
               PERFORM 1600-PROCURAR-FORNECEDOR                         00050000
               IF WRK-FORN-FOI-ACHADO                                   00050100
                  IF FD-PED-QTDE-RECEBIDA GREATER FD-PED-QTDE-PEDIDA    00050200
                     MOVE FD-PED-QTDE-PEDIDA TO WRK-ATENDIDO            00050300
                  ELSE                                                  00050400
                     MOVE FD-PED-QTDE-RECEBIDA TO WRK-ATENDIDO          00050500
                  END-IF                                                00050600
                  ADD FD-PED-QTDE-PEDIDA TO WRK-TAB-FR-PEDIDA(WRK-IDX)  00050700
                  ADD WRK-ATENDIDO TO WRK-TAB-FR-ATENDIDA(WRK-IDX)      00050800
               END-IF                                                   00050900
            END-IF.                                                     00051000
            READ PEDCOMP NEXT.                                          00051100
                                                                        00051200
      *-------------------------------------------------------------*   00051300
       2100-99-FIM.                       EXIT.                         00051400
      *-------------------------------------------------------------*   00051500
                                                                        00051600
      *-------------------------------------------------------------*   00051700
       3000-APURAR-RECEBIMENTOS           SECTION.                      00051800
      *-------------------------------------------------------------*   00051900
                                                                        00052000
            READ RECEBTO.                                               00052100
            PERFORM 3100-AVALIAR-ENTREGA                                00052200
               UNTIL WRK-FS-RECEBTO NOT EQUAL '00'.                     00052300
                                                                        00052400
      *-------------------------------------------------------------*   00052500
       3000-99-FIM.                       EXIT.                         00052600
      *-------------------------------------------------------------*   00052700
                                                                        00052800
      *---------------------------------------------------------------  00052900
      *    3100-AVALIAR-ENTREGA                                         00053000
      *    CADA ENTREGA DO MES (PARCIAL TAMBEM) E MEDIDA EM DIAS        00053100
      *    UTEIS DESDE A EMISSAO DO ITEM NO PEDCOMP; ENTREGA SEM O      00053200
      *    ITEM NO PEDCOMP CONTA A SOBRA, MAS NAO A PONTUALIDADE.       00053300
      *---------------------------------------------------------------  00053400
       3100-AVALIAR-ENTREGA               SECTION.                      00053500
                                                                        00053600
            IF FD-RCB-DATA(1:6) EQUAL WRK-MES-REF-X                     00053700
               ADD 1 TO WRK-REG-ENTREGAS                                00053800
               MOVE FD-RCB-FORNECEDOR TO WRK-FORN-PROCURADO             00053900
               PERFORM 1600-PROCURAR-FORNECEDOR                         00054000
               IF WRK-FORN-FOI-ACHADO                                   00054100
                  IF FD-RCB-SOBRA                                       00054200
                     ADD 1 TO WRK-TAB-FR-SOBRAS(WRK-IDX)                00054300
                  END-IF                                                00054400
                  MOVE FD-RCB-PEDIDO TO FD-PED-NUMERO                   00054500
                  MOVE FD-RCB-ITEM   TO FD-PED-ITEM                     00054600
                  READ PEDCOMP                                          00054700
                  IF WRK-FS-PEDCOMP EQUAL '00'                          00054800
                     PERFORM 3200-MEDIR-PRAZO                           00054900
                  ELSE                                                  00055000
                     ADD 1 TO WRK-REG-SEM-PEDIDO                        00055100
                  END-IF                                                00055200
               END-IF                                                   00055300
            END-IF.                                                     00055400
            READ RECEBTO.                                               00055500
                                                                        00055600
      *-------------------------------------------------------------*   00055700
       3100-99-FIM.                       EXIT.                         00055800
      *-------------------------------------------------------------*   00055900
                                                                        00056000
      *-------------------------------------------------------------*   00056100
       3200-MEDIR-PRAZO                   SECTION.                      00056200
      *-------------------------------------------------------------*   00056300
                                                                        00056400
            MOVE SPACES TO WRK-DSV-DATA-1.                              00056500
            STRING FD-PED-DATA-EMISSAO(1:4) '-'                         00056600
                   FD-PED-DATA-EMISSAO(5:2) '-'                         00056700
                   FD-PED-DATA-EMISSAO(7:2)                             00056800
                   DELIMITED BY SIZE INTO WRK-DSV-DATA-1.               00056900
            MOVE SPACES TO WRK-DSV-DATA-2.                              00057000
            STRING FD-RCB-DATA(1:4) '-'                                 00057100
                   FD-RCB-DATA(5:2) '-'                                 00057200
                   FD-RCB-DATA(7:2)                                     00057300
                   DELIMITED BY SIZE INTO WRK-DSV-DATA-2.               00057400
            CALL WRK-PROG-DATASERV USING WRK-DSV-AREA,                  00057500
                 WRK-DSV-FUNCAO, WRK-DSV-RETORNO                        00057600
                ON EXCEPTION                                            00057700
                   MOVE ' DATASERV AUSENTE OU FALHOU ' TO WRK-MSG       00057800
                   PERFORM 9000-TRATAR-ERROS                            00057900
            END-CALL.                                                   00058000
                                                                        00058100
            IF WRK-DSV-RETORNO EQUAL '00'                               00058200
               ADD 1 TO WRK-TAB-FR-ENTREGAS(WRK-IDX)                    00058300
               IF WRK-DSV-DIAS-UTEIS NOT GREATER                        00058400
                  WRK-TAB-FR-PRAZO(WRK-IDX)                             00058500
                  ADD 1 TO WRK-TAB-FR-NO-PRAZO(WRK-IDX)                 00058600
               END-IF                                                   00058700
            ELSE                                                        00058800
               ADD 1 TO WRK-REG-SEM-PEDIDO                              00058900
            END-IF.                                                     00059000
                                                                        00059100
      *-------------------------------------------------------------*   00059200
       3200-99-FIM.                       EXIT.                         00059300
      *-------------------------------------------------------------*   00059400
                                                                        00059500
      *---------------------------------------------------------------  00059600
      *    4000-APURAR-EXCECOES                                         00059700
      *    NOTA DO MES QUE CAIU NA CONFERENCIA TRIPLA, PELO MOTIVO      00059800
      *    GRAVADO PELO FR03CB40: PRECO, QUANTIDADE OU OUTRAS.          00059900
      *---------------------------------------------------------------  00060000
       4000-APURAR-EXCECOES               SECTION.                      00060100
                                                                        00060200
            READ APEXC.                                                 00060300
            PERFORM 4100-CLASSIFICAR-EXCECAO                            00060400
               UNTIL WRK-FS-APEXC NOT EQUAL '00'.                       00060500
                                                                        00060600
      *-------------------------------------------------------------*   00060700
       4000-99-FIM.                       EXIT.                         00060800
      *-------------------------------------------------------------*   00060900
                                                                        00061000
      *-------------------------------------------------------------*   00061100
       4100-CLASSIFICAR-EXCECAO           SECTION.                      00061200
      *-------------------------------------------------------------*   00061300
                                                                        00061400
            IF FD-EXC-DATA(1:6) EQUAL WRK-MES-REF-X                     00061500
               ADD 1 TO WRK-REG-EXCECOES                                00061600
               MOVE FD-EXC-FORNECEDOR TO WRK-FORN-PROCURADO             00061700
               PERFORM 1600-PROCURAR-FORNECEDOR                         00061800
               IF WRK-FORN-FOI-ACHADO                                   00061900
                  EVALUATE FD-EXC-MOTIVO                                00062000
                    WHEN ' PRECO FORA DA TOLERANCIA '                   00062100
                       ADD 1 TO WRK-TAB-FR-EXC-PRECO(WRK-IDX)           00062200
                    WHEN ' QTDE ACIMA DA RECEBIDA '                     00062300
                       ADD 1 TO WRK-TAB-FR-EXC-QTDE(WRK-IDX)            00062400
                    WHEN OTHER                                          00062500
                       ADD 1 TO WRK-TAB-FR-EXC-OUTRA(WRK-IDX)           00062600
                  END-EVALUATE                                          00062700
               END-IF                                                   00062800
            END-IF.                                                     00062900
            READ APEXC.                                                 00063000
                                                                        00063100
      *-------------------------------------------------------------*   00063200
       4100-99-FIM.                       EXIT.                         00063300
      *-------------------------------------------------------------*   00063400
                                                                        00063500
      *-------------------------------------------------------------*   00063600
       5000-IMPRIMIR-AVALIACAO            SECTION.                      00063700
      *-------------------------------------------------------------*   00063800
                                                                        00063900
            MOVE WRK-MES-REF-X   TO WRK-CAB1-MES.                       00064000
            MOVE WRK-NOTA-MINIMA TO WRK-CAB1-MINIMA.                    00064100
            MOVE WRK-CAB1 TO FD-RELSCORE.                               00064200
            WRITE FD-RELSCORE.                                          00064300
            MOVE WRK-CAB2 TO FD-RELSCORE.                               00064400
            WRITE FD-RELSCORE.                                          00064500
            MOVE WRK-LIN-TRACO TO FD-RELSCORE.                          00064600
            WRITE FD-RELSCORE.                                          00064700
                                                                        00064800
            MOVE 1 TO WRK-IDX.                                          00064900
            PERFORM 5100-AVALIAR-FORNECEDOR                             00065000
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-FORNS.               00065100
                                                                        00065200
            MOVE WRK-LIN-TRACO TO FD-RELSCORE.                          00065300
            WRITE FD-RELSCORE.                                          00065400
                                                                        00065500
      *-------------------------------------------------------------*   00065600
       5000-99-FIM.                       EXIT.                         00065700
      *-------------------------------------------------------------*   00065800
                                                                        00065900
      *---------------------------------------------------------------  00066000
      *    5100-AVALIAR-FORNECEDOR                                      00066100
      *    CADA INDICE VAI DE 0 A 100; SEM BASE NO MES O INDICE         00066200
      *    FICA EM 100 E SO OS OUTROS PESAM DE FATO.                    00066300
      *---------------------------------------------------------------  00066400
       5100-AVALIAR-FORNECEDOR            SECTION.                      00066500
                                                                        00066600
            MOVE WRK-TAB-FR-CODIGO(WRK-IDX)   TO WRK-DET-CODIGO.        00066700
            MOVE WRK-TAB-FR-NOME(WRK-IDX)     TO WRK-DET-NOME.          00066800
            MOVE WRK-TAB-FR-ENTREGAS(WRK-IDX) TO WRK-DET-ENTREGAS.      00066900
            MOVE WRK-TAB-FR-SOBRAS(WRK-IDX)   TO WRK-DET-SOBRAS.        00067000
            MOVE WRK-TAB-FR-EXC-PRECO(WRK-IDX) TO WRK-DET-EXC-PRECO.    00067100
            MOVE WRK-TAB-FR-EXC-QTDE(WRK-IDX) TO WRK-DET-EXC-QTDE.      00067200
                                                                        00067300
            COMPUTE WRK-OCORRENCIAS = WRK-TAB-FR-SOBRAS(WRK-IDX)        00067400
                                    + WRK-TAB-FR-EXC-PRECO(WRK-IDX)     00067500
                                    + WRK-TAB-FR-EXC-QTDE(WRK-IDX)      00067600
                                    + WRK-TAB-FR-EXC-OUTRA(WRK-IDX)     00067700
            END-COMPUTE.                                                00067800
                                                                        00067900
            IF WRK-TAB-FR-ENTREGAS(WRK-IDX) EQUAL ZEROS AND             00068000
               WRK-TAB-FR-PEDIDA(WRK-IDX)   EQUAL ZEROS AND             00068100
               WRK-OCORRENCIAS EQUAL ZEROS                              00068200
               MOVE ZEROS     TO WRK-DET-PONT                           00068300
               MOVE ZEROS     TO WRK-DET-ATEND                          00068400
               MOVE ZEROS     TO WRK-DET-NOTA                           00068500
               MOVE 'SEM MOV' TO WRK-DET-SITUACAO                       00068600
            ELSE                                                        00068700
               PERFORM 5200-CALCULAR-NOTA                               00068800
            END-IF.                                                     00068900
                                                                        00069000
            MOVE WRK-DETALHE TO FD-RELSCORE.                            00069100
            WRITE FD-RELSCORE.                                          00069200
            ADD 1 TO WRK-IDX.                                           00069300
                                                                        00069400
      *-------------------------------------------------------------*   00069500
       5100-99-FIM.                       EXIT.                         00069600
      *-------------------------------------------------------------*   00069700
                                                                        00069800
      *-------------------------------------------------------------*   00069900
       5200-CALCULAR-NOTA                 SECTION.                      00070000
      *-------------------------------------------------------------*   00070100
                                                                        00070200
            MOVE 100 TO WRK-PONTUALIDADE.                               00070300
            IF WRK-TAB-FR-ENTREGAS(WRK-IDX) GREATER ZEROS               00070400
               COMPUTE WRK-PONTUALIDADE ROUNDED =                       00070500
                       WRK-TAB-FR-NO-PRAZO(WRK-IDX) * 100               00070600
                     / WRK-TAB-FR-ENTREGAS(WRK-IDX)                     00070700
               END-COMPUTE                                              00070800
            END-IF.                                                     00070900
                                                                        00071000
            MOVE 100 TO WRK-ATENDIMENTO.                                00071100
            IF WRK-TAB-FR-PEDIDA(WRK-IDX) GREATER ZEROS                 00071200
               COMPUTE WRK-ATENDIMENTO ROUNDED =                        00071300
                       WRK-TAB-FR-ATENDIDA(WRK-IDX) * 100               00071400
                     / WRK-TAB-FR-PEDIDA(WRK-IDX)                       00071500
               END-COMPUTE                                              00071600
            END-IF.                                                     00071700
                                                                        00071800
            MOVE WRK-TAB-FR-ENTREGAS(WRK-IDX) TO WRK-BASE.              00071900
            IF WRK-BASE EQUAL ZEROS                                     00072000
               MOVE 1 TO WRK-BASE                                       00072100
            END-IF.                                                     00072200
            COMPUTE WRK-CONFORMIDADE ROUNDED =                          00072300
                    100 - WRK-OCORRENCIAS * 100 / WRK-BASE              00072400
            END-COMPUTE.                                                00072500
            IF WRK-CONFORMIDADE LESS THAN ZEROS                         00072600
               MOVE ZEROS TO WRK-CONFORMIDADE                           00072700
            END-IF.                                                     00072800
                                                                        00072900
            COMPUTE WRK-NOTA ROUNDED =                                  00073000
                  ( WRK-PONTUALIDADE * WRK-PESO-PONT                    00073100
                  + WRK-ATENDIMENTO  * WRK-PESO-ATEND                   00073200
                  + WRK-CONFORMIDADE * WRK-PESO-CONF ) / 100            00073300
            END-COMPUTE.                                                00073400
                                                                        00073500
            MOVE WRK-PONTUALIDADE TO WRK-DET-PONT.                      00073600
            MOVE WRK-ATENDIMENTO  TO WRK-DET-ATEND.                     00073700
            MOVE WRK-NOTA         TO WRK-DET-NOTA.                      00073800
            ADD 1 TO WRK-REG-AVALIADOS.                                 00073900
            IF WRK-NOTA LESS THAN WRK-NOTA-MINIMA                       00074000
               MOVE 'ABAIXO' TO WRK-DET-SITUACAO                        00074100
               ADD 1 TO WRK-REG-ABAIXO                                  00074200
               DISPLAY ' FORNECEDOR ABAIXO DA NOTA MINIMA: '            00074300
                       WRK-TAB-FR-CODIGO(WRK-IDX) ' NOTA '              00074400
                       WRK-NOTA                                         00074500
            ELSE                                                        00074600
               MOVE 'OK' TO WRK-DET-SITUACAO                            00074700
            END-IF.                                                     00074800
                                                                        00074900
      *-------------------------------------------------------------*   00075000
       5200-99-FIM.                       EXIT.                         00075100
      *-------------------------------------------------------------*   00075200
                                                                        00075300
      *-------------------------------------------------------------*   00075400
       8000-FINALIZAR                     SECTION.                      00075500
      *-------------------------------------------------------------*   00075600
                                                                        00075700
            CLOSE PEDCOMP                                               00075800
            CLOSE RECEBTO                                               00075900
            CLOSE APEXC                                                 00076000
            CLOSE RELSCORE.                                             00076100
                                                                        00076200
            DISPLAY '=========================================='.       00076300
            DISPLAY ' FORNECEDORES NO MESTRE: ' WRK-REG-FORNS.          00076400
            DISPLAY ' ITENS DE PEDIDO DO MES: ' WRK-REG-ITENS.          00076500
            DISPLAY ' ENTREGAS DO MES.......: ' WRK-REG-ENTREGAS.       00076600
            DISPLAY ' EXCECOES DE NOTA......: ' WRK-REG-EXCECOES.       00076700
            DISPLAY ' ENTREGA SEM PRAZO APUR: ' WRK-REG-SEM-PEDIDO.     00076800
            DISPLAY ' FORNECEDOR FORA MESTRE: ' WRK-REG-SEM-FORN.       00076900
            DISPLAY ' FORNECEDORES AVALIADOS: ' WRK-REG-AVALIADOS.      00077000
            DISPLAY ' ABAIXO DA NOTA MINIMA.: ' WRK-REG-ABAIXO.         00077100
            DISPLAY '=========================================='.       00077200
                STOP RUN.                                               00077300
                                                                        00077400
      *-------------------------------------------------------------*   00077500
       8000-99-FIM.                       EXIT.                         00077600
      *-------------------------------------------------------------*   00077700
                                                                        00077800
      *-------------------------------------------------------------*   00077900
       9000-TRATAR-ERROS                  SECTION.                      00078000
      *-------------------------------------------------------------*   00078100
                                                                        00078200
             DISPLAY '------------------'                               00078300
             DISPLAY   WRK-MSG                                          00078400
             DISPLAY '------------------'                               00078500
                STOP RUN.                                               00078600
                                                                        00078700
      *-------------------------------------------------------------*   00078800
       9000-99-FIM.            EXIT.                                    00078900
      *-------------------------------------------------------------*   00079000
