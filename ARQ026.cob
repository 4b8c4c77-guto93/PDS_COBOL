      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ026.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 03/04/2023                                         00001100
      *     OBJETIVO: RECALCULAR O PONTO DE PEDIDO (PONTOPED)           00001200
      *              PELO CONSUMO REAL: DAS SAIDAS 'S' DO MOVLOG        00001300
      *              (ARQ016) NOS ULTIMOS N MESES FECHADOS TIRA O       00001400
      *              CONSUMO MEDIO DIARIO DE CADA PRODUTO E O           00001500
      *              DESVIO PADRAO DELE, JUNTA COM O PRAZO DE           00001600
      *              ENTREGA DO FORNECEDOR (PRODFORN + FORNMSTR,        00001700
      *              COMO NO ARQ010) E PROPOE O MINIMO NOVO             00001800
      *              (CONSUMO NO PRAZO + ESTOQUE DE SEGURANCA) E        00001900
      *              O LOTE DE COMPRA (CONSUMO DOS DIAS DE              00002000
      *              COBERTURA). GRAVA O PONTOPED NOVO EM PONTONOV      00002100
      *              E LISTA NO RELPONTO OS PRODUTOS CUJO MINIMO        00002200
      *              MUDOU ALEM DO LIMITE, PARA REVISAO DAS             00002300
      *              COMPRAS ANTES DA TROCA DO ARQUIVO NO JCL.          00002400
      *-------------------------------------------------------*         00002500
      *     O MOVLOG (GERACOES CONCATENADAS, COMO NO KARDEX)            00002600
      *     E O PONTOPED DEVEM ESTAR CLASSIFICADOS POR CODIGO (O        00002700
      *     MOVLOG POR CODIGO E DATA, COMO A SAIDA DO SORT DO ARQ017);  00002800
      *     O CONFRONTO E FEITO EM LINHA BALANCEADA.                    00002900
      *     PARAMETROS (PARMSERV, ARQ026, OPCIONAIS): MESES (PADRAO     00002983
      *     3), FATOR DE SEGURANCA (PADRAO 1,65), LIMITE DE             00003066
      *     MUDANCA EM % (PADRAO 20), DIAS DE COBERTURA DO LOTE         00003149
      *     (PADRAO 30) E PRAZO PADRAO PARA PRODUTO SEM                 00003232
      *     FORNECEDOR (10).                                            00003315
      *     ESTOQUE DE SEGURANCA = FATOR * DESVIO DIARIO *              00003400
      *     RAIZ DO PRAZO. PRODUTO SEM SAIDA NA JANELA MANTEM           00003500
      *     O PONTO ANTIGO.                                             00003600
      *-------------------------------------------------------*         00003616
      *     MANUTENCAO:                                                 00003632
      *     - 15/05/2023: LAYOUT DO MOVLOG COM O LOTE (SAIDA            00003648
      *       FEFO DO ARQ016 GRAVA UMA LINHA POR LOTE; O                00003664
      *       CONSUMO DO DIA CONTINUA SENDO A SOMA DELAS).              00003680
      *     - 22/05/2023: LAYOUT DO MOVLOG COM O DEPOSITO. SO A         00003685
      *       SAIDA 'S' CONTA COMO CONSUMO (TRANSFERENCIA,              00003690
      *       CHEGADA E EXPEDICAO NAO ENTRAM).                          00003695
      *     - 04/12/2023: O PPPARM DEU LUGAR AO CADASTRO CENTRAL        0000369A
      *       DE PARAMETROS (PARMSERV, PROGRAMA ARQ026, NOMES           0000369B
      *       MESES, FATOR, LIMITE, COBERTURA E PRAZO-PADRAO);          0000369C
      *       PARAMETRO SEM VALOR VIGENTE, INVALIDO OU ZERADO           0000369D
      *       CONTINUA COM O PADRAO.                                    0000369E
      *=======================================================*         00003700
                                                                        00003800
      *=======================================================*         00003900
       ENVIRONMENT                               DIVISION.              00004000
      *=======================================================*         00004100
       INPUT-OUTPUT                              SECTION.               00004200
       FILE-CONTROL.                                                    00004300
             SELECT MOVLOG    ASSIGN TO MOVLOG                          00004400
                FILE STATUS  IS WRK-FS-MOVLOG.                          00004500
             SELECT PONTOPED  ASSIGN TO PONTOPED                        00004600
                FILE STATUS  IS WRK-FS-PONTOPED.                        00004700
             SELECT PONTONOV  ASSIGN TO PONTONOV                        00004800
                FILE STATUS  IS WRK-FS-PONTONOV.                        00004900
             SELECT PRODFORN  ASSIGN TO PRODFORN                        00005200
                FILE STATUS  IS WRK-FS-PRODFORN.                        00005300
             SELECT FORNMSTR  ASSIGN TO FORNMSTR                        00005400
                ORGANIZATION IS INDEXED                                 00005500
                ACCESS MODE  IS SEQUENTIAL                              00005600
                RECORD KEY   IS FD-FM-CODIGO                            00005700
                FILE STATUS  IS WRK-FS-FORNMSTR.                        00005800
             SELECT RELPONTO  ASSIGN TO RELPONTO                        00005900
                FILE STATUS  IS WRK-FS-RELPONTO.                        00006000
      *=======================================================*         00006100
       DATA                                      DIVISION.              00006200
      *=======================================================*         00006300
       FILE                                      SECTION.               00006400
       FD MOVLOG                                                        00006500
           RECORDING MODE IS F                                          00006600
           BLOCK CONTAINS 0 RECORDS.                                    00006700
       01 FD-MOVLOG.                                                    00006800
          05 FD-LOG-CODIGO        PIC X(06).                            00006900
          05 FD-LOG-DATA          PIC X(08).                            00007000
          05 FD-LOG-TIPO          PIC X(01).                            00007100
          05 FD-LOG-QTDE          PIC 9(05).                            00007200
          05 FD-LOG-DOCUMENTO     PIC X(10).                            00007300
          05 FD-LOG-SALDO-ANT     PIC 9(05).                            00007400
          05 FD-LOG-SALDO-ATU     PIC 9(05).                            00007500
          05 FD-LOG-LOTE          PIC X(10).                            00007550
          05 FD-LOG-DEPOSITO      PIC X(02).                            00007575
                                                                        00007600
       FD PONTOPED                                                      00007700
           RECORDING MODE IS F                                          00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
       01 FD-PONTOPED.                                                  00008000
          05 FD-PP-CODIGO         PIC X(06).                            00008100
          05 FD-PP-QTDE-MINIMA    PIC 9(05).                            00008200
          05 FD-PP-LOTE-COMPRA    PIC 9(05).                            00008300
                                                                        00008400
       FD PONTONOV                                                      00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-PONTONOV.                                                  00008800
          05 FD-PN-CODIGO         PIC X(06).                            00008900
          05 FD-PN-QTDE-MINIMA    PIC 9(05).                            00009000
          05 FD-PN-LOTE-COMPRA    PIC 9(05).                            00009100
                                                                        00009200
       FD PRODFORN                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-PRODFORN.                                                  00010600
          05 FD-PF-CODIGO         PIC X(06).                            00010700
          05 FD-PF-FORNECEDOR     PIC X(06).                            00010800
                                                                        00010900
       FD FORNMSTR                                                      00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-FORNMSTR.                                                  00011300
          05 FD-FM-CODIGO         PIC X(06).                            00011400
          05 FD-FM-NOME           PIC X(30).                            00011500
          05 FD-FM-CNPJ           PIC X(14).                            00011600
          05 FD-FM-PRAZO-ENTREGA  PIC 9(03).                            00011700
          05 FD-FM-VALOR-MINIMO   PIC 9(07)V99.                         00011800
          05 FD-FM-ATIVO          PIC X(01).                            00011900
          05 FD-FM-DATA-ULT-MOV   PIC X(08).                            00012000
          05 FILLER               PIC X(08).                            00012100
                                                                        00012200
       FD RELPONTO                                                      00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-RELPONTO             PIC X(80).                            00012600
      *---------------------------------------------------              00012700
       WORKING-STORAGE                           SECTION.               00012800
      *---------------------------------------------------              00012900
       77 WRK-FS-MOVLOG    PIC X(02) VALUE ZEROS.                       00013000
       77 WRK-FS-PONTOPED  PIC X(02) VALUE ZEROS.                       00013100
       77 WRK-FS-PONTONOV  PIC X(02) VALUE ZEROS.                       00013200
       77 WRK-FS-PRODFORN  PIC X(02) VALUE ZEROS.                       00013400
       77 WRK-FS-FORNMSTR  PIC X(02) VALUE ZEROS.                       00013500
       77 WRK-FS-RELPONTO  PIC X(02) VALUE ZEROS.                       00013600
       77 WRK-MSG          PIC X(50) VALUE SPACES.                      00013700
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.                      00013800
                                                                        00013900
       77 WRK-MESES         PIC 9(02)    VALUE 3.                       00014000
       77 WRK-FATOR         PIC 9(01)V99 VALUE 1.65.                    00014100
       77 WRK-LIMITE        PIC 9(03)    VALUE 20.                      00014200
       77 WRK-COBERTURA     PIC 9(03)    VALUE 30.                      00014300
       77 WRK-PRAZO-PADRAO  PIC 9(03)    VALUE 10.                      00014400
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00014408
       01 WRK-PSV-AREA.                                                 00014416
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00014424
          05 WRK-PSV-NOME       PIC X(12).                              00014432
          05 WRK-PSV-VALOR      PIC X(30).                              00014440
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00014448
          05 WRK-PSV-NUMERICO   PIC X(01).                              00014456
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00014464
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00014472
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00014480
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00014488
                                                                        00014500
       01 WRK-MES-INI.                                                  00014600
          05 WRK-MIN-ANO    PIC 9(04).                                  00014700
          05 WRK-MIN-MES    PIC 9(02).                                  00014800
       01 WRK-MES-FIM.                                                  00014900
          05 WRK-MFI-ANO    PIC 9(04).                                  00015000
          05 WRK-MFI-MES    PIC 9(02).                                  00015100
       01 WRK-MES-CONTA.                                                00015200
          05 WRK-MCO-ANO    PIC 9(04).                                  00015300
          05 WRK-MCO-MES    PIC 9(02).                                  00015400
       77 WRK-DIAS-JANELA   PIC 9(05) VALUE ZEROS.                      00015500
       77 WRK-CONTA-MESES   PIC 9(02) VALUE ZEROS.                      00015600
       77 WRK-QUOCIENTE     PIC 9(04) VALUE ZEROS.                      00015700
       77 WRK-RESTO-4       PIC 9(04) VALUE ZEROS.                      00015800
       77 WRK-RESTO-100     PIC 9(04) VALUE ZEROS.                      00015900
       77 WRK-RESTO-400     PIC 9(04) VALUE ZEROS.                      00016000
       01 WRK-TAB-DIAS-MES-V PIC X(24) VALUE                            00016100
                '312831303130313130313031'.                             00016200
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-V.                00016300
          05 WRK-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.                  00016400
                                                                        00016500
       77 WRK-CHAVE-CONSUMO  PIC X(06) VALUE HIGH-VALUES.               00016600
       77 WRK-CHAVE-PONTO    PIC X(06) VALUE HIGH-VALUES.               00016700
       77 WRK-DATA-DIA       PIC X(08) VALUE SPACES.                    00016800
       77 WRK-QTDE-DIA       PIC 9(07) VALUE ZEROS.                     00016900
       77 WRK-SOMA           PIC 9(09) VALUE ZEROS.                     00017000
       77 WRK-SOMA-QUAD      PIC 9(15) VALUE ZEROS.                     00017100
       77 WRK-DIAS-COM-SAIDA PIC 9(05) VALUE ZEROS.                     00017200
                                                                        00017300
       77 WRK-MEDIA          PIC 9(07)V9(04) VALUE ZEROS.               00017400
       77 WRK-VARIANCIA      PIC S9(11)V9(04) VALUE ZEROS.              00017500
       77 WRK-DESVIO         PIC 9(07)V9(04) VALUE ZEROS.               00017600
       77 WRK-SEGURANCA      PIC 9(07)V9(04) VALUE ZEROS.               00017700
       77 WRK-MINIMO-CALC    PIC 9(09)V9(04) VALUE ZEROS.               00017800
       77 WRK-LOTE-CALC      PIC 9(09)V9(04) VALUE ZEROS.               00017900
       77 WRK-MINIMO-NOVO    PIC 9(05) VALUE ZEROS.                     00018000
       77 WRK-LOTE-NOVO      PIC 9(05) VALUE ZEROS.                     00018100
       77 WRK-MINIMO-ANT     PIC 9(05) VALUE ZEROS.                     00018200
       77 WRK-LOTE-ANT       PIC 9(05) VALUE ZEROS.                     00018300
       77 WRK-VARIACAO       PIC S9(07)V99 VALUE ZEROS.                 00018400
       77 WRK-PRAZO          PIC 9(03) VALUE ZEROS.                     00018500
       77 WRK-SITUACAO       PIC X(08) VALUE SPACES.                    00018600
                                                                        00018700
       01 WRK-TAB-PRODFORN.                                             00018800
          05 WRK-TAB-PF-ITEM OCCURS 200 TIMES.                          00018900
             10 WRK-TAB-PF-CODIGO PIC X(06).                            00019000
             10 WRK-TAB-PF-FORN   PIC X(06).                            00019100
       77 WRK-QTDE-LIGACOES  PIC 9(03) VALUE ZEROS.                     00019200
                                                                        00019300
       01 WRK-TAB-FORN.                                                 00019400
          05 WRK-TAB-FR-ITEM OCCURS 50 TIMES.                           00019500
             10 WRK-TAB-FR-CODIGO PIC X(06).                            00019600
             10 WRK-TAB-FR-PRAZO  PIC 9(03).                            00019700
       77 WRK-QTDE-FORNS     PIC 9(02) VALUE ZEROS.                     00019800
                                                                        00019900
       77 WRK-IDX            PIC 9(03) VALUE ZEROS.                     00020000
       77 WRK-FORN-PRODUTO   PIC X(06) VALUE SPACES.                    00020100
       77 WRK-FORN-ACHADO    PIC X(01) VALUE 'N'.                       00020200
          88 WRK-FORN-FOI-ACHADO      VALUE 'S'.                        00020300
          88 WRK-FORN-NAO-ACHADO      VALUE 'N'.                        00020400
       77 WRK-LIG-EXCEDENTES  PIC 9(07) VALUE ZEROS.                    00020500
       77 WRK-FORN-EXCEDENTES PIC 9(07) VALUE ZEROS.                    00020600
                                                                        00020700
       77 WRK-REG-MOVLOG     PIC 9(07) VALUE ZEROS.                     00020800
       77 WRK-REG-SAIDAS     PIC 9(07) VALUE ZEROS.                     00020900
       77 WRK-REG-PONTO      PIC 9(07) VALUE ZEROS.                     00021000
       77 WRK-REG-GRAVADOS   PIC 9(07) VALUE ZEROS.                     00021100
       77 WRK-REG-RECALC     PIC 9(07) VALUE ZEROS.                     00021200
       77 WRK-REG-NOVOS      PIC 9(07) VALUE ZEROS.                     00021300
       77 WRK-REG-SEM-CONSUMO PIC 9(07) VALUE ZEROS.                    00021400
       77 WRK-REG-MUDADOS    PIC 9(07) VALUE ZEROS.                     00021500
       77 WRK-REG-SEM-FORN   PIC 9(07) VALUE ZEROS.                     00021600
                                                                        00021700
       01 WRK-LIN-CAB.                                                  00021800
          05 FILLER           PIC X(36) VALUE                           00021900
                'REVISAO DO PONTO DE PEDIDO - MESES '.                  00022000
          05 WRK-LCB-MES-INI  PIC X(06).                                00022100
          05 FILLER           PIC X(03) VALUE ' A '.                    00022200
          05 WRK-LCB-MES-FIM  PIC X(06).                                00022300
          05 FILLER           PIC X(07) VALUE '  DIAS '.                00022400
          05 WRK-LCB-DIAS     PIC ZZZZ9.                                00022500
          05 FILLER           PIC X(17) VALUE SPACES.                   00022600
                                                                        00022700
       01 WRK-LIN-COLUNAS.                                              00022800
          05 FILLER           PIC X(40) VALUE                           00022900
                'CODIGO   MEDIA/DIA     DESVIO PRZ  MIN.A'.             00023000
          05 FILLER           PIC X(40) VALUE                           00023100
                '  MIN.N LOTE.A  LOTE.N  VAR.% SITUACAO  '.             00023200
                                                                        00023300
       01 WRK-LIN-DETALHE.                                              00023400
          05 WRK-LDT-CODIGO   PIC X(06).                                00023500
          05 FILLER           PIC X(01) VALUE SPACES.                   00023600
          05 WRK-LDT-MEDIA    PIC ZZZZZ9.9999.                          00023700
          05 FILLER           PIC X(01) VALUE SPACES.                   00023800
          05 WRK-LDT-DESVIO   PIC ZZZZ9.9999.                           00023900
          05 FILLER           PIC X(01) VALUE SPACES.                   00024000
          05 WRK-LDT-PRAZO    PIC ZZ9.                                  00024100
          05 FILLER           PIC X(02) VALUE SPACES.                   00024200
          05 WRK-LDT-MIN-ANT  PIC ZZZZ9.                                00024300
          05 FILLER           PIC X(02) VALUE SPACES.                   00024400
          05 WRK-LDT-MIN-NOVO PIC ZZZZ9.                                00024500
          05 FILLER           PIC X(02) VALUE SPACES.                   00024600
          05 WRK-LDT-LOTE-ANT PIC ZZZZ9.                                00024700
          05 FILLER           PIC X(03) VALUE SPACES.                   00024800
          05 WRK-LDT-LOTE-NOVO PIC ZZZZ9.                               00024900
          05 FILLER           PIC X(01) VALUE SPACES.                   00025000
          05 WRK-LDT-VARIACAO PIC -ZZZZ9.                               00025100
          05 FILLER           PIC X(01) VALUE SPACES.                   00025200
          05 WRK-LDT-SITUACAO PIC X(08).                                00025300
          05 FILLER           PIC X(02) VALUE SPACES.                   00025400
                                                                        00025500
       01 WRK-LIN-TRACO.                                                00025600
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00025700
      *=========================================*                       00025800
       PROCEDURE DIVISION.                                              00025900
      *=========================================*                       00026000
                                                                        00026100
      *-------------------------------------------------------------*   00026200
       0000-PRINCIPAL                     SECTION.                      00026300
      *-------------------------------------------------------------*   00026400
                                                                        00026500
           PERFORM 1000-INICIAR.                                        00026600
           PERFORM 2000-BALANCEAR                                       00026700
              UNTIL WRK-CHAVE-CONSUMO EQUAL HIGH-VALUES                 00026800
                AND WRK-CHAVE-PONTO   EQUAL HIGH-VALUES.                00026900
           PERFORM 3000-FINALIZAR.                                      00027000
                                                                        00027100
      *-------------------------------------------------------------*   00027200
       0000-99-FIM.                       EXIT.                         00027300
      *-------------------------------------------------------------*   00027400
                                                                        00027500
      *-------------------------------------------------------------*   00027600
       1000-INICIAR                       SECTION.                      00027700
      *-------------------------------------------------------------*   00027800
                                                                        00027900
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00028000
                                                                        00028100
            PERFORM 1050-CARREGAR-PARAMETRO.                            00028200
            PERFORM 1060-APURAR-JANELA.                                 00028300
                                                                        00028400
            OPEN INPUT MOVLOG.                                          00028500
            EVALUATE WRK-FS-MOVLOG                                      00028600
              WHEN ZEROS                                                00028700
                 CONTINUE                                               00028800
              WHEN '35'                                                 00028900
                 MOVE ' MOVLOG NAO ENCONTRADO ' TO WRK-MSG              00029000
                 PERFORM 9000-TRATAR-ERROS                              00029100
              WHEN OTHER                                                00029200
                 MOVE ' ERRO OPEN MOVLOG ' TO WRK-MSG                   00029300
                 PERFORM 9000-TRATAR-ERROS                              00029400
            END-EVALUATE.                                               00029500
                                                                        00029600
            OPEN INPUT PONTOPED.                                        00029700
            EVALUATE WRK-FS-PONTOPED                                    00029800
              WHEN ZEROS                                                00029900
                 CONTINUE                                               00030000
              WHEN '35'                                                 00030100
                 MOVE ' PONTOPED NAO ENCONTRADO ' TO WRK-MSG            00030200
                 PERFORM 9000-TRATAR-ERROS                              00030300
              WHEN OTHER                                                00030400
                 MOVE ' ERRO OPEN PONTOPED ' TO WRK-MSG                 00030500
                 PERFORM 9000-TRATAR-ERROS                              00030600
            END-EVALUATE.                                               00030700
                                                                        00030800
            OPEN OUTPUT PONTONOV.                                       00030900
            IF WRK-FS-PONTONOV NOT EQUAL '00'                           00031000
               MOVE ' ERRO OPEN PONTONOV ' TO WRK-MSG                   00031100
               PERFORM 9000-TRATAR-ERROS                                00031200
            END-IF.                                                     00031300
                                                                        00031400
            OPEN OUTPUT RELPONTO.                                       00031500
            IF WRK-FS-RELPONTO NOT EQUAL '00'                           00031600
               MOVE ' ERRO OPEN RELPONTO ' TO WRK-MSG                   00031700
               PERFORM 9000-TRATAR-ERROS                                00031800
            END-IF.                                                     00031900
                                                                        00032000
            PERFORM 1400-CARREGAR-LIGACOES.                             00032100
            PERFORM 1500-CARREGAR-FORNECEDORES.                         00032200
                                                                        00032300
            MOVE WRK-MES-INI     TO WRK-LCB-MES-INI.                    00032400
            MOVE WRK-MES-FIM     TO WRK-LCB-MES-FIM.                    00032500
            MOVE WRK-DIAS-JANELA TO WRK-LCB-DIAS.                       00032600
            MOVE WRK-LIN-CAB     TO FD-RELPONTO.                        00032700
            WRITE FD-RELPONTO.                                          00032800
            MOVE WRK-LIN-COLUNAS TO FD-RELPONTO.                        00032900
            WRITE FD-RELPONTO.                                          00033000
            MOVE WRK-LIN-TRACO   TO FD-RELPONTO.                        00033100
            WRITE FD-RELPONTO.                                          00033200
                                                                        00033300
            DISPLAY '------------------------------------------'.       00033400
            DISPLAY ' RECALCULO DO PONTO DE PEDIDO '.                   00033500
            DISPLAY ' JANELA DE CONSUMO....: ' WRK-MES-INI              00033600
                    ' A ' WRK-MES-FIM.                                  00033700
            DISPLAY ' DIAS NA JANELA.......: ' WRK-DIAS-JANELA.         00033800
            DISPLAY ' FATOR DE SEGURANCA...: ' WRK-FATOR.               00033900
            DISPLAY '------------------------------------------'.       00034000
                                                                        00034100
            READ MOVLOG.                                                00034200
            PERFORM 1200-LER-CONSUMO.                                   00034300
            PERFORM 1300-LER-PONTO.                                     00034400
                                                                        00034500
      *-------------------------------------------------------------*   00034600
       1000-99-FIM.                       EXIT.                         00034700
      *-------------------------------------------------------------*   00034800
                                                                        00034900
      *---------------------------------------------------------------  00035000
      *    1050-CARREGAR-PARAMETRO                                      00035100
      *    SEM VALOR VIGENTE NO PARMSERV, OU COM VALOR INVALIDO/ZERADO, 00035166
      *    VALE O PADRAO.                                               00035232
      *---------------------------------------------------------------  00035300
       1050-CARREGAR-PARAMETRO            SECTION.                      00035400
                                                                        00035500
            MOVE 'ARQ026'       TO WRK-PSV-PROGRAMA.                    00035606
            MOVE 'MESES'        TO WRK-PSV-NOME.                        00035712
            PERFORM 1055-CHAMAR-PARMSERV.                               00035818
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00035924
               WRK-PSV-NUMERO GREATER ZEROS                             00036030
               MOVE WRK-PSV-NUMERO TO WRK-MESES                         00036136
            END-IF.                                                     00036242
            MOVE 'FATOR'        TO WRK-PSV-NOME.                        00036348
            PERFORM 1055-CHAMAR-PARMSERV.                               00036454
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00036560
               WRK-PSV-NUMERO GREATER ZEROS                             00036666
               MOVE WRK-PSV-NUMERO TO WRK-FATOR                         00036772
            END-IF.                                                     00036878
            MOVE 'LIMITE'       TO WRK-PSV-NOME.                        00036984
            PERFORM 1055-CHAMAR-PARMSERV.                               00037090
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00037196
               WRK-PSV-NUMERO GREATER ZEROS                             00037302
               MOVE WRK-PSV-NUMERO TO WRK-LIMITE                        00037408
            END-IF.                                                     00037514
            MOVE 'COBERTURA'    TO WRK-PSV-NOME.                        00037620
            PERFORM 1055-CHAMAR-PARMSERV.                               00037726
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00037832
               WRK-PSV-NUMERO GREATER ZEROS                             00037938
               MOVE WRK-PSV-NUMERO TO WRK-COBERTURA                     00038044
            END-IF.                                                     00038150
            MOVE 'PRAZO-PADRAO' TO WRK-PSV-NOME.                        00038256
            PERFORM 1055-CHAMAR-PARMSERV.                               00038362
            IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND      00038468
               WRK-PSV-NUMERO GREATER ZEROS                             00038574
               MOVE WRK-PSV-NUMERO TO WRK-PRAZO-PADRAO                  00038680
            END-IF.                                                     00038800
                                                                        00038900
      *-------------------------------------------------------------*   00039000
       1050-99-FIM.                       EXIT.                         00039100
      *-------------------------------------------------------------*   00039106
                                                                        00039112
      *-------------------------------------------------------------*   00039118
       1055-CHAMAR-PARMSERV               SECTION.                      00039124
      *-------------------------------------------------------------*   00039130
                                                                        00039136
            CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                  00039142
                 WRK-PSV-FUNCAO, WRK-PSV-RETORNO                        00039148
                ON EXCEPTION                                            00039154
                   MOVE '02' TO WRK-PSV-RETORNO                         00039160
            END-CALL.                                                   00039166
                                                                        00039172
      *-------------------------------------------------------------*   00039178
       1055-99-FIM.                       EXIT.                         00039184
      *-------------------------------------------------------------*   00039200
                                                                        00039300
      *---------------------------------------------------------------  00039400
      *    1060-APURAR-JANELA                                           00039500
      *    OS N MESES FECHADOS ANTES DO MES CORRENTE (AAAAMM INICIAL    00039600
      *    E FINAL) E O TOTAL DE DIAS CORRIDOS DELES.                   00039700
      *---------------------------------------------------------------  00039800
       1060-APURAR-JANELA                 SECTION.                      00039900
                                                                        00040000
            MOVE WRK-DATA-HOJE(1:4) TO WRK-MFI-ANO.                     00040100
            MOVE WRK-DATA-HOJE(5:2) TO WRK-MFI-MES.                     00040200
            MOVE WRK-MES-FIM TO WRK-MES-CONTA.                          00040300
            PERFORM 1061-VOLTAR-MES.                                    00040400
            MOVE WRK-MES-CONTA TO WRK-MES-FIM.                          00040500
                                                                        00040600
            MOVE ZEROS TO WRK-DIAS-JANELA.                              00040700
            MOVE ZEROS TO WRK-CONTA-MESES.                              00040800
            PERFORM 1062-SOMAR-MES                                      00040900
               UNTIL WRK-CONTA-MESES NOT LESS THAN WRK-MESES.           00041000
                                                                        00041100
      *-------------------------------------------------------------*   00041200
       1060-99-FIM.                       EXIT.                         00041300
      *-------------------------------------------------------------*   00041400
                                                                        00041500
      *-------------------------------------------------------------*   00041600
       1061-VOLTAR-MES                    SECTION.                      00041700
      *-------------------------------------------------------------*   00041800
                                                                        00041900
            IF WRK-MCO-MES EQUAL 1                                      00042000
               MOVE 12 TO WRK-MCO-MES                                   00042100
               SUBTRACT 1 FROM WRK-MCO-ANO                              00042200
            ELSE                                                        00042300
               SUBTRACT 1 FROM WRK-MCO-MES                              00042400
            END-IF.                                                     00042500
                                                                        00042600
      *-------------------------------------------------------------*   00042700
       1061-99-FIM.                       EXIT.                         00042800
      *-------------------------------------------------------------*   00042900
                                                                        00043000
      *-------------------------------------------------------------*   00043100
       1062-SOMAR-MES                     SECTION.                      00043200
      *-------------------------------------------------------------*   00043300
                                                                        00043400
            ADD WRK-DIAS-MES(WRK-MCO-MES) TO WRK-DIAS-JANELA.           00043500
            IF WRK-MCO-MES EQUAL 2                                      00043600
               DIVIDE WRK-MCO-ANO BY 4   GIVING WRK-QUOCIENTE           00043700
                      REMAINDER WRK-RESTO-4                             00043800
               DIVIDE WRK-MCO-ANO BY 100 GIVING WRK-QUOCIENTE           00043900
                      REMAINDER WRK-RESTO-100                           00044000
               DIVIDE WRK-MCO-ANO BY 400 GIVING WRK-QUOCIENTE           00044100
                      REMAINDER WRK-RESTO-400                           00044200
               IF WRK-RESTO-400 EQUAL ZEROS OR                          00044300
                  ( WRK-RESTO-4 EQUAL ZEROS AND                         00044400
                    WRK-RESTO-100 NOT EQUAL ZEROS )                     00044500
                  ADD 1 TO WRK-DIAS-JANELA                              00044600
               END-IF                                                   00044700
            END-IF.                                                     00044800
            MOVE WRK-MES-CONTA TO WRK-MES-INI.                          00044900
            ADD 1 TO WRK-CONTA-MESES.                                   00045000
            IF WRK-CONTA-MESES LESS THAN WRK-MESES                      00045100
               PERFORM 1061-VOLTAR-MES                                  00045200
            END-IF.                                                     00045300
                                                                        00045400
      *-------------------------------------------------------------*   00045500
       1062-99-FIM.                       EXIT.                         00045600
      *-------------------------------------------------------------*   00045700
                                                                        00045800
      *---------------------------------------------------------------  00045900
      *    1200-LER-CONSUMO                                             00046000
      *    JUNTA TODOS OS MOVIMENTOS DO PROXIMO PRODUTO DO MOVLOG:      00046100
      *    SOMA DAS SAIDAS DA JANELA, SOMA DOS QUADRADOS DO TOTAL       00046200
      *    DE CADA DIA (PARA O DESVIO) E DIAS COM SAIDA. O REGISTRO     00046300
      *    QUE QUEBRA O PRODUTO FICA LIDO PARA A PROXIMA VEZ.           00046400
      *---------------------------------------------------------------  00046500
       1200-LER-CONSUMO                   SECTION.                      00046600
                                                                        00046700
            IF WRK-FS-MOVLOG NOT EQUAL ZEROS                            00046800
               MOVE HIGH-VALUES TO WRK-CHAVE-CONSUMO                    00046900
            ELSE                                                        00047000
               MOVE FD-LOG-CODIGO TO WRK-CHAVE-CONSUMO                  00047100
               MOVE ZEROS  TO WRK-SOMA                                  00047200
               MOVE ZEROS  TO WRK-SOMA-QUAD                             00047300
               MOVE ZEROS  TO WRK-DIAS-COM-SAIDA                        00047400
               MOVE ZEROS  TO WRK-QTDE-DIA                              00047500
               MOVE SPACES TO WRK-DATA-DIA                              00047600
               PERFORM 1210-SOMAR-MOVIMENTO                             00047700
                  UNTIL WRK-FS-MOVLOG NOT EQUAL ZEROS                   00047800
                     OR FD-LOG-CODIGO NOT EQUAL WRK-CHAVE-CONSUMO       00047900
               PERFORM 1220-FECHAR-DIA                                  00048000
            END-IF.                                                     00048100
                                                                        00048200
      *-------------------------------------------------------------*   00048300
       1200-99-FIM.                       EXIT.                         00048400
      *-------------------------------------------------------------*   00048500
                                                                        00048600
      *-------------------------------------------------------------*   00048700
       1210-SOMAR-MOVIMENTO               SECTION.                      00048800
      *-------------------------------------------------------------*   00048900
                                                                        00049000
            ADD 1 TO WRK-REG-MOVLOG.                                    00049100
            IF FD-LOG-TIPO EQUAL 'S' AND                                00049200
               FD-LOG-DATA(1:6) NOT LESS THAN WRK-MES-INI AND           00049300
               FD-LOG-DATA(1:6) NOT GREATER THAN WRK-MES-FIM            00049400
               ADD 1 TO WRK-REG-SAIDAS                                  00049500
               IF FD-LOG-DATA NOT EQUAL WRK-DATA-DIA                    00049600
                  PERFORM 1220-FECHAR-DIA                               00049700
                  MOVE FD-LOG-DATA TO WRK-DATA-DIA                      00049800
               END-IF                                                   00049900
               ADD FD-LOG-QTDE TO WRK-QTDE-DIA                          00050000
            END-IF.                                                     00050100
            READ MOVLOG.                                                00050200
                                                                        00050300
      *-------------------------------------------------------------*   00050400
       1210-99-FIM.                       EXIT.                         00050500
      *-------------------------------------------------------------*   00050600
                                                                        00050700
      *-------------------------------------------------------------*   00050800
       1220-FECHAR-DIA                    SECTION.                      00050900
      *-------------------------------------------------------------*   00051000
                                                                        00051100
            IF WRK-QTDE-DIA GREATER ZEROS                               00051200
               ADD WRK-QTDE-DIA TO WRK-SOMA                             00051300
               COMPUTE WRK-SOMA-QUAD = WRK-SOMA-QUAD +                  00051400
                       WRK-QTDE-DIA * WRK-QTDE-DIA                      00051500
               END-COMPUTE                                              00051600
               ADD 1 TO WRK-DIAS-COM-SAIDA                              00051700
               MOVE ZEROS TO WRK-QTDE-DIA                               00051800
            END-IF.                                                     00051900
                                                                        00052000
      *-------------------------------------------------------------*   00052100
       1220-99-FIM.                       EXIT.                         00052200
      *-------------------------------------------------------------*   00052300
                                                                        00052400
      *-------------------------------------------------------------*   00052500
       1300-LER-PONTO                     SECTION.                      00052600
      *-------------------------------------------------------------*   00052700
                                                                        00052800
            READ PONTOPED.                                              00052900
            IF WRK-FS-PONTOPED EQUAL ZEROS                              00053000
               ADD 1 TO WRK-REG-PONTO                                   00053100
               MOVE FD-PP-CODIGO TO WRK-CHAVE-PONTO                     00053200
            ELSE                                                        00053300
               MOVE HIGH-VALUES TO WRK-CHAVE-PONTO                      00053400
            END-IF.                                                     00053500
                                                                        00053600
      *-------------------------------------------------------------*   00053700
       1300-99-FIM.                       EXIT.                         00053800
      *-------------------------------------------------------------*   00053900
                                                                        00054000
      *---------------------------------------------------------------  00054100
      *    1400-CARREGAR-LIGACOES                                       00054200
      *    LIGACAO PRODUTO X FORNECEDOR (PRODFORN) EM TABELA, NO        00054300
      *    MOLDE DO ARQ010; SEM ELA VALE O PRAZO PADRAO.                00054400
      *---------------------------------------------------------------  00054500
       1400-CARREGAR-LIGACOES             SECTION.                      00054600
                                                                        00054700
            OPEN INPUT PRODFORN.                                        00054800
            IF WRK-FS-PRODFORN EQUAL '35'                               00054900
               DISPLAY ' PRODFORN AUSENTE, PRAZO PADRAO PARA TODOS '    00055000
            ELSE                                                        00055100
               IF WRK-FS-PRODFORN NOT EQUAL '00'                        00055200
                  MOVE ' ERRO OPEN PRODFORN ' TO WRK-MSG                00055300
                  PERFORM 9000-TRATAR-ERROS                             00055400
               END-IF                                                   00055500
               READ PRODFORN                                            00055600
               PERFORM 1410-GUARDAR-LIGACAO                             00055700
                  UNTIL WRK-FS-PRODFORN NOT EQUAL '00'                  00055800
               CLOSE PRODFORN                                           00055900
               IF WRK-LIG-EXCEDENTES GREATER ZEROS                      00056000
                  DISPLAY ' PRODFORN ESTOUROU A TABELA, '               00056100
                          'LIGACOES IGNORADAS: '                        00056200
                          WRK-LIG-EXCEDENTES                            00056300
               END-IF                                                   00056400
            END-IF.                                                     00056500
                                                                        00056600
      *-------------------------------------------------------------*   00056700
       1400-99-FIM.                       EXIT.                         00056800
      *-------------------------------------------------------------*   00056900
                                                                        00057000
      *-------------------------------------------------------------*   00057100
       1410-GUARDAR-LIGACAO               SECTION.                      00057200
      *-------------------------------------------------------------*   00057300
                                                                        00057400
            IF WRK-QTDE-LIGACOES LESS THAN 200                          00057500
               ADD 1 TO WRK-QTDE-LIGACOES                               00057600
               MOVE FD-PF-CODIGO TO                                     00057700
                    WRK-TAB-PF-CODIGO(WRK-QTDE-LIGACOES)                00057800
               MOVE FD-PF-FORNECEDOR TO                                 00057900
                    WRK-TAB-PF-FORN(WRK-QTDE-LIGACOES)                  00058000
            ELSE                                                        00058100
               ADD 1 TO WRK-LIG-EXCEDENTES                              00058200
            END-IF.                                                     00058300
            READ PRODFORN.                                              00058400
                                                                        00058500
      *-------------------------------------------------------------*   00058600
       1410-99-FIM.                       EXIT.                         00058700
      *-------------------------------------------------------------*   00058800
                                                                        00058900
      *-------------------------------------------------------------*   00059000
       1500-CARREGAR-FORNECEDORES         SECTION.                      00059100
      *-------------------------------------------------------------*   00059200
                                                                        00059300
            OPEN INPUT FORNMSTR.                                        00059400
            IF WRK-FS-FORNMSTR EQUAL '35'                               00059500
               DISPLAY ' FORNMSTR AUSENTE, PRAZO PADRAO PARA TODOS '    00059600
            ELSE                                                        00059700
               IF WRK-FS-FORNMSTR NOT EQUAL '00'                        00059800
                  MOVE ' ERRO OPEN FORNMSTR ' TO WRK-MSG                00059900
                  PERFORM 9000-TRATAR-ERROS                             00060000
               END-IF                                                   00060100
               READ FORNMSTR                                            00060200
               PERFORM 1510-GUARDAR-FORNECEDOR                          00060300
                  UNTIL WRK-FS-FORNMSTR NOT EQUAL '00'                  00060400
               CLOSE FORNMSTR                                           00060500
               IF WRK-FORN-EXCEDENTES GREATER ZEROS                     00060600
                  DISPLAY ' FORNMSTR ESTOUROU A TABELA, '               00060700
                          'FORNECEDORES IGNORADOS: '                    00060800
                          WRK-FORN-EXCEDENTES                           00060900
               END-IF                                                   00061000
            END-IF.                                                     00061100
                                                                        00061200
      *-------------------------------------------------------------*   00061300
       1500-99-FIM.                       EXIT.                         00061400
      *-------------------------------------------------------------*   00061500
                                                                        00061600
      *-------------------------------------------------------------*   00061700
       1510-GUARDAR-FORNECEDOR            SECTION.                      00061800
      *-------------------------------------------------------------*   00061900
                                                                        00062000
            IF WRK-QTDE-FORNS LESS THAN 50                              00062100
               ADD 1 TO WRK-QTDE-FORNS                                  00062200
               MOVE FD-FM-CODIGO TO                                     00062300
                    WRK-TAB-FR-CODIGO(WRK-QTDE-FORNS)                   00062400
               MOVE FD-FM-PRAZO-ENTREGA TO                              00062500
                    WRK-TAB-FR-PRAZO(WRK-QTDE-FORNS)                    00062600
            ELSE                                                        00062700
               ADD 1 TO WRK-FORN-EXCEDENTES                             00062800
            END-IF.                                                     00062900
            READ FORNMSTR.                                              00063000
                                                                        00063100
      *-------------------------------------------------------------*   00063200
       1510-99-FIM.                       EXIT.                         00063300
      *-------------------------------------------------------------*   00063400
                                                                        00063500
      *---------------------------------------------------------------  00063600
      *    2000-BALANCEAR                                               00063700
      *    CONSUMO SEM PONTO CADASTRADO GANHA PONTO NOVO; PONTO SEM     00063800
      *    SAIDA NA JANELA E COPIADO COMO ESTA.                         00063900
      *---------------------------------------------------------------  00064000
       2000-BALANCEAR                     SECTION.                      00064100
                                                                        00064200
            EVALUATE TRUE                                               00064300
              WHEN WRK-CHAVE-CONSUMO LESS THAN WRK-CHAVE-PONTO          00064400
                 MOVE ZEROS TO WRK-MINIMO-ANT                           00064500
                 MOVE ZEROS TO WRK-LOTE-ANT                             00064600
                 PERFORM 2100-RECALCULAR                                00064700
                 PERFORM 1200-LER-CONSUMO                               00064800
              WHEN WRK-CHAVE-PONTO LESS THAN WRK-CHAVE-CONSUMO          00064900
                 ADD 1 TO WRK-REG-SEM-CONSUMO                           00065000
                 MOVE FD-PP-CODIGO      TO FD-PN-CODIGO                 00065100
                 MOVE FD-PP-QTDE-MINIMA TO FD-PN-QTDE-MINIMA            00065200
                 MOVE FD-PP-LOTE-COMPRA TO FD-PN-LOTE-COMPRA            00065300
                 PERFORM 2300-GRAVAR-PONTO                              00065400
                 PERFORM 1300-LER-PONTO                                 00065500
              WHEN OTHER                                                00065600
                 MOVE FD-PP-QTDE-MINIMA TO WRK-MINIMO-ANT               00065700
                 MOVE FD-PP-LOTE-COMPRA TO WRK-LOTE-ANT                 00065800
                 PERFORM 2100-RECALCULAR                                00065900
                 PERFORM 1200-LER-CONSUMO                               00066000
                 PERFORM 1300-LER-PONTO                                 00066100
            END-EVALUATE.                                               00066200
                                                                        00066300
      *-------------------------------------------------------------*   00066400
       2000-99-FIM.                       EXIT.                         00066500
      *-------------------------------------------------------------*   00066600
                                                                        00066700
      *---------------------------------------------------------------  00066800
      *    2100-RECALCULAR                                              00066900
      *    MEDIA = SAIDAS / DIAS DA JANELA; DESVIO SOBRE OS TOTAIS      00067000
      *    DIARIOS (DIA SEM SAIDA CONTA ZERO). MINIMO = MEDIA *         00067100
      *    PRAZO + FATOR * DESVIO * RAIZ DO PRAZO; LOTE = MEDIA *       00067200
      *    DIAS DE COBERTURA. PRODUTO SEM SAIDA NA JANELA FICA COM      00067300
      *    O PONTO QUE TINHA (O NOVO SEM CONSUMO NEM E GRAVADO).        00067400
      *---------------------------------------------------------------  00067500
       2100-RECALCULAR                    SECTION.                      00067600
                                                                        00067700
            IF WRK-SOMA EQUAL ZEROS                                     00067800
               IF WRK-CHAVE-CONSUMO EQUAL WRK-CHAVE-PONTO               00067900
                  ADD 1 TO WRK-REG-SEM-CONSUMO                          00068000
                  MOVE FD-PP-CODIGO      TO FD-PN-CODIGO                00068100
                  MOVE FD-PP-QTDE-MINIMA TO FD-PN-QTDE-MINIMA           00068200
                  MOVE FD-PP-LOTE-COMPRA TO FD-PN-LOTE-COMPRA           00068300
                  PERFORM 2300-GRAVAR-PONTO                             00068400
               END-IF                                                   00068500
            ELSE                                                        00068600
               PERFORM 2110-CALCULAR-PONTO                              00068700
            END-IF.                                                     00068800
                                                                        00068900
      *-------------------------------------------------------------*   00069000
       2100-99-FIM.                       EXIT.                         00069100
      *-------------------------------------------------------------*   00069200
                                                                        00069300
      *-------------------------------------------------------------*   00069400
       2110-CALCULAR-PONTO                SECTION.                      00069500
      *-------------------------------------------------------------*   00069600
                                                                        00069700
            ADD 1 TO WRK-REG-RECALC.                                    00069800
            PERFORM 2200-PROCURAR-PRAZO.                                00069900
                                                                        00070000
            COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA / WRK-DIAS-JANELA      00070100
            END-COMPUTE.                                                00070200
            COMPUTE WRK-VARIANCIA ROUNDED =                             00070300
                    WRK-SOMA-QUAD / WRK-DIAS-JANELA                     00070400
                  - WRK-MEDIA * WRK-MEDIA                               00070500
            END-COMPUTE.                                                00070600
            IF WRK-VARIANCIA GREATER ZEROS                              00070700
               COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0.5        00070800
               END-COMPUTE                                              00070900
            ELSE                                                        00071000
               MOVE ZEROS TO WRK-DESVIO                                 00071100
            END-IF.                                                     00071200
            COMPUTE WRK-SEGURANCA ROUNDED =                             00071300
                    WRK-FATOR * WRK-DESVIO * ( WRK-PRAZO ** 0.5 )       00071400
            END-COMPUTE.                                                00071500
            COMPUTE WRK-MINIMO-CALC ROUNDED =                           00071600
                    WRK-MEDIA * WRK-PRAZO + WRK-SEGURANCA               00071700
            END-COMPUTE.                                                00071800
            COMPUTE WRK-LOTE-CALC ROUNDED =                             00071900
                    WRK-MEDIA * WRK-COBERTURA                           00072000
            END-COMPUTE.                                                00072100
                                                                        00072200
            IF WRK-MINIMO-CALC GREATER 99999                            00072300
               MOVE 99999 TO WRK-MINIMO-NOVO                            00072400
            ELSE                                                        00072500
               COMPUTE WRK-MINIMO-NOVO ROUNDED = WRK-MINIMO-CALC        00072600
               END-COMPUTE                                              00072700
            END-IF.                                                     00072800
            IF WRK-LOTE-CALC GREATER 99999                              00072900
               MOVE 99999 TO WRK-LOTE-NOVO                              00073000
            ELSE                                                        00073100
               COMPUTE WRK-LOTE-NOVO ROUNDED = WRK-LOTE-CALC            00073200
               END-COMPUTE                                              00073300
            END-IF.                                                     00073400
            IF WRK-LOTE-NOVO EQUAL ZEROS                                00073500
               MOVE 1 TO WRK-LOTE-NOVO                                  00073600
            END-IF.                                                     00073700
                                                                        00073800
            MOVE WRK-CHAVE-CONSUMO TO FD-PN-CODIGO.                     00073900
            MOVE WRK-MINIMO-NOVO   TO FD-PN-QTDE-MINIMA.                00074000
            MOVE WRK-LOTE-NOVO     TO FD-PN-LOTE-COMPRA.                00074100
            PERFORM 2300-GRAVAR-PONTO.                                  00074200
            PERFORM 2400-AVALIAR-MUDANCA.                               00074300
                                                                        00074400
      *-------------------------------------------------------------*   00074500
       2110-99-FIM.                       EXIT.                         00074600
      *-------------------------------------------------------------*   00074700
                                                                        00074800
      *---------------------------------------------------------------  00074900
      *    2200-PROCURAR-PRAZO                                          00075000
      *    FORNECEDOR DO PRODUTO NO PRODFORN E PRAZO DELE NO            00075100
      *    FORNMSTR; SEM LIGACAO OU SEM PRAZO, O PRAZO PADRAO.          00075200
      *---------------------------------------------------------------  00075300
       2200-PROCURAR-PRAZO                SECTION.                      00075400
                                                                        00075500
            MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.                         00075600
            SET WRK-FORN-NAO-ACHADO TO TRUE.                            00075700
            MOVE 1 TO WRK-IDX.                                          00075800
            PERFORM 2210-PROCURAR-LIGACAO                               00075900
               UNTIL WRK-IDX GREATER THAN WRK-QTDE-LIGACOES             00076000
                  OR WRK-FORN-FOI-ACHADO.                               00076100
                                                                        00076200
            IF WRK-FORN-NAO-ACHADO                                      00076300
               ADD 1 TO WRK-REG-SEM-FORN                                00076400
            ELSE                                                        00076500
               MOVE WRK-TAB-PF-FORN(WRK-IDX) TO WRK-FORN-PRODUTO        00076600
               SET WRK-FORN-NAO-ACHADO TO TRUE                          00076700
               MOVE 1 TO WRK-IDX                                        00076800
               PERFORM 2220-PROCURAR-FORNECEDOR                         00076900
                  UNTIL WRK-IDX GREATER THAN WRK-QTDE-FORNS             00077000
                     OR WRK-FORN-FOI-ACHADO                             00077100
               IF WRK-FORN-FOI-ACHADO AND                               00077200
                  WRK-TAB-FR-PRAZO(WRK-IDX) GREATER ZEROS               00077300
                  MOVE WRK-TAB-FR-PRAZO(WRK-IDX) TO WRK-PRAZO           00077400
               ELSE                                                     00077500
                  ADD 1 TO WRK-REG-SEM-FORN                             00077600
               END-IF                                                   00077700
            END-IF.                                                     00077800
                                                                        00077900
      *-------------------------------------------------------------*   00078000
       2200-99-FIM.                       EXIT.                         00078100
      *-------------------------------------------------------------*   00078200
                                                                        00078300
      *-------------------------------------------------------------*   00078400
       2210-PROCURAR-LIGACAO              SECTION.                      00078500
      *-------------------------------------------------------------*   00078600
                                                                        00078700
            IF WRK-TAB-PF-CODIGO(WRK-IDX) EQUAL WRK-CHAVE-CONSUMO       00078800
               SET WRK-FORN-FOI-ACHADO TO TRUE                          00078900
            ELSE                                                        00079000
               ADD 1 TO WRK-IDX                                         00079100
            END-IF.                                                     00079200
                                                                        00079300
      *-------------------------------------------------------------*   00079400
       2210-99-FIM.                       EXIT.                         00079500
      *-------------------------------------------------------------*   00079600
                                                                        00079700
      *-------------------------------------------------------------*   00079800
       2220-PROCURAR-FORNECEDOR           SECTION.                      00079900
      *-------------------------------------------------------------*   00080000
                                                                        00080100
            IF WRK-TAB-FR-CODIGO(WRK-IDX) EQUAL WRK-FORN-PRODUTO        00080200
               SET WRK-FORN-FOI-ACHADO TO TRUE                          00080300
            ELSE                                                        00080400
               ADD 1 TO WRK-IDX                                         00080500
            END-IF.                                                     00080600
                                                                        00080700
      *-------------------------------------------------------------*   00080800
       2220-99-FIM.                       EXIT.                         00080900
      *-------------------------------------------------------------*   00081000
                                                                        00081100
      *-------------------------------------------------------------*   00081200
       2300-GRAVAR-PONTO                  SECTION.                      00081300
      *-------------------------------------------------------------*   00081400
                                                                        00081500
            WRITE FD-PONTONOV.                                          00081600
            IF WRK-FS-PONTONOV NOT EQUAL '00'                           00081700
               MOVE ' ERRO WRITE PONTONOV ' TO WRK-MSG                  00081800
               PERFORM 9000-TRATAR-ERROS                                00081900
            END-IF.                                                     00082000
            ADD 1 TO WRK-REG-GRAVADOS.                                  00082100
                                                                        00082200
      *-------------------------------------------------------------*   00082300
       2300-99-FIM.                       EXIT.                         00082400
      *-------------------------------------------------------------*   00082500
                                                                        00082600
      *---------------------------------------------------------------  00082700
      *    2400-AVALIAR-MUDANCA                                         00082800
      *    VAI PARA A REVISAO O PRODUTO NOVO NO PONTOPED E O QUE        00082900
      *    TEVE O MINIMO ALTERADO EM MAIS QUE O LIMITE (EM %).          00083000
      *---------------------------------------------------------------  00083100
       2400-AVALIAR-MUDANCA               SECTION.                      00083200
                                                                        00083300
            MOVE SPACES TO WRK-SITUACAO.                                00083400
            IF WRK-CHAVE-CONSUMO NOT EQUAL WRK-CHAVE-PONTO              00083500
               ADD 1 TO WRK-REG-NOVOS                                   00083600
               MOVE ZEROS   TO WRK-VARIACAO                             00083700
               MOVE 'NOVO'  TO WRK-SITUACAO                             00083800
            ELSE                                                        00083900
               IF WRK-MINIMO-ANT EQUAL ZEROS                            00084000
                  MOVE 100 TO WRK-VARIACAO                              00084100
               ELSE                                                     00084200
                  COMPUTE WRK-VARIACAO ROUNDED =                        00084300
                          ( WRK-MINIMO-NOVO - WRK-MINIMO-ANT ) * 100    00084400
                          / WRK-MINIMO-ANT                              00084500
                  END-COMPUTE                                           00084600
               END-IF                                                   00084700
               IF WRK-VARIACAO GREATER WRK-LIMITE                       00084800
                  MOVE 'SUBIU'  TO WRK-SITUACAO                         00084900
               END-IF                                                   00085000
               IF WRK-VARIACAO LESS ZEROS AND                           00085100
                  ( ZEROS - WRK-VARIACAO ) GREATER WRK-LIMITE           00085200
                  MOVE 'DESCEU' TO WRK-SITUACAO                         00085300
               END-IF                                                   00085400
            END-IF.                                                     00085500
                                                                        00085600
            IF WRK-SITUACAO NOT EQUAL SPACES                            00085700
               ADD 1 TO WRK-REG-MUDADOS                                 00085800
               MOVE WRK-CHAVE-CONSUMO TO WRK-LDT-CODIGO                 00085900
               MOVE WRK-MEDIA         TO WRK-LDT-MEDIA                  00086000
               MOVE WRK-DESVIO        TO WRK-LDT-DESVIO                 00086100
               MOVE WRK-PRAZO         TO WRK-LDT-PRAZO                  00086200
               MOVE WRK-MINIMO-ANT    TO WRK-LDT-MIN-ANT                00086300
               MOVE WRK-MINIMO-NOVO   TO WRK-LDT-MIN-NOVO               00086400
               MOVE WRK-LOTE-ANT      TO WRK-LDT-LOTE-ANT               00086500
               MOVE WRK-LOTE-NOVO     TO WRK-LDT-LOTE-NOVO              00086600
               MOVE WRK-VARIACAO      TO WRK-LDT-VARIACAO               00086700
               MOVE WRK-SITUACAO      TO WRK-LDT-SITUACAO               00086800
               MOVE WRK-LIN-DETALHE   TO FD-RELPONTO                    00086900
               WRITE FD-RELPONTO                                        00087000
            END-IF.                                                     00087100
                                                                        00087200
      *-------------------------------------------------------------*   00087300
       2400-99-FIM.                       EXIT.                         00087400
      *-------------------------------------------------------------*   00087500
                                                                        00087600
      *-------------------------------------------------------------*   00087700
       3000-FINALIZAR                     SECTION.                      00087800
      *-------------------------------------------------------------*   00087900
                                                                        00088000
            MOVE WRK-LIN-TRACO TO FD-RELPONTO.                          00088100
            WRITE FD-RELPONTO.                                          00088200
                                                                        00088300
            CLOSE MOVLOG                                                00088400
            CLOSE PONTOPED                                              00088500
            CLOSE PONTONOV                                              00088600
            CLOSE RELPONTO.                                             00088700
                                                                        00088800
            DISPLAY '=========================================='.       00088900
            DISPLAY ' RECALCULO DO PONTO DE PEDIDO '.                   00089000
            DISPLAY ' MOVIMENTOS LIDOS.....: ' WRK-REG-MOVLOG.          00089100
            DISPLAY ' SAIDAS NA JANELA.....: ' WRK-REG-SAIDAS.          00089200
            DISPLAY ' PONTOS LIDOS.........: ' WRK-REG-PONTO.           00089300
            DISPLAY ' PONTOS RECALCULADOS..: ' WRK-REG-RECALC.          00089400
            DISPLAY ' PONTOS NOVOS.........: ' WRK-REG-NOVOS.           00089500
            DISPLAY ' MANTIDOS SEM CONSUMO.: ' WRK-REG-SEM-CONSUMO.     00089600
            DISPLAY ' SEM PRAZO DE FORNEC..: ' WRK-REG-SEM-FORN.        00089700
            DISPLAY ' PARA REVISAO.........: ' WRK-REG-MUDADOS.         00089800
            DISPLAY ' GRAVADOS EM PONTONOV.: ' WRK-REG-GRAVADOS.        00089900
            DISPLAY '=========================================='.       00090000
                STOP RUN.                                               00090100
                                                                        00090200
      *-------------------------------------------------------------*   00090300
       3000-99-FIM.                       EXIT.                         00090400
      *-------------------------------------------------------------*   00090500
                                                                        00090600
      *-------------------------------------------------------------*   00090700
       9000-TRATAR-ERROS                  SECTION.                      00090800
      *-------------------------------------------------------------*   00090900
                                                                        00091000
             DISPLAY '------------------'                               00091100
             DISPLAY   WRK-MSG                                          00091200
             DISPLAY '------------------'                               00091300
                STOP RUN.                                               00091400
                                                                        00091500
      *-------------------------------------------------------------*   00091600
       9000-99-FIM.            EXIT.                                    00091700
      *-------------------------------------------------------------*   00091800
                                                                        00091900
