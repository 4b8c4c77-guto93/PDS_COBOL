      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03DB45.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 17/07/2023                                       00000800
      *     OBJETIVO : ENCARGOS DA EMPRESA SOBRE A FOLHA -- O           00000900
      *              : FR03DB15 SO CALCULA O LADO DO EMPREGADO          00001000
      *              : (INSS E IRRF RETIDOS). ESTE PROGRAMA             00001100
      *              : PERCORRE FOUR001.FUNC POR CURSOR, PEGA O         00001200
      *              : BRUTO DA COMPETENCIA NO HOLHIST E CALCULA        00001300
      *              : POR FUNCIONARIO O FGTS (8% DO BRUTO) E O         00001400
      *              : INSS DA EMPRESA (PATRONAL + RAT +                00001500
      *              : TERCEIROS, SEM TETO). GRAVA O ARQUIVO DE         00001600
      *              : DEPOSITO DO FGTS (FGTSDEP: CABECALHO,            00001700
      *              : UM DETALHE POR FUNCIONARIO E TRAILER COM         00001800
      *              : QUANTIDADE E TOTAIS), IMPRIME OS ENCARGOS        00001900
      *              : POR SETOR (RELENCAR) E GERA OS LANCAMENTOS       00002000
      *              : C/D BALANCEADOS NO LANCTO, QUE PASSAM PELA       00002100
      *              : VALIDACAO NORMAL DO FR03CB20:                    00002200
      *              :  FG - D DESPESA DE FGTS, C FGTS A RECOLHER;      00002300
      *              :  IP - D DESPESA DE INSS DA EMPRESA, C INSS       00002400
      *              :       DA EMPRESA A RECOLHER.                     00002500
      *              : AS CONTAS VEM DO CTAREGRA (REGRA POR             00002600
      *              : EVENTO, COMO NO FR03DB42), O CENTRO DE           00002700
      *              : CUSTO E O SETOR DO FUNCIONARIO.                  00002800
      *-------------------------------------------------------------*   00002900
      *     PARAMETROS NO PARMSERV (OPCIONAIS): COMPETENCIA AAAAMM E    00003000
      *     AS ALIQUOTAS DE FGTS, INSS PATRONAL, RAT E TERCEIROS.       00003100
      *     SEM ELES, OU COM VALOR ZERADO/INVALIDO, VALEM A             00003200
      *     COMPETENCIA DO MES CORRENTE (A MESMA QUE O FR03DB15         00003300
      *     GRAVA NO HOLHIST) E 8,00 / 20,00 / 2,00 / 5,80.             00003400
      *     O FUNCIONARIO ENTRA SE TEM HOLHIST NA COMPETENCIA,          00003500
      *     MESMO QUE DESLIGADO DEPOIS DO CALCULO DA FOLHA.             00003600
      *     O VALOR DO LANCTO E LIMITADO A 99999,99 PELO LAYOUT;        00003700
      *     TOTAL DE SETOR ACIMA DISSO E QUEBRADO EM QUANTOS            00003800
      *     LANCAMENTOS FOREM PRECISOS, COMO NO FR03DB36.               00003900
      *-------------------------------------------------------------*   00003912
      *     MANUTENCAO:                                                 00003924
      *     - 09/10/2023: VALOR DO LANCAMENTO AMPLIADO DE 9(05)V99 PARA 00003936
      *       9(09)V99 (LANCTO E ACEITO DE 56 PARA 60 POSICOES); AS     00003948
      *       GERACOES ANTIGAS DO ACEITO SAO CONVERTIDAS PELO FR03CB50. 00003960
      *       A QUEBRA EM VARIOS LANCAMENTOS FICA SO PARA VALOR         00003972
      *       ACIMA DE 999.999.999,99.                                  00003984
      *     - 23/10/2023: LANCTO AMPLIADO DE 60 PARA 84 POSICOES        00003987
      *       COM O LOTE E A REFERENCIA DE ESTORNO; O FR03CB20 SO       00003990
      *       ACEITA O LOTE INTEIRO E COM DEBITO IGUAL A CREDITO.       00003993
      *       UM LOTE POR RODADA (ORIGEM EF).                           00003996
      *     - 04/12/2023: O ENCPARM DEU LUGAR AO CADASTRO CENTRAL DE    00003997
      *       PARAMETROS (PARMSERV, FR03DB45/COMPETENCIA, ALIQ-FGTS,    00003998
      *       ALIQ-INSS, ALIQ-RAT E ALIQ-TERC).                         00003999
      *===========================================================*     00004000
      *===========================================================*     00004100
       ENVIRONMENT                                    DIVISION.         00004200
      *===========================================================*     00004300
       CONFIGURATION                                  SECTION.          00004400
      *===========================================================*     00004500
                                                                        00004600
          SPECIAL-NAMES.                                                00004700
              DECIMAL-POINT IS COMMA.                                   00004800
                                                                        00004900
      *===========================================================*     00005000
       INPUT-OUTPUT                                   SECTION.          00005100
      *===========================================================*     00005200
       FILE-CONTROL.                                                    00005300
                                                                        00005400
                                                                        00005700
           SELECT CTAREGRA  ASSIGN TO CTAREGRA                          00005800
                FILE STATUS  IS WRK-FS-CTAREGRA.                        00005900
                                                                        00006000
           SELECT HOLHIST   ASSIGN TO HOLHIST                           00006100
                ORGANIZATION IS INDEXED                                 00006200
                ACCESS MODE  IS RANDOM                                  00006300
                RECORD KEY   IS FD-HH-CHAVE                             00006400
                FILE STATUS  IS WRK-FS-HOLHIST.                         00006500
                                                                        00006600
           SELECT FGTSDEP   ASSIGN TO FGTSDEP                           00006700
                FILE STATUS  IS WRK-FS-FGTSDEP.                         00006800
                                                                        00006900
           SELECT RELENCAR  ASSIGN TO RELENCAR                          00007000
                FILE STATUS  IS WRK-FS-RELENCAR.                        00007100
                                                                        00007200
           SELECT LANCTO    ASSIGN TO LANCTO                            00007300
                FILE STATUS  IS WRK-FS-LANCTO.                          00007400
                                                                        00007500
      *===========================================================*     00007600
       DATA                                       DIVISION.             00007700
      *===========================================================*     00007800
                                                                        00007900
      *-----------------------------------------------------------*     00008000
       FILE                                       SECTION.              00008100
      *-----------------------------------------------------------*     00008200
                                                                        00009400
       FD CTAREGRA                                                      00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-CTAREGRA.                                                  00009800
          05 FD-RGR-EVENTO    PIC X(02).                                00009900
          05 FD-RGR-DEBITO    PIC X(06).                                00010000
          05 FD-RGR-CREDITO   PIC X(06).                                00010100
          05 FD-RGR-AUXILIAR  PIC X(06).                                00010200
          05 FILLER           PIC X(10).                                00010300
                                                                        00010400
       FD HOLHIST                                                       00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-HOLHIST.                                                   00010800
          05 FD-HH-CHAVE.                                               00010900
             10 FD-HH-ID          PIC 9(04).                            00011000
             10 FD-HH-COMPETENCIA PIC X(06).                            00011100
          05 FD-HH-BRUTO          PIC 9(08)V99.                         00011200
          05 FD-HH-INSS           PIC 9(08)V99.                         00011300
          05 FD-HH-IRRF           PIC 9(08)V99.                         00011400
          05 FD-HH-LIQUIDO        PIC 9(08)V99.                         00011500
                                                                        00011600
       FD FGTSDEP                                                       00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-FGTSDEP              PIC X(80).                            00012000
       01 FD-FGT-CAB REDEFINES FD-FGTSDEP.                              00012100
          05 FD-FCB-TIPO          PIC X(01).                            00012200
          05 FD-FCB-COMPETENCIA   PIC X(06).                            00012300
          05 FD-FCB-DATA          PIC X(08).                            00012400
          05 FD-FCB-EMPRESA       PIC X(30).                            00012500
          05 FD-FCB-ALIQUOTA      PIC 9(02)V99.                         00012600
          05 FD-FCB-FILLER        PIC X(31).                            00012700
       01 FD-FGT-DET REDEFINES FD-FGTSDEP.                              00012800
          05 FD-FDT-TIPO          PIC X(01).                            00012900
          05 FD-FDT-ID            PIC 9(04).                            00013000
          05 FD-FDT-NOME          PIC X(30).                            00013100
          05 FD-FDT-SETOR         PIC X(04).                            00013200
          05 FD-FDT-COMPETENCIA   PIC X(06).                            00013300
          05 FD-FDT-BASE          PIC 9(10)V99.                         00013400
          05 FD-FDT-VALOR         PIC 9(10)V99.                         00013500
          05 FD-FDT-FILLER        PIC X(11).                            00013600
       01 FD-FGT-TRL REDEFINES FD-FGTSDEP.                              00013700
          05 FD-FTR-TIPO          PIC X(01).                            00013800
          05 FD-FTR-QTDE          PIC 9(07).                            00013900
          05 FD-FTR-BASE          PIC 9(13)V99.                         00014000
          05 FD-FTR-VALOR         PIC 9(13)V99.                         00014100
          05 FD-FTR-FILLER        PIC X(42).                            00014200
                                                                        00014300
       FD RELENCAR                                                      00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-RELENCAR             PIC X(80).                            00014700
                                                                        00014800
       FD LANCTO                                                        00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-LANCTO.                                                    00015200
          05 FD-DATA             PIC 9(08).                             00015300
          05 FD-LANCAMENTO       PIC X(30).                             00015400
          05 FD-VALOR            PIC 9(09)V99.                          00015500
          05 FD-TIPO             PIC X(01).                             00015600
          05 FD-CONTA            PIC X(06).                             00015700
          05 FD-CCUSTO           PIC X(04).                             00015800
          05 FD-LOTE             PIC X(12).                             00015833
          05 FD-REFERENCIA       PIC X(12).                             00015866
                                                                        00015900
      *-----------------------------------------------------------*     00016000
       WORKING-STORAGE                            SECTION.              00016100
      *-----------------------------------------------------------*     00016200
                                                                        00016300
      *-------------------------------------------------------*         00016400
        01 FILLER                          PIC X(050)   VALUE           00016500
                '*******AREA DE SQL ******'.                            00016600
      *-------------------------------------------------------*         00016700
                                                                        00016800
           EXEC SQL                                                     00016900
                INCLUDE BOOKFUNC                                        00017000
           END-EXEC.                                                    00017100
           EXEC SQL                                                     00017200
                INCLUDE SQLCA                                           00017300
           END-EXEC.                                                    00017400
                                                                        00017500
      *-------------------------------------------------------*         00017600
        01 FILLER                          PIC X(050)   VALUE           00017700
                '*******AREA DE AUXILIARES********'.                    00017800
      *-------------------------------------------------------*         00017900
                                                                        00018000
       77 WRK-SQLCODE              PIC -999.                            00018100
       77 WRK-TELEFONE-NULL        PIC S9(04) COMP VALUE ZEROS.         00018200
                                                                        00018300
       77 WRK-FS-CTAREGRA          PIC X(02)    VALUE ZEROS.            00018500
       77 WRK-FS-HOLHIST           PIC X(02)    VALUE ZEROS.            00018600
       77 WRK-FS-FGTSDEP           PIC X(02)    VALUE ZEROS.            00018700
       77 WRK-FS-RELENCAR          PIC X(02)    VALUE ZEROS.            00018800
       77 WRK-FS-LANCTO            PIC X(02)    VALUE ZEROS.            00018900
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00019000
                                                                        00019012
      *    LOTE DO LANCTO: ORIGEM + AAMMDD DO LANCAMENTO + SEQUENCIA    00019024
       01 WRK-LOTE.                                                     00019036
          05 WRK-LOT-ORIGEM        PIC X(02)    VALUE 'EF'.             00019048
          05 WRK-LOT-DATA          PIC X(06)    VALUE SPACES.           00019060
          05 WRK-LOT-SEQ           PIC 9(04)    VALUE 1.                00019072
                                                                        00019084
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00019100
       77 WRK-COMPETENCIA          PIC X(06)    VALUE SPACES.           00019200
                                                                        00019300
      *    ALIQUOTAS DOS ENCARGOS (PARMSERV SOBREPOE)                   00019400
       01 WRK-ALIQ-FGTS            PIC 9(02)V99 VALUE 8,00.             00019500
       01 WRK-ALIQ-INSS            PIC 9(02)V99 VALUE 20,00.            00019600
       01 WRK-ALIQ-RAT             PIC 9(02)V99 VALUE 2,00.             00019700
       01 WRK-ALIQ-TERC            PIC 9(02)V99 VALUE 5,80.             00019800
       77 WRK-PROG-PARMSERV  PIC X(08) VALUE 'PARMSERV'.                00019808
       01 WRK-PSV-AREA.                                                 00019816
          05 WRK-PSV-PROGRAMA   PIC X(08).                              00019824
          05 WRK-PSV-NOME       PIC X(12).                              00019832
          05 WRK-PSV-VALOR      PIC X(30).                              00019840
          05 WRK-PSV-NUMERO     PIC S9(11)V9(04).                       00019848
          05 WRK-PSV-NUMERICO   PIC X(01).                              00019856
             88 WRK-PSV-E-NUMERO        VALUE 'S'.                      00019864
          05 WRK-PSV-VIGENCIA   PIC X(08).                              00019872
       77 WRK-PSV-FUNCAO     PIC X(02) VALUE '01'.                      00019880
       77 WRK-PSV-RETORNO    PIC X(02) VALUE SPACES.                    00019888
       01 WRK-ALIQ-EMPRESA         PIC 9(03)V99 VALUE ZEROS.            00019900
                                                                        00020000
      *    REGRAS DE CONTABILIZACAO, UMA POR EVENTO                     00020100
       01 WRK-REGRA-FG.                                                 00020200
          05 WRK-FG-DEBITO         PIC X(06)    VALUE SPACES.           00020300
          05 WRK-FG-CREDITO        PIC X(06)    VALUE SPACES.           00020400
       01 WRK-REGRA-IP.                                                 00020500
          05 WRK-IP-DEBITO         PIC X(06)    VALUE SPACES.           00020600
          05 WRK-IP-CREDITO        PIC X(06)    VALUE SPACES.           00020700
                                                                        00020800
       01 WRK-TAB-SETORES.                                              00020900
          05 WRK-TAB-SET-ITEM OCCURS 30 TIMES.                          00021000
             10 WRK-TAB-SET-SETOR   PIC X(04).                          00021100
             10 WRK-TAB-SET-QTDE    PIC 9(05).                          00021200
             10 WRK-TAB-SET-BRUTO   PIC 9(11)V99.                       00021300
             10 WRK-TAB-SET-FGTS    PIC 9(11)V99.                       00021400
             10 WRK-TAB-SET-INSS    PIC 9(11)V99.                       00021500
       77 WRK-QTDE-SETORES         PIC 9(02)    VALUE ZEROS.            00021600
       77 WRK-IDX                  PIC 9(02)    VALUE ZEROS.            00021700
       77 WRK-SET-ACHADO           PIC X(01)    VALUE 'N'.              00021800
          88 WRK-SET-FOI-ACHADO             VALUE 'S'.                  00021900
          88 WRK-SET-NAO-ACHADO             VALUE 'N'.                  00022000
                                                                        00022100
       01 WRK-FGTS                 PIC 9(10)V99 VALUE ZEROS.            00022200
       01 WRK-INSS-EMPRESA         PIC 9(10)V99 VALUE ZEROS.            00022300
       01 WRK-TOT-BRUTO            PIC 9(13)V99 VALUE ZEROS.            00022400
       01 WRK-TOT-FGTS             PIC 9(13)V99 VALUE ZEROS.            00022500
       01 WRK-TOT-INSS             PIC 9(13)V99 VALUE ZEROS.            00022600
                                                                        00022700
       01 WRK-VALOR-RESTANTE       PIC 9(11)V99 VALUE ZEROS.            00022800
       77 WRK-TIPO-LANCTO          PIC X(01)    VALUE SPACES.           00022900
       77 WRK-CONTA-LANCTO         PIC X(06)    VALUE SPACES.           00023000
       01 WRK-TEXTO-LANCTO         PIC X(30)    VALUE SPACES.           00023100
                                                                        00023200
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00023300
       77 WRK-REG-SEM-FOLHA        PIC 9(07)    VALUE ZEROS.            00023400
       77 WRK-REG-DEPOSITOS        PIC 9(07)    VALUE ZEROS.            00023500
       77 WRK-REG-SEM-SETOR        PIC 9(07)    VALUE ZEROS.            00023600
       77 WRK-REG-GERADOS          PIC 9(07)    VALUE ZEROS.            00023700
                                                                        00023800
       01 WRK-LIN-CAB.                                                  00023900
          05 FILLER           PIC X(40) VALUE                           00024000
                'ENCARGOS DA EMPRESA SOBRE A FOLHA - COMP'.             00024100
          05 FILLER           PIC X(08) VALUE 'ETENCIA '.               00024200
          05 WRK-LCB-COMPETENCIA PIC X(06).                             00024300
          05 FILLER           PIC X(26) VALUE SPACES.                   00024400
                                                                        00024500
       01 WRK-LIN-ALIQUOTAS.                                            00024600
          05 FILLER           PIC X(07) VALUE 'FGTS % '.                00024700
          05 WRK-LAL-FGTS     PIC Z9,99.                                00024800
          05 FILLER           PIC X(18) VALUE                           00024900
                '   INSS EMPRESA % '.                                   00025000
          05 WRK-LAL-INSS     PIC Z9,99.                                00025100
          05 FILLER           PIC X(08) VALUE '  RAT % '.               00025200
          05 WRK-LAL-RAT      PIC Z9,99.                                00025300
          05 FILLER           PIC X(14) VALUE '  TERCEIROS % '.         00025400
          05 WRK-LAL-TERC     PIC Z9,99.                                00025500
          05 FILLER           PIC X(13) VALUE SPACES.                   00025600
                                                                        00025700
       01 WRK-LIN-COLUNAS.                                              00025800
          05 FILLER           PIC X(40) VALUE                           00025900
                'SETOR   FUNC           BRUTO            '.             00026000
          05 FILLER           PIC X(40) VALUE                           00026100
                'FGTS    INSS EMPRESA                    '.             00026200
                                                                        00026300
       01 WRK-LIN-DETALHE.                                              00026400
          05 WRK-LDT-SETOR    PIC X(04).                                00026500
          05 FILLER           PIC X(02) VALUE SPACES.                   00026600
          05 WRK-LDT-QTDE     PIC ZZZZ9.                                00026700
          05 FILLER           PIC X(02) VALUE SPACES.                   00026800
          05 WRK-LDT-BRUTO    PIC ZZ.ZZZ.ZZ9,99.                        00026900
          05 FILLER           PIC X(02) VALUE SPACES.                   00027000
          05 WRK-LDT-FGTS     PIC ZZ.ZZZ.ZZ9,99.                        00027100
          05 FILLER           PIC X(02) VALUE SPACES.                   00027200
          05 WRK-LDT-INSS     PIC ZZ.ZZZ.ZZ9,99.                        00027300
          05 FILLER           PIC X(24) VALUE SPACES.                   00027400
                                                                        00027500
       01 WRK-LIN-TRACO.                                                00027600
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00027700
                                                                        00027800
       01 WRK-JOB-REGISTRO.                                             00027900
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00028000
          05 WRK-JOB-EVENTO        PIC X(01).                           00028100
          05 WRK-JOB-SITUACAO      PIC X(01).                           00028200
          05 WRK-JOB-LIDOS         PIC 9(07).                           00028300
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00028400
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00028500
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00028600
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00028700
                                                                        00028800
      *-----------------------------------------------------------*     00028900
                                                                        00029000
      *===========================================================*     00029100
       PROCEDURE                                  DIVISION.             00029200
      *===========================================================*     00029300
                                                                        00029400
      *-------------------------------------------------------*         00029500
       0000-PRINCIPAL                              SECTION.             00029600
      *-------------------------------------------------------*         00029700
                                                                        00029800
            PERFORM 1000-INICIAR.                                       00029900
            PERFORM 2000-CALCULAR-ENCARGOS.                             00030000
            PERFORM 3000-IMPRIMIR-SETORES.                              00030100
            PERFORM 4000-GERAR-LANCAMENTOS.                             00030200
            PERFORM 8000-FINALIZAR.                                     00030300
                                                                        00030400
      *-------------------------------------------------------*         00030500
       0000-999-FIM.                               EXIT.                00030600
      *-------------------------------------------------------*         00030700
                                                                        00030800
      *-------------------------------------------------------*         00030900
       1000-INICIAR                               SECTION.              00031000
      *-------------------------------------------------------*         00031100
                                                                        00031200
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00031300
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00031400
                                                                        00031500
             MOVE 'FR03DB45' TO WRK-JOB-PROGRAMA.                       00031600
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00031700
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00031800
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00031900
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00032000
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00032100
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00032200
                  WRK-JOB-RETORNO                                       00032300
                 ON EXCEPTION                                           00032400
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00032500
             END-CALL.                                                  00032600
                                                                        00032700
             MOVE 'FR03DB45'     TO WRK-PSV-PROGRAMA.                   00033200
             PERFORM 1100-APLICAR-PARAMETROS.                           00033700
             COMPUTE WRK-ALIQ-EMPRESA = WRK-ALIQ-INSS + WRK-ALIQ-RAT    00034200
                                      + WRK-ALIQ-TERC                   00034300
             END-COMPUTE.                                               00034400
                                                                        00034500
             OPEN INPUT CTAREGRA.                                       00034600
             IF WRK-FS-CTAREGRA NOT EQUAL '00'                          00034700
                MOVE ' ERRO OPEN CTAREGRA ' TO WRK-MSG                  00034800
                PERFORM 9000-TRATAR-ERROS                               00034900
             END-IF.                                                    00035000
             READ CTAREGRA.                                             00035100
             PERFORM 1200-CARREGAR-REGRA                                00035200
                UNTIL WRK-FS-CTAREGRA NOT EQUAL '00'.                   00035300
             CLOSE CTAREGRA.                                            00035400
             IF WRK-FG-DEBITO EQUAL SPACES OR                           00035500
                WRK-FG-CREDITO EQUAL SPACES                             00035600
                MOVE ' CTAREGRA SEM REGRA FG ' TO WRK-MSG               00035700
                PERFORM 9000-TRATAR-ERROS                               00035800
             END-IF.                                                    00035900
             IF WRK-IP-DEBITO EQUAL SPACES OR                           00036000
                WRK-IP-CREDITO EQUAL SPACES                             00036100
                MOVE ' CTAREGRA SEM REGRA IP ' TO WRK-MSG               00036200
                PERFORM 9000-TRATAR-ERROS                               00036300
             END-IF.                                                    00036400
                                                                        00036500
             OPEN INPUT HOLHIST.                                        00036600
             IF WRK-FS-HOLHIST NOT EQUAL '00'                           00036700
                MOVE ' ERRO OPEN HOLHIST ' TO WRK-MSG                   00036800
                PERFORM 9000-TRATAR-ERROS                               00036900
             END-IF.                                                    00037000
                                                                        00037100
             OPEN OUTPUT FGTSDEP.                                       00037200
             IF WRK-FS-FGTSDEP NOT EQUAL '00'                           00037300
                MOVE ' ERRO OPEN FGTSDEP ' TO WRK-MSG                   00037400
                PERFORM 9000-TRATAR-ERROS                               00037500
             END-IF.                                                    00037600
                                                                        00037700
             OPEN OUTPUT RELENCAR.                                      00037800
             IF WRK-FS-RELENCAR NOT EQUAL '00'                          00037900
                MOVE ' ERRO OPEN RELENCAR ' TO WRK-MSG                  00038000
                PERFORM 9000-TRATAR-ERROS                               00038100
             END-IF.                                                    00038200
                                                                        00038300
             OPEN EXTEND LANCTO.                                        00038400
             IF WRK-FS-LANCTO EQUAL '35'                                00038500
                OPEN OUTPUT LANCTO                                      00038600
             END-IF.                                                    00038700
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00038800
                MOVE ' ERRO OPEN LANCTO ' TO WRK-MSG                    00038900
                PERFORM 9000-TRATAR-ERROS                               00039000
             END-IF.                                                    00039100
                                                                        00039200
             MOVE SPACES             TO FD-FGTSDEP.                     00039300
             MOVE '0'                TO FD-FCB-TIPO.                    00039400
             MOVE WRK-COMPETENCIA    TO FD-FCB-COMPETENCIA.             00039500
             MOVE WRK-DATA-HOJE      TO FD-FCB-DATA.                    00039600
             MOVE 'FOURSYS'          TO FD-FCB-EMPRESA.                 00039700
             MOVE WRK-ALIQ-FGTS      TO FD-FCB-ALIQUOTA.                00039800
             PERFORM 2300-GRAVAR-FGTSDEP.                               00039900
                                                                        00040000
             DISPLAY '===================================='.            00040100
             DISPLAY ' ENCARGOS DA EMPRESA SOBRE A FOLHA '.             00040200
             DISPLAY ' COMPETENCIA: ' WRK-COMPETENCIA.                  00040300
             DISPLAY '===================================='.            00040400
                                                                        00040500
      *-------------------------------------------------------*         00040600
       1000-999-FIM.                              EXIT.                 00040700
      *-------------------------------------------------------*         00040800
                                                                        00040900
      *-------------------------------------------------------*         00041000
       1100-APLICAR-PARAMETROS                    SECTION.              00041100
      *-------------------------------------------------------*         00041200
                                                                        00041300
             MOVE 'COMPETENCIA'  TO WRK-PSV-NOME.                       00041350
             PERFORM 1110-CHAMAR-PARMSERV.                              00041400
             IF WRK-PSV-RETORNO EQUAL '00' AND                          00041450
                WRK-PSV-VALOR(1:6) NUMERIC                              00041500
                MOVE WRK-PSV-VALOR(1:6) TO WRK-COMPETENCIA              00041550
             END-IF.                                                    00041600
             MOVE 'ALIQ-FGTS'    TO WRK-PSV-NOME.                       00041666
             PERFORM 1110-CHAMAR-PARMSERV.                              00041732
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00041798
                WRK-PSV-NUMERO GREATER ZEROS                            00041864
                MOVE WRK-PSV-NUMERO TO WRK-ALIQ-FGTS                    00041930
             END-IF.                                                    00042000
             MOVE 'ALIQ-INSS'    TO WRK-PSV-NOME.                       00042066
             PERFORM 1110-CHAMAR-PARMSERV.                              00042132
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00042198
                WRK-PSV-NUMERO GREATER ZEROS                            00042264
                MOVE WRK-PSV-NUMERO TO WRK-ALIQ-INSS                    00042330
             END-IF.                                                    00042400
             MOVE 'ALIQ-RAT'     TO WRK-PSV-NOME.                       00042466
             PERFORM 1110-CHAMAR-PARMSERV.                              00042532
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00042598
                WRK-PSV-NUMERO GREATER ZEROS                            00042664
                MOVE WRK-PSV-NUMERO TO WRK-ALIQ-RAT                     00042730
             END-IF.                                                    00042800
             MOVE 'ALIQ-TERC'    TO WRK-PSV-NOME.                       00042866
             PERFORM 1110-CHAMAR-PARMSERV.                              00042932
             IF WRK-PSV-RETORNO EQUAL '00' AND WRK-PSV-E-NUMERO AND     00042998
                WRK-PSV-NUMERO GREATER ZEROS                            00043064
                MOVE WRK-PSV-NUMERO TO WRK-ALIQ-TERC                    00043130
             END-IF.                                                    00043200
                                                                        00043300
      *-------------------------------------------------------*         00043400
       1100-999-FIM.                              EXIT.                 00043500
      *-------------------------------------------------------*         00043506
                                                                        00043512
      *-------------------------------------------------------*         00043518
       1110-CHAMAR-PARMSERV                       SECTION.              00043524
      *-------------------------------------------------------*         00043530
                                                                        00043536
             CALL WRK-PROG-PARMSERV USING WRK-PSV-AREA,                 00043542
                  WRK-PSV-FUNCAO, WRK-PSV-RETORNO                       00043548
                 ON EXCEPTION                                           00043554
                    MOVE '02' TO WRK-PSV-RETORNO                        00043560
             END-CALL.                                                  00043566
                                                                        00043572
      *-------------------------------------------------------*         00043578
       1110-999-FIM.                              EXIT.                 00043584
      *-------------------------------------------------------*         00043600
                                                                        00043700
      *-------------------------------------------------------*         00043800
       1200-CARREGAR-REGRA                        SECTION.              00043900
      *-------------------------------------------------------*         00044000
                                                                        00044100
             EVALUATE FD-RGR-EVENTO                                     00044200
               WHEN 'FG'                                                00044300
                  MOVE FD-RGR-DEBITO   TO WRK-FG-DEBITO                 00044400
                  MOVE FD-RGR-CREDITO  TO WRK-FG-CREDITO                00044500
               WHEN 'IP'                                                00044600
                  MOVE FD-RGR-DEBITO   TO WRK-IP-DEBITO                 00044700
                  MOVE FD-RGR-CREDITO  TO WRK-IP-CREDITO                00044800
               WHEN OTHER                                               00044900
                  CONTINUE                                              00045000
             END-EVALUATE.                                              00045100
             READ CTAREGRA.                                             00045200
                                                                        00045300
      *-------------------------------------------------------*         00045400
       1200-999-FIM.                              EXIT.                 00045500
      *-------------------------------------------------------*         00045600
                                                                        00045700
      *---------------------------------------------------------------  00045800
      *    2000-CALCULAR-ENCARGOS                                       00045900
      *    ABRE UM CURSOR EM FOUR001.FUNC (SEM FILTRO DE STATUS: QUEM   00046000
      *    FOI DESLIGADO DEPOIS DA FOLHA TAMBEM TEM DEPOSITO) E         00046100
      *    CALCULA OS ENCARGOS DE QUEM TEM HOLHIST NA COMPETENCIA.      00046200
      *---------------------------------------------------------------  00046300
       2000-CALCULAR-ENCARGOS                      SECTION.             00046400
                                                                        00046500
            EXEC SQL                                                    00046600
               DECLARE CSRFUNC CURSOR FOR                               00046700
                  SELECT ID, NOME, SETOR, SALARIO, DATAADM, EMAIL,      00046800
                         TELEFONE                                       00046900
                    FROM FOUR001.FUNC                                   00047000
                   ORDER BY ID                                          00047100
            END-EXEC.                                                   00047200
                                                                        00047300
            EXEC SQL                                                    00047400
               OPEN CSRFUNC                                             00047500
            END-EXEC.                                                   00047600
                                                                        00047700
            PERFORM 2100-BUSCAR-FUNCIONARIO                             00047800
               UNTIL SQLCODE EQUAL 100.                                 00047900
                                                                        00048000
            EXEC SQL                                                    00048100
               CLOSE CSRFUNC                                            00048200
            END-EXEC.                                                   00048300
                                                                        00048400
      *-------------------------------------------------------*         00048500
       2000-999-FIM.                              EXIT.                 00048600
      *-------------------------------------------------------*         00048700
                                                                        00048800
       2100-BUSCAR-FUNCIONARIO                     SECTION.             00048900
                                                                        00049000
            EXEC SQL                                                    00049100
               FETCH CSRFUNC                                            00049200
                INTO :REG-FUNC, :DB2-TELEFONE :WRK-TELEFONE-NULL        00049300
            END-EXEC.                                                   00049400
                                                                        00049500
            EVALUATE SQLCODE                                            00049600
              WHEN ZEROS                                                00049700
                 ADD 1 TO WRK-REG-LIDOS                                 00049800
                 PERFORM 2200-CALCULAR-FUNCIONARIO                      00049900
              WHEN 100                                                  00050000
                 CONTINUE                                               00050100
              WHEN OTHER                                                00050200
                 MOVE SQLCODE TO WRK-SQLCODE                            00050300
                 DISPLAY ' SQLCODE NO FETCH: ' WRK-SQLCODE              00050400
                 MOVE ' ERRO FETCH CSRFUNC ' TO WRK-MSG                 00050500
                 PERFORM 9000-TRATAR-ERROS                              00050600
            END-EVALUATE.                                               00050700
                                                                        00050800
      *-------------------------------------------------------*         00050900
       2100-999-FIM.                              EXIT.                 00051000
      *-------------------------------------------------------*         00051100
                                                                        00051200
      *---------------------------------------------------------------  00051300
      *    2200-CALCULAR-FUNCIONARIO                                    00051400
      *    FGTS = BRUTO X ALIQUOTA DO FGTS; INSS DA EMPRESA = BRUTO     00051500
      *    X (PATRONAL + RAT + TERCEIROS), SEM O TETO QUE LIMITA O      00051600
      *    DESCONTO DO EMPREGADO.                                       00051700
      *---------------------------------------------------------------  00051800
       2200-CALCULAR-FUNCIONARIO                   SECTION.             00051900
                                                                        00052000
             MOVE DB2-ID          TO FD-HH-ID.                          00052100
             MOVE WRK-COMPETENCIA TO FD-HH-COMPETENCIA.                 00052200
             READ HOLHIST.                                              00052300
             IF WRK-FS-HOLHIST EQUAL '23'                               00052400
                ADD 1 TO WRK-REG-SEM-FOLHA                              00052500
             ELSE                                                       00052528
                IF WRK-FS-HOLHIST NOT EQUAL '00'                        00052556
                   MOVE ' ERRO READ HOLHIST ' TO WRK-MSG                00052584
                   PERFORM 9000-TRATAR-ERROS                            00052612
                END-IF                                                  00052640
                PERFORM 2250-APURAR-ENCARGOS                            00052668
             END-IF.                                                    00052700
                                                                        00052755
      *-------------------------------------------------------*         00052810
       2200-999-FIM.                              EXIT.                 00052865
      *-------------------------------------------------------*         00052920
                                                                        00052975
      *-------------------------------------------------------*         00053030
       2250-APURAR-ENCARGOS                       SECTION.              00053085
      *-------------------------------------------------------*         00053140
                                                                        00053200
             COMPUTE WRK-FGTS ROUNDED =                                 00053300
                     FD-HH-BRUTO * WRK-ALIQ-FGTS / 100                  00053400
             END-COMPUTE.                                               00053500
             COMPUTE WRK-INSS-EMPRESA ROUNDED =                         00053600
                     FD-HH-BRUTO * WRK-ALIQ-EMPRESA / 100               00053700
             END-COMPUTE.                                               00053800
                                                                        00053900
             MOVE SPACES             TO FD-FGTSDEP.                     00054000
             MOVE '1'                TO FD-FDT-TIPO.                    00054100
             MOVE DB2-ID             TO FD-FDT-ID.                      00054200
             MOVE DB2-NOME           TO FD-FDT-NOME.                    00054300
             MOVE DB2-SETOR          TO FD-FDT-SETOR.                   00054400
             MOVE WRK-COMPETENCIA    TO FD-FDT-COMPETENCIA.             00054500
             MOVE FD-HH-BRUTO        TO FD-FDT-BASE.                    00054600
             MOVE WRK-FGTS           TO FD-FDT-VALOR.                   00054700
             PERFORM 2300-GRAVAR-FGTSDEP.                               00054800
             ADD 1 TO WRK-REG-DEPOSITOS.                                00054900
                                                                        00055000
             ADD FD-HH-BRUTO      TO WRK-TOT-BRUTO.                     00055100
             ADD WRK-FGTS         TO WRK-TOT-FGTS.                      00055200
             ADD WRK-INSS-EMPRESA TO WRK-TOT-INSS.                      00055300
                                                                        00055400
             PERFORM 2400-ACUMULAR-SETOR.                               00055500
                                                                        00055600
      *-------------------------------------------------------*         00055700
       2250-999-FIM.                              EXIT.                 00055800
      *-------------------------------------------------------*         00055900
                                                                        00056000
      *-------------------------------------------------------*         00056100
       2300-GRAVAR-FGTSDEP                        SECTION.              00056200
      *-------------------------------------------------------*         00056300
                                                                        00056400
             WRITE FD-FGTSDEP.                                          00056500
             IF WRK-FS-FGTSDEP NOT EQUAL '00'                           00056600
                MOVE ' ERRO WRITE FGTSDEP ' TO WRK-MSG                  00056700
                PERFORM 9000-TRATAR-ERROS                               00056800
             END-IF.                                                    00056900
                                                                        00057000
      *-------------------------------------------------------*         00057100
       2300-999-FIM.                              EXIT.                 00057200
      *-------------------------------------------------------*         00057300
                                                                        00057400
      *-------------------------------------------------------*         00057500
       2400-ACUMULAR-SETOR                        SECTION.              00057600
      *-------------------------------------------------------*         00057700
                                                                        00057800
             SET WRK-SET-NAO-ACHADO TO TRUE.                            00057900
             MOVE 1 TO WRK-IDX.                                         00058000
             PERFORM 2410-PROCURAR-SETOR                                00058100
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-SETORES             00058200
                   OR WRK-SET-FOI-ACHADO.                               00058300
                                                                        00058400
             IF WRK-SET-NAO-ACHADO                                      00058500
                IF WRK-QTDE-SETORES LESS THAN 30                        00058600
                   ADD 1 TO WRK-QTDE-SETORES                            00058700
                   MOVE WRK-QTDE-SETORES TO WRK-IDX                     00058800
                   MOVE DB2-SETOR TO WRK-TAB-SET-SETOR(WRK-IDX)         00058900
                   MOVE ZEROS TO WRK-TAB-SET-QTDE(WRK-IDX)              00059000
                   MOVE ZEROS TO WRK-TAB-SET-BRUTO(WRK-IDX)             00059100
                   MOVE ZEROS TO WRK-TAB-SET-FGTS(WRK-IDX)              00059200
                   MOVE ZEROS TO WRK-TAB-SET-INSS(WRK-IDX)              00059300
                   SET WRK-SET-FOI-ACHADO TO TRUE                       00059400
                ELSE                                                    00059500
                   ADD 1 TO WRK-REG-SEM-SETOR                           00059600
                   DISPLAY ' TABELA DE SETORES CHEIA, FICOU FORA: '     00059700
                           DB2-SETOR                                    00059800
                END-IF                                                  00059900
             END-IF.                                                    00060000
                                                                        00060100
             IF WRK-SET-FOI-ACHADO                                      00060200
                ADD 1                TO WRK-TAB-SET-QTDE(WRK-IDX)       00060300
                ADD FD-HH-BRUTO      TO WRK-TAB-SET-BRUTO(WRK-IDX)      00060400
                ADD WRK-FGTS         TO WRK-TAB-SET-FGTS(WRK-IDX)       00060500
                ADD WRK-INSS-EMPRESA TO WRK-TAB-SET-INSS(WRK-IDX)       00060600
             END-IF.                                                    00060700
                                                                        00060800
      *-------------------------------------------------------*         00060900
       2400-999-FIM.                              EXIT.                 00061000
      *-------------------------------------------------------*         00061100
                                                                        00061200
      *-------------------------------------------------------*         00061300
       2410-PROCURAR-SETOR                        SECTION.              00061400
      *-------------------------------------------------------*         00061500
                                                                        00061600
             IF WRK-TAB-SET-SETOR(WRK-IDX) EQUAL DB2-SETOR              00061700
                SET WRK-SET-FOI-ACHADO TO TRUE                          00061800
             ELSE                                                       00061900
                ADD 1 TO WRK-IDX                                        00062000
             END-IF.                                                    00062100
                                                                        00062200
      *-------------------------------------------------------*         00062300
       2410-999-FIM.                              EXIT.                 00062400
      *-------------------------------------------------------*         00062500
                                                                        00062600
      *-------------------------------------------------------*         00062700
       3000-IMPRIMIR-SETORES                      SECTION.              00062800
      *-------------------------------------------------------*         00062900
                                                                        00063000
             MOVE WRK-COMPETENCIA TO WRK-LCB-COMPETENCIA.               00063100
             MOVE WRK-LIN-CAB TO FD-RELENCAR.                           00063200
             PERFORM 3200-GRAVAR-RELENCAR.                              00063300
             MOVE WRK-ALIQ-FGTS TO WRK-LAL-FGTS.                        00063400
             MOVE WRK-ALIQ-INSS TO WRK-LAL-INSS.                        00063500
             MOVE WRK-ALIQ-RAT  TO WRK-LAL-RAT.                         00063600
             MOVE WRK-ALIQ-TERC TO WRK-LAL-TERC.                        00063700
             MOVE WRK-LIN-ALIQUOTAS TO FD-RELENCAR.                     00063800
             PERFORM 3200-GRAVAR-RELENCAR.                              00063900
             MOVE WRK-LIN-COLUNAS TO FD-RELENCAR.                       00064000
             PERFORM 3200-GRAVAR-RELENCAR.                              00064100
             MOVE WRK-LIN-TRACO TO FD-RELENCAR.                         00064200
             PERFORM 3200-GRAVAR-RELENCAR.                              00064300
                                                                        00064400
             MOVE 1 TO WRK-IDX.                                         00064500
             PERFORM 3100-IMPRIMIR-SETOR                                00064600
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-SETORES.            00064700
                                                                        00064800
             MOVE WRK-LIN-TRACO TO FD-RELENCAR.                         00064900
             PERFORM 3200-GRAVAR-RELENCAR.                              00065000
             MOVE 'TOTAL'           TO WRK-LDT-SETOR.                   00065100
             MOVE WRK-REG-DEPOSITOS TO WRK-LDT-QTDE.                    00065200
             MOVE WRK-TOT-BRUTO     TO WRK-LDT-BRUTO.                   00065300
             MOVE WRK-TOT-FGTS      TO WRK-LDT-FGTS.                    00065400
             MOVE WRK-TOT-INSS      TO WRK-LDT-INSS.                    00065500
             MOVE WRK-LIN-DETALHE TO FD-RELENCAR.                       00065600
             PERFORM 3200-GRAVAR-RELENCAR.                              00065700
                                                                        00065800
      *-------------------------------------------------------*         00065900
       3000-999-FIM.                              EXIT.                 00066000
      *-------------------------------------------------------*         00066100
                                                                        00066200
      *-------------------------------------------------------*         00066300
       3100-IMPRIMIR-SETOR                        SECTION.              00066400
      *-------------------------------------------------------*         00066500
                                                                        00066600
             MOVE WRK-TAB-SET-SETOR(WRK-IDX) TO WRK-LDT-SETOR.          00066700
             MOVE WRK-TAB-SET-QTDE(WRK-IDX)  TO WRK-LDT-QTDE.           00066800
             MOVE WRK-TAB-SET-BRUTO(WRK-IDX) TO WRK-LDT-BRUTO.          00066900
             MOVE WRK-TAB-SET-FGTS(WRK-IDX)  TO WRK-LDT-FGTS.           00067000
             MOVE WRK-TAB-SET-INSS(WRK-IDX)  TO WRK-LDT-INSS.           00067100
             MOVE WRK-LIN-DETALHE TO FD-RELENCAR.                       00067200
             PERFORM 3200-GRAVAR-RELENCAR.                              00067300
             ADD 1 TO WRK-IDX.                                          00067400
                                                                        00067500
      *-------------------------------------------------------*         00067600
       3100-999-FIM.                              EXIT.                 00067700
      *-------------------------------------------------------*         00067800
                                                                        00067900
      *-------------------------------------------------------*         00068000
       3200-GRAVAR-RELENCAR                       SECTION.              00068100
      *-------------------------------------------------------*         00068200
                                                                        00068300
             WRITE FD-RELENCAR.                                         00068400
             IF WRK-FS-RELENCAR NOT EQUAL '00'                          00068500
                MOVE ' ERRO WRITE RELENCAR ' TO WRK-MSG                 00068600
                PERFORM 9000-TRATAR-ERROS                               00068700
             END-IF.                                                    00068800
                                                                        00068900
      *-------------------------------------------------------*         00069000
       3200-999-FIM.                              EXIT.                 00069100
      *-------------------------------------------------------*         00069200
                                                                        00069300
      *---------------------------------------------------------------  00069400
      *    4000-GERAR-LANCAMENTOS                                       00069500
      *    PARA CADA SETOR, DOIS PARES BALANCEADOS: FGTS (REGRA FG)     00069600
      *    E INSS DA EMPRESA (REGRA IP), COM O SETOR COMO CENTRO DE     00069700
      *    CUSTO.                                                       00069800
      *---------------------------------------------------------------  00069900
       4000-GERAR-LANCAMENTOS                     SECTION.              00070000
                                                                        00070100
             MOVE 1 TO WRK-IDX.                                         00070200
             PERFORM 4100-GERAR-SETOR                                   00070300
                UNTIL WRK-IDX GREATER THAN WRK-QTDE-SETORES.            00070400
                                                                        00070500
      *-------------------------------------------------------*         00070600
       4000-999-FIM.                              EXIT.                 00070700
      *-------------------------------------------------------*         00070800
                                                                        00070900
      *-------------------------------------------------------*         00071000
       4100-GERAR-SETOR                           SECTION.              00071100
      *-------------------------------------------------------*         00071200
                                                                        00071300
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00071400
             STRING 'ENC ' WRK-TAB-SET-SETOR(WRK-IDX)                   00071500
                    ' DESPESA FGTS' DELIMITED BY SIZE                   00071600
                    INTO WRK-TEXTO-LANCTO.                              00071700
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00071800
             MOVE WRK-FG-DEBITO TO WRK-CONTA-LANCTO.                    00071900
             MOVE WRK-TAB-SET-FGTS(WRK-IDX) TO WRK-VALOR-RESTANTE.      00072000
             PERFORM 4200-GRAVAR-QUEBRADO.                              00072100
                                                                        00072200
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00072300
             STRING 'ENC ' WRK-TAB-SET-SETOR(WRK-IDX)                   00072400
                    ' FGTS A RECOLHER' DELIMITED BY SIZE                00072500
                    INTO WRK-TEXTO-LANCTO.                              00072600
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00072700
             MOVE WRK-FG-CREDITO TO WRK-CONTA-LANCTO.                   00072800
             MOVE WRK-TAB-SET-FGTS(WRK-IDX) TO WRK-VALOR-RESTANTE.      00072900
             PERFORM 4200-GRAVAR-QUEBRADO.                              00073000
                                                                        00073100
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00073200
             STRING 'ENC ' WRK-TAB-SET-SETOR(WRK-IDX)                   00073300
                    ' DESPESA INSS EMPR' DELIMITED BY SIZE              00073400
                    INTO WRK-TEXTO-LANCTO.                              00073500
             MOVE 'D' TO WRK-TIPO-LANCTO.                               00073600
             MOVE WRK-IP-DEBITO TO WRK-CONTA-LANCTO.                    00073700
             MOVE WRK-TAB-SET-INSS(WRK-IDX) TO WRK-VALOR-RESTANTE.      00073800
             PERFORM 4200-GRAVAR-QUEBRADO.                              00073900
                                                                        00074000
             MOVE SPACES TO WRK-TEXTO-LANCTO.                           00074100
             STRING 'ENC ' WRK-TAB-SET-SETOR(WRK-IDX)                   00074200
                    ' INSS EMPR A RECOLHER' DELIMITED BY SIZE           00074300
                    INTO WRK-TEXTO-LANCTO.                              00074400
             MOVE 'C' TO WRK-TIPO-LANCTO.                               00074500
             MOVE WRK-IP-CREDITO TO WRK-CONTA-LANCTO.                   00074600
             MOVE WRK-TAB-SET-INSS(WRK-IDX) TO WRK-VALOR-RESTANTE.      00074700
             PERFORM 4200-GRAVAR-QUEBRADO.                              00074800
                                                                        00074900
             ADD 1 TO WRK-IDX.                                          00075000
                                                                        00075100
      *-------------------------------------------------------*         00075200
       4100-999-FIM.                              EXIT.                 00075300
      *-------------------------------------------------------*         00075400
                                                                        00075500
      *---------------------------------------------------------------  00075600
      *    4200-GRAVAR-QUEBRADO                                         00075700
      *    GRAVA O VALOR EM QUANTOS LANCAMENTOS DE ATE 99999,99         00075800
      *    FOREM PRECISOS (LIMITE DO LAYOUT DO LANCTO).                 00075900
      *---------------------------------------------------------------  00076000
       4200-GRAVAR-QUEBRADO                       SECTION.              00076100
                                                                        00076200
             PERFORM 4210-GRAVAR-PARCELA                                00076300
                UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.                   00076400
                                                                        00076500
      *-------------------------------------------------------*         00076600
       4200-999-FIM.                              EXIT.                 00076700
      *-------------------------------------------------------*         00076800
                                                                        00076900
      *-------------------------------------------------------*         00077000
       4210-GRAVAR-PARCELA                        SECTION.              00077100
      *-------------------------------------------------------*         00077200
                                                                        00077300
             MOVE SPACES           TO FD-LANCTO.                        00077400
             MOVE WRK-DATA-HOJE    TO FD-DATA.                          00077500
             MOVE FD-DATA(3:6)     TO WRK-LOT-DATA.                     00077533
             MOVE WRK-LOTE         TO FD-LOTE.                          00077566
             MOVE WRK-TEXTO-LANCTO TO FD-LANCAMENTO.                    00077600
             MOVE WRK-TAB-SET-SETOR(WRK-IDX) TO FD-CCUSTO.              00077700
             MOVE WRK-TIPO-LANCTO  TO FD-TIPO.                          00077800
             MOVE WRK-CONTA-LANCTO TO FD-CONTA.                         00077900
             IF WRK-VALOR-RESTANTE GREATER THAN 999999999,99            00078000
                MOVE 999999999,99 TO FD-VALOR                           00078100
                SUBTRACT 999999999,99 FROM WRK-VALOR-RESTANTE           00078200
             ELSE                                                       00078300
                MOVE WRK-VALOR-RESTANTE TO FD-VALOR                     00078400
                MOVE ZEROS TO WRK-VALOR-RESTANTE                        00078500
             END-IF.                                                    00078600
             WRITE FD-LANCTO.                                           00078700
             IF WRK-FS-LANCTO NOT EQUAL '00'                            00078800
                MOVE ' ERRO WRITE LANCTO ' TO WRK-MSG                   00078900
                PERFORM 9000-TRATAR-ERROS                               00079000
             END-IF.                                                    00079100
             ADD 1 TO WRK-REG-GERADOS.                                  00079200
                                                                        00079300
      *-------------------------------------------------------*         00079400
       4210-999-FIM.                              EXIT.                 00079500
      *-------------------------------------------------------*         00079600
                                                                        00079700
      *-------------------------------------------------------*         00079800
       8000-FINALIZAR                             SECTION.              00079900
      *-------------------------------------------------------*         00080000
                                                                        00080100
             MOVE SPACES             TO FD-FGTSDEP.                     00080200
             MOVE '9'                TO FD-FTR-TIPO.                    00080300
             MOVE WRK-REG-DEPOSITOS  TO FD-FTR-QTDE.                    00080400
             MOVE WRK-TOT-BRUTO      TO FD-FTR-BASE.                    00080500
             MOVE WRK-TOT-FGTS       TO FD-FTR-VALOR.                   00080600
             PERFORM 2300-GRAVAR-FGTSDEP.                               00080700
                                                                        00080800
             CLOSE HOLHIST.                                             00080900
             CLOSE FGTSDEP.                                             00081000
             CLOSE RELENCAR.                                            00081100
             CLOSE LANCTO.                                              00081200
                                                                        00081300
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00081400
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00081500
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00081600
             MOVE WRK-REG-GERADOS TO WRK-JOB-GRAVADOS.                  00081700
             MOVE WRK-REG-SEM-SETOR TO WRK-JOB-REJEITADOS.              00081800
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00081900
                  WRK-JOB-RETORNO                                       00082000
                 ON EXCEPTION                                           00082100
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00082200
             END-CALL.                                                  00082300
                                                                        00082400
             DISPLAY '===================================='.            00082500
             DISPLAY ' FUNCIONARIOS LIDOS....: ' WRK-REG-LIDOS.         00082600
             DISPLAY ' SEM FOLHA NA COMPET...: ' WRK-REG-SEM-FOLHA.     00082700
             DISPLAY ' DEPOSITOS DE FGTS.....: ' WRK-REG-DEPOSITOS.     00082800
             DISPLAY ' FORA DA TABELA SETOR..: ' WRK-REG-SEM-SETOR.     00082900
             DISPLAY ' LANCAMENTOS GERADOS...: ' WRK-REG-GERADOS.       00083000
             DISPLAY ' SETORES CONTABILIZADOS: '                        00083100
                      WRK-QTDE-SETORES.                                 00083200
             DISPLAY '==================================== '.           00083300
                STOP RUN.                                               00083400
                                                                        00083500
      *-------------------------------------------------------*         00083600
       8000-999-FIM.                              EXIT.                 00083700
      *-------------------------------------------------------*         00083800
                                                                        00083900
      *-------------------------------------------------------*         00084000
       9000-TRATAR-ERROS                           SECTION.             00084100
      *-------------------------------------------------------*         00084200
                                                                        00084300
             DISPLAY '-----------------------------'.                   00084400
             DISPLAY WRK-MSG.                                           00084500
             DISPLAY '-----------------------------'.                   00084600
                STOP RUN.                                               00084700
                                                                        00084800
      *-------------------------------------------------------*         00084900
       9000-999-FIM.                              EXIT.                 00085000
      *-------------------------------------------------------*         00085100
