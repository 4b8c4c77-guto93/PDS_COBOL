      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03DB46.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 31/07/2023                                       00000800
      *     OBJETIVO : DIFERENCA SALARIAL RETROATIVA -- QUANDO O        00000900
      *              : AUMENTO E APROVADO COM ATRASO, O FR03DB10 OU     00001000
      *              : O FR03CB14 TROCA O SALARIO HOJE MAS OS MESES     00001100
      *              : JA FECHADOS NO HOLHIST FICAM COM O SALARIO       00001200
      *              : ANTIGO. PARA CADA AUMENTO INFORMADO NO           00001300
      *              : RETROTRN (MATRICULA E DATA DE VIGENCIA),         00001400
      *              : RECALCULA O BRUTO DE CADA MES FECHADO DESDE      00001500
      *              : A VIGENCIA ATE O MES ANTERIOR AO DA RODADA,      00001600
      *              : CONFRONTA COM O BRUTO GRAVADO NO HOLHIST E       00001700
      *              : GRAVA A SOMA DAS DIFERENCAS NO RETROPAG, QUE     00001800
      *              : O FR03DB15 PAGA NA FOLHA DO MES COMO VERBA       00001900
      *              : PROPRIA (RUBRICA 060) ANTES DE INSS E IRRF.      00002000
      *              : O DEMONSTRATIVO MES A MES POR FUNCIONARIO        00002100
      *              : SAI NO RELRETRO.                                 00002200
      *-------------------------------------------------------------*   00002300
      *     RETROTRN: MATRICULA, VIGENCIA AAAA-MM-DD, SALARIO           00002400
      *     ANTERIOR E SALARIO NOVO. SALARIO ANTERIOR ZERADO VEM DA     00002500
      *     ULTIMA TROCA DE SALARIO NA TRILHA FOUR001.FUNC_AUDIT;       00002600
      *     SALARIO NOVO ZERADO E O ATUAL DE FOUR001.FUNC.              00002700
      *     A DIFERENCA DO MES E (NOVO - ANTERIOR); NO MES DA           00002800
      *     VIGENCIA, SE ELA NAO CAI NO DIA 1, E PROPORCIONAL AOS       00002900
      *     DIAS DE VIGENCIA NO MES COMERCIAL DE 30 DIAS. MES SEM       00003000
      *     HOLHIST (FUNCIONARIO AINDA NAO ADMITIDO, POR EXEMPLO)       00003100
      *     NAO GERA DIFERENCA. RODA NO MES DA FOLHA, ANTES DO          00003200
      *     FR03DB15, QUE GRAVA A COMPETENCIA DO MES CORRENTE.          00003300
      *===========================================================*     00003400
      *===========================================================*     00003500
       ENVIRONMENT                                    DIVISION.         00003600
      *===========================================================*     00003700
       CONFIGURATION                                  SECTION.          00003800
      *===========================================================*     00003900
                                                                        00004000
          SPECIAL-NAMES.                                                00004100
              DECIMAL-POINT IS COMMA.                                   00004200
                                                                        00004300
      *===========================================================*     00004400
       INPUT-OUTPUT                                   SECTION.          00004500
      *===========================================================*     00004600
       FILE-CONTROL.                                                    00004700
                                                                        00004800
           SELECT RETROTRN  ASSIGN TO RETROTRN                          00004900
                FILE STATUS  IS WRK-FS-RETROTRN.                        00005000
                                                                        00005100
           SELECT HOLHIST   ASSIGN TO HOLHIST                           00005200
                ORGANIZATION IS INDEXED                                 00005300
                ACCESS MODE  IS RANDOM                                  00005400
                RECORD KEY   IS FD-HH-CHAVE                             00005500
                FILE STATUS  IS WRK-FS-HOLHIST.                         00005600
                                                                        00005700
           SELECT RETROPAG  ASSIGN TO RETROPAG                          00005800
                FILE STATUS  IS WRK-FS-RETROPAG.                        00005900
                                                                        00006000
           SELECT RELRETRO  ASSIGN TO RELRETRO                          00006100
                FILE STATUS  IS WRK-FS-RELRETRO.                        00006200
                                                                        00006300
      *===========================================================*     00006400
       DATA                                       DIVISION.             00006500
      *===========================================================*     00006600
                                                                        00006700
      *-----------------------------------------------------------*     00006800
       FILE                                       SECTION.              00006900
      *-----------------------------------------------------------*     00007000
                                                                        00007100
       FD RETROTRN                                                      00007200
           RECORDING MODE IS F                                          00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
       01 FD-RETROTRN.                                                  00007500
          05 FD-RTT-ID           PIC 9(04).                             00007600
          05 FD-RTT-VIGENCIA.                                           00007700
             10 FD-RTT-VIG-ANO   PIC 9(04).                             00007800
             10 FILLER           PIC X(01).                             00007900
             10 FD-RTT-VIG-MES   PIC 9(02).                             00008000
             10 FILLER           PIC X(01).                             00008100
             10 FD-RTT-VIG-DIA   PIC 9(02).                             00008200
          05 FD-RTT-SAL-ANT      PIC 9(08)V99.                          00008300
          05 FD-RTT-SAL-NOVO     PIC 9(08)V99.                          00008400
          05 FILLER              PIC X(06).                             00008500
                                                                        00008600
       FD HOLHIST                                                       00008700
           RECORDING MODE IS F                                          00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-HOLHIST.                                                   00009000
          05 FD-HH-CHAVE.                                               00009100
             10 FD-HH-ID          PIC 9(04).                            00009200
             10 FD-HH-COMPETENCIA PIC X(06).                            00009300
          05 FD-HH-BRUTO          PIC 9(08)V99.                         00009400
          05 FD-HH-INSS           PIC 9(08)V99.                         00009500
          05 FD-HH-IRRF           PIC 9(08)V99.                         00009600
          05 FD-HH-LIQUIDO        PIC 9(08)V99.                         00009700
                                                                        00009800
       FD RETROPAG                                                      00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-RETROPAG.                                                  00010200
          05 FD-RTP-ID           PIC 9(04).                             00010300
          05 FD-RTP-RUBRICA      PIC X(03).                             00010400
          05 FD-RTP-VALOR        PIC 9(08)V99.                          00010500
          05 FILLER              PIC X(03).                             00010600
                                                                        00010700
       FD RELRETRO                                                      00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-RELRETRO             PIC X(80).                            00011100
                                                                        00011200
      *-----------------------------------------------------------*     00011300
       WORKING-STORAGE                            SECTION.              00011400
      *-----------------------------------------------------------*     00011500
                                                                        00011600
      *-------------------------------------------------------*         00011700
        01 FILLER                          PIC X(050)   VALUE           00011800
                '*******AREA DE SQL ******'.                            00011900
      *-------------------------------------------------------*         00012000
                                                                        00012100
           EXEC SQL                                                     00012200
                INCLUDE BOOKFUNC                                        00012300
           END-EXEC.                                                    00012400
           EXEC SQL                                                     00012500
                INCLUDE SQLCA                                           00012600
           END-EXEC.                                                    00012700
                                                                        00012800
       77 DB2-SAL-ANT              PIC 9(08)V99 VALUE ZEROS.            00012900
                                                                        00013000
      *-------------------------------------------------------*         00013100
        01 FILLER                          PIC X(050)   VALUE           00013200
                '*******AREA DE AUXILIARES********'.                    00013300
      *-------------------------------------------------------*         00013400
                                                                        00013500
       77 WRK-SQLCODE              PIC -999.                            00013600
       77 WRK-TELEFONE-NULL        PIC S9(04) COMP VALUE ZEROS.         00013700
                                                                        00013800
       77 WRK-FS-RETROTRN          PIC X(02)    VALUE ZEROS.            00013900
       77 WRK-FS-HOLHIST           PIC X(02)    VALUE ZEROS.            00014000
       77 WRK-FS-RETROPAG          PIC X(02)    VALUE ZEROS.            00014100
       77 WRK-FS-RELRETRO          PIC X(02)    VALUE ZEROS.            00014200
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00014300
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00014400
       77 WRK-COMPETENCIA          PIC X(06)    VALUE SPACES.           00014500
       77 WRK-RUBRICA-RETRO        PIC X(03)    VALUE '060'.            00014600
       77 WRK-REG-STATUS           PIC X(01)    VALUE 'S'.              00014625
          88 WRK-REG-OK                  VALUE 'S'.                     00014650
          88 WRK-REG-INVALIDO            VALUE 'N'.                     00014675
                                                                        00014700
      *    MES FECHADO EM RECALCULO                                     00014800
       01 WRK-CMP-MES-CALC.                                             00014900
          05 WRK-CMP-ANO           PIC 9(04)    VALUE ZEROS.            00015000
          05 WRK-CMP-MES           PIC 9(02)    VALUE ZEROS.            00015100
                                                                        00015200
       01 WRK-SAL-ANT              PIC 9(08)V99 VALUE ZEROS.            00015300
       01 WRK-SAL-NOVO             PIC 9(08)V99 VALUE ZEROS.            00015400
       77 WRK-DIAS                 PIC 9(02)    VALUE ZEROS.            00015500
       01 WRK-BRUTO-RECALC         PIC 9(09)V99 VALUE ZEROS.            00015600
       01 WRK-DIFERENCA            PIC 9(08)V99 VALUE ZEROS.            00015700
       01 WRK-TOT-FUNC             PIC 9(08)V99 VALUE ZEROS.            00015800
       01 WRK-TOT-GERAL            PIC 9(11)V99 VALUE ZEROS.            00015900
       77 WRK-MESES-FUNC           PIC 9(03)    VALUE ZEROS.            00016000
                                                                        00016100
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00016200
       77 WRK-REG-REJEITADOS       PIC 9(07)    VALUE ZEROS.            00016300
       77 WRK-REG-GRAVADOS         PIC 9(07)    VALUE ZEROS.            00016400
       77 WRK-REG-MESES            PIC 9(07)    VALUE ZEROS.            00016500
                                                                        00016600
       01 WRK-LIN-CAB.                                                  00016700
          05 FILLER           PIC X(40) VALUE                           00016800
                'DIFERENCA SALARIAL RETROATIVA - PAGAMENT'.             00016900
          05 FILLER           PIC X(19) VALUE                           00017000
                'O NA COMPETENCIA   '.                                  00017100
          05 WRK-LCB-COMPETENCIA PIC X(06).                             00017200
          05 FILLER           PIC X(15) VALUE SPACES.                   00017300
                                                                        00017400
       01 WRK-LIN-FUNC.                                                 00017500
          05 FILLER           PIC X(05) VALUE 'FUNC '.                  00017600
          05 WRK-LFN-ID       PIC 9(04).                                00017700
          05 FILLER           PIC X(01) VALUE SPACES.                   00017800
          05 WRK-LFN-NOME     PIC X(30).                                00017900
          05 FILLER           PIC X(07) VALUE ' SETOR '.                00018000
          05 WRK-LFN-SETOR    PIC X(04).                                00018100
          05 FILLER           PIC X(10) VALUE ' VIGENCIA '.             00018200
          05 WRK-LFN-VIGENCIA PIC X(10).                                00018300
          05 FILLER           PIC X(09) VALUE SPACES.                   00018400
                                                                        00018500
       01 WRK-LIN-SALARIOS.                                             00018600
          05 FILLER           PIC X(17) VALUE                           00018700
                '   SALARIO ANT.: '.                                    00018800
          05 WRK-LSL-ANT      PIC ZZ.ZZZ.ZZ9,99.                        00018900
          05 FILLER           PIC X(17) VALUE                           00019000
                '   SALARIO NOVO: '.                                    00019100
          05 WRK-LSL-NOVO     PIC ZZ.ZZZ.ZZ9,99.                        00019200
          05 FILLER           PIC X(20) VALUE SPACES.                   00019300
                                                                        00019400
       01 WRK-LIN-COLUNAS.                                              00019500
          05 FILLER           PIC X(40) VALUE                           00019600
                '   COMPET. DIAS   BRUTO FECHADO    BRUTO'.             00019700
          05 FILLER           PIC X(40) VALUE                           00019800
                ' RECALCULADO       DIFERENCA            '.             00019900
                                                                        00020000
       01 WRK-LIN-MES.                                                  00020100
          05 FILLER           PIC X(03) VALUE SPACES.                   00020200
          05 WRK-LMS-COMPETENCIA PIC X(06).                             00020300
          05 FILLER           PIC X(03) VALUE SPACES.                   00020400
          05 WRK-LMS-DIAS     PIC Z9.                                   00020500
          05 FILLER           PIC X(03) VALUE SPACES.                   00020600
          05 WRK-LMS-FECHADO  PIC ZZ.ZZZ.ZZ9,99.                        00020700
          05 FILLER           PIC X(04) VALUE SPACES.                   00020800
          05 WRK-LMS-RECALC   PIC ZZZ.ZZZ.ZZ9,99.                       00020900
          05 FILLER           PIC X(02) VALUE SPACES.                   00021000
          05 WRK-LMS-DIFERENCA PIC ZZ.ZZZ.ZZ9,99.                       00021100
          05 FILLER           PIC X(17) VALUE SPACES.                   00021200
                                                                        00021300
       01 WRK-LIN-TOT-FUNC.                                             00021400
          05 FILLER           PIC X(40) VALUE                           00021500
                '   TOTAL DO FUNCIONARIO  MESES: '.                     00021600
          05 WRK-LTF-MESES    PIC ZZ9.                                  00021700
          05 FILLER           PIC X(11) VALUE SPACES.                   00021800
          05 WRK-LTF-TOTAL    PIC ZZ.ZZZ.ZZ9,99.                        00021900
          05 FILLER           PIC X(13) VALUE SPACES.                   00022000
                                                                        00022100
       01 WRK-LIN-TOT-GERAL.                                            00022200
          05 FILLER           PIC X(40) VALUE                           00022300
                'TOTAL GERAL DO RETROATIVO A PAGAR       '.             00022400
          05 FILLER           PIC X(10) VALUE SPACES.                   00022500
          05 WRK-LTG-TOTAL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                   00022600
          05 FILLER           PIC X(12) VALUE SPACES.                   00022700
                                                                        00022800
       01 WRK-LIN-TRACO.                                                00022900
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00023000
                                                                        00023100
       01 WRK-JOB-REGISTRO.                                             00023200
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00023300
          05 WRK-JOB-EVENTO        PIC X(01).                           00023400
          05 WRK-JOB-SITUACAO      PIC X(01).                           00023500
          05 WRK-JOB-LIDOS         PIC 9(07).                           00023600
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00023700
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00023800
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00023900
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00024000
                                                                        00024100
      *-----------------------------------------------------------*     00024200
                                                                        00024300
      *===========================================================*     00024400
       PROCEDURE                                  DIVISION.             00024500
      *===========================================================*     00024600
                                                                        00024700
      *-------------------------------------------------------*         00024800
       0000-PRINCIPAL                              SECTION.             00024900
      *-------------------------------------------------------*         00025000
                                                                        00025100
            PERFORM 1000-INICIAR.                                       00025200
            PERFORM 2000-TRATAR-AUMENTO                                 00025300
               UNTIL WRK-FS-RETROTRN NOT EQUAL '00'.                    00025400
            PERFORM 8000-FINALIZAR.                                     00025500
                                                                        00025600
      *-------------------------------------------------------*         00025700
       0000-999-FIM.                               EXIT.                00025800
      *-------------------------------------------------------*         00025900
                                                                        00026000
      *-------------------------------------------------------*         00026100
       1000-INICIAR                               SECTION.              00026200
      *-------------------------------------------------------*         00026300
                                                                        00026400
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00026500
             MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.                00026600
                                                                        00026700
             MOVE 'FR03DB46' TO WRK-JOB-PROGRAMA.                       00026800
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00026900
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00027000
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00027100
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00027200
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00027300
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00027400
                  WRK-JOB-RETORNO                                       00027500
                 ON EXCEPTION                                           00027600
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00027700
             END-CALL.                                                  00027800
                                                                        00027900
             OPEN INPUT RETROTRN.                                       00028000
             IF WRK-FS-RETROTRN NOT EQUAL '00'                          00028100
                MOVE ' ERRO OPEN RETROTRN ' TO WRK-MSG                  00028200
                PERFORM 9000-TRATAR-ERROS                               00028300
             END-IF.                                                    00028400
                                                                        00028500
             OPEN INPUT HOLHIST.                                        00028600
             IF WRK-FS-HOLHIST NOT EQUAL '00'                           00028700
                MOVE ' ERRO OPEN HOLHIST ' TO WRK-MSG                   00028800
                PERFORM 9000-TRATAR-ERROS                               00028900
             END-IF.                                                    00029000
                                                                        00029100
             OPEN OUTPUT RETROPAG.                                      00029200
             IF WRK-FS-RETROPAG NOT EQUAL '00'                          00029300
                MOVE ' ERRO OPEN RETROPAG ' TO WRK-MSG                  00029400
                PERFORM 9000-TRATAR-ERROS                               00029500
             END-IF.                                                    00029600
                                                                        00029700
             OPEN OUTPUT RELRETRO.                                      00029800
             IF WRK-FS-RELRETRO NOT EQUAL '00'                          00029900
                MOVE ' ERRO OPEN RELRETRO ' TO WRK-MSG                  00030000
                PERFORM 9000-TRATAR-ERROS                               00030100
             END-IF.                                                    00030200
                                                                        00030300
             MOVE WRK-COMPETENCIA TO WRK-LCB-COMPETENCIA.               00030400
             WRITE FD-RELRETRO FROM WRK-LIN-CAB.                        00030500
             WRITE FD-RELRETRO FROM WRK-LIN-TRACO.                      00030600
                                                                        00030700
             DISPLAY '===================================='.            00030800
             DISPLAY ' DIFERENCA SALARIAL RETROATIVA '.                 00030900
             DISPLAY ' PAGAMENTO NA COMPETENCIA: ' WRK-COMPETENCIA.     00031000
             DISPLAY '===================================='.            00031100
                                                                        00031200
             READ RETROTRN.                                             00031300
                                                                        00031400
      *-------------------------------------------------------*         00031500
       1000-999-FIM.                              EXIT.                 00031600
      *-------------------------------------------------------*         00031700
                                                                        00031800
      *---------------------------------------------------------------  00031900
      *    2000-TRATAR-AUMENTO                                          00032000
      *    VALIDA O AUMENTO, COMPLETA OS SALARIOS PELO DB2 E            00032100
      *    RECALCULA MES A MES DA VIGENCIA ATE O ULTIMO MES FECHADO.    00032200
      *---------------------------------------------------------------  00032300
       2000-TRATAR-AUMENTO                        SECTION.              00032400
                                                                        00032500
             ADD 1 TO WRK-REG-LIDOS.                                    00032600
                                                                        00032700
             PERFORM 2010-VALIDAR-AUMENTO.                              00032704
             IF WRK-REG-OK                                              00032708
                PERFORM 2050-CALCULAR-RETROATIVO                        00032712
             ELSE                                                       00032716
                PERFORM 2900-REJEITAR                                   00032720
             END-IF.                                                    00032724
                                                                        00032728
             READ RETROTRN.                                             00032732
                                                                        00032736
      *-------------------------------------------------------*         00032740
       2000-999-FIM.                              EXIT.                 00032744
      *-------------------------------------------------------*         00032748
                                                                        00032752
      *---------------------------------------------------------------  00032756
      *    2010-VALIDAR-AUMENTO                                         00032760
      *    CRITICA A VIGENCIA, LE O FUNCIONARIO NO DB2 E DETERMINA      00032764
      *    OS SALARIOS ANTERIOR E NOVO DO AUMENTO.                      00032768
      *---------------------------------------------------------------  00032772
       2010-VALIDAR-AUMENTO                       SECTION.              00032776
                                                                        00032780
             SET WRK-REG-OK TO TRUE.                                    00032784
                                                                        00032788
             IF FD-RTT-ID NOT NUMERIC OR                                00032800
                FD-RTT-VIG-ANO NOT NUMERIC OR                           00032900
                FD-RTT-VIG-MES NOT NUMERIC OR                           00033000
                FD-RTT-VIG-DIA NOT NUMERIC                              00033100
                MOVE ' MATRICULA OU VIGENCIA INVALIDA ' TO WRK-MSG      00033200
                SET WRK-REG-INVALIDO TO TRUE                            00033350
             END-IF.                                                    00033500
             IF WRK-REG-OK                                              00033588
                IF FD-RTT-VIG-MES LESS THAN 1 OR                        00033676
                   FD-RTT-VIG-MES GREATER THAN 12 OR                    00033764
                   FD-RTT-VIG-DIA LESS THAN 1 OR                        00033852
                   FD-RTT-VIG-DIA GREATER THAN 31                       00033940
                   MOVE ' VIGENCIA INVALIDA ' TO WRK-MSG                00034028
                   SET WRK-REG-INVALIDO TO TRUE                         00034116
                END-IF                                                  00034204
             END-IF.                                                    00034300
                                                                        00034400
             IF WRK-REG-OK                                              00034487
                MOVE FD-RTT-VIG-ANO TO WRK-CMP-ANO                      00034574
                MOVE FD-RTT-VIG-MES TO WRK-CMP-MES                      00034661
                IF WRK-CMP-MES-CALC NOT LESS THAN WRK-COMPETENCIA       00034748
                   MOVE ' VIGENCIA SEM MES FECHADO ' TO WRK-MSG         00034835
                   SET WRK-REG-INVALIDO TO TRUE                         00034922
                END-IF                                                  00035009
             END-IF.                                                    00035100
                                                                        00035102
             IF WRK-REG-OK                                              00035104
                PERFORM 2020-LER-FUNCIONARIO                            00035106
             END-IF.                                                    00035108
                                                                        00035110
             IF WRK-REG-OK                                              00035112
                IF FD-RTT-SAL-NOVO NUMERIC AND                          00035114
                   FD-RTT-SAL-NOVO GREATER THAN ZEROS                   00035116
                   MOVE FD-RTT-SAL-NOVO TO WRK-SAL-NOVO                 00035118
                ELSE                                                    00035120
                   MOVE DB2-SALARIO TO WRK-SAL-NOVO                     00035122
                END-IF                                                  00035124
                IF FD-RTT-SAL-ANT NUMERIC AND                           00035126
                   FD-RTT-SAL-ANT GREATER THAN ZEROS                    00035128
                   MOVE FD-RTT-SAL-ANT TO WRK-SAL-ANT                   00035130
                ELSE                                                    00035132
                   PERFORM 2100-BUSCAR-SALARIO-ANT                      00035134
                END-IF                                                  00035136
                IF WRK-SAL-ANT EQUAL ZEROS                              00035138
                   MOVE ' SEM TROCA DE SALARIO NA FUNC_AUDIT '          00035140
                        TO WRK-MSG                                      00035142
                   SET WRK-REG-INVALIDO TO TRUE                         00035144
                ELSE                                                    00035146
                   IF WRK-SAL-NOVO NOT GREATER THAN WRK-SAL-ANT         00035148
                      MOVE ' SALARIO NOVO NAO E MAIOR QUE O ANTERIOR '  00035150
                           TO WRK-MSG                                   00035152
                      SET WRK-REG-INVALIDO TO TRUE                      00035154
                   END-IF                                               00035156
                END-IF                                                  00035158
             END-IF.                                                    00035160
                                                                        00035162
      *-------------------------------------------------------*         00035164
       2010-999-FIM.                              EXIT.                 00035166
      *-------------------------------------------------------*         00035168
                                                                        00035170
      *-------------------------------------------------------*         00035172
       2020-LER-FUNCIONARIO                       SECTION.              00035174
      *-------------------------------------------------------*         00035176
                                                                        00035200
             MOVE FD-RTT-ID TO DB2-ID.                                  00035300
             EXEC SQL                                                   00035400
                SELECT ID, NOME, SETOR, SALARIO, DATAADM, EMAIL,        00035500
                       TELEFONE                                         00035600
                 INTO :REG-FUNC, :DB2-TELEFONE :WRK-TELEFONE-NULL       00035700
                 FROM FOUR001.FUNC                                      00035800
                 WHERE ID = :DB2-ID                                     00035900
             END-EXEC.                                                  00036000
             EVALUATE SQLCODE                                           00036100
               WHEN ZEROS                                               00036200
                  CONTINUE                                              00036300
               WHEN 100                                                 00036400
                  MOVE ' FUNCIONARIO NAO CADASTRADO ' TO WRK-MSG        00036500
                  SET WRK-REG-INVALIDO TO TRUE                          00036650
               WHEN OTHER                                               00036800
                  MOVE SQLCODE TO WRK-SQLCODE                           00036900
                  DISPLAY ' SQLCODE NO SELECT: ' WRK-SQLCODE            00037000
                  MOVE ' ERRO SELECT FOUR001.FUNC ' TO WRK-MSG          00037100
                  PERFORM 9000-TRATAR-ERROS                             00037200
             END-EVALUATE.                                              00037300
                                                                        00037400
      *-------------------------------------------------------*         00037618
       2020-999-FIM.                              EXIT.                 00037836
      *-------------------------------------------------------*         00038054
                                                                        00038272
      *---------------------------------------------------------------  00038490
      *    2050-CALCULAR-RETROATIVO                                     00038708
      *    RECALCULA MES A MES DA VIGENCIA ATE O ULTIMO MES FECHADO     00038926
      *    E GRAVA A RUBRICA DE DIFERENCA PARA A FOLHA.                 00039144
      *---------------------------------------------------------------  00039362
       2050-CALCULAR-RETROATIVO                   SECTION.              00039580
                                                                        00039800
             MOVE DB2-ID          TO WRK-LFN-ID.                        00039900
             MOVE DB2-NOME        TO WRK-LFN-NOME.                      00040000
             MOVE DB2-SETOR       TO WRK-LFN-SETOR.                     00040100
             MOVE FD-RTT-VIGENCIA TO WRK-LFN-VIGENCIA.                  00040200
             WRITE FD-RELRETRO FROM WRK-LIN-FUNC.                       00040300
             MOVE WRK-SAL-ANT     TO WRK-LSL-ANT.                       00040400
             MOVE WRK-SAL-NOVO    TO WRK-LSL-NOVO.                      00040500
             WRITE FD-RELRETRO FROM WRK-LIN-SALARIOS.                   00040600
             WRITE FD-RELRETRO FROM WRK-LIN-COLUNAS.                    00040700
                                                                        00040800
             MOVE ZEROS TO WRK-TOT-FUNC.                                00040900
             MOVE ZEROS TO WRK-MESES-FUNC.                              00041000
             PERFORM 2200-RECALCULAR-MES                                00041100
                UNTIL WRK-CMP-MES-CALC NOT LESS THAN WRK-COMPETENCIA.   00041200
                                                                        00041300
             MOVE WRK-MESES-FUNC TO WRK-LTF-MESES.                      00041400
             MOVE WRK-TOT-FUNC   TO WRK-LTF-TOTAL.                      00041500
             WRITE FD-RELRETRO FROM WRK-LIN-TOT-FUNC.                   00041600
             WRITE FD-RELRETRO FROM WRK-LIN-TRACO.                      00041700
                                                                        00041800
             IF WRK-TOT-FUNC GREATER THAN ZEROS                         00041900
                MOVE SPACES            TO FD-RETROPAG                   00042000
                MOVE DB2-ID            TO FD-RTP-ID                     00042100
                MOVE WRK-RUBRICA-RETRO TO FD-RTP-RUBRICA                00042200
                MOVE WRK-TOT-FUNC      TO FD-RTP-VALOR                  00042300
                WRITE FD-RETROPAG                                       00042400
                IF WRK-FS-RETROPAG NOT EQUAL '00'                       00042500
                   MOVE ' ERRO WRITE RETROPAG ' TO WRK-MSG              00042600
                   PERFORM 9000-TRATAR-ERROS                            00042700
                END-IF                                                  00042800
                ADD 1 TO WRK-REG-GRAVADOS                               00042900
                ADD WRK-TOT-FUNC TO WRK-TOT-GERAL                       00043000
             END-IF.                                                    00043100
                                                                        00043200
      *-------------------------------------------------------*         00043600
       2050-999-FIM.                              EXIT.                 00043700
      *-------------------------------------------------------*         00043800
                                                                        00043900
      *---------------------------------------------------------------  00044000
      *    2100-BUSCAR-SALARIO-ANT                                      00044100
      *    SALARIO ANTERIOR DA TROCA DE SALARIO MAIS RECENTE DO         00044200
      *    FUNCIONARIO NA TRILHA FUNC_AUDIT (A PRIMEIRA LINHA DO        00044300
      *    CURSOR EM ORDEM DECRESCENTE DE DATA).                        00044400
      *---------------------------------------------------------------  00044500
       2100-BUSCAR-SALARIO-ANT                    SECTION.              00044600
                                                                        00044700
             MOVE ZEROS TO WRK-SAL-ANT.                                 00044800
                                                                        00044900
            EXEC SQL                                                    00045000
               DECLARE CSRAUD CURSOR FOR                                00045100
                  SELECT SALARIO_ANT                                    00045200
                    FROM FOUR001.FUNC_AUDIT                             00045300
                   WHERE ID = :DB2-ID                                   00045400
                     AND SALARIO_ANT <> SALARIO_NOVO                    00045500
                   ORDER BY DATA_ALTERACAO DESC                         00045600
            END-EXEC.                                                   00045700
                                                                        00045800
            EXEC SQL                                                    00045900
               OPEN CSRAUD                                              00046000
            END-EXEC.                                                   00046100
                                                                        00046200
            EXEC SQL                                                    00046300
               FETCH CSRAUD                                             00046400
                INTO :DB2-SAL-ANT                                       00046500
            END-EXEC.                                                   00046600
                                                                        00046700
            EVALUATE SQLCODE                                            00046800
              WHEN ZEROS                                                00046900
                 MOVE DB2-SAL-ANT TO WRK-SAL-ANT                        00047000
              WHEN 100                                                  00047100
                 CONTINUE                                               00047200
              WHEN OTHER                                                00047300
                 MOVE SQLCODE TO WRK-SQLCODE                            00047400
                 DISPLAY ' SQLCODE NO FETCH: ' WRK-SQLCODE              00047500
                 MOVE ' ERRO FETCH CSRAUD ' TO WRK-MSG                  00047600
                 PERFORM 9000-TRATAR-ERROS                              00047700
            END-EVALUATE.                                               00047800
                                                                        00047900
            EXEC SQL                                                    00048000
               CLOSE CSRAUD                                             00048100
            END-EXEC.                                                   00048200
                                                                        00048300
      *-------------------------------------------------------*         00048400
       2100-999-FIM.                              EXIT.                 00048500
      *-------------------------------------------------------*         00048600
                                                                        00048700
      *---------------------------------------------------------------  00048800
      *    2200-RECALCULAR-MES                                          00048900
      *    BRUTO RECALCULADO = BRUTO FECHADO NO HOLHIST + DIFERENCA     00049000
      *    DE SALARIO DO MES (PROPORCIONAL NO MES DA VIGENCIA).         00049100
      *---------------------------------------------------------------  00049200
       2200-RECALCULAR-MES                        SECTION.              00049300
                                                                        00049400
             MOVE 30 TO WRK-DIAS.                                       00049500
             IF WRK-CMP-ANO EQUAL FD-RTT-VIG-ANO AND                    00049600
                WRK-CMP-MES EQUAL FD-RTT-VIG-MES AND                    00049700
                FD-RTT-VIG-DIA GREATER THAN 1                           00049800
                IF FD-RTT-VIG-DIA GREATER THAN 30                       00049900
                   MOVE 1 TO WRK-DIAS                                   00050000
                ELSE                                                    00050100
                   COMPUTE WRK-DIAS = 31 - FD-RTT-VIG-DIA               00050200
                   END-COMPUTE                                          00050300
                END-IF                                                  00050400
             END-IF.                                                    00050500
                                                                        00050600
             MOVE DB2-ID           TO FD-HH-ID.                         00050700
             MOVE WRK-CMP-MES-CALC TO FD-HH-COMPETENCIA.                00050800
             READ HOLHIST.                                              00050900
             IF WRK-FS-HOLHIST NOT EQUAL '23'                           00050942
                IF WRK-FS-HOLHIST NOT EQUAL '00'                        00050984
                   MOVE ' ERRO READ HOLHIST ' TO WRK-MSG                00051026
                   PERFORM 9000-TRATAR-ERROS                            00051068
                END-IF                                                  00051110
                PERFORM 2210-SOMAR-DIFERENCA                            00051152
             END-IF.                                                    00051200
                                                                        00051257
             IF WRK-CMP-MES EQUAL 12                                    00051314
                MOVE 1 TO WRK-CMP-MES                                   00051371
                ADD 1 TO WRK-CMP-ANO                                    00051428
             ELSE                                                       00051485
                ADD 1 TO WRK-CMP-MES                                    00051542
             END-IF.                                                    00051600
                                                                        00051611
      *-------------------------------------------------------*         00051622
       2200-999-FIM.                              EXIT.                 00051633
      *-------------------------------------------------------*         00051644
                                                                        00051655
      *-------------------------------------------------------*         00051666
       2210-SOMAR-DIFERENCA                       SECTION.              00051677
      *-------------------------------------------------------*         00051688
                                                                        00051700
             COMPUTE WRK-DIFERENCA ROUNDED =                            00051800
                     (WRK-SAL-NOVO - WRK-SAL-ANT) * WRK-DIAS / 30       00051900
             END-COMPUTE.                                               00052000
             COMPUTE WRK-BRUTO-RECALC = FD-HH-BRUTO + WRK-DIFERENCA     00052100
             END-COMPUTE.                                               00052200
                                                                        00052300
             MOVE WRK-CMP-MES-CALC TO WRK-LMS-COMPETENCIA.              00052400
             MOVE WRK-DIAS         TO WRK-LMS-DIAS.                     00052500
             MOVE FD-HH-BRUTO      TO WRK-LMS-FECHADO.                  00052600
             MOVE WRK-BRUTO-RECALC TO WRK-LMS-RECALC.                   00052700
             MOVE WRK-DIFERENCA    TO WRK-LMS-DIFERENCA.                00052800
             WRITE FD-RELRETRO FROM WRK-LIN-MES.                        00052900
                                                                        00053000
             ADD WRK-DIFERENCA TO WRK-TOT-FUNC.                         00053100
             ADD 1 TO WRK-MESES-FUNC.                                   00053200
             ADD 1 TO WRK-REG-MESES.                                    00053300
                                                                        00053400
      *-------------------------------------------------------*         00054300
       2210-999-FIM.                              EXIT.                 00054400
      *-------------------------------------------------------*         00054500
                                                                        00054600
      *-------------------------------------------------------*         00054700
       2900-REJEITAR                              SECTION.              00054800
      *-------------------------------------------------------*         00054900
                                                                        00055000
             ADD 1 TO WRK-REG-REJEITADOS.                               00055100
             DISPLAY ' REJEITADO FUNC ' FD-RTT-ID ':' WRK-MSG.          00055200
                                                                        00055300
      *-------------------------------------------------------*         00055400
       2900-999-FIM.                              EXIT.                 00055500
      *-------------------------------------------------------*         00055600
                                                                        00055700
      *-------------------------------------------------------*         00055800
       8000-FINALIZAR                             SECTION.              00055900
      *-------------------------------------------------------*         00056000
                                                                        00056100
             MOVE WRK-TOT-GERAL TO WRK-LTG-TOTAL.                       00056200
             WRITE FD-RELRETRO FROM WRK-LIN-TOT-GERAL.                  00056300
                                                                        00056400
             CLOSE RETROTRN.                                            00056500
             CLOSE HOLHIST.                                             00056600
             CLOSE RETROPAG.                                            00056700
             CLOSE RELRETRO.                                            00056800
                                                                        00056900
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00057000
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00057100
             MOVE WRK-REG-LIDOS TO WRK-JOB-LIDOS.                       00057200
             MOVE WRK-REG-GRAVADOS TO WRK-JOB-GRAVADOS.                 00057300
             MOVE WRK-REG-REJEITADOS TO WRK-JOB-REJEITADOS.             00057400
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00057500
                  WRK-JOB-RETORNO                                       00057600
                 ON EXCEPTION                                           00057700
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00057800
             END-CALL.                                                  00057900
                                                                        00058000
             DISPLAY '===================================='.            00058100
             DISPLAY ' AUMENTOS LIDOS........: ' WRK-REG-LIDOS.         00058200
             DISPLAY ' AUMENTOS REJEITADOS...: ' WRK-REG-REJEITADOS.    00058300
             DISPLAY ' MESES RECALCULADOS....: ' WRK-REG-MESES.         00058400
             DISPLAY ' RETROATIVOS GRAVADOS..: ' WRK-REG-GRAVADOS.      00058500
             DISPLAY ' TOTAL A PAGAR.........: ' WRK-LTG-TOTAL.         00058600
             DISPLAY '==================================== '.           00058700
             IF WRK-REG-REJEITADOS GREATER THAN ZEROS                   00058800
                MOVE 4 TO RETURN-CODE                                   00058900
             END-IF.                                                    00059000
                STOP RUN.                                               00059100
                                                                        00059200
      *-------------------------------------------------------*         00059300
       8000-999-FIM.                              EXIT.                 00059400
      *-------------------------------------------------------*         00059500
                                                                        00059600
      *-------------------------------------------------------*         00059700
       9000-TRATAR-ERROS                           SECTION.             00059800
      *-------------------------------------------------------*         00059900
                                                                        00060000
             DISPLAY '-----------------------------'.                   00060100
             DISPLAY WRK-MSG.                                           00060200
             DISPLAY '-----------------------------'.                   00060300
                STOP RUN.                                               00060400
                                                                        00060500
      *-------------------------------------------------------*         00060600
       9000-999-FIM.                              EXIT.                 00060700
      *-------------------------------------------------------*         00060800
