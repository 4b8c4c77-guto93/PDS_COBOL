      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB57.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 20/11/2023                                       00001200
      *     OBJETIVO : RETENCAO DA LGPD -- PASSADO O PRAZO DA           00001300
      *              : POLITICA DE CADA TIPO DE DADO (RETPOL),          00001400
      *              : TROCA OS CAMPOS IDENTIFICADORES (NOME,           00001500
      *              : CPF/CNPJ, ENDERECO, CEP, TELEFONE, EMAIL)        00001600
      *              : POR MARCADORES FIXOS E IRREVERSIVEIS EM          00001700
      *              : CLIENTES, CLIMASTR, FOUR001.FUNC_ARCH E NAS      00001800
      *              : TRILHAS CLIAUDIT, FUNC_AUDIT E FUNC_HIST,        00001900
      *              : MANTENDO AS CHAVES, DATAS, SALARIOS E            00002000
      *              : TOTAIS FINANCEIROS QUE OS RELATORIOS USAM.       00002100
      *              : CADA REGISTRO ANONIMIZADO SAI EM ANONLOG         00002200
      *              : PARA O ENCARREGADO (DPO).                        00002300
      *-------------------------------------------------------*         00002400
      *     RETPOL  : TIPO X(08) + MESES DE RETENCAO 9(03) +            00002500
      *               DESCRICAO X(30). TIPOS:                           00002600
      *               CLIENTE  - CLIENTE INATIVO, CONTADO DA DATA       00002700
      *                          DE ALTERACAO, SEM EXPOSICAO NEM        00002800
      *                          SALDO VENCIDO (LEVA JUNTO O            00002900
      *                          CLIMASTR E A CLIAUDIT DELE);           00003000
      *               CLIAUDIT - LINHA DA CLIAUDIT, PELA DATA;          00003100
      *               FUNCARQ  - FUNC_ARCH, CONTADO DA DATA DE          00003200
      *                          ARQUIVAMENTO (LEVA JUNTO A             00003300
      *                          FUNC_AUDIT E A FUNC_HIST DO ID);       00003400
      *               FUNCAUD  - LINHA DA FUNC_AUDIT, PELA DATA.        00003500
      *               TIPO FORA DA RETPOL NAO E TRATADO.                00003600
      *     SYSIN   : 'E' NA COLUNA 1 EFETIVA A ANONIMIZACAO;           00003700
      *               QUALQUER OUTRO VALOR SO SIMULA (O ANONLOG         00003800
      *               SAI IGUAL, MARCADO 'S', E NADA E ALTERADO).       00003900
      *     CLIMASTR E CLIAUDIT SAO REGRAVADOS EM CLIMNOVO E            00004000
      *     CLIANOVO, QUE O JOB CATALOGA COMO A PROXIMA GERACAO         00004100
      *     (O MESMO ROTEIRO DO FUNCBNOV DO FR03DB55). O CPF/CNPJ       00004200
      *     DO CLIENTE VIRA 'ANON' + CODIGO NOS DOIS ARQUIVOS, PARA     00004300
      *     O FR03DB43 CONTINUAR CASANDO CLIENTES COM CLIMASTR SEM      00004400
      *     JUNTAR DOIS ANONIMIZADOS DIFERENTES.                        00004500
      *=======================================================*         00004600
      *=======================================================*         00004700
       ENVIRONMENT                                    DIVISION.         00004800
      *=======================================================*         00004900
       CONFIGURATION                                  SECTION.          00005000
      *=======================================================*         00005100
                                                                        00005200
          SPECIAL-NAMES.                                                00005300
              DECIMAL-POINT IS COMMA.                                   00005400
                                                                        00005500
      *=======================================================*         00005600
       INPUT-OUTPUT                                   SECTION.          00005700
       FILE-CONTROL.                                                    00005800
             SELECT RETPOL   ASSIGN TO RETPOL                           00005900
                FILE STATUS  IS WRK-FS-RETPOL.                          00006000
             SELECT CLIENTES ASSIGN TO CLIENTES                         00006100
                ORGANIZATION IS INDEXED                                 00006200
                ACCESS MODE  IS DYNAMIC                                 00006300
                RECORD KEY   IS FD-CODIGO                               00006400
                FILE STATUS  IS WRK-FS-CLIENTES.                        00006500
             SELECT CLIMASTR ASSIGN TO CLIMASTR                         00006600
                FILE STATUS  IS WRK-FS-CLIMASTR.                        00006700
             SELECT CLIMNOVO ASSIGN TO CLIMNOVO                         00006800
                FILE STATUS  IS WRK-FS-CLIMNOVO.                        00006900
             SELECT CLIAUDIT ASSIGN TO CLIAUDIT                         00007000
                FILE STATUS  IS WRK-FS-CLIAUDIT.                        00007100
             SELECT CLIANOVO ASSIGN TO CLIANOVO                         00007200
                FILE STATUS  IS WRK-FS-CLIANOVO.                        00007300
             SELECT ANONLOG  ASSIGN TO ANONLOG                          00007400
                FILE STATUS  IS WRK-FS-ANONLOG.                         00007500
      *=======================================================*         00007600
       DATA                                       DIVISION.             00007700
      *=======================================================*         00007800
                                                                        00007900
      *-------------------------------------------------------*         00008000
       FILE                                       SECTION.              00008100
      *-------------------------------------------------------*         00008200
       FD RETPOL                                                        00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-RETPOL.                                                    00008600
          05 FD-POL-TIPO         PIC X(08).                             00008700
          05 FD-POL-MESES        PIC 9(03).                             00008800
          05 FD-POL-DESCRICAO    PIC X(30).                             00008900
          05 FILLER              PIC X(09).                             00009000
                                                                        00009100
       FD CLIENTES                                                      00009200
           RECORDING MODE IS F                                          00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
       01 FD-CLIENTES.                                                  00009500
          05 FD-CODIGO           PIC X(04).                             00009600
          05 FD-NOME             PIC X(40).                             00009700
          05 FD-BANCO            PIC X(10).                             00009800
          05 FD-CPF-CNPJ         PIC X(14).                             00009900
          05 FD-ENDERECO         PIC X(40).                             00010000
          05 FD-CEP              PIC X(08).                             00010100
          05 FD-SITUACAO         PIC X(01).                             00010200
             88 FD-CLIENTE-INATIVO   VALUE 'I'.                         00010300
          05 FD-DATA-INCLUSAO    PIC X(08).                             00010400
          05 FD-DATA-ALTERACAO   PIC X(08).                             00010500
          05 FD-LIMITE-CREDITO   PIC 9(05)V99.                          00010600
          05 FD-EXPOSICAO        PIC 9(07)V99.                          00010700
          05 FD-DEVOLUCOES       PIC 9(03).                             00010800
          05 FD-BLOQUEIO         PIC X(01).                             00010900
          05 FD-NIVEL-AVISO      PIC 9(01).                             00011000
          05 FD-SALDO-VENCIDO    PIC 9(09)V99 COMP-3.                   00011100
                                                                        00011200
       FD CLIMASTR                                                      00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-CLIMASTR.                                                  00011600
          05 FD-ID               PIC 9(05).                             00011700
          05 FD-CLIENTE          PIC X(30).                             00011800
          05 FD-TELEFONE         PIC 9(10).                             00011900
          05 FD-GERENTE          PIC X(15).                             00012000
          05 FD-DOCUMENTO        PIC X(14).                             00012100
                                                                        00012200
       FD CLIMNOVO                                                      00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-CLIMNOVO            PIC X(74).                             00012600
                                                                        00012700
       FD CLIAUDIT                                                      00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-CLIAUDIT            PIC X(220).                            00013100
                                                                        00013200
       FD CLIANOVO                                                      00013300
           RECORDING MODE IS F                                          00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-CLIANOVO            PIC X(220).                            00013600
                                                                        00013700
       FD ANONLOG                                                       00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-ANONLOG.                                                   00014100
          05 FD-ANL-DATA         PIC X(08).                             00014200
          05 FD-ANL-MODO         PIC X(01).                             00014300
          05 FD-ANL-ARQUIVO      PIC X(10).                             00014400
          05 FD-ANL-CHAVE        PIC X(30).                             00014500
          05 FD-ANL-POLITICA     PIC X(08).                             00014600
          05 FD-ANL-CORTE        PIC X(08).                             00014700
          05 FD-ANL-CAMPOS       PIC X(30).                             00014800
          05 FILLER              PIC X(05).                             00014900
                                                                        00015000
      *-------------------------------------------------------*         00015100
       WORKING-STORAGE                            SECTION.              00015200
      *-------------------------------------------------------*         00015300
                                                                        00015400
      *-------------------------------------------------------*         00015500
        01 FILLER                          PIC X(050)   VALUE           00015600
                '*******AREA DE SQL ******'.                            00015700
      *-------------------------------------------------------*         00015800
                                                                        00015900
           EXEC SQL                                                     00016000
                INCLUDE SQLCA                                           00016100
           END-EXEC.                                                    00016200
                                                                        00016300
      *-------------------------------------------------------*         00016400
        01 FILLER                          PIC X(050)   VALUE           00016500
                '*******AREA DE AUXILIARES********'.                    00016600
      *-------------------------------------------------------*         00016700
                                                                        00016800
       77 WRK-SQLCODE         PIC -999.                                 00016900
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00017000
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00017100
                                                                        00017200
       77 WRK-FS-RETPOL       PIC X(02) VALUE ZEROS.                    00017300
       77 WRK-FS-CLIENTES     PIC X(02) VALUE ZEROS.                    00017400
       77 WRK-FS-CLIMASTR     PIC X(02) VALUE ZEROS.                    00017500
       77 WRK-FS-CLIMNOVO     PIC X(02) VALUE ZEROS.                    00017600
       77 WRK-FS-CLIAUDIT     PIC X(02) VALUE ZEROS.                    00017700
       77 WRK-FS-CLIANOVO     PIC X(02) VALUE ZEROS.                    00017800
       77 WRK-FS-ANONLOG      PIC X(02) VALUE ZEROS.                    00017900
                                                                        00018000
       01 WRK-PARM-ANON.                                                00018100
          05 WRK-MODO         PIC X(01).                                00018200
             88 WRK-EFETIVAR          VALUE 'E'.                        00018300
                                                                        00018400
      *    MARCADORES QUE SUBSTITUEM OS DADOS IDENTIFICADORES           00018500
       77 WRK-ANONIMO         PIC X(11) VALUE 'ANONIMIZADO'.            00018600
       01 WRK-DOC-ANONIMO.                                              00018700
          05 FILLER           PIC X(04) VALUE 'ANON'.                   00018800
          05 WRK-DAN-CODIGO   PIC X(04).                                00018900
          05 FILLER           PIC X(06) VALUE SPACES.                   00019000
                                                                        00019100
      *    POLITICAS DE RETENCAO E DATAS DE CORTE                       00019200
       77 WRK-POL-CLIENTE     PIC X(01) VALUE 'N'.                      00019300
          88 WRK-TEM-POL-CLIENTE      VALUE 'S'.                        00019400
       77 WRK-POL-CLIAUDIT    PIC X(01) VALUE 'N'.                      00019500
          88 WRK-TEM-POL-CLIAUDIT     VALUE 'S'.                        00019600
       77 WRK-POL-FUNCARQ     PIC X(01) VALUE 'N'.                      00019700
          88 WRK-TEM-POL-FUNCARQ      VALUE 'S'.                        00019800
       77 WRK-POL-FUNCAUD     PIC X(01) VALUE 'N'.                      00019900
          88 WRK-TEM-POL-FUNCAUD      VALUE 'S'.                        00020000
       77 WRK-CORTE-CLIENTE   PIC X(08) VALUE SPACES.                   00020100
       77 WRK-CORTE-CLIAUDIT  PIC X(08) VALUE SPACES.                   00020200
       77 WRK-CORTE-FUNCARQ   PIC X(08) VALUE SPACES.                   00020300
       77 WRK-CORTE-FUNCAUD   PIC X(08) VALUE SPACES.                   00020400
       01 WRK-CORTE-FUNCARQ-ISO.                                        00020500
          05 WRK-CFA-ANO      PIC X(04).                                00020600
          05 FILLER           PIC X(01) VALUE '-'.                      00020700
          05 WRK-CFA-MES      PIC X(02).                                00020800
          05 FILLER           PIC X(01) VALUE '-'.                      00020900
          05 WRK-CFA-DIA      PIC X(02).                                00021000
       01 WRK-CORTE-FUNCAUD-ISO.                                        00021100
          05 WRK-CFU-ANO      PIC X(04).                                00021200
          05 FILLER           PIC X(01) VALUE '-'.                      00021300
          05 WRK-CFU-MES      PIC X(02).                                00021400
          05 FILLER           PIC X(01) VALUE '-'.                      00021500
          05 WRK-CFU-DIA      PIC X(02).                                00021600
                                                                        00021700
       01 WRK-DATA-CORTE.                                               00021800
          05 WRK-CRT-ANO      PIC 9(04).                                00021900
          05 WRK-CRT-MES      PIC 9(02).                                00022000
          05 WRK-CRT-DIA      PIC 9(02).                                00022100
       01 WRK-DATA-CORTE-X REDEFINES WRK-DATA-CORTE PIC X(08).          00022200
       77 WRK-MESES-TOTAL     PIC 9(06) VALUE ZEROS.                    00022300
       77 WRK-MESES-RESTO     PIC 9(02) VALUE ZEROS.                    00022400
                                                                        00022500
      *    CLIENTES ANONIMIZADOS NA RODADA (CHAVE PARA O CLIMASTR       00022600
      *    E A CLIAUDIT)                                                00022700
       01 WRK-TAB-ANONIMOS.                                             00022800
          05 WRK-TAN-ITEM OCCURS 2000 TIMES.                            00022900
             10 WRK-TAN-CODIGO     PIC X(04).                           00023000
             10 WRK-TAN-DOCUMENTO  PIC X(14).                           00023100
       77 WRK-QTDE-ANONIMOS   PIC 9(04) VALUE ZEROS.                    00023200
       77 WRK-IDX-ANO         PIC 9(04) VALUE ZEROS.                    00023300
       77 WRK-ANO-ACHADO      PIC X(01) VALUE 'N'.                      00023400
          88 WRK-ANO-FOI-ACHADO       VALUE 'S'.                        00023500
          88 WRK-ANO-NAO-ACHADO       VALUE 'N'.                        00023600
       77 WRK-TAB-CHEIA       PIC X(01) VALUE 'N'.                      00023700
          88 WRK-TAB-ESTA-CHEIA       VALUE 'S'.                        00023800
                                                                        00023900
      *    IMAGEM DE TRABALHO DO CLIMASTR E DA CLIAUDIT                 00024000
       01 WRK-IMG-CLIMASTR.                                             00024100
          05 WRK-CLM-ID          PIC 9(05).                             00024200
          05 WRK-CLM-CLIENTE     PIC X(30).                             00024300
          05 WRK-CLM-TELEFONE    PIC 9(10).                             00024400
          05 WRK-CLM-GERENTE     PIC X(15).                             00024500
          05 WRK-CLM-DOCUMENTO   PIC X(14).                             00024600
       01 WRK-IMG-CLIAUDIT.                                             00024700
          05 WRK-CAU-DATA        PIC X(08).                             00024800
          05 WRK-CAU-TIPO        PIC X(01).                             00024900
          05 WRK-CAU-CODIGO      PIC X(04).                             00025000
          05 WRK-CAU-NOME-ANT    PIC X(40).                             00025100
          05 WRK-CAU-NOME-NOV    PIC X(40).                             00025200
          05 WRK-CAU-BANCO-ANT   PIC X(10).                             00025300
          05 WRK-CAU-BANCO-NOV   PIC X(10).                             00025400
          05 WRK-CAU-ENDER-ANT   PIC X(40).                             00025500
          05 WRK-CAU-ENDER-NOV   PIC X(40).                             00025600
          05 WRK-CAU-CEP-ANT     PIC X(08).                             00025700
          05 WRK-CAU-CEP-NOV     PIC X(08).                             00025800
          05 WRK-CAU-SIT-ANT     PIC X(01).                             00025900
          05 WRK-CAU-SIT-NOV     PIC X(01).                             00026000
          05 FILLER              PIC X(09).                             00026100
       77 WRK-ALTEROU         PIC X(01) VALUE 'N'.                      00026200
          88 WRK-HOUVE-ALTERACAO      VALUE 'S'.                        00026300
          88 WRK-NADA-ALTERADO        VALUE 'N'.                        00026400
       77 WRK-POLITICA-LOG    PIC X(08) VALUE SPACES.                   00026500
       77 WRK-CORTE-LOG       PIC X(08) VALUE SPACES.                   00026600
                                                                        00026700
      *    FUNCIONARIOS ARQUIVADOS E TRILHA                             00026800
       01 DB2-ARQ-ID          PIC S9(04) COMP VALUE ZEROS.              00026900
       77 DB2-ARQ-DATA        PIC X(10) VALUE SPACES.                   00027000
       01 DB2-AUD-ID          PIC S9(04) COMP VALUE ZEROS.              00027100
       77 DB2-AUD-DATA-ALT    PIC X(26) VALUE SPACES.                   00027200
       77 WRK-ID-EDIT         PIC 9(04) VALUE ZEROS.                    00027300
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.                      00027400
          88 WRK-ARQ-ACABOU           VALUE 'S'.                        00027500
       77 WRK-FIM-AUD         PIC X(01) VALUE 'N'.                      00027600
          88 WRK-AUD-ACABOU           VALUE 'S'.                        00027700
       77 WRK-CONTADOR-COMMIT PIC 9(03) VALUE ZEROS.                    00027800
       77 WRK-COMMIT-INTERVAL PIC 9(03) VALUE 050.                      00027900
                                                                        00028000
       77 WRK-REG-LIDOS       PIC 9(07) VALUE ZEROS.                    00028100
       77 WRK-REG-CLIENTES    PIC 9(07) VALUE ZEROS.                    00028200
       77 WRK-REG-RETIDOS     PIC 9(07) VALUE ZEROS.                    00028300
       77 WRK-REG-CLIMASTR    PIC 9(07) VALUE ZEROS.                    00028400
       77 WRK-REG-CLIAUDIT    PIC 9(07) VALUE ZEROS.                    00028500
       77 WRK-REG-FUNCARQ     PIC 9(07) VALUE ZEROS.                    00028600
       77 WRK-REG-FUNCAUD     PIC 9(07) VALUE ZEROS.                    00028700
       77 WRK-REG-LOG         PIC 9(07) VALUE ZEROS.                    00028800
                                                                        00028900
       01 WRK-JOB-REGISTRO.                                             00029000
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00029100
          05 WRK-JOB-EVENTO        PIC X(01).                           00029200
          05 WRK-JOB-SITUACAO      PIC X(01).                           00029300
          05 WRK-JOB-LIDOS         PIC 9(07).                           00029400
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00029500
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00029600
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00029700
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00029800
                                                                        00029900
      *-------------------------------------------------------*         00030000
                                                                        00030100
      *=======================================================*         00030200
       PROCEDURE                                  DIVISION.             00030300
      *=======================================================*         00030400
                                                                        00030500
      *-------------------------------------------------------*         00030600
       0000-PRINCIPAL                              SECTION.             00030700
      *-------------------------------------------------------*         00030800
                                                                        00030900
            PERFORM 1000-INICIAR.                                       00031000
            PERFORM 2000-ANONIMIZAR-CLIENTES.                           00031100
            PERFORM 2300-REGRAVAR-CLIMASTR.                             00031200
            PERFORM 2500-REGRAVAR-CLIAUDIT.                             00031300
            PERFORM 3000-ANONIMIZAR-FUNC-ARCH.                          00031400
            PERFORM 3500-ANONIMIZAR-FUNC-AUDIT.                         00031500
            PERFORM 8000-FINALIZAR.                                     00031600
                                                                        00031700
      *-------------------------------------------------------*         00031800
       0000-999-FIM.                               EXIT.                00031900
      *-------------------------------------------------------*         00032000
                                                                        00032100
      *-------------------------------------------------------*         00032200
       1000-INICIAR                               SECTION.              00032300
      *-------------------------------------------------------*         00032400
                                                                        00032500
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00032600
             ACCEPT WRK-PARM-ANON FROM SYSIN.                           00032700
                                                                        00032800
             MOVE 'FR03DB57' TO WRK-JOB-PROGRAMA.                       00032900
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00033000
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00033100
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00033200
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00033300
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00033400
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00033500
                  WRK-JOB-RETORNO                                       00033600
                 ON EXCEPTION                                           00033700
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00033800
             END-CALL.                                                  00033900
                                                                        00034000
             OPEN INPUT RETPOL.                                         00034100
             IF WRK-FS-RETPOL NOT EQUAL '00'                            00034200
                MOVE ' ERRO OPEN RETPOL ' TO WRK-MSG                    00034300
                PERFORM 9000-TRATAR-ERROS                               00034400
             END-IF.                                                    00034500
             READ RETPOL.                                               00034600
             PERFORM 1100-CARREGAR-POLITICA                             00034700
                UNTIL WRK-FS-RETPOL NOT EQUAL '00'.                     00034800
             CLOSE RETPOL.                                              00034900
                                                                        00035000
             OPEN EXTEND ANONLOG.                                       00035100
             IF WRK-FS-ANONLOG EQUAL '35'                               00035200
                OPEN OUTPUT ANONLOG                                     00035300
             END-IF.                                                    00035400
             IF WRK-FS-ANONLOG NOT EQUAL '00'                           00035500
                MOVE ' ERRO OPEN ANONLOG ' TO WRK-MSG                   00035600
                PERFORM 9000-TRATAR-ERROS                               00035700
             END-IF.                                                    00035800
                                                                        00035900
             DISPLAY '===================================='.            00036000
             DISPLAY ' RETENCAO LGPD - ANONIMIZACAO '.                  00036100
             IF WRK-EFETIVAR                                            00036200
                DISPLAY ' MODO: EFETIVACAO '                            00036300
             ELSE                                                       00036400
                MOVE 'S' TO WRK-MODO                                    00036500
                DISPLAY ' MODO: SIMULACAO (NADA E ALTERADO) '           00036600
             END-IF.                                                    00036700
             IF WRK-TEM-POL-CLIENTE                                     00036800
                DISPLAY ' CLIENTE  - CORTE ' WRK-CORTE-CLIENTE          00036900
             END-IF.                                                    00037000
             IF WRK-TEM-POL-CLIAUDIT                                    00037100
                DISPLAY ' CLIAUDIT - CORTE ' WRK-CORTE-CLIAUDIT         00037200
             END-IF.                                                    00037300
             IF WRK-TEM-POL-FUNCARQ                                     00037400
                DISPLAY ' FUNCARQ  - CORTE ' WRK-CORTE-FUNCARQ          00037500
             END-IF.                                                    00037600
             IF WRK-TEM-POL-FUNCAUD                                     00037700
                DISPLAY ' FUNCAUD  - CORTE ' WRK-CORTE-FUNCAUD          00037800
             END-IF.                                                    00037900
             DISPLAY '===================================='.            00038000
                                                                        00038100
      *-------------------------------------------------------*         00038200
       1000-999-FIM.                              EXIT.                 00038300
      *-------------------------------------------------------*         00038400
                                                                        00038500
      *---------------------------------------------------------------  00038600
      *    1100-CARREGAR-POLITICA                                       00038700
      *    ANONIMIZAR NAO TEM VOLTA: PRAZO ZERADO OU TIPO               00038800
      *    DESCONHECIDO NA RETPOL PARA O LOTE ANTES DE MEXER EM         00038900
      *    QUALQUER ARQUIVO.                                            00039000
      *---------------------------------------------------------------  00039100
       1100-CARREGAR-POLITICA                     SECTION.              00039200
                                                                        00039300
             IF FD-POL-MESES NOT NUMERIC OR                             00039400
                FD-POL-MESES EQUAL ZEROS                                00039500
                DISPLAY ' RETPOL: PRAZO INVALIDO NO TIPO ' FD-POL-TIPO  00039600
                MOVE ' RETPOL COM PRAZO INVALIDO ' TO WRK-MSG           00039700
                PERFORM 9000-TRATAR-ERROS                               00039800
             END-IF.                                                    00039900
                                                                        00040000
             PERFORM 1200-CALCULAR-CORTE.                               00040100
                                                                        00040200
             EVALUATE FD-POL-TIPO                                       00040300
               WHEN 'CLIENTE'                                           00040400
                  SET WRK-TEM-POL-CLIENTE  TO TRUE                      00040500
                  MOVE WRK-DATA-CORTE-X    TO WRK-CORTE-CLIENTE         00040600
               WHEN 'CLIAUDIT'                                          00040700
                  SET WRK-TEM-POL-CLIAUDIT TO TRUE                      00040800
                  MOVE WRK-DATA-CORTE-X    TO WRK-CORTE-CLIAUDIT        00040900
               WHEN 'FUNCARQ'                                           00041000
                  SET WRK-TEM-POL-FUNCARQ  TO TRUE                      00041100
                  MOVE WRK-DATA-CORTE-X    TO WRK-CORTE-FUNCARQ         00041200
                  MOVE WRK-DATA-CORTE-X(1:4) TO WRK-CFA-ANO             00041300
                  MOVE WRK-DATA-CORTE-X(5:2) TO WRK-CFA-MES             00041400
                  MOVE WRK-DATA-CORTE-X(7:2) TO WRK-CFA-DIA             00041500
               WHEN 'FUNCAUD'                                           00041600
                  SET WRK-TEM-POL-FUNCAUD  TO TRUE                      00041700
                  MOVE WRK-DATA-CORTE-X    TO WRK-CORTE-FUNCAUD         00041800
                  MOVE WRK-DATA-CORTE-X(1:4) TO WRK-CFU-ANO             00041900
                  MOVE WRK-DATA-CORTE-X(5:2) TO WRK-CFU-MES             00042000
                  MOVE WRK-DATA-CORTE-X(7:2) TO WRK-CFU-DIA             00042100
               WHEN OTHER                                               00042200
                  DISPLAY ' RETPOL: TIPO DESCONHECIDO ' FD-POL-TIPO     00042300
                  MOVE ' RETPOL COM TIPO DESCONHECIDO ' TO WRK-MSG      00042400
                  PERFORM 9000-TRATAR-ERROS                             00042500
             END-EVALUATE.                                              00042600
                                                                        00042700
             READ RETPOL.                                               00042800
                                                                        00042900
      *-------------------------------------------------------*         00043000
       1100-999-FIM.                              EXIT.                 00043100
      *-------------------------------------------------------*         00043200
                                                                        00043300
      *---------------------------------------------------------------  00043400
      *    1200-CALCULAR-CORTE                                          00043500
      *    HOJE MENOS OS MESES DA POLITICA, NO MESMO DIA DO MES         00043600
      *    (A DATA DE CORTE SO E COMPARADA, NAO PRECISA EXISTIR).       00043700
      *---------------------------------------------------------------  00043800
       1200-CALCULAR-CORTE                        SECTION.              00043900
                                                                        00044000
             MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE-X.                    00044100
             COMPUTE WRK-MESES-TOTAL = WRK-CRT-ANO * 12                 00044200
                                     + WRK-CRT-MES - 1                  00044300
                                     - FD-POL-MESES.                    00044400
             DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-CRT-ANO            00044500
                    REMAINDER WRK-MESES-RESTO.                          00044600
             COMPUTE WRK-CRT-MES = WRK-MESES-RESTO + 1.                 00044700
                                                                        00044800
      *-------------------------------------------------------*         00044900
       1200-999-FIM.                              EXIT.                 00045000
      *-------------------------------------------------------*         00045100
                                                                        00045200
      *---------------------------------------------------------------  00045300
      *    2000-ANONIMIZAR-CLIENTES                                     00045400
      *    CLIENTE INATIVO PARADO DESDE ANTES DO CORTE PERDE NOME,      00045500
      *    DOCUMENTO, ENDERECO E CEP; CODIGO, SITUACAO, DATAS E O       00045600
      *    BLOCO DE CREDITO FICAM. CLIENTE COM EXPOSICAO OU SALDO       00045700
      *    VENCIDO EM ABERTO E RETIDO (AINDA HA O QUE COBRAR).          00045800
      *---------------------------------------------------------------  00045900
       2000-ANONIMIZAR-CLIENTES                   SECTION.              00046000
                                                                        00046100
             IF NOT WRK-TEM-POL-CLIENTE                                 00046200
                DISPLAY ' SEM POLITICA CLIENTE - CLIENTES MANTIDOS '    00046300
             ELSE                                                       00046318
                OPEN I-O CLIENTES                                       00046336
                IF WRK-FS-CLIENTES NOT EQUAL '00'                       00046354
                   MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG               00046372
                   PERFORM 9000-TRATAR-ERROS                            00046390
                END-IF                                                  00046408
                READ CLIENTES NEXT                                      00046426
                PERFORM 2100-AVALIAR-CLIENTE                            00046444
                   UNTIL WRK-FS-CLIENTES NOT EQUAL '00'                 00046462
                CLOSE CLIENTES                                          00046480
             END-IF.                                                    00046500
                                                                        00047700
      *-------------------------------------------------------*         00047800
       2000-999-FIM.                              EXIT.                 00047900
      *-------------------------------------------------------*         00048000
                                                                        00048100
      *-------------------------------------------------------*         00048200
       2100-AVALIAR-CLIENTE                       SECTION.              00048300
      *-------------------------------------------------------*         00048400
                                                                        00048500
             ADD 1 TO WRK-REG-LIDOS.                                    00048600
                                                                        00048700
             IF FD-CLIENTE-INATIVO AND                                  00048800
                FD-DATA-ALTERACAO LESS THAN WRK-CORTE-CLIENTE AND       00048900
                FD-NOME NOT EQUAL WRK-ANONIMO                           00049000
                IF FD-EXPOSICAO GREATER THAN ZEROS OR                   00049100
                   ( FD-SALDO-VENCIDO IS NUMERIC AND                    00049200
                     FD-SALDO-VENCIDO GREATER THAN ZEROS )              00049300
                   ADD 1 TO WRK-REG-RETIDOS                             00049400
                   DISPLAY ' RETIDO COM SALDO EM ABERTO: ' FD-CODIGO    00049500
                ELSE                                                    00049600
                   PERFORM 2200-ANONIMIZAR-CLIENTE                      00049700
                END-IF                                                  00049800
             END-IF.                                                    00049900
                                                                        00050000
             READ CLIENTES NEXT.                                        00050100
                                                                        00050200
      *-------------------------------------------------------*         00050300
       2100-999-FIM.                              EXIT.                 00050400
      *-------------------------------------------------------*         00050500
                                                                        00050600
      *-------------------------------------------------------*         00050700
       2200-ANONIMIZAR-CLIENTE                    SECTION.              00050800
      *-------------------------------------------------------*         00050900
                                                                        00051000
             IF WRK-QTDE-ANONIMOS NOT LESS THAN 2000                    00051100
                IF NOT WRK-TAB-ESTA-CHEIA                               00051200
                   SET WRK-TAB-ESTA-CHEIA TO TRUE                       00051300
                   DISPLAY ' LIMITE DE 2000 CLIENTES NA RODADA - '      00051400
                           'O RESTANTE FICA PARA A PROXIMA'             00051500
                END-IF                                                  00051600
             ELSE                                                       00051666
                PERFORM 2250-REGISTRAR-ANONIMO                          00051732
             END-IF.                                                    00051800
                                                                        00051811
      *-------------------------------------------------------*         00051822
       2200-999-FIM.                              EXIT.                 00051833
      *-------------------------------------------------------*         00051844
                                                                        00051855
      *-------------------------------------------------------*         00051866
       2250-REGISTRAR-ANONIMO                     SECTION.              00051877
      *-------------------------------------------------------*         00051888
                                                                        00051900
             ADD 1 TO WRK-QTDE-ANONIMOS.                                00052000
             MOVE FD-CODIGO   TO WRK-TAN-CODIGO(WRK-QTDE-ANONIMOS).     00052100
             MOVE FD-CPF-CNPJ TO WRK-TAN-DOCUMENTO(WRK-QTDE-ANONIMOS).  00052200
                                                                        00052300
             IF WRK-EFETIVAR                                            00052400
                MOVE FD-CODIGO       TO WRK-DAN-CODIGO                  00052500
                MOVE WRK-ANONIMO     TO FD-NOME                         00052600
                MOVE WRK-DOC-ANONIMO TO FD-CPF-CNPJ                     00052700
                MOVE WRK-ANONIMO     TO FD-ENDERECO                     00052800
                MOVE ZEROS           TO FD-CEP                          00052900
                REWRITE FD-CLIENTES                                     00053000
                IF WRK-FS-CLIENTES NOT EQUAL '00'                       00053100
                   MOVE ' ERRO REWRITE CLIENTES ' TO WRK-MSG            00053200
                   PERFORM 9000-TRATAR-ERROS                            00053300
                END-IF                                                  00053400
             END-IF.                                                    00053500
             ADD 1 TO WRK-REG-CLIENTES.                                 00053600
                                                                        00053700
             MOVE SPACES             TO FD-ANONLOG.                     00053800
             MOVE 'CLIENTES'         TO FD-ANL-ARQUIVO.                 00053900
             MOVE FD-CODIGO          TO FD-ANL-CHAVE.                   00054000
             MOVE 'CLIENTE'          TO FD-ANL-POLITICA.                00054100
             MOVE WRK-CORTE-CLIENTE  TO FD-ANL-CORTE.                   00054200
             MOVE 'NOME DOCUMENTO ENDERECO CEP' TO FD-ANL-CAMPOS.       00054300
             PERFORM 7000-GRAVAR-LOG.                                   00054400
                                                                        00054500
      *-------------------------------------------------------*         00054600
       2250-999-FIM.                              EXIT.                 00054700
      *-------------------------------------------------------*         00054800
                                                                        00054900
      *---------------------------------------------------------------  00055000
      *    2300-REGRAVAR-CLIMASTR                                       00055100
      *    O CLIMASTR E SEMPRE COPIADO PARA O CLIMNOVO (O JOB           00055200
      *    CATALOGA A NOVA GERACAO), TROCANDO NOME, TELEFONE E          00055300
      *    DOCUMENTO DOS CLIENTES ANONIMIZADOS NA RODADA. O             00055400
      *    GERENTE FICA (COMISSAO DO FR03DB43).                         00055500
      *---------------------------------------------------------------  00055600
       2300-REGRAVAR-CLIMASTR                     SECTION.              00055700
                                                                        00055800
             OPEN INPUT CLIMASTR.                                       00055900
             IF WRK-FS-CLIMASTR NOT EQUAL '00'                          00056000
                MOVE ' ERRO OPEN CLIMASTR ' TO WRK-MSG                  00056100
                PERFORM 9000-TRATAR-ERROS                               00056200
             END-IF.                                                    00056300
             OPEN OUTPUT CLIMNOVO.                                      00056400
             IF WRK-FS-CLIMNOVO NOT EQUAL '00'                          00056500
                MOVE ' ERRO OPEN CLIMNOVO ' TO WRK-MSG                  00056600
                PERFORM 9000-TRATAR-ERROS                               00056700
             END-IF.                                                    00056800
                                                                        00056900
             READ CLIMASTR.                                             00057000
             PERFORM 2400-COPIAR-CLIMASTR                               00057100
                UNTIL WRK-FS-CLIMASTR NOT EQUAL '00'.                   00057200
             CLOSE CLIMASTR.                                            00057300
             CLOSE CLIMNOVO.                                            00057400
                                                                        00057500
      *-------------------------------------------------------*         00057600
       2300-999-FIM.                              EXIT.                 00057700
      *-------------------------------------------------------*         00057800
                                                                        00057900
      *-------------------------------------------------------*         00058000
       2400-COPIAR-CLIMASTR                       SECTION.              00058100
      *-------------------------------------------------------*         00058200
                                                                        00058300
             ADD 1 TO WRK-REG-LIDOS.                                    00058400
             MOVE FD-CLIMASTR TO WRK-IMG-CLIMASTR.                      00058500
                                                                        00058600
             SET WRK-ANO-NAO-ACHADO TO TRUE.                            00058700
             MOVE 1 TO WRK-IDX-ANO.                                     00058800
             IF FD-DOCUMENTO NOT EQUAL SPACES                           00058900
                PERFORM 2410-PROCURAR-DOCUMENTO                         00059000
                   UNTIL WRK-IDX-ANO GREATER THAN WRK-QTDE-ANONIMOS     00059100
                      OR WRK-ANO-FOI-ACHADO                             00059200
             END-IF.                                                    00059300
                                                                        00059400
             IF WRK-ANO-FOI-ACHADO                                      00059500
                MOVE WRK-TAN-CODIGO(WRK-IDX-ANO) TO WRK-DAN-CODIGO      00059600
                MOVE WRK-ANONIMO      TO WRK-CLM-CLIENTE                00059700
                MOVE ZEROS            TO WRK-CLM-TELEFONE               00059800
                MOVE WRK-DOC-ANONIMO  TO WRK-CLM-DOCUMENTO              00059900
                ADD 1 TO WRK-REG-CLIMASTR                               00060000
                MOVE SPACES           TO FD-ANONLOG                     00060100
                MOVE 'CLIMASTR'       TO FD-ANL-ARQUIVO                 00060200
                MOVE FD-ID            TO FD-ANL-CHAVE                   00060300
                MOVE 'CLIENTE'        TO FD-ANL-POLITICA                00060400
                MOVE WRK-CORTE-CLIENTE TO FD-ANL-CORTE                  00060500
                MOVE 'CLIENTE TELEFONE DOCUMENTO' TO FD-ANL-CAMPOS      00060600
                PERFORM 7000-GRAVAR-LOG                                 00060700
             END-IF.                                                    00060800
                                                                        00060900
             IF WRK-EFETIVAR                                            00061000
                WRITE FD-CLIMNOVO FROM WRK-IMG-CLIMASTR                 00061100
             ELSE                                                       00061200
                WRITE FD-CLIMNOVO FROM FD-CLIMASTR                      00061300
             END-IF.                                                    00061400
             IF WRK-FS-CLIMNOVO NOT EQUAL '00'                          00061500
                MOVE ' ERRO WRITE CLIMNOVO ' TO WRK-MSG                 00061600
                PERFORM 9000-TRATAR-ERROS                               00061700
             END-IF.                                                    00061800
                                                                        00061900
             READ CLIMASTR.                                             00062000
                                                                        00062100
      *-------------------------------------------------------*         00062200
       2400-999-FIM.                              EXIT.                 00062300
      *-------------------------------------------------------*         00062400
                                                                        00062500
      *-------------------------------------------------------*         00062600
       2410-PROCURAR-DOCUMENTO                    SECTION.              00062700
      *-------------------------------------------------------*         00062800
                                                                        00062900
             IF WRK-TAN-DOCUMENTO(WRK-IDX-ANO) EQUAL FD-DOCUMENTO       00063000
                SET WRK-ANO-FOI-ACHADO TO TRUE                          00063100
             ELSE                                                       00063200
                ADD 1 TO WRK-IDX-ANO                                    00063300
             END-IF.                                                    00063400
                                                                        00063500
      *-------------------------------------------------------*         00063600
       2410-999-FIM.                              EXIT.                 00063700
      *-------------------------------------------------------*         00063800
                                                                        00063900
      *---------------------------------------------------------------  00064000
      *    2500-REGRAVAR-CLIAUDIT                                       00064100
      *    A TRILHA DO FR11ARQ03 VAI INTEIRA PARA A CLIANOVO; A         00064200
      *    LINHA DE CLIENTE ANONIMIZADO NA RODADA OU MAIS ANTIGA        00064300
      *    QUE O CORTE DA POLITICA CLIAUDIT PERDE NOME, ENDERECO E      00064400
      *    CEP (ANTES E DEPOIS). DATA, TIPO, CODIGO, BANCO E            00064500
      *    SITUACAO FICAM.                                              00064600
      *---------------------------------------------------------------  00064700
       2500-REGRAVAR-CLIAUDIT                     SECTION.              00064800
                                                                        00064900
             OPEN INPUT CLIAUDIT.                                       00065000
             IF WRK-FS-CLIAUDIT NOT EQUAL '00'                          00065100
                MOVE ' ERRO OPEN CLIAUDIT ' TO WRK-MSG                  00065200
                PERFORM 9000-TRATAR-ERROS                               00065300
             END-IF.                                                    00065400
             OPEN OUTPUT CLIANOVO.                                      00065500
             IF WRK-FS-CLIANOVO NOT EQUAL '00'                          00065600
                MOVE ' ERRO OPEN CLIANOVO ' TO WRK-MSG                  00065700
                PERFORM 9000-TRATAR-ERROS                               00065800
             END-IF.                                                    00065900
                                                                        00066000
             READ CLIAUDIT.                                             00066100
             PERFORM 2600-COPIAR-CLIAUDIT                               00066200
                UNTIL WRK-FS-CLIAUDIT NOT EQUAL '00'.                   00066300
             CLOSE CLIAUDIT.                                            00066400
             CLOSE CLIANOVO.                                            00066500
                                                                        00066600
      *-------------------------------------------------------*         00066700
       2500-999-FIM.                              EXIT.                 00066800
      *-------------------------------------------------------*         00066900
                                                                        00067000
      *-------------------------------------------------------*         00067100
       2600-COPIAR-CLIAUDIT                       SECTION.              00067200
      *-------------------------------------------------------*         00067300
                                                                        00067400
             ADD 1 TO WRK-REG-LIDOS.                                    00067500
             MOVE FD-CLIAUDIT TO WRK-IMG-CLIAUDIT.                      00067600
                                                                        00067700
             SET WRK-ANO-NAO-ACHADO TO TRUE.                            00067800
             MOVE 1 TO WRK-IDX-ANO.                                     00067900
             PERFORM 2610-PROCURAR-CODIGO                               00068000
                UNTIL WRK-IDX-ANO GREATER THAN WRK-QTDE-ANONIMOS        00068100
                   OR WRK-ANO-FOI-ACHADO.                               00068200
                                                                        00068300
             MOVE SPACES TO WRK-POLITICA-LOG.                           00068400
             IF WRK-ANO-FOI-ACHADO                                      00068500
                MOVE 'CLIENTE'          TO WRK-POLITICA-LOG             00068600
                MOVE WRK-CORTE-CLIENTE  TO WRK-CORTE-LOG                00068700
             ELSE                                                       00068800
                IF WRK-TEM-POL-CLIAUDIT AND                             00068900
                   WRK-CAU-DATA LESS THAN WRK-CORTE-CLIAUDIT            00069000
                   MOVE 'CLIAUDIT'         TO WRK-POLITICA-LOG          00069100
                   MOVE WRK-CORTE-CLIAUDIT TO WRK-CORTE-LOG             00069200
                END-IF                                                  00069300
             END-IF.                                                    00069400
                                                                        00069500
             IF WRK-POLITICA-LOG NOT EQUAL SPACES                       00069600
                PERFORM 2700-ANONIMIZAR-AUDITORIA                       00069700
             END-IF.                                                    00069800
                                                                        00069900
             IF WRK-EFETIVAR                                            00070000
                WRITE FD-CLIANOVO FROM WRK-IMG-CLIAUDIT                 00070100
             ELSE                                                       00070200
                WRITE FD-CLIANOVO FROM FD-CLIAUDIT                      00070300
             END-IF.                                                    00070400
             IF WRK-FS-CLIANOVO NOT EQUAL '00'                          00070500
                MOVE ' ERRO WRITE CLIANOVO ' TO WRK-MSG                 00070600
                PERFORM 9000-TRATAR-ERROS                               00070700
             END-IF.                                                    00070800
                                                                        00070900
             READ CLIAUDIT.                                             00071000
                                                                        00071100
      *-------------------------------------------------------*         00071200
       2600-999-FIM.                              EXIT.                 00071300
      *-------------------------------------------------------*         00071400
                                                                        00071500
      *-------------------------------------------------------*         00071600
       2610-PROCURAR-CODIGO                       SECTION.              00071700
      *-------------------------------------------------------*         00071800
                                                                        00071900
             IF WRK-TAN-CODIGO(WRK-IDX-ANO) EQUAL WRK-CAU-CODIGO        00072000
                SET WRK-ANO-FOI-ACHADO TO TRUE                          00072100
             ELSE                                                       00072200
                ADD 1 TO WRK-IDX-ANO                                    00072300
             END-IF.                                                    00072400
                                                                        00072500
      *-------------------------------------------------------*         00072600
       2610-999-FIM.                              EXIT.                 00072700
      *-------------------------------------------------------*         00072800
                                                                        00072900
      *-------------------------------------------------------*         00073000
       2700-ANONIMIZAR-AUDITORIA                  SECTION.              00073100
      *-------------------------------------------------------*         00073200
                                                                        00073300
             SET WRK-NADA-ALTERADO TO TRUE.                             00073400
             IF WRK-CAU-NOME-ANT NOT EQUAL SPACES AND                   00073500
                WRK-CAU-NOME-ANT NOT EQUAL WRK-ANONIMO                  00073600
                MOVE WRK-ANONIMO TO WRK-CAU-NOME-ANT                    00073700
                SET WRK-HOUVE-ALTERACAO TO TRUE                         00073800
             END-IF.                                                    00073900
             IF WRK-CAU-NOME-NOV NOT EQUAL SPACES AND                   00074000
                WRK-CAU-NOME-NOV NOT EQUAL WRK-ANONIMO                  00074100
                MOVE WRK-ANONIMO TO WRK-CAU-NOME-NOV                    00074200
                SET WRK-HOUVE-ALTERACAO TO TRUE                         00074300
             END-IF.                                                    00074400
             IF WRK-CAU-ENDER-ANT NOT EQUAL SPACES AND                  00074500
                WRK-CAU-ENDER-ANT NOT EQUAL WRK-ANONIMO                 00074600
                MOVE WRK-ANONIMO TO WRK-CAU-ENDER-ANT                   00074700
                SET WRK-HOUVE-ALTERACAO TO TRUE                         00074800
             END-IF.                                                    00074900
             IF WRK-CAU-ENDER-NOV NOT EQUAL SPACES AND                  00075000
                WRK-CAU-ENDER-NOV NOT EQUAL WRK-ANONIMO                 00075100
                MOVE WRK-ANONIMO TO WRK-CAU-ENDER-NOV                   00075200
                SET WRK-HOUVE-ALTERACAO TO TRUE                         00075300
             END-IF.                                                    00075400
             IF WRK-CAU-CEP-ANT NOT EQUAL SPACES AND                    00075500
                WRK-CAU-CEP-ANT NOT EQUAL ZEROS                         00075600
                MOVE ZEROS TO WRK-CAU-CEP-ANT                           00075700
                SET WRK-HOUVE-ALTERACAO TO TRUE                         00075800
             END-IF.                                                    00075900
             IF WRK-CAU-CEP-NOV NOT EQUAL SPACES AND                    00076000
                WRK-CAU-CEP-NOV NOT EQUAL ZEROS                         00076100
                MOVE ZEROS TO WRK-CAU-CEP-NOV                           00076200
                SET WRK-HOUVE-ALTERACAO TO TRUE                         00076300
             END-IF.                                                    00076400
                                                                        00076500
             IF WRK-HOUVE-ALTERACAO                                     00076600
                ADD 1 TO WRK-REG-CLIAUDIT                               00076700
                MOVE SPACES           TO FD-ANONLOG                     00076800
                MOVE 'CLIAUDIT'       TO FD-ANL-ARQUIVO                 00076900
                STRING WRK-CAU-CODIGO ' ' WRK-CAU-DATA ' '              00077000
                       WRK-CAU-TIPO                                     00077100
                       DELIMITED BY SIZE INTO FD-ANL-CHAVE              00077200
                MOVE WRK-POLITICA-LOG TO FD-ANL-POLITICA                00077300
                MOVE WRK-CORTE-LOG    TO FD-ANL-CORTE                   00077400
                MOVE 'NOME ENDERECO CEP (ANT/NOVO)' TO FD-ANL-CAMPOS    00077500
                PERFORM 7000-GRAVAR-LOG                                 00077600
             END-IF.                                                    00077700
                                                                        00077800
      *-------------------------------------------------------*         00077900
       2700-999-FIM.                              EXIT.                 00078000
      *-------------------------------------------------------*         00078100
                                                                        00078200
      *---------------------------------------------------------------  00078300
      *    3000-ANONIMIZAR-FUNC-ARCH                                    00078400
      *    EX-FUNCIONARIO ARQUIVADO ANTES DO CORTE PERDE NOME,          00078500
      *    EMAIL E TELEFONE NA FUNC_ARCH, NA FUNC_AUDIT E NA            00078600
      *    FUNC_HIST (CAMPO COM O NOME DA COLUNA); ID, SETOR,           00078700
      *    SALARIO E DATAS FICAM. CURSOR WITH HOLD + UPDATE WHERE       00078800
      *    CURRENT OF, COM COMMIT A CADA FAIXA (COMO NO FR03DB24).      00078900
      *---------------------------------------------------------------  00079000
       3000-ANONIMIZAR-FUNC-ARCH                  SECTION.              00079100
                                                                        00079200
             IF NOT WRK-TEM-POL-FUNCARQ                                 00079300
                DISPLAY ' SEM POLITICA FUNCARQ - FUNC_ARCH MANTIDA '    00079400
             ELSE                                                       00079466
                PERFORM 3050-VARRER-FUNC-ARCH                           00079532
             END-IF.                                                    00079600
                                                                        00079611
      *-------------------------------------------------------*         00079622
       3000-999-FIM.                              EXIT.                 00079633
      *-------------------------------------------------------*         00079644
                                                                        00079655
      *-------------------------------------------------------*         00079666
       3050-VARRER-FUNC-ARCH                      SECTION.              00079677
      *-------------------------------------------------------*         00079688
                                                                        00079700
             EXEC SQL                                                   00079800
                DECLARE CSRANARQ CURSOR WITH HOLD FOR                   00079900
                   SELECT ID, CHAR(DATA_ARQUIVAMENTO)                   00080000
                     FROM FOUR001.FUNC_ARCH                             00080100
                    WHERE DATA_ARQUIVAMENTO < :WRK-CORTE-FUNCARQ-ISO    00080200
                      AND NOME <> 'ANONIMIZADO'                         00080300
                      FOR UPDATE OF NOME, EMAIL, TELEFONE               00080400
             END-EXEC.                                                  00080500
                                                                        00080600
             EXEC SQL                                                   00080700
                OPEN CSRANARQ                                           00080800
             END-EXEC.                                                  00080900
             IF SQLCODE NOT EQUAL ZEROS                                 00081000
                MOVE SQLCODE TO WRK-SQLCODE                             00081100
                DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_ARCH'         00081200
                MOVE ' ERRO OPEN CURSOR FUNC_ARCH ' TO WRK-MSG          00081300
                PERFORM 9000-TRATAR-ERROS                               00081400
             END-IF.                                                    00081500
                                                                        00081600
             PERFORM 3100-ANONIMIZAR-ARQUIVADO                          00081700
                UNTIL WRK-ARQ-ACABOU.                                   00081800
                                                                        00081900
             EXEC SQL                                                   00082000
                CLOSE CSRANARQ                                          00082100
             END-EXEC.                                                  00082200
             EXEC SQL                                                   00082300
                COMMIT                                                  00082400
             END-EXEC.                                                  00082500
                                                                        00082600
      *-------------------------------------------------------*         00082700
       3050-999-FIM.                              EXIT.                 00082800
      *-------------------------------------------------------*         00082900
                                                                        00083000
      *-------------------------------------------------------*         00083100
       3100-ANONIMIZAR-ARQUIVADO                  SECTION.              00083200
      *-------------------------------------------------------*         00083300
                                                                        00083400
             EXEC SQL                                                   00083500
                FETCH CSRANARQ                                          00083600
                 INTO :DB2-ARQ-ID, :DB2-ARQ-DATA                        00083700
             END-EXEC.                                                  00083800
                                                                        00083900
             IF SQLCODE EQUAL 100                                       00084000
                SET WRK-ARQ-ACABOU TO TRUE                              00084100
             ELSE                                                       00084122
                IF SQLCODE NOT EQUAL ZEROS                              00084144
                   MOVE SQLCODE TO WRK-SQLCODE                          00084166
                   DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_ARCH'      00084188
                   MOVE ' ERRO FETCH FUNC_ARCH ' TO WRK-MSG             00084210
                   PERFORM 9000-TRATAR-ERROS                            00084232
                END-IF                                                  00084254
                PERFORM 3150-ANONIMIZAR-ID-ARQ                          00084276
             END-IF.                                                    00084300
                                                                        00084377
      *-------------------------------------------------------*         00084454
       3100-999-FIM.                              EXIT.                 00084531
      *-------------------------------------------------------*         00084608
                                                                        00084685
      *-------------------------------------------------------*         00084762
       3150-ANONIMIZAR-ID-ARQ                     SECTION.              00084839
      *-------------------------------------------------------*         00084916
                                                                        00085000
             ADD 1 TO WRK-REG-LIDOS.                                    00085100
             MOVE DB2-ARQ-ID TO WRK-ID-EDIT.                            00085200
                                                                        00085300
             IF WRK-EFETIVAR                                            00085400
                EXEC SQL                                                00085500
                   UPDATE FOUR001.FUNC_ARCH                             00085600
                      SET NOME     = 'ANONIMIZADO',                     00085700
                          EMAIL    = 'ANONIMIZADO',                     00085800
                          TELEFONE = NULL                               00085900
                    WHERE CURRENT OF CSRANARQ                           00086000
                END-EXEC                                                00086100
                PERFORM 3200-CONFERIR-UPDATE                            00086200
                EXEC SQL                                                00086300
                   UPDATE FOUR001.FUNC_AUDIT                            00086400
                      SET NOME_ANT      = 'ANONIMIZADO',                00086500
                          NOME_NOVO     = 'ANONIMIZADO',                00086600
                          EMAIL_ANT     = 'ANONIMIZADO',                00086700
                          EMAIL_NOVO    = 'ANONIMIZADO',                00086800
                          TELEFONE_ANT  = NULL,                         00086900
                          TELEFONE_NOVO = NULL                          00087000
                    WHERE ID = :DB2-ARQ-ID                              00087100
                END-EXEC                                                00087200
                PERFORM 3200-CONFERIR-UPDATE                            00087300
                EXEC SQL                                                00087400
                   UPDATE FOUR001.FUNC_HIST                             00087500
                      SET VALOR_ANT  = 'ANONIMIZADO',                   00087600
                          VALOR_NOVO = 'ANONIMIZADO'                    00087700
                    WHERE ID = :DB2-ARQ-ID                              00087800
                      AND CAMPO IN ('NOME', 'EMAIL', 'TELEFONE')        00087900
                END-EXEC                                                00088000
                PERFORM 3200-CONFERIR-UPDATE                            00088100
             END-IF.                                                    00088200
             ADD 1 TO WRK-REG-FUNCARQ.                                  00088300
                                                                        00088400
             MOVE SPACES             TO FD-ANONLOG.                     00088500
             MOVE 'FUNC_ARCH'        TO FD-ANL-ARQUIVO.                 00088600
             STRING WRK-ID-EDIT ' ARQUIVADO EM ' DB2-ARQ-DATA           00088700
                    DELIMITED BY SIZE INTO FD-ANL-CHAVE.                00088800
             MOVE 'FUNCARQ'          TO FD-ANL-POLITICA.                00088900
             MOVE WRK-CORTE-FUNCARQ  TO FD-ANL-CORTE.                   00089000
             MOVE 'NOME EMAIL FONE + AUDIT/HIST' TO FD-ANL-CAMPOS.      00089100
             PERFORM 7000-GRAVAR-LOG.                                   00089200
                                                                        00089300
             PERFORM 3900-CONTROLAR-COMMIT.                             00089400
                                                                        00089500
      *-------------------------------------------------------*         00089600
       3150-999-FIM.                              EXIT.                 00089700
      *-------------------------------------------------------*         00089800
                                                                        00089900
      *---------------------------------------------------------------  00090000
      *    3200-CONFERIR-UPDATE                                         00090100
      *    TRILHA SEM LINHA DO ID (+100) NAO E ERRO.                    00090200
      *---------------------------------------------------------------  00090300
       3200-CONFERIR-UPDATE                       SECTION.              00090400
                                                                        00090500
             IF SQLCODE NOT EQUAL ZEROS AND                             00090600
                SQLCODE NOT EQUAL 100                                   00090700
                MOVE SQLCODE TO WRK-SQLCODE                             00090800
                DISPLAY ' SQLCODE ' WRK-SQLCODE ' NO ID ' WRK-ID-EDIT   00090900
                MOVE ' ERRO UPDATE NA ANONIMIZACAO ' TO WRK-MSG         00091000
                PERFORM 9000-TRATAR-ERROS                               00091100
             END-IF.                                                    00091200
                                                                        00091300
      *-------------------------------------------------------*         00091400
       3200-999-FIM.                              EXIT.                 00091500
      *-------------------------------------------------------*         00091600
                                                                        00091700
      *---------------------------------------------------------------  00091800
      *    3500-ANONIMIZAR-FUNC-AUDIT                                   00091900
      *    LINHA DA FUNC_AUDIT MAIS ANTIGA QUE O CORTE DA POLITICA      00092000
      *    FUNCAUD, DE QUALQUER FUNCIONARIO, PERDE NOME, EMAIL E        00092100
      *    TELEFONE; OS SALARIOS ANTES/DEPOIS FICAM.                    00092200
      *---------------------------------------------------------------  00092300
       3500-ANONIMIZAR-FUNC-AUDIT                 SECTION.              00092400
                                                                        00092500
             IF NOT WRK-TEM-POL-FUNCAUD                                 00092600
                DISPLAY ' SEM POLITICA FUNCAUD - FUNC_AUDIT MANTIDA '   00092700
             ELSE                                                       00092766
                PERFORM 3550-VARRER-FUNC-AUDIT                          00092832
             END-IF.                                                    00092900
                                                                        00092911
      *-------------------------------------------------------*         00092922
       3500-999-FIM.                              EXIT.                 00092933
      *-------------------------------------------------------*         00092944
                                                                        00092955
      *-------------------------------------------------------*         00092966
       3550-VARRER-FUNC-AUDIT                     SECTION.              00092977
      *-------------------------------------------------------*         00092988
                                                                        00093000
             EXEC SQL                                                   00093100
                DECLARE CSRANAUD CURSOR WITH HOLD FOR                   00093200
                   SELECT ID, CHAR(DATA_ALTERACAO)                      00093300
                     FROM FOUR001.FUNC_AUDIT                            00093400
                    WHERE DATE(DATA_ALTERACAO) < :WRK-CORTE-FUNCAUD-ISO 00093500
                      AND COALESCE(NOME_NOVO, ' ') <> 'ANONIMIZADO'     00093600
                      FOR UPDATE OF NOME_ANT, NOME_NOVO, EMAIL_ANT,     00093700
                                    EMAIL_NOVO, TELEFONE_ANT,           00093800
                                    TELEFONE_NOVO                       00093900
             END-EXEC.                                                  00094000
                                                                        00094100
             EXEC SQL                                                   00094200
                OPEN CSRANAUD                                           00094300
             END-EXEC.                                                  00094400
             IF SQLCODE NOT EQUAL ZEROS                                 00094500
                MOVE SQLCODE TO WRK-SQLCODE                             00094600
                DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_AUDIT'        00094700
                MOVE ' ERRO OPEN CURSOR FUNC_AUDIT ' TO WRK-MSG         00094800
                PERFORM 9000-TRATAR-ERROS                               00094900
             END-IF.                                                    00095000
                                                                        00095100
             PERFORM 3600-ANONIMIZAR-ALTERACAO                          00095200
                UNTIL WRK-AUD-ACABOU.                                   00095300
                                                                        00095400
             EXEC SQL                                                   00095500
                CLOSE CSRANAUD                                          00095600
             END-EXEC.                                                  00095700
             EXEC SQL                                                   00095800
                COMMIT                                                  00095900
             END-EXEC.                                                  00096000
                                                                        00096100
      *-------------------------------------------------------*         00096200
       3550-999-FIM.                              EXIT.                 00096300
      *-------------------------------------------------------*         00096400
                                                                        00096500
      *-------------------------------------------------------*         00096600
       3600-ANONIMIZAR-ALTERACAO                  SECTION.              00096700
      *-------------------------------------------------------*         00096800
                                                                        00096900
             EXEC SQL                                                   00097000
                FETCH CSRANAUD                                          00097100
                 INTO :DB2-AUD-ID, :DB2-AUD-DATA-ALT                    00097200
             END-EXEC.                                                  00097300
                                                                        00097400
             IF SQLCODE EQUAL 100                                       00097500
                SET WRK-AUD-ACABOU TO TRUE                              00097600
             ELSE                                                       00097622
                IF SQLCODE NOT EQUAL ZEROS                              00097644
                   MOVE SQLCODE TO WRK-SQLCODE                          00097666
                   DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_AUDIT'     00097688
                   MOVE ' ERRO FETCH FUNC_AUDIT ' TO WRK-MSG            00097710
                   PERFORM 9000-TRATAR-ERROS                            00097732
                END-IF                                                  00097754
                PERFORM 3650-ANONIMIZAR-ID-AUD                          00097776
             END-IF.                                                    00097800
                                                                        00097877
      *-------------------------------------------------------*         00097954
       3600-999-FIM.                              EXIT.                 00098031
      *-------------------------------------------------------*         00098108
                                                                        00098185
      *-------------------------------------------------------*         00098262
       3650-ANONIMIZAR-ID-AUD                     SECTION.              00098339
      *-------------------------------------------------------*         00098416
                                                                        00098500
             ADD 1 TO WRK-REG-LIDOS.                                    00098600
             MOVE DB2-AUD-ID TO WRK-ID-EDIT.                            00098700
                                                                        00098800
             IF WRK-EFETIVAR                                            00098900
                EXEC SQL                                                00099000
                   UPDATE FOUR001.FUNC_AUDIT                            00099100
                      SET NOME_ANT      = 'ANONIMIZADO',                00099200
                          NOME_NOVO     = 'ANONIMIZADO',                00099300
                          EMAIL_ANT     = 'ANONIMIZADO',                00099400
                          EMAIL_NOVO    = 'ANONIMIZADO',                00099500
                          TELEFONE_ANT  = NULL,                         00099600
                          TELEFONE_NOVO = NULL                          00099700
                    WHERE CURRENT OF CSRANAUD                           00099800
                END-EXEC                                                00099900
                PERFORM 3200-CONFERIR-UPDATE                            00100000
             END-IF.                                                    00100100
             ADD 1 TO WRK-REG-FUNCAUD.                                  00100200
                                                                        00100300
             MOVE SPACES             TO FD-ANONLOG.                     00100400
             MOVE 'FUNC_AUDIT'       TO FD-ANL-ARQUIVO.                 00100500
             STRING WRK-ID-EDIT ' ' DB2-AUD-DATA-ALT                    00100600
                    DELIMITED BY SIZE INTO FD-ANL-CHAVE.                00100700
             MOVE 'FUNCAUD'          TO FD-ANL-POLITICA.                00100800
             MOVE WRK-CORTE-FUNCAUD  TO FD-ANL-CORTE.                   00100900
             MOVE 'NOME EMAIL TELEFONE (ANT/NOVO)' TO FD-ANL-CAMPOS.    00101000
             PERFORM 7000-GRAVAR-LOG.                                   00101100
                                                                        00101200
             PERFORM 3900-CONTROLAR-COMMIT.                             00101300
                                                                        00101400
      *-------------------------------------------------------*         00101500
       3650-999-FIM.                              EXIT.                 00101600
      *-------------------------------------------------------*         00101700
                                                                        00101800
      *-------------------------------------------------------*         00101900
       3900-CONTROLAR-COMMIT                       SECTION.             00102000
      *-------------------------------------------------------*         00102100
                                                                        00102200
             ADD 1 TO WRK-CONTADOR-COMMIT.                              00102300
             IF WRK-CONTADOR-COMMIT EQUAL WRK-COMMIT-INTERVAL           00102400
                EXEC SQL                                                00102500
                   COMMIT                                               00102600
                END-EXEC                                                00102700
                MOVE ZEROS TO WRK-CONTADOR-COMMIT                       00102800
             END-IF.                                                    00102900
                                                                        00103000
      *-------------------------------------------------------*         00103100
       3900-999-FIM.                              EXIT.                 00103200
      *-------------------------------------------------------*         00103300
                                                                        00103400
      *---------------------------------------------------------------  00103500
      *    7000-GRAVAR-LOG                                              00103600
      *    O ANONLOG NAO GUARDA O DADO ORIGINAL, SO A CHAVE, A          00103700
      *    POLITICA, A DATA DE CORTE E OS CAMPOS TROCADOS.              00103800
      *---------------------------------------------------------------  00103900
       7000-GRAVAR-LOG                            SECTION.              00104000
                                                                        00104100
             MOVE WRK-DATA-HOJE TO FD-ANL-DATA.                         00104200
             MOVE WRK-MODO      TO FD-ANL-MODO.                         00104300
             WRITE FD-ANONLOG.                                          00104400
             IF WRK-FS-ANONLOG NOT EQUAL '00'                           00104500
                MOVE ' ERRO WRITE ANONLOG ' TO WRK-MSG                  00104600
                PERFORM 9000-TRATAR-ERROS                               00104700
             END-IF.                                                    00104800
             ADD 1 TO WRK-REG-LOG.                                      00104900
                                                                        00105000
      *-------------------------------------------------------*         00105100
       7000-999-FIM.                              EXIT.                 00105200
      *-------------------------------------------------------*         00105300
                                                                        00105400
      *-------------------------------------------------------*         00105500
       8000-FINALIZAR                             SECTION.              00105600
      *-------------------------------------------------------*         00105700
                                                                        00105800
              EXEC SQL                                                  00105900
                 COMMIT                                                 00106000
              END-EXEC.                                                 00106100
              CLOSE ANONLOG.                                            00106200
                                                                        00106300
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00106400
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00106500
             MOVE WRK-REG-LIDOS   TO WRK-JOB-LIDOS.                     00106600
             MOVE WRK-REG-LOG     TO WRK-JOB-GRAVADOS.                  00106700
             MOVE WRK-REG-RETIDOS TO WRK-JOB-REJEITADOS.                00106800
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00106900
                  WRK-JOB-RETORNO                                       00107000
                 ON EXCEPTION                                           00107100
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00107200
             END-CALL.                                                  00107300
                                                                        00107400
              DISPLAY '===================================='.           00107500
              IF WRK-EFETIVAR                                           00107600
                 DISPLAY ' ANONIMIZACAO EFETIVADA '                     00107700
              ELSE                                                      00107800
                 DISPLAY ' SIMULACAO - NADA FOI ALTERADO '              00107900
              END-IF.                                                   00108000
              DISPLAY ' REGISTROS LIDOS.......: ' WRK-REG-LIDOS.        00108100
              DISPLAY ' CLIENTES..............: ' WRK-REG-CLIENTES.     00108200
              DISPLAY ' RETIDOS COM SALDO.....: ' WRK-REG-RETIDOS.      00108300
              DISPLAY ' CLIMASTR..............: ' WRK-REG-CLIMASTR.     00108400
              DISPLAY ' CLIAUDIT..............: ' WRK-REG-CLIAUDIT.     00108500
              DISPLAY ' FUNC_ARCH.............: ' WRK-REG-FUNCARQ.      00108600
              DISPLAY ' FUNC_AUDIT (POR DATA).: ' WRK-REG-FUNCAUD.      00108700
              DISPLAY ' LINHAS NO ANONLOG.....: ' WRK-REG-LOG.          00108800
              DISPLAY '===================================='.           00108900
                 STOP RUN.                                              00109000
                                                                        00109100
      *-------------------------------------------------------*         00109200
       8000-999-FIM.                              EXIT.                 00109300
      *-------------------------------------------------------*         00109400
                                                                        00109500
      *-------------------------------------------------------*         00109600
       9000-TRATAR-ERROS                           SECTION.             00109700
      *-------------------------------------------------------*         00109800
                                                                        00109900
             EXEC SQL                                                   00110000
                ROLLBACK                                                00110100
             END-EXEC.                                                  00110200
             DISPLAY '-----------------------------'.                   00110300
             DISPLAY WRK-MSG.                                           00110400
             DISPLAY '-----------------------------'.                   00110500
                STOP RUN.                                               00110600
                                                                        00110700
      *-------------------------------------------------------*         00110800
       9000-999-FIM.                              EXIT.                 00110900
      *-------------------------------------------------------*         00111000
