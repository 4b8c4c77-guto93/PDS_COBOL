      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB53.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 30/10/2023                                       00000800
      *     OBJETIVO : MANUTENCAO DO CADASTRO DO IMOBILIZADO            00000900
      *              : (IMOBMSTR: NUMERO DO BEM, DESCRICAO, DATA        00001000
      *              : E CUSTO DE AQUISICAO, VIDA UTIL EM MESES,        00001100
      *              : CENTRO DE CUSTO, DEPRECIACAO ACUMULADA E         00001200
      *              : SITUACAO) POR ARQUIVO DE TRANSACOES              00001300
      *              : IMOBTRN (I-INCLUSAO, A-ALTERACAO, B-BAIXA),      00001400
      *              : NO ROTEIRO MESTRE ANTIGO / MESTRE NOVO DO        00001500
      *              : FR03DB55: LE O IMOBMSTR ATUAL E GRAVA O          00001600
      *              : IMOBNOVO, QUE O JOB CATALOGA COMO O              00001700
      *              : IMOBMSTR DO PROXIMO CICLO. CADA TRANSACAO        00001800
      *              : GANHA UMA DISPOSICAO EM IMOBDSP.                 00001900
      *-------------------------------------------------------------*   00002000
      *     OS DOIS ARQUIVOS DEVEM ESTAR CLASSIFICADOS POR NUMERO       00002100
      *     DO BEM (VARIAS TRANSACOES DO MESMO BEM SAO APLICADAS NA     00002200
      *     ORDEM DO ARQUIVO). A INCLUSAO ACEITA A DEPRECIACAO JA       00002300
      *     ACUMULADA DO BEM QUE ENTRA NO CADASTRO DEPOIS DE EM USO;    00002400
      *     A ALTERACAO TROCA SO O QUE VIER PREENCHIDO (DESCRICAO,      00002500
      *     VIDA UTIL, CENTRO DE CUSTO) - CUSTO E DEPRECIACAO SO        00002600
      *     MUDAM PELO FR03CB54. A BAIXA (VENDA OU DESCARTE, COM O      00002700
      *     VALOR DE VENDA, ZERADO NO DESCARTE) SO MARCA O BEM COMO     00002800
      *     BAIXA PENDENTE: O GANHO OU A PERDA E CONTABILIZADO PELO     00002900
      *     FR03CB54 NA COMPETENCIA DA DATA DA BAIXA.                   00003000
      *     O BEM CADASTRADO AQUI NAO PODE CONTINUAR COM MODELO DE      00003100
      *     DEPRECIACAO NO MODELOS DO FR03CB37 (ENCERRAR A VIGENCIA).   00003200
      *===========================================================*     00003300
      *===========================================================*     00003400
       ENVIRONMENT                                    DIVISION.         00003500
      *===========================================================*     00003600
       CONFIGURATION                                  SECTION.          00003700
      *===========================================================*     00003800
                                                                        00003900
          SPECIAL-NAMES.                                                00004000
              DECIMAL-POINT IS COMMA.                                   00004100
                                                                        00004200
      *===========================================================*     00004300
       INPUT-OUTPUT                                   SECTION.          00004400
      *===========================================================*     00004500
       FILE-CONTROL.                                                    00004600
                                                                        00004700
           SELECT IMOBMSTR  ASSIGN TO IMOBMSTR                          00004800
                FILE STATUS  IS WRK-FS-IMOBMSTR.                        00004900
                                                                        00005000
           SELECT IMOBTRN   ASSIGN TO IMOBTRN                           00005100
                FILE STATUS  IS WRK-FS-IMOBTRN.                         00005200
                                                                        00005300
           SELECT IMOBNOVO  ASSIGN TO IMOBNOVO                          00005400
                FILE STATUS  IS WRK-FS-IMOBNOVO.                        00005500
                                                                        00005600
           SELECT IMOBDSP   ASSIGN TO IMOBDSP                           00005700
                FILE STATUS  IS WRK-FS-IMOBDSP.                         00005800
                                                                        00005900
      *===========================================================*     00006000
       DATA                                       DIVISION.             00006100
      *===========================================================*     00006200
                                                                        00006300
      *-----------------------------------------------------------*     00006400
       FILE                                       SECTION.              00006500
      *-----------------------------------------------------------*     00006600
                                                                        00006700
       FD IMOBMSTR                                                      00006800
           RECORDING MODE IS F                                          00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
       01 FD-IMOBMSTR.                                                  00007100
          05 FD-IMO-NUMERO       PIC 9(06).                             00007200
          05 FILLER              PIC X(94).                             00007300
                                                                        00007400
       FD IMOBTRN                                                       00007500
           RECORDING MODE IS F                                          00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-IMOBTRN.                                                   00007800
          05 FD-TRN-TIPO         PIC X(01).                             00007900
             88 FD-TRN-INCLUSAO        VALUE 'I'.                       00008000
             88 FD-TRN-ALTERACAO       VALUE 'A'.                       00008100
             88 FD-TRN-BAIXA           VALUE 'B'.                       00008200
          05 FD-TRN-NUMERO       PIC 9(06).                             00008300
          05 FD-TRN-DESCRICAO    PIC X(30).                             00008400
          05 FD-TRN-DATA-AQUIS   PIC X(08).                             00008500
          05 FD-TRN-CUSTO        PIC 9(09)V99.                          00008600
          05 FD-TRN-VIDA-UTIL    PIC 9(03).                             00008700
          05 FD-TRN-CCUSTO       PIC X(04).                             00008800
          05 FD-TRN-DEPR-ACUM    PIC 9(09)V99.                          00008900
          05 FD-TRN-DATA-BAIXA   PIC X(08).                             00009000
          05 FD-TRN-VALOR-VENDA  PIC 9(09)V99.                          00009100
          05 FD-TRN-USUARIO      PIC X(08).                             00009200
          05 FILLER              PIC X(09).                             00009300
                                                                        00009400
       FD IMOBNOVO                                                      00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-IMOBNOVO            PIC X(100).                            00009800
                                                                        00009900
       FD IMOBDSP                                                       00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-IMOBDSP.                                                   00010300
          05 FD-DSP-TRANSACAO    PIC X(110).                            00010400
          05 FD-DSP-SITUACAO     PIC X(01).                             00010500
             88 FD-DSP-APLICADA        VALUE 'A'.                       00010600
             88 FD-DSP-REJEITADA       VALUE 'R'.                       00010700
          05 FD-DSP-MOTIVO       PIC X(30).                             00010800
          05 FILLER              PIC X(09).                             00010900
                                                                        00011000
      *-----------------------------------------------------------*     00011100
       WORKING-STORAGE                            SECTION.              00011200
      *-----------------------------------------------------------*     00011300
                                                                        00011400
       77 WRK-FS-IMOBMSTR          PIC X(02)    VALUE ZEROS.            00011500
       77 WRK-FS-IMOBTRN           PIC X(02)    VALUE ZEROS.            00011600
       77 WRK-FS-IMOBNOVO          PIC X(02)    VALUE ZEROS.            00011700
       77 WRK-FS-IMOBDSP           PIC X(02)    VALUE ZEROS.            00011800
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00011900
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00012000
                                                                        00012100
       77 WRK-CHAVE-MES            PIC 9(07)    VALUE ZEROS.            00012200
       77 WRK-CHAVE-TRN            PIC 9(07)    VALUE ZEROS.            00012300
       77 WRK-CHAVE-ATUAL          PIC 9(07)    VALUE ZEROS.            00012400
       77 WRK-ULT-NUM-TRN          PIC 9(06)    VALUE ZEROS.            00012500
       77 WRK-FIM-MES              PIC X(01)    VALUE 'N'.              00012600
          88 WRK-MES-ACABOU                 VALUE 'S'.                  00012700
       77 WRK-FIM-TRN              PIC X(01)    VALUE 'N'.              00012800
          88 WRK-TRN-ACABOU                 VALUE 'S'.                  00012900
       77 WRK-TRN-LEITURA          PIC X(01)    VALUE 'N'.              00013000
          88 WRK-TRN-LIDA                   VALUE 'S'.                  00013100
          88 WRK-TRN-DESCARTADA             VALUE 'N'.                  00013200
                                                                        00013300
      *    BEM EM PROCESSAMENTO (MESMO LAYOUT DO IMOBMSTR)              00013400
       01 WRK-REG-ATUAL.                                                00013500
          05 WRK-ATU-NUMERO        PIC 9(06).                           00013600
          05 WRK-ATU-DESCRICAO     PIC X(30).                           00013700
          05 WRK-ATU-DATA-AQUIS    PIC 9(08).                           00013800
          05 WRK-ATU-CUSTO         PIC 9(09)V99.                        00013900
          05 WRK-ATU-VIDA-UTIL     PIC 9(03).                           00014000
          05 WRK-ATU-CCUSTO        PIC X(04).                           00014100
          05 WRK-ATU-DEPR-ACUM     PIC 9(09)V99.                        00014200
          05 WRK-ATU-ULT-COMP      PIC X(06).                           00014300
          05 WRK-ATU-SITUACAO      PIC X(01).                           00014400
             88 WRK-ATU-ATIVO             VALUE 'A'.                    00014500
             88 WRK-ATU-DEPRECIADO        VALUE 'D'.                    00014600
             88 WRK-ATU-BAIXA-PENDENTE    VALUE 'P'.                    00014700
             88 WRK-ATU-BAIXADO           VALUE 'B'.                    00014800
          05 WRK-ATU-DATA-BAIXA    PIC 9(08).                           00014900
          05 WRK-ATU-VALOR-VENDA   PIC 9(09)V99.                        00015000
          05 FILLER                PIC X(01).                           00015100
       77 WRK-ATU-CADASTRO         PIC X(01)    VALUE 'N'.              00015200
          88 WRK-ATU-EXISTE                 VALUE 'S'.                  00015300
          88 WRK-ATU-NAO-EXISTE             VALUE 'N'.                  00015400
                                                                        00015500
       01 WRK-DATA-VALIDAR         PIC X(08)    VALUE SPACES.           00015600
       01 WRK-DATA-VALIDAR-N REDEFINES WRK-DATA-VALIDAR.                00015700
          05 WRK-DTV-ANO           PIC 9(04).                           00015800
          05 WRK-DTV-MES           PIC 9(02).                           00015900
          05 WRK-DTV-DIA           PIC 9(02).                           00016000
                                                                        00016100
       77 WRK-REG-MESTRE-LIDOS     PIC 9(07)    VALUE ZEROS.            00016200
       77 WRK-REG-MESTRE-GRAV      PIC 9(07)    VALUE ZEROS.            00016300
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00016400
       77 WRK-REG-INCLUIDOS        PIC 9(07)    VALUE ZEROS.            00016500
       77 WRK-REG-ALTERADOS        PIC 9(07)    VALUE ZEROS.            00016600
       77 WRK-REG-BAIXADOS         PIC 9(07)    VALUE ZEROS.            00016700
       77 WRK-REG-REJEITADOS       PIC 9(07)    VALUE ZEROS.            00016800
       77 WRK-REG-STATUS           PIC X(01)    VALUE 'S'.              00016900
          88 WRK-REG-OK                     VALUE 'S'.                  00017000
          88 WRK-REG-INVALIDO               VALUE 'N'.                  00017100
       77 WRK-DSP-MOTIVO           PIC X(30)    VALUE SPACES.           00017200
                                                                        00017300
      *-----------------------------------------------------------*     00017400
                                                                        00017500
      *===========================================================*     00017600
       PROCEDURE                                  DIVISION.             00017700
      *===========================================================*     00017800
                                                                        00017900
      *-------------------------------------------------------*         00018000
       0000-PRINCIPAL                              SECTION.             00018100
      *-------------------------------------------------------*         00018200
                                                                        00018300
            PERFORM 1000-INICIAR.                                       00018400
            PERFORM 2000-PROCESSAR                                      00018500
               UNTIL WRK-MES-ACABOU AND WRK-TRN-ACABOU.                 00018600
            PERFORM 3000-FINALIZAR.                                     00018700
                                                                        00018800
      *-------------------------------------------------------*         00018900
       0000-999-FIM.                               EXIT.                00019000
      *-------------------------------------------------------*         00019100
                                                                        00019200
      *-------------------------------------------------------*         00019300
       1000-INICIAR                               SECTION.              00019400
      *-------------------------------------------------------*         00019500
                                                                        00019600
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00019700
                                                                        00019800
             OPEN INPUT IMOBMSTR.                                       00019900
             IF WRK-FS-IMOBMSTR EQUAL '35'                              00020000
                DISPLAY ' IMOBMSTR AUSENTE, CADASTRO INICIAL '          00020100
                SET WRK-MES-ACABOU TO TRUE                              00020200
                MOVE 9999999 TO WRK-CHAVE-MES                           00020300
             ELSE                                                       00020400
                IF WRK-FS-IMOBMSTR NOT EQUAL '00'                       00020500
                   MOVE ' ERRO OPEN IMOBMSTR ' TO WRK-MSG               00020600
                   PERFORM 9000-TRATAR-ERROS                            00020700
                END-IF                                                  00020800
             END-IF.                                                    00020900
                                                                        00021000
             OPEN INPUT IMOBTRN.                                        00021100
             IF WRK-FS-IMOBTRN NOT EQUAL '00'                           00021200
                MOVE ' ERRO OPEN IMOBTRN ' TO WRK-MSG                   00021300
                PERFORM 9000-TRATAR-ERROS                               00021400
             END-IF.                                                    00021500
                                                                        00021600
             OPEN OUTPUT IMOBNOVO.                                      00021700
             IF WRK-FS-IMOBNOVO NOT EQUAL '00'                          00021800
                MOVE ' ERRO OPEN IMOBNOVO ' TO WRK-MSG                  00021900
                PERFORM 9000-TRATAR-ERROS                               00022000
             END-IF.                                                    00022100
                                                                        00022200
             OPEN OUTPUT IMOBDSP.                                       00022300
             IF WRK-FS-IMOBDSP NOT EQUAL '00'                           00022400
                MOVE ' ERRO OPEN IMOBDSP ' TO WRK-MSG                   00022500
                PERFORM 9000-TRATAR-ERROS                               00022600
             END-IF.                                                    00022700
                                                                        00022800
             DISPLAY '===================================='.            00022900
             DISPLAY ' MANUTENCAO DO CADASTRO DO IMOBILIZADO '.         00023000
             DISPLAY '===================================='.            00023100
                                                                        00023200
             IF NOT WRK-MES-ACABOU                                      00023300
                PERFORM 1300-LER-IMOBMSTR                               00023400
             END-IF.                                                    00023500
             PERFORM 1400-LER-IMOBTRN.                                  00023600
                                                                        00023700
      *-------------------------------------------------------*         00023800
       1000-999-FIM.                              EXIT.                 00023900
      *-------------------------------------------------------*         00024000
                                                                        00024100
      *---------------------------------------------------------------  00024200
      *    1300-LER-IMOBMSTR                                            00024300
      *    MESTRE FORA DE SEQUENCIA (OU BEM REPETIDO) INTERROMPE O      00024400
      *    JOB: O IMOBNOVO SAIRIA COM A MESMA DESORDEM.                 00024500
      *---------------------------------------------------------------  00024600
       1300-LER-IMOBMSTR                          SECTION.              00024700
                                                                        00024800
             READ IMOBMSTR.                                             00024900
             IF WRK-FS-IMOBMSTR EQUAL '00'                              00025000
                ADD 1 TO WRK-REG-MESTRE-LIDOS                           00025100
                IF WRK-REG-MESTRE-LIDOS GREATER THAN 1 AND              00025200
                   FD-IMO-NUMERO NOT GREATER THAN WRK-CHAVE-MES         00025300
                   MOVE ' IMOBMSTR FORA DE SEQUENCIA ' TO WRK-MSG       00025400
                   PERFORM 9000-TRATAR-ERROS                            00025500
                END-IF                                                  00025600
                MOVE FD-IMO-NUMERO TO WRK-CHAVE-MES                     00025700
             ELSE                                                       00025800
                SET WRK-MES-ACABOU TO TRUE                              00025900
                MOVE 9999999 TO WRK-CHAVE-MES                           00026000
             END-IF.                                                    00026100
                                                                        00026200
      *-------------------------------------------------------*         00026300
       1300-999-FIM.                              EXIT.                 00026400
      *-------------------------------------------------------*         00026500
                                                                        00026600
      *-------------------------------------------------------*         00026700
       1400-LER-IMOBTRN                           SECTION.              00026800
      *-------------------------------------------------------*         00026900
                                                                        00027000
             SET WRK-TRN-DESCARTADA TO TRUE.                            00027100
             PERFORM 1410-LER-UMA-TRANSACAO                             00027200
                UNTIL WRK-TRN-LIDA.                                     00027300
                                                                        00027400
      *-------------------------------------------------------*         00027500
       1400-999-FIM.                              EXIT.                 00027600
      *-------------------------------------------------------*         00027700
                                                                        00027800
      *---------------------------------------------------------------  00027900
      *    1410-LER-UMA-TRANSACAO                                       00028000
      *    NUMERO INVALIDO OU MENOR QUE O ULTIMO JA LIDO E              00028100
      *    REJEITADO NA LEITURA, SEM CHEGAR AO BALANCEAMENTO.           00028200
      *---------------------------------------------------------------  00028300
       1410-LER-UMA-TRANSACAO                     SECTION.              00028400
                                                                        00028500
             READ IMOBTRN.                                              00028600
             IF WRK-FS-IMOBTRN EQUAL '00'                               00028700
                ADD 1 TO WRK-REG-LIDOS                                  00028800
                EVALUATE TRUE                                           00028900
                  WHEN FD-TRN-NUMERO NOT NUMERIC OR                     00029000
                       FD-TRN-NUMERO EQUAL ZEROS                        00029100
                     MOVE ' NUMERO DO BEM INVALIDO ' TO WRK-DSP-MOTIVO  00029200
                     PERFORM 2910-GRAVAR-REJEITADA                      00029300
                  WHEN FD-TRN-NUMERO LESS THAN WRK-ULT-NUM-TRN          00029400
                     MOVE ' TRANSACAO FORA DE SEQUENCIA '               00029500
                       TO WRK-DSP-MOTIVO                                00029600
                     PERFORM 2910-GRAVAR-REJEITADA                      00029700
                  WHEN OTHER                                            00029800
                     MOVE FD-TRN-NUMERO TO WRK-ULT-NUM-TRN              00029900
                     MOVE FD-TRN-NUMERO TO WRK-CHAVE-TRN                00030000
                     SET WRK-TRN-LIDA TO TRUE                           00030100
                END-EVALUATE                                            00030200
             ELSE                                                       00030300
                SET WRK-TRN-ACABOU TO TRUE                              00030400
                MOVE 9999999 TO WRK-CHAVE-TRN                           00030500
                SET WRK-TRN-LIDA TO TRUE                                00030600
             END-IF.                                                    00030700
                                                                        00030800
      *-------------------------------------------------------*         00030900
       1410-999-FIM.                              EXIT.                 00031000
      *-------------------------------------------------------*         00031100
                                                                        00031200
      *---------------------------------------------------------------  00031300
      *    2000-PROCESSAR                                               00031400
      *    A MENOR CHAVE ENTRE MESTRE E TRANSACAO E O BEM DA VEZ: O     00031500
      *    REGISTRO DO MESTRE (SE HOUVER) SOBE PARA WRK-REG-ATUAL,      00031600
      *    TODAS AS TRANSACOES DO BEM SAO APLICADAS NELE E ELE VAI      00031700
      *    PARA O IMOBNOVO.                                             00031800
      *---------------------------------------------------------------  00031900
       2000-PROCESSAR                             SECTION.              00032000
                                                                        00032100
             IF WRK-CHAVE-MES LESS THAN WRK-CHAVE-TRN                   00032200
                MOVE WRK-CHAVE-MES TO WRK-CHAVE-ATUAL                   00032300
             ELSE                                                       00032400
                MOVE WRK-CHAVE-TRN TO WRK-CHAVE-ATUAL                   00032500
             END-IF.                                                    00032600
                                                                        00032700
             IF WRK-CHAVE-MES EQUAL WRK-CHAVE-ATUAL                     00032800
                MOVE FD-IMOBMSTR TO WRK-REG-ATUAL                       00032900
                SET WRK-ATU-EXISTE TO TRUE                              00033000
                PERFORM 1300-LER-IMOBMSTR                               00033100
             ELSE                                                       00033200
                MOVE SPACES TO WRK-REG-ATUAL                            00033300
                SET WRK-ATU-NAO-EXISTE TO TRUE                          00033400
             END-IF.                                                    00033500
                                                                        00033600
             PERFORM 2100-APLICAR-TRANSACAO                             00033700
                UNTIL WRK-CHAVE-TRN NOT EQUAL WRK-CHAVE-ATUAL.          00033800
                                                                        00033900
             IF WRK-ATU-EXISTE                                          00034000
                PERFORM 2800-GRAVAR-MESTRE-NOVO                         00034100
             END-IF.                                                    00034200
                                                                        00034300
      *-------------------------------------------------------*         00034400
       2000-999-FIM.                              EXIT.                 00034500
      *-------------------------------------------------------*         00034600
                                                                        00034700
      *-------------------------------------------------------*         00034800
       2100-APLICAR-TRANSACAO                     SECTION.              00034900
      *-------------------------------------------------------*         00035000
                                                                        00035100
             SET WRK-REG-OK TO TRUE.                                    00035200
             MOVE SPACES TO WRK-DSP-MOTIVO.                             00035300
                                                                        00035400
             EVALUATE TRUE                                              00035500
               WHEN FD-TRN-USUARIO EQUAL SPACES                         00035600
                  SET WRK-REG-INVALIDO TO TRUE                          00035700
                  MOVE ' USUARIO NAO INFORMADO ' TO WRK-DSP-MOTIVO      00035800
               WHEN FD-TRN-INCLUSAO                                     00035900
                  PERFORM 2200-INCLUIR                                  00036000
               WHEN FD-TRN-ALTERACAO                                    00036100
                  PERFORM 2300-ALTERAR                                  00036200
               WHEN FD-TRN-BAIXA                                        00036300
                  PERFORM 2400-BAIXAR                                   00036400
               WHEN OTHER                                               00036500
                  SET WRK-REG-INVALIDO TO TRUE                          00036600
                  MOVE ' TIPO DE TRANSACAO INVALIDO ' TO WRK-DSP-MOTIVO 00036700
             END-EVALUATE.                                              00036800
                                                                        00036900
             IF WRK-REG-OK                                              00037000
                PERFORM 2900-GRAVAR-APLICADA                            00037100
             ELSE                                                       00037200
                PERFORM 2910-GRAVAR-REJEITADA                           00037300
             END-IF.                                                    00037400
                                                                        00037500
             PERFORM 1400-LER-IMOBTRN.                                  00037600
                                                                        00037700
      *-------------------------------------------------------*         00037800
       2100-999-FIM.                              EXIT.                 00037900
      *-------------------------------------------------------*         00038000
                                                                        00038100
      *-------------------------------------------------------*         00038200
       2200-INCLUIR                               SECTION.              00038300
      *-------------------------------------------------------*         00038400
                                                                        00038500
             MOVE FD-TRN-DATA-AQUIS TO WRK-DATA-VALIDAR.                00038600
             EVALUATE TRUE                                              00038700
               WHEN WRK-ATU-EXISTE                                      00038800
                  SET WRK-REG-INVALIDO TO TRUE                          00038900
                  MOVE ' BEM JA CADASTRADO ' TO WRK-DSP-MOTIVO          00039000
               WHEN FD-TRN-DESCRICAO EQUAL SPACES                       00039100
                  SET WRK-REG-INVALIDO TO TRUE                          00039200
                  MOVE ' DESCRICAO NAO INFORMADA ' TO WRK-DSP-MOTIVO    00039300
               WHEN FD-TRN-CUSTO NOT NUMERIC OR                         00039400
                    FD-TRN-CUSTO EQUAL ZEROS                            00039500
                  SET WRK-REG-INVALIDO TO TRUE                          00039600
                  MOVE ' CUSTO DE AQUISICAO INVALIDO ' TO WRK-DSP-MOTIVO00039700
               WHEN FD-TRN-VIDA-UTIL NOT NUMERIC OR                     00039800
                    FD-TRN-VIDA-UTIL EQUAL ZEROS                        00039900
                  SET WRK-REG-INVALIDO TO TRUE                          00040000
                  MOVE ' VIDA UTIL INVALIDA ' TO WRK-DSP-MOTIVO         00040100
               WHEN FD-TRN-CCUSTO EQUAL SPACES                          00040200
                  SET WRK-REG-INVALIDO TO TRUE                          00040300
                  MOVE ' CENTRO DE CUSTO NAO INFORMADO '                00040400
                       TO WRK-DSP-MOTIVO                                00040500
               WHEN FD-TRN-DEPR-ACUM NOT NUMERIC OR                     00040600
                    FD-TRN-DEPR-ACUM GREATER THAN FD-TRN-CUSTO          00040700
                  SET WRK-REG-INVALIDO TO TRUE                          00040800
                  MOVE ' DEPRECIACAO ACUMULADA INVALIDA '               00040900
                       TO WRK-DSP-MOTIVO                                00041000
               WHEN OTHER                                               00041100
                  PERFORM 2600-VALIDAR-DATA                             00041200
                  IF WRK-REG-INVALIDO                                   00041300
                     MOVE ' DATA DE AQUISICAO INVALIDA '                00041400
                          TO WRK-DSP-MOTIVO                             00041500
                  END-IF                                                00041600
             END-EVALUATE.                                              00041700
                                                                        00041800
             IF WRK-REG-OK                                              00041900
                MOVE SPACES             TO WRK-REG-ATUAL                00042000
                MOVE FD-TRN-NUMERO      TO WRK-ATU-NUMERO               00042100
                MOVE FD-TRN-DESCRICAO   TO WRK-ATU-DESCRICAO            00042200
                MOVE FD-TRN-DATA-AQUIS  TO WRK-ATU-DATA-AQUIS           00042300
                MOVE FD-TRN-CUSTO       TO WRK-ATU-CUSTO                00042400
                MOVE FD-TRN-VIDA-UTIL   TO WRK-ATU-VIDA-UTIL            00042500
                MOVE FD-TRN-CCUSTO      TO WRK-ATU-CCUSTO               00042600
                MOVE FD-TRN-DEPR-ACUM   TO WRK-ATU-DEPR-ACUM            00042700
                MOVE ZEROS              TO WRK-ATU-DATA-BAIXA           00042800
                MOVE ZEROS              TO WRK-ATU-VALOR-VENDA          00042900
                IF WRK-ATU-DEPR-ACUM EQUAL WRK-ATU-CUSTO                00043000
                   SET WRK-ATU-DEPRECIADO TO TRUE                       00043100
                ELSE                                                    00043200
                   SET WRK-ATU-ATIVO TO TRUE                            00043300
                END-IF                                                  00043400
                SET WRK-ATU-EXISTE TO TRUE                              00043500
                ADD 1 TO WRK-REG-INCLUIDOS                              00043600
             END-IF.                                                    00043700
                                                                        00043800
      *-------------------------------------------------------*         00043900
       2200-999-FIM.                              EXIT.                 00044000
      *-------------------------------------------------------*         00044100
                                                                        00044200
      *-------------------------------------------------------*         00044300
       2300-ALTERAR                               SECTION.              00044400
      *-------------------------------------------------------*         00044500
                                                                        00044600
             EVALUATE TRUE                                              00044700
               WHEN WRK-ATU-NAO-EXISTE                                  00044800
                  SET WRK-REG-INVALIDO TO TRUE                          00044900
                  MOVE ' BEM NAO CADASTRADO ' TO WRK-DSP-MOTIVO         00045000
               WHEN WRK-ATU-BAIXA-PENDENTE OR WRK-ATU-BAIXADO           00045100
                  SET WRK-REG-INVALIDO TO TRUE                          00045200
                  MOVE ' BEM BAIXADO ' TO WRK-DSP-MOTIVO                00045300
               WHEN FD-TRN-VIDA-UTIL NOT NUMERIC                        00045400
                  SET WRK-REG-INVALIDO TO TRUE                          00045500
                  MOVE ' VIDA UTIL INVALIDA ' TO WRK-DSP-MOTIVO         00045600
               WHEN FD-TRN-DESCRICAO EQUAL SPACES AND                   00045700
                    FD-TRN-VIDA-UTIL EQUAL ZEROS AND                    00045800
                    FD-TRN-CCUSTO EQUAL SPACES                          00045900
                  SET WRK-REG-INVALIDO TO TRUE                          00046000
                  MOVE ' NADA A ALTERAR ' TO WRK-DSP-MOTIVO             00046100
               WHEN OTHER                                               00046200
                  IF FD-TRN-DESCRICAO NOT EQUAL SPACES                  00046300
                     MOVE FD-TRN-DESCRICAO TO WRK-ATU-DESCRICAO         00046400
                  END-IF                                                00046500
                  IF FD-TRN-VIDA-UTIL NOT EQUAL ZEROS                   00046600
                     MOVE FD-TRN-VIDA-UTIL TO WRK-ATU-VIDA-UTIL         00046700
                  END-IF                                                00046800
                  IF FD-TRN-CCUSTO NOT EQUAL SPACES                     00046900
                     MOVE FD-TRN-CCUSTO TO WRK-ATU-CCUSTO               00047000
                  END-IF                                                00047100
                  ADD 1 TO WRK-REG-ALTERADOS                            00047200
             END-EVALUATE.                                              00047300
                                                                        00047400
      *-------------------------------------------------------*         00047500
       2300-999-FIM.                              EXIT.                 00047600
      *-------------------------------------------------------*         00047700
                                                                        00047800
      *---------------------------------------------------------------  00047900
      *    2400-BAIXAR                                                  00048000
      *    A BAIXA NAO PODE SER ANTERIOR A AQUISICAO NEM A ULTIMA       00048100
      *    COMPETENCIA JA DEPRECIADA DO BEM.                            00048200
      *---------------------------------------------------------------  00048300
       2400-BAIXAR                                SECTION.              00048400
                                                                        00048500
             MOVE FD-TRN-DATA-BAIXA TO WRK-DATA-VALIDAR.                00048600
             EVALUATE TRUE                                              00048700
               WHEN WRK-ATU-NAO-EXISTE                                  00048800
                  SET WRK-REG-INVALIDO TO TRUE                          00048900
                  MOVE ' BEM NAO CADASTRADO ' TO WRK-DSP-MOTIVO         00049000
               WHEN WRK-ATU-BAIXA-PENDENTE OR WRK-ATU-BAIXADO           00049100
                  SET WRK-REG-INVALIDO TO TRUE                          00049200
                  MOVE ' BEM JA BAIXADO ' TO WRK-DSP-MOTIVO             00049300
               WHEN FD-TRN-VALOR-VENDA NOT NUMERIC                      00049400
                  SET WRK-REG-INVALIDO TO TRUE                          00049500
                  MOVE ' VALOR DE VENDA INVALIDO ' TO WRK-DSP-MOTIVO    00049600
               WHEN OTHER                                               00049700
                  PERFORM 2600-VALIDAR-DATA                             00049800
                  IF WRK-REG-OK                                         00049900
                     IF WRK-DATA-VALIDAR LESS THAN                      00050000
                        WRK-ATU-DATA-AQUIS OR                           00050100
                        ( WRK-ATU-ULT-COMP NOT EQUAL SPACES AND         00050200
                          WRK-DATA-VALIDAR(1:6) NOT GREATER THAN        00050300
                          WRK-ATU-ULT-COMP )                            00050400
                        SET WRK-REG-INVALIDO TO TRUE                    00050500
                     END-IF                                             00050600
                  END-IF                                                00050700
                  IF WRK-REG-INVALIDO                                   00050800
                     MOVE ' DATA DE BAIXA INVALIDA ' TO WRK-DSP-MOTIVO  00050900
                  END-IF                                                00051000
             END-EVALUATE.                                              00051100
                                                                        00051200
             IF WRK-REG-OK                                              00051300
                MOVE FD-TRN-DATA-BAIXA  TO WRK-ATU-DATA-BAIXA           00051400
                MOVE FD-TRN-VALOR-VENDA TO WRK-ATU-VALOR-VENDA          00051500
                SET WRK-ATU-BAIXA-PENDENTE TO TRUE                      00051600
                ADD 1 TO WRK-REG-BAIXADOS                               00051700
             END-IF.                                                    00051800
                                                                        00051900
      *-------------------------------------------------------*         00052000
       2400-999-FIM.                              EXIT.                 00052100
      *-------------------------------------------------------*         00052200
                                                                        00052300
      *---------------------------------------------------------------  00052400
      *    2600-VALIDAR-DATA                                            00052500
      *    AAAAMMDD NUMERICA, MES E DIA NA FAIXA E NAO FUTURA.          00052600
      *---------------------------------------------------------------  00052700
       2600-VALIDAR-DATA                          SECTION.              00052800
                                                                        00052900
             IF WRK-DATA-VALIDAR NOT NUMERIC                            00053000
                SET WRK-REG-INVALIDO TO TRUE                            00053100
             ELSE                                                       00053200
                IF WRK-DTV-MES LESS THAN 1 OR                           00053300
                   WRK-DTV-MES GREATER THAN 12 OR                       00053400
                   WRK-DTV-DIA LESS THAN 1 OR                           00053500
                   WRK-DTV-DIA GREATER THAN 31 OR                       00053600
                   WRK-DATA-VALIDAR GREATER THAN WRK-DATA-HOJE          00053700
                   SET WRK-REG-INVALIDO TO TRUE                         00053800
                END-IF                                                  00053900
             END-IF.                                                    00054000
                                                                        00054100
      *-------------------------------------------------------*         00054200
       2600-999-FIM.                              EXIT.                 00054300
      *-------------------------------------------------------*         00054400
                                                                        00054500
      *---------------------------------------------------------------  00054600
      *    2800-GRAVAR-MESTRE-NOVO                                      00054700
      *    BAIXA AINDA NAO CONTABILIZADA SAI LISTADA NO SYSOUT.         00054800
      *---------------------------------------------------------------  00054900
       2800-GRAVAR-MESTRE-NOVO                    SECTION.              00055000
                                                                        00055100
             MOVE WRK-REG-ATUAL TO FD-IMOBNOVO.                         00055200
             WRITE FD-IMOBNOVO.                                         00055300
             IF WRK-FS-IMOBNOVO NOT EQUAL '00'                          00055400
                MOVE ' ERRO WRITE IMOBNOVO ' TO WRK-MSG                 00055500
                PERFORM 9000-TRATAR-ERROS                               00055600
             END-IF.                                                    00055700
             ADD 1 TO WRK-REG-MESTRE-GRAV.                              00055800
             IF WRK-ATU-BAIXA-PENDENTE                                  00055900
                DISPLAY ' BAIXA A CONTABILIZAR: BEM ' WRK-ATU-NUMERO    00056000
                        ' EM ' WRK-ATU-DATA-BAIXA                       00056100
             END-IF.                                                    00056200
                                                                        00056300
      *-------------------------------------------------------*         00056400
       2800-999-FIM.                              EXIT.                 00056500
      *-------------------------------------------------------*         00056600
                                                                        00056700
      *-------------------------------------------------------*         00056800
       2900-GRAVAR-APLICADA                       SECTION.              00056900
      *-------------------------------------------------------*         00057000
                                                                        00057100
             MOVE SPACES     TO FD-IMOBDSP.                             00057200
             MOVE FD-IMOBTRN TO FD-DSP-TRANSACAO.                       00057300
             MOVE 'A'        TO FD-DSP-SITUACAO.                        00057400
             WRITE FD-IMOBDSP.                                          00057500
                                                                        00057600
      *-------------------------------------------------------*         00057700
       2900-999-FIM.                              EXIT.                 00057800
      *-------------------------------------------------------*         00057900
                                                                        00058000
      *-------------------------------------------------------*         00058100
       2910-GRAVAR-REJEITADA                      SECTION.              00058200
      *-------------------------------------------------------*         00058300
                                                                        00058400
             MOVE SPACES         TO FD-IMOBDSP.                         00058500
             MOVE FD-IMOBTRN     TO FD-DSP-TRANSACAO.                   00058600
             MOVE 'R'            TO FD-DSP-SITUACAO.                    00058700
             MOVE WRK-DSP-MOTIVO TO FD-DSP-MOTIVO.                      00058800
             WRITE FD-IMOBDSP.                                          00058900
             ADD 1 TO WRK-REG-REJEITADOS.                               00059000
             DISPLAY ' REJEITADA: ' FD-TRN-TIPO ' ' FD-TRN-NUMERO       00059100
                     ' ' WRK-DSP-MOTIVO.                                00059200
                                                                        00059300
      *-------------------------------------------------------*         00059400
       2910-999-FIM.                              EXIT.                 00059500
      *-------------------------------------------------------*         00059600
                                                                        00059700
      *-------------------------------------------------------*         00059800
       3000-FINALIZAR                             SECTION.              00059900
      *-------------------------------------------------------*         00060000
                                                                        00060100
             IF WRK-FS-IMOBMSTR NOT EQUAL '35'                          00060200
                CLOSE IMOBMSTR                                          00060300
             END-IF.                                                    00060400
             CLOSE IMOBTRN.                                             00060500
             CLOSE IMOBNOVO.                                            00060600
             CLOSE IMOBDSP.                                             00060700
                                                                        00060800
             IF WRK-REG-REJEITADOS GREATER THAN ZEROS                   00060900
                MOVE 4 TO RETURN-CODE                                   00061000
             END-IF.                                                    00061100
                                                                        00061200
             DISPLAY '===================================='.            00061300
             DISPLAY ' BENS NO IMOBMSTR......: ' WRK-REG-MESTRE-LIDOS.  00061400
             DISPLAY ' TRANSACOES LIDAS......: ' WRK-REG-LIDOS.         00061500
             DISPLAY ' INCLUSOES.............: ' WRK-REG-INCLUIDOS.     00061600
             DISPLAY ' ALTERACOES............: ' WRK-REG-ALTERADOS.     00061700
             DISPLAY ' BAIXAS................: ' WRK-REG-BAIXADOS.      00061800
             DISPLAY ' REJEITADAS............: ' WRK-REG-REJEITADOS.    00061900
             DISPLAY ' BENS NO IMOBNOVO......: ' WRK-REG-MESTRE-GRAV.   00062000
             DISPLAY '===================================='.            00062100
                STOP RUN.                                               00062200
                                                                        00062300
      *-------------------------------------------------------*         00062400
       3000-999-FIM.                              EXIT.                 00062500
      *-------------------------------------------------------*         00062600
                                                                        00062700
      *-------------------------------------------------------*         00062800
       9000-TRATAR-ERROS                           SECTION.             00062900
      *-------------------------------------------------------*         00063000
                                                                        00063100
             DISPLAY '-----------------------------'.                   00063200
             DISPLAY WRK-MSG.                                           00063300
             DISPLAY '-----------------------------'.                   00063400
                STOP RUN.                                               00063500
                                                                        00063600
      *-------------------------------------------------------*         00063700
       9000-999-FIM.                              EXIT.                 00063800
      *-------------------------------------------------------*         00063900
