      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
       PROGRAM-ID.  FR03CB56.                                           00000400
      *===========================================================*     00000500
      *     AUTOR    : AUGUSTO MARTINS                                  00000600
      *     EMPRESA  : FOURSYS                                          00000700
      *     DATA     : 11/12/2023                                       00000800
      *     OBJETIVO : DUPLO CONTROLE DAS REMESSAS DE PAGAMENTO --      00000900
      *              : NENHUM ARQUIVO DE PAGAMENTO (REMESSA E           00001000
      *              : REMESSA2 DO FR03CB22, REMRESC DO FR03CB32        00001100
      *              : E REMFORN DO FR03CB41) VAI MAIS AO BANCO         00001200
      *              : NO FIM DO JOB QUE O GEROU.                       00001300
      *              : FUNCAO 'R' (PASSO LOGO APOS O GERADOR): LE       00001400
      *              : O ARQUIVO EM REMPEND (REMPEND2 PARA O            00001500
      *              : REMESSA2, 120 POSICOES), CONFERE HEADER,         00001600
      *              : DETALHES E TRAILER E REGISTRA A GERACAO          00001700
      *              : PENDENTE NO KSDS REMCTL COM A QUANTIDADE E       00001800
      *              : A SOMA DO TRAILER, O NUMERO DE REGISTROS E       00001900
      *              : A ASSINATURA (TOTAL DE CONTROLE SOBRE TODOS      00002000
      *              : OS BYTES DO ARQUIVO, NA ORDEM). GERACAO          00002100
      *              : ANTERIOR DO MESMO ARQUIVO AINDA NAO              00002200
      *              : TRANSMITIDA FICA SUBSTITUIDA.                    00002300
      *              : FUNCAO 'L' (JOB DE TRANSMISSAO): SO LIBERA       00002400
      *              : A ULTIMA GERACAO SE ELA TEM AS DUAS              00002500
      *              : APROVACOES DA TELA F03CIP19 (T044) E SE O        00002600
      *              : ARQUIVO AINDA BATE COM O QUE FOI REGISTRADO      00002700
      *              : E APROVADO; ENTAO COPIA PARA REMBANCO            00002800
      *              : (REMBANC2) E MARCA A GERACAO TRANSMITIDA.        00002900
      *              : ARQUIVO ALTERADO DEPOIS DO REGISTRO FICA         00003000
      *              : RECUSADO E PRECISA SER GERADO E APROVADO         00003100
      *              : DE NOVO.                                         00003200
      *-------------------------------------------------------------*   00003300
      *     SYSIN: FUNCAO X(01) (R/L) + BRANCO + ARQUIVO X(08).         00003400
      *     TODA ACAO GRAVA TRILHA NO KSDS REMAUD (A TELA GRAVA         00003500
      *     AS APROVACOES). ARQUIVO INCONSISTENTE OU LIBERACAO          00003600
      *     RECUSADA DEIXA RETURN-CODE 8 E ERRO DE ARQUIVO DEIXA        00003700
      *     12 - O PASSO DE TRANSMISSAO SO RODA COM ZERO.               00003800
      *===========================================================*     00003900
      *===========================================================*     00004000
       ENVIRONMENT                                    DIVISION.         00004100
      *===========================================================*     00004200
       CONFIGURATION                                  SECTION.          00004300
      *===========================================================*     00004400
                                                                        00004500
          SPECIAL-NAMES.                                                00004600
              DECIMAL-POINT IS COMMA.                                   00004700
                                                                        00004800
      *===========================================================*     00004900
       INPUT-OUTPUT                                   SECTION.          00005000
      *===========================================================*     00005100
       FILE-CONTROL.                                                    00005200
                                                                        00005300
           SELECT REMPEND   ASSIGN TO REMPEND                           00005400
                FILE STATUS  IS WRK-FS-REMPEND.                         00005500
                                                                        00005600
           SELECT REMPEND2  ASSIGN TO REMPEND2                          00005700
                FILE STATUS  IS WRK-FS-REMPEND2.                        00005800
                                                                        00005900
           SELECT REMBANCO  ASSIGN TO REMBANCO                          00006000
                FILE STATUS  IS WRK-FS-REMBANCO.                        00006100
                                                                        00006200
           SELECT REMBANC2  ASSIGN TO REMBANC2                          00006300
                FILE STATUS  IS WRK-FS-REMBANC2.                        00006400
                                                                        00006500
           SELECT REMCTL    ASSIGN TO REMCTL                            00006600
                ORGANIZATION IS INDEXED                                 00006700
                ACCESS MODE  IS DYNAMIC                                 00006800
                RECORD KEY   IS FD-RCT-CHAVE                            00006900
                FILE STATUS  IS WRK-FS-REMCTL.                          00007000
                                                                        00007100
           SELECT REMAUD    ASSIGN TO REMAUD                            00007200
                ORGANIZATION IS INDEXED                                 00007300
                ACCESS MODE  IS RANDOM                                  00007400
                RECORD KEY   IS FD-AUD-CHAVE                            00007500
                FILE STATUS  IS WRK-FS-REMAUD.                          00007600
                                                                        00007700
      *===========================================================*     00007800
       DATA                                       DIVISION.             00007900
      *===========================================================*     00008000
                                                                        00008100
      *-----------------------------------------------------------*     00008200
       FILE                                       SECTION.              00008300
      *-----------------------------------------------------------*     00008400
                                                                        00008500
       FD REMPEND                                                       00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-REMPEND              PIC X(80).                            00008900
                                                                        00009000
       FD REMPEND2                                                      00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-REMPEND2             PIC X(120).                           00009400
                                                                        00009500
       FD REMBANCO                                                      00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
       01 FD-REMBANCO             PIC X(80).                            00009900
                                                                        00010000
       FD REMBANC2                                                      00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-REMBANC2             PIC X(120).                           00010400
                                                                        00010500
       FD REMCTL                                                        00010600
           RECORDING MODE IS F.                                         00010700
       01 FD-REMCTL.                                                    00010800
          05 FD-RCT-CHAVE.                                              00010900
             10 FD-RCT-ARQUIVO    PIC X(08).                            00011000
             10 FD-RCT-DATA-GER   PIC X(08).                            00011100
             10 FD-RCT-HORA-GER   PIC X(06).                            00011200
          05 FD-RCT-SITUACAO      PIC X(01).                            00011300
             88 FD-RCT-PENDENTE          VALUE 'P'.                     00011400
             88 FD-RCT-UMA-APROVACAO     VALUE '1'.                     00011500
             88 FD-RCT-APROVADA          VALUE 'A'.                     00011600
             88 FD-RCT-TRANSMITIDA       VALUE 'T'.                     00011700
             88 FD-RCT-CANCELADA         VALUE 'C'.                     00011800
             88 FD-RCT-SUBSTITUIDA       VALUE 'S'.                     00011900
             88 FD-RCT-RECUSADA          VALUE 'X'.                     00012000
          05 FD-RCT-DATA-REMESSA  PIC X(08).                            00012100
          05 FD-RCT-QTDE          PIC 9(07).                            00012200
          05 FD-RCT-SOMA          PIC 9(13)V99.                         00012300
          05 FD-RCT-REGISTROS     PIC 9(07).                            00012400
          05 FD-RCT-ASSINATURA    PIC 9(12).                            00012500
          05 FD-RCT-APR1-USUARIO  PIC X(08).                            00012600
          05 FD-RCT-APR1-DATA     PIC X(08).                            00012700
          05 FD-RCT-APR1-HORA     PIC X(06).                            00012800
          05 FD-RCT-APR2-USUARIO  PIC X(08).                            00012900
          05 FD-RCT-APR2-DATA     PIC X(08).                            00013000
          05 FD-RCT-APR2-HORA     PIC X(06).                            00013100
          05 FD-RCT-DATA-SAIDA    PIC X(08).                            00013200
          05 FD-RCT-HORA-SAIDA    PIC X(06).                            00013300
          05 FILLER               PIC X(20).                            00013400
                                                                        00013500
       FD REMAUD                                                        00013600
           RECORDING MODE IS F.                                         00013700
       01 FD-REMAUD.                                                    00013800
          05 FD-AUD-CHAVE.                                              00013900
             10 FD-AUD-DATA       PIC X(08).                            00014000
             10 FD-AUD-HORA       PIC X(06).                            00014100
             10 FD-AUD-ARQUIVO    PIC X(08).                            00014200
             10 FD-AUD-DATA-GER   PIC X(08).                            00014300
             10 FD-AUD-HORA-GER   PIC X(06).                            00014400
             10 FD-AUD-ACAO       PIC X(01).                            00014500
             10 FD-AUD-TAREFA     PIC 9(07).                            00014550
          05 FD-AUD-USUARIO       PIC X(08).                            00014600
          05 FD-AUD-SIT-ANT       PIC X(01).                            00014700
          05 FD-AUD-SIT-NOVA      PIC X(01).                            00014800
          05 FD-AUD-QTDE          PIC 9(07).                            00014900
          05 FD-AUD-SOMA          PIC 9(13)V99.                         00015000
          05 FD-AUD-MOTIVO        PIC X(30).                            00015100
          05 FILLER               PIC X(01).                            00015200
                                                                        00015300
      *-----------------------------------------------------------*     00015400
       WORKING-STORAGE                            SECTION.              00015500
      *-----------------------------------------------------------*     00015600
                                                                        00015700
       77 WRK-FS-REMPEND           PIC X(02)    VALUE ZEROS.            00015800
       77 WRK-FS-REMPEND2          PIC X(02)    VALUE ZEROS.            00015900
       77 WRK-FS-REMBANCO          PIC X(02)    VALUE ZEROS.            00016000
       77 WRK-FS-REMBANC2          PIC X(02)    VALUE ZEROS.            00016100
       77 WRK-FS-REMCTL            PIC X(02)    VALUE ZEROS.            00016200
       77 WRK-FS-REMAUD            PIC X(02)    VALUE ZEROS.            00016300
       77 WRK-FS-ENTRADA           PIC X(02)    VALUE ZEROS.            00016400
       77 WRK-FS-SAIDA             PIC X(02)    VALUE ZEROS.            00016500
       77 WRK-MSG                  PIC X(50)    VALUE SPACES.           00016600
       77 WRK-DATA-HOJE            PIC X(08)    VALUE SPACES.           00016700
       01 WRK-HORA-SISTEMA.                                             00016800
          05 WRK-HORA-AGORA        PIC X(06).                           00016900
          05 FILLER                PIC X(02).                           00017000
                                                                        00017100
       01 WRK-ENTRADA.                                                  00017200
          05 WRK-FUNCAO            PIC X(01).                           00017300
             88 WRK-REGISTRAR              VALUE 'R'.                   00017400
             88 WRK-LIBERAR                VALUE 'L'.                   00017500
          05 FILLER                PIC X(01).                           00017600
          05 WRK-ARQUIVO           PIC X(08).                           00017700
                                                                        00017800
      *     ARQUIVOS DE PAGAMENTO SOB DUPLO CONTROLE E SEU TAMANHO      00017900
       01 WRK-ARQUIVOS-VALIDOS.                                         00018000
          05 FILLER PIC X(11) VALUE 'REMESSA 080'.                      00018100
          05 FILLER PIC X(11) VALUE 'REMESSA2120'.                      00018200
          05 FILLER PIC X(11) VALUE 'REMRESC 080'.                      00018300
          05 FILLER PIC X(11) VALUE 'REMFORN 080'.                      00018400
       01 WRK-TAB-ARQUIVOS REDEFINES WRK-ARQUIVOS-VALIDOS.              00018500
          05 WRK-TAB-ARQ-ITEM OCCURS 4 TIMES.                           00018600
             10 WRK-TAB-ARQ-NOME    PIC X(08).                          00018700
             10 WRK-TAB-ARQ-TAMANHO PIC 9(03).                          00018800
       77 WRK-IDX-ARQ              PIC 9(02)    VALUE ZEROS.            00018900
       77 WRK-TAMANHO              PIC 9(03)    VALUE ZEROS.            00019000
                                                                        00019100
      *     UM REGISTRO DE QUALQUER DAS REMESSAS (80 OU 120)            00019200
       01 WRK-REGISTRO.                                                 00019300
          05 WRK-REG-TIPO          PIC X(01).                           00019400
          05 FILLER                PIC X(119).                          00019500
       01 WRK-REG-CAB REDEFINES WRK-REGISTRO.                           00019600
          05 FILLER                PIC X(01).                           00019700
          05 WRK-CAB-DATA          PIC X(08).                           00019800
          05 FILLER                PIC X(111).                          00019900
       01 WRK-REG-SAL REDEFINES WRK-REGISTRO.                           00020000
          05 FILLER                PIC X(35).                           00020100
          05 WRK-SAL-VALOR         PIC 9(08)V99.                        00020200
          05 FILLER                PIC X(75).                           00020300
       01 WRK-REG-SL2 REDEFINES WRK-REGISTRO.                           00020400
          05 FILLER                PIC X(45).                           00020500
          05 WRK-SL2-VALOR         PIC 9(10)V99.                        00020600
          05 FILLER                PIC X(63).                           00020700
       01 WRK-REG-FOR REDEFINES WRK-REGISTRO.                           00020800
          05 FILLER                PIC X(17).                           00020900
          05 WRK-FOR-VALOR         PIC 9(09)V99.                        00021000
          05 FILLER                PIC X(92).                           00021100
       01 WRK-REG-TRL REDEFINES WRK-REGISTRO.                           00021200
          05 FILLER                PIC X(01).                           00021300
          05 WRK-TRL-TOTAL         PIC 9(07).                           00021400
          05 WRK-TRL-SOMA          PIC 9(13)V99.                        00021500
          05 FILLER                PIC X(97).                           00021600
       01 WRK-REG-BYTES REDEFINES WRK-REGISTRO.                         00021700
          05 WRK-REG-BYTE          PIC X(01) OCCURS 120 TIMES.          00021800
                                                                        00021900
      *     VALOR DE UM BYTE: O BYTE NA METADE BAIXA DE UM BINARIO      00022000
       01 WRK-BYTE-AREA.                                                00022100
          05 WRK-BYTE-ALTO         PIC X(01)    VALUE LOW-VALUES.       00022200
          05 WRK-BYTE              PIC X(01)    VALUE LOW-VALUES.       00022300
       01 WRK-BYTE-VALOR REDEFINES WRK-BYTE-AREA PIC 9(04) COMP.        00022400
       77 WRK-POS                  PIC 9(03)    VALUE ZEROS.            00022500
       01 WRK-SOMA-BYTES           PIC 9(09)    VALUE ZEROS.            00022600
       01 WRK-ASSINATURA           PIC 9(12)    VALUE ZEROS.            00022700
       01 WRK-ASS-TRABALHO         PIC 9(18)    VALUE ZEROS.            00022800
       01 WRK-ASS-QUOCIENTE        PIC 9(18)    VALUE ZEROS.            00022900
       01 WRK-ASS-MODULO           PIC 9(12)    VALUE 999999999989.     00023000
                                                                        00023100
       77 WRK-REG-LIDOS            PIC 9(07)    VALUE ZEROS.            00023200
       77 WRK-QTDE-CAB             PIC 9(07)    VALUE ZEROS.            00023300
       77 WRK-QTDE-DET             PIC 9(07)    VALUE ZEROS.            00023400
       77 WRK-QTDE-TRL             PIC 9(07)    VALUE ZEROS.            00023500
       77 WRK-QTDE-INVALIDOS       PIC 9(07)    VALUE ZEROS.            00023600
       01 WRK-SOMA-DET             PIC 9(13)V99 VALUE ZEROS.            00023700
       77 WRK-TRL-QTDE-LIDA        PIC 9(07)    VALUE ZEROS.            00023800
       01 WRK-TRL-SOMA-LIDA        PIC 9(13)V99 VALUE ZEROS.            00023900
       77 WRK-DATA-REMESSA         PIC X(08)    VALUE SPACES.           00024000
       77 WRK-CAB-POSICAO          PIC X(01)    VALUE 'S'.              00024100
          88 WRK-CAB-NO-INICIO              VALUE 'S'.                  00024200
       77 WRK-TRL-POSICAO          PIC X(01)    VALUE 'N'.              00024300
          88 WRK-TRL-NO-FIM                 VALUE 'S'.                  00024400
       77 WRK-ARQ-CONSISTENTE      PIC X(01)    VALUE 'S'.              00024500
          88 WRK-ARQ-OK                     VALUE 'S'.                  00024600
       77 WRK-MOTIVO               PIC X(30)    VALUE SPACES.           00024700
                                                                        00024800
       01 WRK-CHAVE-ULTIMA         PIC X(22)    VALUE SPACES.           00024900
       77 WRK-SIT-ANTERIOR         PIC X(01)    VALUE SPACES.           00025000
       77 WRK-ACAO                 PIC X(01)    VALUE SPACES.           00025100
       77 WRK-SEQ-TRILHA           PIC 9(07)    VALUE ZEROS.            00025150
       77 WRK-REG-COPIADOS         PIC 9(07)    VALUE ZEROS.            00025200
       77 WRK-REG-SUBSTITUIDAS     PIC 9(07)    VALUE ZEROS.            00025300
       01 WRK-VALOR-EDT            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.            00025400
                                                                        00025500
      *-----------------------------------------------------------*     00025600
                                                                        00025700
      *===========================================================*     00025800
       PROCEDURE                                  DIVISION.             00025900
      *===========================================================*     00026000
                                                                        00026100
      *-------------------------------------------------------*         00026200
       0000-PRINCIPAL                              SECTION.             00026300
      *-------------------------------------------------------*         00026400
                                                                        00026500
            PERFORM 1000-INICIAR.                                       00026600
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-ENTRADA EQUAL '10'.     00026700
            PERFORM 3000-FINALIZAR.                                     00026800
                                                                        00026900
      *-------------------------------------------------------*         00027000
       0000-999-FIM.                               EXIT.                00027100
      *-------------------------------------------------------*         00027200
                                                                        00027300
      *-------------------------------------------------------*         00027400
       1000-INICIAR                               SECTION.              00027500
      *-------------------------------------------------------*         00027600
                                                                        00027700
             ACCEPT WRK-DATA-HOJE    FROM DATE YYYYMMDD.                00027800
             ACCEPT WRK-HORA-SISTEMA FROM TIME.                         00027900
                                                                        00028000
             ACCEPT WRK-ENTRADA FROM SYSIN.                             00028100
             IF NOT WRK-REGISTRAR AND NOT WRK-LIBERAR                   00028200
                MOVE ' FUNCAO DA SYSIN DEVE SER R OU L ' TO WRK-MSG     00028300
                PERFORM 9000-TRATAR-ERROS                               00028400
             END-IF.                                                    00028500
                                                                        00028600
             MOVE ZEROS TO WRK-TAMANHO.                                 00028700
             MOVE 1     TO WRK-IDX-ARQ.                                 00028800
             PERFORM 1100-PROCURAR-ARQUIVO                              00028900
                UNTIL WRK-IDX-ARQ GREATER THAN 4                        00029000
                   OR WRK-TAMANHO NOT EQUAL ZEROS.                      00029100
             IF WRK-TAMANHO EQUAL ZEROS                                 00029200
                MOVE ' ARQUIVO DA SYSIN NAO E REMESSA DE PAGAMENTO '    00029300
                     TO WRK-MSG                                         00029400
                PERFORM 9000-TRATAR-ERROS                               00029500
             END-IF.                                                    00029600
                                                                        00029700
             IF WRK-TAMANHO EQUAL 120                                   00029800
                OPEN INPUT REMPEND2                                     00029900
                MOVE WRK-FS-REMPEND2 TO WRK-FS-ENTRADA                  00030000
             ELSE                                                       00030100
                OPEN INPUT REMPEND                                      00030200
                MOVE WRK-FS-REMPEND  TO WRK-FS-ENTRADA                  00030300
             END-IF.                                                    00030400
             IF WRK-FS-ENTRADA NOT EQUAL '00'                           00030500
                MOVE ' ERRO OPEN DO ARQUIVO PENDENTE ' TO WRK-MSG       00030600
                PERFORM 9000-TRATAR-ERROS                               00030700
             END-IF.                                                    00030800
                                                                        00030900
             OPEN I-O REMCTL.                                           00031000
             IF WRK-FS-REMCTL NOT EQUAL '00'                            00031100
                MOVE ' ERRO OPEN REMCTL ' TO WRK-MSG                    00031200
                PERFORM 9000-TRATAR-ERROS                               00031300
             END-IF.                                                    00031400
                                                                        00031500
             OPEN I-O REMAUD.                                           00031600
             IF WRK-FS-REMAUD NOT EQUAL '00'                            00031700
                MOVE ' ERRO OPEN REMAUD ' TO WRK-MSG                    00031800
                PERFORM 9000-TRATAR-ERROS                               00031900
             END-IF.                                                    00032000
                                                                        00032100
             DISPLAY '===================================='.            00032200
             IF WRK-REGISTRAR                                           00032300
                DISPLAY ' REGISTRO DE REMESSA PENDENTE '                00032400
             ELSE                                                       00032500
                DISPLAY ' LIBERACAO DE REMESSA PARA O BANCO '           00032600
             END-IF.                                                    00032700
             DISPLAY ' ARQUIVO...............: ' WRK-ARQUIVO.           00032800
             DISPLAY '===================================='.            00032900
                                                                        00033000
             PERFORM 1200-LER-REMESSA.                                  00033100
                                                                        00033200
      *-------------------------------------------------------*         00033300
       1000-999-FIM.                              EXIT.                 00033400
      *-------------------------------------------------------*         00033500
                                                                        00033600
      *-------------------------------------------------------*         00033700
       1100-PROCURAR-ARQUIVO                      SECTION.              00033800
      *-------------------------------------------------------*         00033900
                                                                        00034000
             IF WRK-TAB-ARQ-NOME(WRK-IDX-ARQ) EQUAL WRK-ARQUIVO         00034100
                MOVE WRK-TAB-ARQ-TAMANHO(WRK-IDX-ARQ) TO WRK-TAMANHO    00034200
             END-IF.                                                    00034300
             ADD 1 TO WRK-IDX-ARQ.                                      00034400
                                                                        00034500
      *-------------------------------------------------------*         00034600
       1100-999-FIM.                              EXIT.                 00034700
      *-------------------------------------------------------*         00034800
                                                                        00034900
      *-------------------------------------------------------*         00035000
       1200-LER-REMESSA                           SECTION.              00035100
      *-------------------------------------------------------*         00035200
                                                                        00035300
             MOVE SPACES TO WRK-REGISTRO.                               00035400
             IF WRK-TAMANHO EQUAL 120                                   00035500
                READ REMPEND2 INTO WRK-REGISTRO                         00035600
                MOVE WRK-FS-REMPEND2 TO WRK-FS-ENTRADA                  00035700
             ELSE                                                       00035800
                READ REMPEND  INTO WRK-REGISTRO                         00035900
                MOVE WRK-FS-REMPEND  TO WRK-FS-ENTRADA                  00036000
             END-IF.                                                    00036100
             IF WRK-FS-ENTRADA NOT EQUAL '00' AND                       00036200
                WRK-FS-ENTRADA NOT EQUAL '10'                           00036300
                MOVE ' ERRO DE LEITURA NO ARQUIVO PENDENTE ' TO WRK-MSG 00036400
                PERFORM 9000-TRATAR-ERROS                               00036500
             END-IF.                                                    00036600
                                                                        00036700
      *-------------------------------------------------------*         00036800
       1200-999-FIM.                              EXIT.                 00036900
      *-------------------------------------------------------*         00037000
                                                                        00037100
      *---------------------------------------------------------------  00037200
      *    2000-PROCESSAR                                               00037300
      *    CONFERE O TIPO DE CADA REGISTRO (HEADER SO NO INICIO,        00037400
      *    TRAILER SO NO FIM), SOMA OS DETALHES 'D' E 'P' E             00037500
      *    ACUMULA A ASSINATURA.                                        00037600
      *---------------------------------------------------------------  00037700
       2000-PROCESSAR                             SECTION.              00037800
                                                                        00037900
             ADD 1 TO WRK-REG-LIDOS.                                    00038000
             MOVE 'N' TO WRK-TRL-POSICAO.                               00038100
                                                                        00038200
             EVALUATE WRK-REG-TIPO                                      00038300
               WHEN 'H'                                                 00038400
                  ADD 1 TO WRK-QTDE-CAB                                 00038500
                  IF WRK-REG-LIDOS NOT EQUAL 1                          00038600
                     MOVE 'N' TO WRK-CAB-POSICAO                        00038700
                  END-IF                                                00038800
                  MOVE WRK-CAB-DATA TO WRK-DATA-REMESSA                 00038900
               WHEN 'D'                                                 00039000
               WHEN 'P'                                                 00039100
                  ADD 1 TO WRK-QTDE-DET                                 00039200
                  PERFORM 2100-SOMAR-DETALHE                            00039300
               WHEN 'T'                                                 00039400
                  ADD 1 TO WRK-QTDE-TRL                                 00039500
                  MOVE 'S' TO WRK-TRL-POSICAO                           00039600
                  IF WRK-TRL-TOTAL NUMERIC AND WRK-TRL-SOMA NUMERIC     00039700
                     MOVE WRK-TRL-TOTAL TO WRK-TRL-QTDE-LIDA            00039800
                     MOVE WRK-TRL-SOMA  TO WRK-TRL-SOMA-LIDA            00039900
                  ELSE                                                  00040000
                     ADD 1 TO WRK-QTDE-INVALIDOS                        00040100
                  END-IF                                                00040200
               WHEN OTHER                                               00040300
                  ADD 1 TO WRK-QTDE-INVALIDOS                           00040400
             END-EVALUATE.                                              00040500
                                                                        00040600
             PERFORM 2200-CALCULAR-ASSINATURA.                          00040700
             PERFORM 1200-LER-REMESSA.                                  00040800
                                                                        00040900
      *-------------------------------------------------------*         00041000
       2000-999-FIM.                              EXIT.                 00041100
      *-------------------------------------------------------*         00041200
                                                                        00041300
      *---------------------------------------------------------------  00041400
      *    2100-SOMAR-DETALHE                                           00041500
      *    O VALOR DO DETALHE FICA EM POSICAO DIFERENTE EM CADA         00041600
      *    LAYOUT: REMESSA E REMRESC 36-45, REMESSA2 46-57 E            00041700
      *    REMFORN 18-28.                                               00041800
      *---------------------------------------------------------------  00041900
       2100-SOMAR-DETALHE                         SECTION.              00042000
                                                                        00042100
             EVALUATE WRK-ARQUIVO                                       00042200
               WHEN 'REMESSA2'                                          00042300
                  IF WRK-SL2-VALOR NUMERIC                              00042400
                     ADD WRK-SL2-VALOR TO WRK-SOMA-DET                  00042500
                  ELSE                                                  00042600
                     ADD 1 TO WRK-QTDE-INVALIDOS                        00042700
                  END-IF                                                00042800
               WHEN 'REMFORN'                                           00042900
                  IF WRK-FOR-VALOR NUMERIC                              00043000
                     ADD WRK-FOR-VALOR TO WRK-SOMA-DET                  00043100
                  ELSE                                                  00043200
                     ADD 1 TO WRK-QTDE-INVALIDOS                        00043300
                  END-IF                                                00043400
               WHEN OTHER                                               00043500
                  IF WRK-SAL-VALOR NUMERIC                              00043600
                     ADD WRK-SAL-VALOR TO WRK-SOMA-DET                  00043700
                  ELSE                                                  00043800
                     ADD 1 TO WRK-QTDE-INVALIDOS                        00043900
                  END-IF                                                00044000
             END-EVALUATE.                                              00044100
                                                                        00044200
      *-------------------------------------------------------*         00044300
       2100-999-FIM.                              EXIT.                 00044400
      *-------------------------------------------------------*         00044500
                                                                        00044600
      *---------------------------------------------------------------  00044700
      *    2200-CALCULAR-ASSINATURA                                     00044800
      *    CADA REGISTRO VIRA A SOMA DOS SEUS BYTES PESADOS PELA        00044900
      *    POSICAO, E A ASSINATURA E ACUMULADA REGISTRO A REGISTRO      00045000
      *    (ANTERIOR X 31 + REGISTRO, MODULO UM PRIMO DE 12             00045100
      *    DIGITOS): TROCAR UM BYTE, UMA CONTA, UM VALOR OU A           00045200
      *    ORDEM DOS REGISTROS MUDA A ASSINATURA.                       00045300
      *---------------------------------------------------------------  00045400
       2200-CALCULAR-ASSINATURA                   SECTION.              00045500
                                                                        00045600
             MOVE ZEROS TO WRK-SOMA-BYTES.                              00045700
             MOVE 1     TO WRK-POS.                                     00045800
             PERFORM 2210-SOMAR-BYTE                                    00045900
                UNTIL WRK-POS GREATER THAN WRK-TAMANHO.                 00046000
                                                                        00046100
             COMPUTE WRK-ASS-TRABALHO =                                 00046200
                     WRK-ASSINATURA * 31 + WRK-SOMA-BYTES               00046300
             END-COMPUTE.                                               00046400
             DIVIDE WRK-ASS-TRABALHO BY WRK-ASS-MODULO                  00046500
                    GIVING WRK-ASS-QUOCIENTE                            00046600
                    REMAINDER WRK-ASSINATURA.                           00046700
                                                                        00046800
      *-------------------------------------------------------*         00046900
       2200-999-FIM.                              EXIT.                 00047000
      *-------------------------------------------------------*         00047100
                                                                        00047200
      *-------------------------------------------------------*         00047300
       2210-SOMAR-BYTE                            SECTION.              00047400
      *-------------------------------------------------------*         00047500
                                                                        00047600
             MOVE WRK-REG-BYTE(WRK-POS) TO WRK-BYTE.                    00047700
             COMPUTE WRK-SOMA-BYTES =                                   00047800
                     WRK-SOMA-BYTES + WRK-BYTE-VALOR * WRK-POS          00047900
             END-COMPUTE.                                               00048000
             ADD 1 TO WRK-POS.                                          00048100
                                                                        00048200
      *-------------------------------------------------------*         00048300
       2210-999-FIM.                              EXIT.                 00048400
      *-------------------------------------------------------*         00048500
                                                                        00048600
      *-------------------------------------------------------*         00048700
       3000-FINALIZAR                              SECTION.             00048800
      *-------------------------------------------------------*         00048900
                                                                        00049000
             IF WRK-TAMANHO EQUAL 120                                   00049100
                CLOSE REMPEND2                                          00049200
             ELSE                                                       00049300
                CLOSE REMPEND                                           00049400
             END-IF.                                                    00049500
                                                                        00049600
             PERFORM 3100-CONFERIR-ESTRUTURA.                           00049700
                                                                        00049800
             IF WRK-REGISTRAR                                           00049900
                PERFORM 3200-REGISTRAR                                  00050000
             ELSE                                                       00050100
                PERFORM 3300-LIBERAR                                    00050200
             END-IF.                                                    00050300
                                                                        00050400
             CLOSE REMCTL.                                              00050500
             CLOSE REMAUD.                                              00050600
                                                                        00050700
             DISPLAY '===================================='.            00050800
             DISPLAY ' REGISTROS LIDOS.......: ' WRK-REG-LIDOS.         00050900
             DISPLAY ' DATA DA REMESSA.......: ' WRK-DATA-REMESSA.      00051000
             DISPLAY ' QTDE NO TRAILER.......: ' WRK-TRL-QTDE-LIDA.     00051100
             MOVE WRK-TRL-SOMA-LIDA TO WRK-VALOR-EDT.                   00051200
             DISPLAY ' SOMA NO TRAILER.......: ' WRK-VALOR-EDT.         00051300
             DISPLAY ' DETALHES LIDOS........: ' WRK-QTDE-DET.          00051400
             MOVE WRK-SOMA-DET TO WRK-VALOR-EDT.                        00051500
             DISPLAY ' SOMA DOS DETALHES.....: ' WRK-VALOR-EDT.         00051600
             DISPLAY ' ASSINATURA............: ' WRK-ASSINATURA.        00051700
             IF WRK-REGISTRAR                                           00051800
                DISPLAY ' GERACOES SUBSTITUIDAS.: '                     00051900
                         WRK-REG-SUBSTITUIDAS                           00052000
             ELSE                                                       00052100
                DISPLAY ' COPIADOS PARA O BANCO.: ' WRK-REG-COPIADOS    00052200
             END-IF.                                                    00052300
             IF WRK-MOTIVO NOT EQUAL SPACES                             00052400
                DISPLAY ' SITUACAO..............: ' WRK-MOTIVO          00052500
             END-IF.                                                    00052600
             DISPLAY '==================================== '.           00052700
                STOP RUN.                                               00052800
                                                                        00052900
      *-------------------------------------------------------*         00053000
       3000-999-FIM.                              EXIT.                 00053100
      *-------------------------------------------------------*         00053200
                                                                        00053300
      *---------------------------------------------------------------  00053400
      *    3100-CONFERIR-ESTRUTURA                                      00053500
      *    UM HEADER NO INICIO, UM TRAILER NO FIM, NENHUM               00053600
      *    REGISTRO INVALIDO E DETALHES BATENDO COM O TRAILER.          00053700
      *---------------------------------------------------------------  00053800
       3100-CONFERIR-ESTRUTURA                    SECTION.              00053900
                                                                        00054000
             EVALUATE TRUE                                              00054100
               WHEN WRK-REG-LIDOS EQUAL ZEROS                           00054200
                  MOVE 'ARQUIVO VAZIO'          TO WRK-MOTIVO           00054300
               WHEN WRK-QTDE-CAB NOT EQUAL 1 OR NOT WRK-CAB-NO-INICIO   00054400
                  MOVE 'HEADER AUSENTE OU FORA DO INICIO'               00054500
                                                TO WRK-MOTIVO           00054600
               WHEN WRK-QTDE-TRL NOT EQUAL 1 OR NOT WRK-TRL-NO-FIM      00054700
                  MOVE 'TRAILER AUSENTE OU FORA DO FIM'                 00054800
                                                TO WRK-MOTIVO           00054900
               WHEN WRK-QTDE-INVALIDOS GREATER THAN ZEROS               00055000
                  MOVE 'REGISTRO DE TIPO/VALOR INVALIDO'                00055100
                                                TO WRK-MOTIVO           00055200
               WHEN WRK-QTDE-DET NOT EQUAL WRK-TRL-QTDE-LIDA            00055300
                  MOVE 'QTDE NAO BATE COM O TRAILER' TO WRK-MOTIVO      00055400
               WHEN WRK-SOMA-DET NOT EQUAL WRK-TRL-SOMA-LIDA            00055500
                  MOVE 'SOMA NAO BATE COM O TRAILER' TO WRK-MOTIVO      00055600
               WHEN OTHER                                               00055700
                  MOVE SPACES                   TO WRK-MOTIVO           00055800
             END-EVALUATE.                                              00055900
                                                                        00056000
             IF WRK-MOTIVO NOT EQUAL SPACES                             00056100
                MOVE 'N' TO WRK-ARQ-CONSISTENTE                         00056200
             END-IF.                                                    00056300
                                                                        00056400
      *-------------------------------------------------------*         00056500
       3100-999-FIM.                              EXIT.                 00056600
      *-------------------------------------------------------*         00056700
                                                                        00056800
      *---------------------------------------------------------------  00056900
      *    3200-REGISTRAR                                               00057000
      *    ARQUIVO INCONSISTENTE NAO E REGISTRADO (E NUNCA PODERA       00057100
      *    SER LIBERADO); O CONSISTENTE SUBSTITUI A GERACAO             00057200
      *    ANTERIOR AINDA NAO TRANSMITIDA E FICA PENDENTE.              00057300
      *---------------------------------------------------------------  00057400
       3200-REGISTRAR                             SECTION.              00057500
                                                                        00057600
             IF NOT WRK-ARQ-OK                                          00057700
                DISPLAY ' ARQUIVO NAO REGISTRADO: ' WRK-MOTIVO          00057800
                MOVE 8 TO RETURN-CODE                                   00057900
             ELSE                                                       00057966
                PERFORM 3250-GRAVAR-GERACAO                             00058032
             END-IF.                                                    00058100
                                                                        00058111
      *-------------------------------------------------------*         00058122
       3200-999-FIM.                              EXIT.                 00058133
      *-------------------------------------------------------*         00058144
                                                                        00058155
      *-------------------------------------------------------*         00058166
       3250-GRAVAR-GERACAO                        SECTION.              00058177
      *-------------------------------------------------------*         00058188
                                                                        00058200
             PERFORM 3210-SUBSTITUIR-ANTERIORES.                        00058300
                                                                        00058400
             MOVE SPACES            TO FD-REMCTL.                       00058500
             MOVE WRK-ARQUIVO       TO FD-RCT-ARQUIVO.                  00058600
             MOVE WRK-DATA-HOJE     TO FD-RCT-DATA-GER.                 00058700
             MOVE WRK-HORA-AGORA    TO FD-RCT-HORA-GER.                 00058800
             MOVE 'P'               TO FD-RCT-SITUACAO.                 00058900
             MOVE WRK-DATA-REMESSA  TO FD-RCT-DATA-REMESSA.             00059000
             MOVE WRK-TRL-QTDE-LIDA TO FD-RCT-QTDE.                     00059100
             MOVE WRK-TRL-SOMA-LIDA TO FD-RCT-SOMA.                     00059200
             MOVE WRK-REG-LIDOS     TO FD-RCT-REGISTROS.                00059300
             MOVE WRK-ASSINATURA    TO FD-RCT-ASSINATURA.               00059400
             WRITE FD-REMCTL.                                           00059500
             IF WRK-FS-REMCTL NOT EQUAL '00'                            00059600
                MOVE ' ERRO AO GRAVAR NO REMCTL ' TO WRK-MSG            00059700
                PERFORM 9000-TRATAR-ERROS                               00059800
             END-IF.                                                    00059900
                                                                        00060000
             MOVE 'R'               TO WRK-ACAO.                        00060100
             MOVE SPACES            TO WRK-SIT-ANTERIOR.                00060200
             MOVE 'AGUARDA DUAS APROVACOES' TO WRK-MOTIVO.              00060300
             PERFORM 3800-GRAVAR-TRILHA.                                00060400
             DISPLAY ' GERACAO REGISTRADA....: ' FD-RCT-DATA-GER        00060500
                     ' ' FD-RCT-HORA-GER.                               00060600
                                                                        00060700
      *-------------------------------------------------------*         00060800
       3250-999-FIM.                              EXIT.                 00060900
      *-------------------------------------------------------*         00061000
                                                                        00061100
      *-------------------------------------------------------*         00061200
       3210-SUBSTITUIR-ANTERIORES                 SECTION.              00061300
      *-------------------------------------------------------*         00061400
                                                                        00061500
             MOVE WRK-ARQUIVO TO FD-RCT-ARQUIVO.                        00061600
             MOVE LOW-VALUES  TO FD-RCT-DATA-GER.                       00061700
             MOVE LOW-VALUES  TO FD-RCT-HORA-GER.                       00061800
             START REMCTL KEY NOT LESS THAN FD-RCT-CHAVE.               00061900
             IF WRK-FS-REMCTL EQUAL '00'                                00062000
                READ REMCTL NEXT                                        00062100
                PERFORM 3220-SUBSTITUIR-GERACAO                         00062200
                   UNTIL WRK-FS-REMCTL NOT EQUAL '00'                   00062300
                      OR FD-RCT-ARQUIVO NOT EQUAL WRK-ARQUIVO           00062400
             END-IF.                                                    00062500
                                                                        00062600
      *-------------------------------------------------------*         00062700
       3210-999-FIM.                              EXIT.                 00062800
      *-------------------------------------------------------*         00062900
                                                                        00063000
      *-------------------------------------------------------*         00063100
       3220-SUBSTITUIR-GERACAO                    SECTION.              00063200
      *-------------------------------------------------------*         00063300
                                                                        00063400
             IF FD-RCT-PENDENTE OR FD-RCT-UMA-APROVACAO OR              00063500
                FD-RCT-APROVADA                                         00063600
                MOVE FD-RCT-SITUACAO TO WRK-SIT-ANTERIOR                00063700
                MOVE 'S'             TO FD-RCT-SITUACAO                 00063800
                MOVE WRK-DATA-HOJE   TO FD-RCT-DATA-SAIDA               00063900
                MOVE WRK-HORA-AGORA  TO FD-RCT-HORA-SAIDA               00064000
                REWRITE FD-REMCTL                                       00064100
                IF WRK-FS-REMCTL NOT EQUAL '00'                         00064200
                   MOVE ' ERRO AO REGRAVAR NO REMCTL ' TO WRK-MSG       00064300
                   PERFORM 9000-TRATAR-ERROS                            00064400
                END-IF                                                  00064500
                ADD 1 TO WRK-REG-SUBSTITUIDAS                           00064600
                MOVE 'S' TO WRK-ACAO                                    00064700
                MOVE 'SUBSTITUIDA POR NOVA GERACAO' TO WRK-MOTIVO       00064800
                PERFORM 3800-GRAVAR-TRILHA                              00064900
                DISPLAY ' GERACAO SUBSTITUIDA...: ' FD-RCT-DATA-GER     00065000
                        ' ' FD-RCT-HORA-GER ' ERA ' WRK-SIT-ANTERIOR    00065100
             END-IF.                                                    00065200
             READ REMCTL NEXT.                                          00065300
                                                                        00065400
      *-------------------------------------------------------*         00065500
       3220-999-FIM.                              EXIT.                 00065600
      *-------------------------------------------------------*         00065700
                                                                        00065800
      *---------------------------------------------------------------  00065900
      *    3300-LIBERAR                                                 00066000
      *    SO A ULTIMA GERACAO DO ARQUIVO PODE SAIR, E SO COM AS        00066100
      *    DUAS APROVACOES; QUALQUER DIFERENCA ENTRE O ARQUIVO DE       00066200
      *    AGORA E O REGISTRADO RECUSA A GERACAO.                       00066300
      *---------------------------------------------------------------  00066400
       3300-LIBERAR                               SECTION.              00066500
                                                                        00066600
             PERFORM 3310-PROCURAR-ULTIMA.                              00066700
             IF WRK-CHAVE-ULTIMA EQUAL SPACES                           00066800
                DISPLAY ' NENHUMA GERACAO REGISTRADA PARA ' WRK-ARQUIVO 00066900
                MOVE 'GERACAO NAO REGISTRADA' TO WRK-MOTIVO             00067000
                MOVE 8 TO RETURN-CODE                                   00067100
             ELSE                                                       00067166
                PERFORM 3340-CONFERIR-GERACAO                           00067232
             END-IF.                                                    00067300
                                                                        00067308
      *-------------------------------------------------------*         00067316
       3300-999-FIM.                              EXIT.                 00067324
      *-------------------------------------------------------*         00067332
                                                                        00067340
      *---------------------------------------------------------------  00067348
      *    3340-CONFERIR-GERACAO                                        00067356
      *    A GERACAO SO SAI SE ESTIVER APROVADA E O ARQUIVO DE AGORA    00067364
      *    FOR IGUAL AO REGISTRADO; SENAO A LIBERACAO E RECUSADA.       00067372
      *---------------------------------------------------------------  00067380
       3340-CONFERIR-GERACAO                      SECTION.              00067388
                                                                        00067400
             MOVE WRK-CHAVE-ULTIMA TO FD-RCT-CHAVE.                     00067500
             READ REMCTL.                                               00067600
             IF WRK-FS-REMCTL NOT EQUAL '00'                            00067700
                MOVE ' ERRO AO LER O REMCTL ' TO WRK-MSG                00067800
                PERFORM 9000-TRATAR-ERROS                               00067900
             END-IF.                                                    00068000
             MOVE FD-RCT-SITUACAO TO WRK-SIT-ANTERIOR.                  00068100
             DISPLAY ' GERACAO...............: ' FD-RCT-DATA-GER        00068200
                     ' ' FD-RCT-HORA-GER.                               00068300
                                                                        00068400
             IF NOT FD-RCT-APROVADA                                     00068500
                EVALUATE TRUE                                           00068600
                  WHEN FD-RCT-PENDENTE                                  00068700
                     MOVE 'AGUARDA AS DUAS APROVACOES' TO WRK-MOTIVO    00068800
                  WHEN FD-RCT-UMA-APROVACAO                             00068900
                     MOVE 'FALTA A SEGUNDA APROVACAO'  TO WRK-MOTIVO    00069000
                  WHEN FD-RCT-TRANSMITIDA                               00069100
                     MOVE 'GERACAO JA TRANSMITIDA'     TO WRK-MOTIVO    00069200
                  WHEN FD-RCT-CANCELADA                                 00069300
                     MOVE 'GERACAO CANCELADA NA T044'  TO WRK-MOTIVO    00069400
                  WHEN OTHER                                            00069500
                     MOVE 'GERACAO RECUSADA OU INVALIDA' TO WRK-MOTIVO  00069600
                END-EVALUATE                                            00069700
                MOVE 'X' TO WRK-ACAO                                    00069800
                PERFORM 3800-GRAVAR-TRILHA                              00069900
                DISPLAY ' LIBERACAO RECUSADA: ' WRK-MOTIVO              00070000
                MOVE 8 TO RETURN-CODE                                   00070100
             ELSE                                                       00070110
                IF NOT WRK-ARQ-OK                              OR       00070120
                   WRK-REG-LIDOS     NOT EQUAL FD-RCT-REGISTROS  OR     00070130
                   WRK-TRL-QTDE-LIDA NOT EQUAL FD-RCT-QTDE       OR     00070140
                   WRK-TRL-SOMA-LIDA NOT EQUAL FD-RCT-SOMA       OR     00070150
                   WRK-DATA-REMESSA  NOT EQUAL FD-RCT-DATA-REMESSA OR   00070160
                   WRK-ASSINATURA    NOT EQUAL FD-RCT-ASSINATURA        00070170
                   MOVE 'ARQUIVO ALTERADO APOS REGISTRO' TO WRK-MOTIVO  00070180
                   MOVE 'X'            TO FD-RCT-SITUACAO               00070190
                   MOVE WRK-DATA-HOJE  TO FD-RCT-DATA-SAIDA             00070200
                   MOVE WRK-HORA-AGORA TO FD-RCT-HORA-SAIDA             00070210
                   REWRITE FD-REMCTL                                    00070220
                   IF WRK-FS-REMCTL NOT EQUAL '00'                      00070222
                      MOVE ' ERRO AO REGRAVAR NO REMCTL ' TO WRK-MSG    00070224
                      PERFORM 9000-TRATAR-ERROS                         00070226
                   END-IF                                               00070228
                   MOVE 'X' TO WRK-ACAO                                 00070230
                   PERFORM 3800-GRAVAR-TRILHA                           00070240
                   DISPLAY ' LIBERACAO RECUSADA: ' WRK-MOTIVO           00070250
                   MOVE 8 TO RETURN-CODE                                00070260
                ELSE                                                    00070270
                   PERFORM 3350-TRANSMITIR-GERACAO                      00070280
                END-IF                                                  00070290
             END-IF.                                                    00070300
                                                                        00070400
      *-------------------------------------------------------*         00070625
       3340-999-FIM.                              EXIT.                 00070850
      *-------------------------------------------------------*         00071075
                                                                        00071300
      *-------------------------------------------------------*         00071525
       3350-TRANSMITIR-GERACAO                    SECTION.              00071750
      *-------------------------------------------------------*         00071975
                                                                        00072200
             PERFORM 3320-COPIAR-REMESSA.                               00072300
                                                                        00072400
             MOVE 'T'            TO FD-RCT-SITUACAO.                    00072500
             MOVE WRK-DATA-HOJE  TO FD-RCT-DATA-SAIDA.                  00072600
             MOVE WRK-HORA-AGORA TO FD-RCT-HORA-SAIDA.                  00072700
             REWRITE FD-REMCTL.                                         00072800
             IF WRK-FS-REMCTL NOT EQUAL '00'                            00072900
                MOVE ' ERRO AO REGRAVAR NO REMCTL ' TO WRK-MSG          00073000
                PERFORM 9000-TRATAR-ERROS                               00073100
             END-IF.                                                    00073200
             MOVE 'T' TO WRK-ACAO.                                      00073300
             MOVE 'LIBERADA PARA O BANCO' TO WRK-MOTIVO.                00073400
             PERFORM 3800-GRAVAR-TRILHA.                                00073500
             DISPLAY ' APROVADA POR..........: ' FD-RCT-APR1-USUARIO    00073600
                     ' E ' FD-RCT-APR2-USUARIO.                         00073700
                                                                        00073800
      *-------------------------------------------------------*         00073900
       3350-999-FIM.                              EXIT.                 00074000
      *-------------------------------------------------------*         00074100
                                                                        00074200
      *-------------------------------------------------------*         00074300
       3310-PROCURAR-ULTIMA                       SECTION.              00074400
      *-------------------------------------------------------*         00074500
                                                                        00074600
             MOVE SPACES      TO WRK-CHAVE-ULTIMA.                      00074700
             MOVE WRK-ARQUIVO TO FD-RCT-ARQUIVO.                        00074800
             MOVE LOW-VALUES  TO FD-RCT-DATA-GER.                       00074900
             MOVE LOW-VALUES  TO FD-RCT-HORA-GER.                       00075000
             START REMCTL KEY NOT LESS THAN FD-RCT-CHAVE.               00075100
             IF WRK-FS-REMCTL EQUAL '00'                                00075200
                READ REMCTL NEXT                                        00075300
                PERFORM 3315-GUARDAR-CHAVE                              00075400
                   UNTIL WRK-FS-REMCTL NOT EQUAL '00'                   00075500
                      OR FD-RCT-ARQUIVO NOT EQUAL WRK-ARQUIVO           00075600
             END-IF.                                                    00075700
                                                                        00075800
      *-------------------------------------------------------*         00075900
       3310-999-FIM.                              EXIT.                 00076000
      *-------------------------------------------------------*         00076100
                                                                        00076200
      *-------------------------------------------------------*         00076300
       3315-GUARDAR-CHAVE                         SECTION.              00076400
      *-------------------------------------------------------*         00076500
                                                                        00076600
             MOVE FD-RCT-CHAVE TO WRK-CHAVE-ULTIMA.                     00076700
             READ REMCTL NEXT.                                          00076800
                                                                        00076900
      *-------------------------------------------------------*         00077000
       3315-999-FIM.                              EXIT.                 00077100
      *-------------------------------------------------------*         00077200
                                                                        00077300
      *---------------------------------------------------------------  00077400
      *    3320-COPIAR-REMESSA                                          00077500
      *    SEGUNDA LEITURA DO ARQUIVO PENDENTE, JA CONFERIDO,           00077600
      *    COPIADA PARA O DATASET QUE O PASSO DE TRANSMISSAO ENVIA.     00077700
      *---------------------------------------------------------------  00077800
       3320-COPIAR-REMESSA                        SECTION.              00077900
                                                                        00078000
             IF WRK-TAMANHO EQUAL 120                                   00078100
                OPEN INPUT  REMPEND2                                    00078200
                OPEN OUTPUT REMBANC2                                    00078300
                MOVE WRK-FS-REMPEND2 TO WRK-FS-ENTRADA                  00078400
                MOVE WRK-FS-REMBANC2 TO WRK-FS-SAIDA                    00078500
             ELSE                                                       00078600
                OPEN INPUT  REMPEND                                     00078700
                OPEN OUTPUT REMBANCO                                    00078800
                MOVE WRK-FS-REMPEND  TO WRK-FS-ENTRADA                  00078900
                MOVE WRK-FS-REMBANCO TO WRK-FS-SAIDA                    00079000
             END-IF.                                                    00079100
             IF WRK-FS-ENTRADA NOT EQUAL '00' OR                        00079200
                WRK-FS-SAIDA   NOT EQUAL '00'                           00079300
                MOVE ' ERRO OPEN NA COPIA PARA O BANCO ' TO WRK-MSG     00079400
                PERFORM 9000-TRATAR-ERROS                               00079500
             END-IF.                                                    00079600
                                                                        00079700
             PERFORM 1200-LER-REMESSA.                                  00079800
             PERFORM 3330-COPIAR-REGISTRO                               00079900
                UNTIL WRK-FS-ENTRADA EQUAL '10'.                        00080000
                                                                        00080100
             IF WRK-TAMANHO EQUAL 120                                   00080200
                CLOSE REMPEND2                                          00080300
                CLOSE REMBANC2                                          00080400
             ELSE                                                       00080500
                CLOSE REMPEND                                           00080600
                CLOSE REMBANCO                                          00080700
             END-IF.                                                    00080800
                                                                        00080900
      *-------------------------------------------------------*         00081000
       3320-999-FIM.                              EXIT.                 00081100
      *-------------------------------------------------------*         00081200
                                                                        00081300
      *-------------------------------------------------------*         00081400
       3330-COPIAR-REGISTRO                       SECTION.              00081500
      *-------------------------------------------------------*         00081600
                                                                        00081700
             IF WRK-TAMANHO EQUAL 120                                   00081800
                WRITE FD-REMBANC2 FROM WRK-REGISTRO                     00081900
                IF WRK-FS-REMBANC2 NOT EQUAL '00'                       00081920
                   MOVE ' ERRO AO GRAVAR O REMBANC2 ' TO WRK-MSG        00081940
                   PERFORM 9000-TRATAR-ERROS                            00081960
                END-IF                                                  00081980
             ELSE                                                       00082000
                WRITE FD-REMBANCO FROM WRK-REGISTRO                     00082100
                IF WRK-FS-REMBANCO NOT EQUAL '00'                       00082120
                   MOVE ' ERRO AO GRAVAR O REMBANCO ' TO WRK-MSG        00082140
                   PERFORM 9000-TRATAR-ERROS                            00082160
                END-IF                                                  00082180
             END-IF.                                                    00082200
             ADD 1 TO WRK-REG-COPIADOS.                                 00082300
             PERFORM 1200-LER-REMESSA.                                  00082400
                                                                        00082500
      *-------------------------------------------------------*         00082600
       3330-999-FIM.                              EXIT.                 00082700
      *-------------------------------------------------------*         00082800
                                                                        00082900
      *---------------------------------------------------------------  00083000
      *    3800-GRAVAR-TRILHA                                           00083100
      *    TRILHA DA ACAO SOBRE A GERACAO CORRENTE DO REMCTL;           00083200
      *    ACAO, SITUACAO ANTERIOR E MOTIVO PREENCHIDOS POR QUEM        00083300
      *    CHAMA. SEM TRILHA O LOTE AVISA, MAS NAO PARA.                00083400
      *---------------------------------------------------------------  00083500
       3800-GRAVAR-TRILHA                         SECTION.              00083600
                                                                        00083700
             MOVE SPACES            TO FD-REMAUD.                       00083800
             MOVE WRK-DATA-HOJE     TO FD-AUD-DATA.                     00083900
             MOVE WRK-HORA-AGORA    TO FD-AUD-HORA.                     00084000
             MOVE FD-RCT-ARQUIVO    TO FD-AUD-ARQUIVO.                  00084100
             MOVE FD-RCT-DATA-GER   TO FD-AUD-DATA-GER.                 00084200
             MOVE FD-RCT-HORA-GER   TO FD-AUD-HORA-GER.                 00084300
             MOVE WRK-ACAO          TO FD-AUD-ACAO.                     00084400
             ADD 1                  TO WRK-SEQ-TRILHA.                  00084433
             MOVE WRK-SEQ-TRILHA    TO FD-AUD-TAREFA.                   00084466
             MOVE 'FR03CB56'        TO FD-AUD-USUARIO.                  00084500
             MOVE WRK-SIT-ANTERIOR  TO FD-AUD-SIT-ANT.                  00084600
             MOVE FD-RCT-SITUACAO   TO FD-AUD-SIT-NOVA.                 00084700
             MOVE FD-RCT-QTDE       TO FD-AUD-QTDE.                     00084800
             MOVE FD-RCT-SOMA       TO FD-AUD-SOMA.                     00084900
             MOVE WRK-MOTIVO        TO FD-AUD-MOTIVO.                   00085000
             WRITE FD-REMAUD.                                           00085100
             IF WRK-FS-REMAUD NOT EQUAL '00'                            00085200
                DISPLAY ' SEM TRILHA NO REMAUD, STATUS ' WRK-FS-REMAUD  00085300
             END-IF.                                                    00085400
                                                                        00085500
      *-------------------------------------------------------*         00085600
       3800-999-FIM.                              EXIT.                 00085700
      *-------------------------------------------------------*         00085800
                                                                        00085900
      *-------------------------------------------------------*         00086000
       9000-TRATAR-ERROS                           SECTION.             00086100
      *-------------------------------------------------------*         00086200
                                                                        00086300
             DISPLAY '-----------------------------'.                   00086400
             DISPLAY WRK-MSG.                                           00086500
             DISPLAY '-----------------------------'.                   00086600
             MOVE 12 TO RETURN-CODE.                                    00086700
                STOP RUN.                                               00086800
                                                                        00086900
      *-------------------------------------------------------*         00087000
       9000-999-FIM.                              EXIT.                 00087100
      *-------------------------------------------------------*         00087200
