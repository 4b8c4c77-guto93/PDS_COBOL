      *===========================================================*     00000100
       IDENTIFICATION                             DIVISION.             00000200
      *===========================================================*     00000300
                                                                        00000400
       PROGRAM-ID.  PARMSERV.                                           00000500
                                                                        00000600
      *===========================================================*     00000700
      *              TREINAMENTO MAINFRAME                              00000800
      *===========================================================*     00000900
                                                                        00001000
      *===========================================================*     00001100
      *                                                                 00001200
      *   PROGRAMADOR: AUGUSTO MARTINS                                  00001300
      *   EMPRESA    : FOURSYS                                          00001400
      *   DATA       : 04/12/2023                                       00001500
      *   OBJETIVO   : SUBROTINA DO CADASTRO CENTRAL DE PARAMETROS,     00001600
      *                CHAMADA NO MESMO ESQUEMA DO DATASERV/DEPSERV     00001700
      *                NO 1000-INICIAR DE CADA LOTE. O KSDS PARMSTOR    00001800
      *                (CHAVE PROGRAMA + NOME DO PARAMETRO, MANTIDO     00001900
      *                NA TELA F03CIP18 COM TRILHA EM PARMAUD)          00002000
      *                SUBSTITUI OS ARQUIVOS DE UM REGISTRO SO          00002100
      *                (FATPARM, PRECPAR, ORCPARM, CTAFOLHA ...) QUE    00002200
      *                CADA LOTE TINHA NO SEU JCL. PARAMETRO USADO      00002300
      *                POR MAIS DE UM LOTE FICA SOB O NOME DO GRUPO     00002400
      *                (COTPARM, CTBPARM, CTAFOLHA) NO LUGAR DO         00002500
      *                PROGRAMA.                                        00002600
      *                O VALOR VALE A PARTIR DA VIGENCIA; ANTES DELA    00002700
      *                VALE O VALOR ANTERIOR GUARDADO NO REGISTRO.      00002800
      *                VALOR NUMERICO E DIGITADO COMO NA TELA           00002900
      *                (EX.: 20,00 OU -1500 OU 0,0150) E DEVOLVIDO      00003000
      *                TAMBEM CONVERTIDO EM PSV-NUMERO.                 00003100
      *                                                                 00003200
      *   PARAMETROS : PSV-AREA    - PSV-PROGRAMA X(08) E PSV-NOME      00003300
      *                X(12) ENTRADA DA FUNCAO 01; PSV-VALOR X(30)      00003400
      *                SAIDA DA 01 E ENTRADA DA 02; PSV-NUMERO          00003500
      *                S9(11)V9(04) E PSV-NUMERICO X(01) (S/N)          00003600
      *                SAIDA DAS DUAS; PSV-VIGENCIA X(08) SAIDA DA      00003700
      *                01 (AAAAMMDD DESDE QUANDO O VALOR VALE).         00003800
      *                PSV-FUNCAO X(02):                                00003900
      *                  01 LER O VALOR VIGENTE HOJE                    00004000
      *                  02 SO CONVERTER PSV-VALOR EM NUMERO            00004100
      *                PSV-RETORNO X(02): 00 OK, 01 PARAMETRO NAO       00004200
      *                CADASTRADO OU SEM VALOR VIGENTE, 02 PARMSTOR     00004300
      *                INDISPONIVEL, 03 FUNCAO INVALIDA. FORA DO 00     00004400
      *                O CHAMADOR FICA COM O SEU VALOR PADRAO.          00004500
      *===========================================================*     00004600
                                                                        00004700
      *===========================================================*     00004800
       ENVIRONMENT                                DIVISION.             00004900
      *===========================================================*     00005000
       CONFIGURATION                              SECTION.              00005100
      *-----------------------------------------------------------*     00005200
       INPUT-OUTPUT                               SECTION.              00005300
       FILE-CONTROL.                                                    00005400
             SELECT PARMSTOR ASSIGN TO PARMSTOR                         00005500
                ORGANIZATION IS INDEXED                                 00005600
                ACCESS MODE  IS RANDOM                                  00005700
                RECORD KEY   IS FD-PRM-CHAVE                            00005800
                FILE STATUS  IS WRK-FS-PARMSTOR.                        00005900
                                                                        00006000
      *===========================================================*     00006100
       DATA                                       DIVISION.             00006200
      *===========================================================*     00006300
       FILE                                       SECTION.              00006400
       FD PARMSTOR                                                      00006500
           RECORDING MODE IS F.                                         00006600
       01 FD-PARMSTOR.                                                  00006700
          05 FD-PRM-CHAVE.                                              00006800
             10 FD-PRM-PROGRAMA   PIC X(08).                            00006900
             10 FD-PRM-NOME       PIC X(12).                            00007000
          05 FD-PRM-TIPO          PIC X(01).                            00007100
          05 FD-PRM-VALOR         PIC X(30).                            00007200
          05 FD-PRM-VIGENCIA      PIC X(08).                            00007300
          05 FD-PRM-VALOR-ANT     PIC X(30).                            00007400
          05 FD-PRM-DESCRICAO     PIC X(40).                            00007500
          05 FD-PRM-USUARIO       PIC X(08).                            00007600
          05 FD-PRM-DATA-ALT      PIC X(08).                            00007700
          05 FD-PRM-HORA-ALT      PIC X(06).                            00007800
          05 FILLER               PIC X(49).                            00007900
                                                                        00008000
      *-----------------------------------------------------------*     00008100
       WORKING-STORAGE                            SECTION.              00008200
      *-----------------------------------------------------------*     00008300
                                                                        00008400
       77 WRK-FS-PARMSTOR        PIC X(02) VALUE ZEROS.                 00008500
       77 WRK-SITUACAO-ARQ       PIC X(01) VALUE 'N'.                   00008600
          88 WRK-ARQ-NAO-ABERTO         VALUE 'N'.                      00008700
          88 WRK-ARQ-ABERTO             VALUE 'A'.                      00008800
          88 WRK-ARQ-INDISPONIVEL       VALUE 'I'.                      00008900
       77 WRK-DATA-HOJE          PIC X(08) VALUE SPACES.                00009000
                                                                        00009100
       77 WRK-POS                PIC 9(02) VALUE ZEROS.                 00009200
       01 WRK-CARACTER           PIC X(01) VALUE SPACES.                00009300
       01 WRK-DIGITO REDEFINES WRK-CARACTER PIC 9(01).                  00009400
       77 WRK-INTEIRO            PIC 9(11) VALUE ZEROS.                 00009500
       77 WRK-DECIMAL            PIC 9(04) VALUE ZEROS.                 00009600
       77 WRK-QTDE-DEC           PIC 9(01) VALUE ZEROS.                 00009700
       77 WRK-SINAL              PIC X(01) VALUE '+'.                   00009800
       77 WRK-VIU-DIGITO         PIC X(01) VALUE 'N'.                   00009900
          88 WRK-TEM-DIGITO             VALUE 'S'.                      00010000
       77 WRK-VIU-VIRGULA        PIC X(01) VALUE 'N'.                   00010100
          88 WRK-TEM-VIRGULA            VALUE 'S'.                      00010200
       77 WRK-VIU-SINAL          PIC X(01) VALUE 'N'.                   00010300
          88 WRK-TEM-SINAL              VALUE 'S'.                      00010400
       77 WRK-ACABOU-NUMERO      PIC X(01) VALUE 'N'.                   00010500
          88 WRK-NUMERO-ACABOU          VALUE 'S'.                      00010600
       77 WRK-INVALIDO           PIC X(01) VALUE 'N'.                   00010700
          88 WRK-NUMERO-INVALIDO        VALUE 'S'.                      00010800
                                                                        00010900
      *-----------------------------------------------------------*     00011000
       LINKAGE                                    SECTION.              00011100
      *-----------------------------------------------------------*     00011200
                                                                        00011300
       01 PSV-AREA.                                                     00011400
          05 PSV-PROGRAMA        PIC X(08).                             00011500
          05 PSV-NOME            PIC X(12).                             00011600
          05 PSV-VALOR           PIC X(30).                             00011700
          05 PSV-NUMERO          PIC S9(11)V9(04).                      00011800
          05 PSV-NUMERICO        PIC X(01).                             00011900
          05 PSV-VIGENCIA        PIC X(08).                             00012000
       01 PSV-FUNCAO             PIC X(02).                             00012100
       01 PSV-RETORNO            PIC X(02).                             00012200
                                                                        00012300
      *===========================================================*     00012400
       PROCEDURE DIVISION USING PSV-AREA, PSV-FUNCAO, PSV-RETORNO.      00012500
      *===========================================================*     00012600
                                                                        00012700
      *-------------------------------------------------------*         00012800
       0000-PRINCIPAL                              SECTION.             00012900
      *-------------------------------------------------------*         00013000
                                                                        00013100
            MOVE '00' TO PSV-RETORNO.                                   00013200
                                                                        00013300
            EVALUATE PSV-FUNCAO                                         00013400
              WHEN '01'                                                 00013500
                 PERFORM 1000-LER-PARAMETRO                             00013600
                 IF PSV-RETORNO EQUAL '00'                              00013700
                    PERFORM 2000-CONVERTER-NUMERO                       00013800
                 END-IF                                                 00013900
              WHEN '02'                                                 00014000
                 PERFORM 2000-CONVERTER-NUMERO                          00014100
              WHEN OTHER                                                00014200
                 MOVE '03' TO PSV-RETORNO                               00014300
            END-EVALUATE.                                               00014400
                                                                        00014500
            GOBACK.                                                     00014600
                                                                        00014700
      *-------------------------------------------------------*         00014800
       0000-999-FIM.                               EXIT.                00014900
      *-------------------------------------------------------*         00015000
                                                                        00015100
      *---------------------------------------------------------------  00015200
      *    1000-LER-PARAMETRO                                           00015300
      *    O PARMSTOR E ABERTO NA PRIMEIRA CHAMADA E FICA ABERTO        00015400
      *    ATE O FIM DO LOTE; SE NAO ABRIR, TODAS AS CHAMADAS           00015500
      *    DEVOLVEM 02 E O LOTE SEGUE COM OS PADROES.                   00015600
      *---------------------------------------------------------------  00015700
       1000-LER-PARAMETRO                          SECTION.             00015800
                                                                        00015900
            MOVE SPACES TO PSV-VALOR.                                   00016000
            MOVE SPACES TO PSV-VIGENCIA.                                00016100
                                                                        00016200
            IF WRK-ARQ-NAO-ABERTO                                       00016300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD                  00016400
               OPEN INPUT PARMSTOR                                      00016500
               IF WRK-FS-PARMSTOR EQUAL '00'                            00016600
                  SET WRK-ARQ-ABERTO TO TRUE                            00016700
               ELSE                                                     00016800
                  SET WRK-ARQ-INDISPONIVEL TO TRUE                      00016900
                  DISPLAY ' PARMSTOR INDISPONIVEL (FS '                 00017000
                          WRK-FS-PARMSTOR ') - VALEM OS PADROES '       00017100
               END-IF                                                   00017200
            END-IF.                                                     00017300
                                                                        00017400
            IF WRK-ARQ-INDISPONIVEL                                     00017500
               MOVE '02' TO PSV-RETORNO                                 00017600
            ELSE                                                        00017666
               PERFORM 1100-BUSCAR-VIGENTE                              00017732
            END-IF.                                                     00017800
                                                                        00017808
      *-------------------------------------------------------*         00017816
       1000-999-FIM.                               EXIT.                00017824
      *-------------------------------------------------------*         00017832
                                                                        00017840
      *---------------------------------------------------------------  00017848
      *    1100-BUSCAR-VIGENTE                                          00017856
      *    VALOR EM VIGOR HOJE: O ATUAL SE A VIGENCIA JA CHEGOU,        00017864
      *    SENAO O ANTERIOR; SEM NENHUM DOS DOIS DEVOLVE 01.            00017872
      *---------------------------------------------------------------  00017880
       1100-BUSCAR-VIGENTE                         SECTION.             00017888
                                                                        00017900
            MOVE PSV-PROGRAMA TO FD-PRM-PROGRAMA.                       00018000
            MOVE PSV-NOME     TO FD-PRM-NOME.                           00018100
            READ PARMSTOR.                                              00018200
            IF WRK-FS-PARMSTOR NOT EQUAL '00'                           00018300
               MOVE '01' TO PSV-RETORNO                                 00018400
            ELSE                                                        00019100
               IF FD-PRM-VIGENCIA NOT GREATER THAN WRK-DATA-HOJE        00019175
                  MOVE FD-PRM-VALOR    TO PSV-VALOR                     00019250
                  MOVE FD-PRM-VIGENCIA TO PSV-VIGENCIA                  00019325
               ELSE                                                     00019400
                  IF FD-PRM-VALOR-ANT EQUAL SPACES                      00019433
                     MOVE '01' TO PSV-RETORNO                           00019466
                  ELSE                                                  00019499
                     MOVE FD-PRM-VALOR-ANT TO PSV-VALOR                 00019532
                  END-IF                                                00019565
               END-IF                                                   00019600
            END-IF.                                                     00019700
                                                                        00019800
      *-------------------------------------------------------*         00019900
       1100-999-FIM.                               EXIT.                00020000
      *-------------------------------------------------------*         00020100
                                                                        00020200
      *---------------------------------------------------------------  00020300
      *    2000-CONVERTER-NUMERO                                        00020400
      *    SINAL OPCIONAL NA FRENTE, DIGITOS, UMA VIRGULA DECIMAL       00020500
      *    (ATE 4 CASAS) E PONTO DE MILHAR IGNORADO. QUALQUER OUTRA     00020600
      *    COISA DEIXA PSV-NUMERICO 'N' E PSV-NUMERO ZERADO.            00020700
      *---------------------------------------------------------------  00020800
       2000-CONVERTER-NUMERO                       SECTION.             00020900
                                                                        00021000
            MOVE ZEROS TO PSV-NUMERO WRK-INTEIRO WRK-DECIMAL            00021100
                          WRK-QTDE-DEC.                                 00021200
            MOVE 'N'   TO PSV-NUMERICO.                                 00021300
            MOVE '+'   TO WRK-SINAL.                                    00021400
            MOVE 'N'   TO WRK-VIU-DIGITO WRK-VIU-VIRGULA                00021500
                          WRK-VIU-SINAL WRK-ACABOU-NUMERO               00021600
                          WRK-INVALIDO.                                 00021700
                                                                        00021800
            MOVE 1 TO WRK-POS.                                          00021900
            PERFORM 2100-TRATAR-CARACTER                                00022000
               UNTIL WRK-POS GREATER THAN 30                            00022100
                  OR WRK-NUMERO-INVALIDO.                               00022200
                                                                        00022300
            IF WRK-TEM-DIGITO AND NOT WRK-NUMERO-INVALIDO               00022400
               COMPUTE PSV-NUMERO = WRK-INTEIRO                         00022500
                                  + WRK-DECIMAL / ( 10 ** WRK-QTDE-DEC )00022600
               IF WRK-SINAL EQUAL '-'                                   00022700
                  COMPUTE PSV-NUMERO = PSV-NUMERO * -1                  00022800
               END-IF                                                   00022900
               MOVE 'S' TO PSV-NUMERICO                                 00023000
            END-IF.                                                     00023100
                                                                        00023200
      *-------------------------------------------------------*         00023300
       2000-999-FIM.                               EXIT.                00023400
      *-------------------------------------------------------*         00023500
                                                                        00023600
      *-------------------------------------------------------*         00023700
       2100-TRATAR-CARACTER                        SECTION.             00023800
      *-------------------------------------------------------*         00023900
                                                                        00024000
            MOVE PSV-VALOR(WRK-POS:1) TO WRK-CARACTER.                  00024100
                                                                        00024200
            EVALUATE TRUE                                               00024300
              WHEN WRK-CARACTER EQUAL SPACE                             00024400
                 IF WRK-TEM-DIGITO OR WRK-TEM-SINAL OR                  00024500
                    WRK-TEM-VIRGULA                                     00024600
                    SET WRK-NUMERO-ACABOU TO TRUE                       00024700
                 END-IF                                                 00024800
              WHEN WRK-NUMERO-ACABOU                                    00024900
                 SET WRK-NUMERO-INVALIDO TO TRUE                        00025000
              WHEN ( WRK-CARACTER EQUAL '-' OR                          00025100
                     WRK-CARACTER EQUAL '+' ) AND                       00025200
                   NOT WRK-TEM-SINAL AND NOT WRK-TEM-DIGITO AND         00025300
                   NOT WRK-TEM-VIRGULA                                  00025400
                 MOVE WRK-CARACTER TO WRK-SINAL                         00025500
                 SET WRK-TEM-SINAL TO TRUE                              00025600
              WHEN WRK-CARACTER EQUAL ',' AND NOT WRK-TEM-VIRGULA       00025700
                 SET WRK-TEM-VIRGULA TO TRUE                            00025800
              WHEN WRK-CARACTER EQUAL '.' AND NOT WRK-TEM-VIRGULA       00025900
                 CONTINUE                                               00026000
              WHEN WRK-CARACTER NUMERIC                                 00026100
                 SET WRK-TEM-DIGITO TO TRUE                             00026200
                 IF WRK-TEM-VIRGULA                                     00026300
                    IF WRK-QTDE-DEC LESS THAN 4                         00026400
                       ADD 1 TO WRK-QTDE-DEC                            00026500
                       COMPUTE WRK-DECIMAL = WRK-DECIMAL * 10           00026600
                                           + WRK-DIGITO                 00026700
                    ELSE                                                00026800
                       SET WRK-NUMERO-INVALIDO TO TRUE                  00026900
                    END-IF                                              00027000
                 ELSE                                                   00027100
                    IF WRK-INTEIRO GREATER THAN 9999999999              00027200
                       SET WRK-NUMERO-INVALIDO TO TRUE                  00027300
                    ELSE                                                00027400
                       COMPUTE WRK-INTEIRO = WRK-INTEIRO * 10           00027500
                                           + WRK-DIGITO                 00027600
                    END-IF                                              00027700
                 END-IF                                                 00027800
              WHEN OTHER                                                00027900
                 SET WRK-NUMERO-INVALIDO TO TRUE                        00028000
            END-EVALUATE.                                               00028100
                                                                        00028200
            ADD 1 TO WRK-POS.                                           00028300
                                                                        00028400
      *-------------------------------------------------------*         00028500
       2100-999-FIM.                               EXIT.                00028600
      *-------------------------------------------------------*         00028700
