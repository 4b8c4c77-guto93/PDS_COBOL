      *=========================================*                       00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=========================================*                       00000300
                                                                        00000400
       PROGRAM-ID.  ARQ032.                                             00000500
                                                                        00000600
      *=======================================================*         00000700
      *     AUTOR   : AUGUSTO MARTINS                                   00000800
      *     EMPRESA : FOURSYS                                           00000900
      *-------------------------------------------------------*         00001000
      *     DATA   : 26/06/2023                                         00001100
      *     OBJETIVO: MANUTENCAO DOS ITENS DE PEDIDO DE COMPRA          00001200
      *              (PEDCOMP, ARQ013) PELO COMPRADOR -- LE O           00001300
      *              ARQUIVO DE TRANSACOES PCTRAN E APLICA:             00001400
      *              Q-TROCA DA QUANTIDADE PEDIDA, D-TROCA DA           00001500
      *              DATA PROMETIDA PELO FORNECEDOR E                   00001600
      *              C-CANCELAMENTO DO SALDO DO ITEM. TODA              00001700
      *              TRANSACAO (APLICADA OU REJEITADA) GRAVA UM         00001800
      *              REGISTRO DE AUDITORIA EM PCAUDIT COM A             00001900
      *              IMAGEM ANTES/DEPOIS, O USUARIO E O MOTIVO;         00002000
      *              A APLICADA GERA AINDA O AVISO DE ALTERACAO         00002100
      *              AVISOFOR PARA SER ENVIADO AO FORNECEDOR.           00002200
      *-------------------------------------------------------*         00002300
      *     SO ITEM A-ABERTO OU P-PARCIAL ACEITA MANUTENCAO.            00002400
      *     A QUANTIDADE NOVA NAO PODE FICAR ABAIXO DO JA               00002500
      *     RECEBIDO; IGUAL AO RECEBIDO ENCERRA O ITEM (E).             00002600
      *     A DATA PROMETIDA (AAAAMMDD) TEM DE SER VALIDA               00002700
      *     (DATASERV, FUNCAO 01) E NAO PODE SER ANTERIOR A             00002800
      *     HOJE; ELA VAI PARA FD-PED-DATA-PREVISTA, NO ANTIGO          00002900
      *     FILLER DO PEDCOMP, QUE O ACOMPANHAMENTO DE ATRASO           00003000
      *     ARQ033 USA NO LUGAR DO PRAZO DO FORNMSTR. O                 00003100
      *     CANCELAMENTO LEVA O ITEM A C-CANCELADO, O QUE O             00003200
      *     RECEBIMENTO ARQ014 JA IGNORA.                               00003300
      *=======================================================*         00003400
                                                                        00003500
      *=======================================================*         00003600
       ENVIRONMENT                               DIVISION.              00003700
      *=======================================================*         00003800
       INPUT-OUTPUT                              SECTION.               00003900
       FILE-CONTROL.                                                    00004000
             SELECT PCTRAN    ASSIGN TO PCTRAN                          00004100
                FILE STATUS  IS WRK-FS-PCTRAN.                          00004200
             SELECT PEDCOMP   ASSIGN TO PEDCOMP                         00004300
                ORGANIZATION IS INDEXED                                 00004400
                ACCESS MODE  IS RANDOM                                  00004500
                RECORD KEY   IS FD-PED-CHAVE                            00004600
                FILE STATUS  IS WRK-FS-PEDCOMP.                         00004700
             SELECT FORNMSTR  ASSIGN TO FORNMSTR                        00004800
                ORGANIZATION IS INDEXED                                 00004900
                ACCESS MODE  IS RANDOM                                  00005000
                RECORD KEY   IS FD-FM-CODIGO                            00005100
                FILE STATUS  IS WRK-FS-FORNMSTR.                        00005200
             SELECT PCAUDIT   ASSIGN TO PCAUDIT                         00005300
                FILE STATUS  IS WRK-FS-PCAUDIT.                         00005400
             SELECT AVISOFOR  ASSIGN TO AVISOFOR                        00005500
                FILE STATUS  IS WRK-FS-AVISOFOR.                        00005600
      *=======================================================*         00005700
       DATA                                      DIVISION.              00005800
      *=======================================================*         00005900
       FILE                                      SECTION.               00006000
       FD PCTRAN                                                        00006100
           RECORDING MODE IS F                                          00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
       01 FD-PCTRAN.                                                    00006400
          05 FD-PCT-TIPO          PIC X(01).                            00006500
             88 FD-PCT-QUANTIDADE       VALUE 'Q'.                      00006600
             88 FD-PCT-DATA-PROMETIDA   VALUE 'D'.                      00006700
             88 FD-PCT-CANCELAMENTO     VALUE 'C'.                      00006800
          05 FD-PCT-PEDIDO        PIC 9(06).                            00006900
          05 FD-PCT-ITEM          PIC 9(03).                            00007000
          05 FD-PCT-QTDE          PIC 9(05).                            00007100
          05 FD-PCT-DATA          PIC X(08).                            00007200
          05 FD-PCT-USUARIO       PIC X(08).                            00007300
          05 FD-PCT-MOTIVO        PIC X(30).                            00007400
          05 FILLER               PIC X(19).                            00007500
                                                                        00007600
       FD PEDCOMP                                                       00007700
           RECORDING MODE IS F                                          00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
       01 FD-PEDCOMP.                                                   00008000
          05 FD-PED-CHAVE.                                              00008100
             10 FD-PED-NUMERO     PIC 9(06).                            00008200
             10 FD-PED-ITEM       PIC 9(03).                            00008300
          05 FD-PED-FORNECEDOR    PIC X(06).                            00008400
          05 FD-PED-CODIGO        PIC X(06).                            00008500
          05 FD-PED-DESCRICAO     PIC X(30).                            00008600
          05 FD-PED-QTDE-PEDIDA   PIC 9(05).                            00008700
          05 FD-PED-QTDE-RECEBIDA PIC 9(05).                            00008800
          05 FD-PED-SITUACAO      PIC X(01).                            00008900
             88 FD-PED-ABERTO           VALUE 'A'.                      00009000
             88 FD-PED-PARCIAL          VALUE 'P'.                      00009100
             88 FD-PED-ENCERRADO        VALUE 'E'.                      00009200
             88 FD-PED-CANCELADO        VALUE 'C'.                      00009300
          05 FD-PED-DATA-EMISSAO  PIC X(08).                            00009400
          05 FD-PED-DATA-PREVISTA PIC 9(08) COMP-3.                     00009500
          05 FILLER               PIC X(05).                            00009600
                                                                        00009700
       FD FORNMSTR                                                      00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-FORNMSTR.                                                  00010100
          05 FD-FM-CODIGO         PIC X(06).                            00010200
          05 FD-FM-NOME           PIC X(30).                            00010300
          05 FD-FM-CNPJ           PIC X(14).                            00010400
          05 FD-FM-PRAZO-ENTREGA  PIC 9(03).                            00010500
          05 FD-FM-VALOR-MINIMO   PIC 9(07)V99.                         00010600
          05 FD-FM-ATIVO          PIC X(01).                            00010700
             88 FD-FM-ESTA-ATIVO        VALUE 'S'.                      00010800
          05 FD-FM-DATA-ULT-MOV   PIC X(08).                            00010900
          05 FILLER               PIC X(08).                            00010950
                                                                        00011000
       FD PCAUDIT                                                       00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-PCAUDIT.                                                   00011400
          05 FD-PAU-DATA          PIC X(08).                            00011500
          05 FD-PAU-HORA          PIC X(06).                            00011600
          05 FD-PAU-USUARIO       PIC X(08).                            00011700
          05 FD-PAU-TIPO          PIC X(01).                            00011800
          05 FD-PAU-PEDIDO        PIC 9(06).                            00011900
          05 FD-PAU-ITEM          PIC 9(03).                            00012000
          05 FD-PAU-FORNECEDOR    PIC X(06).                            00012100
          05 FD-PAU-PRODUTO       PIC X(06).                            00012200
          05 FD-PAU-QTDE-ANT      PIC 9(05).                            00012300
          05 FD-PAU-QTDE-NOV      PIC 9(05).                            00012400
          05 FD-PAU-DATA-ANT      PIC 9(08).                            00012500
          05 FD-PAU-DATA-NOV      PIC 9(08).                            00012600
          05 FD-PAU-SIT-ANT       PIC X(01).                            00012700
          05 FD-PAU-SIT-NOV       PIC X(01).                            00012800
          05 FD-PAU-DISPOSICAO    PIC X(01).                            00012900
             88 FD-PAU-APLICADA         VALUE 'A'.                      00013000
             88 FD-PAU-REJEITADA        VALUE 'R'.                      00013100
          05 FD-PAU-MOTIVO        PIC X(30).                            00013200
          05 FD-PAU-REJEICAO      PIC X(30).                            00013300
          05 FILLER               PIC X(07).                            00013400
                                                                        00013500
       FD AVISOFOR                                                      00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-AVISOFOR.                                                  00013900
          05 FD-AVF-FORNECEDOR    PIC X(06).                            00014000
          05 FD-AVF-NOME          PIC X(30).                            00014100
          05 FD-AVF-PEDIDO        PIC 9(06).                            00014200
          05 FD-AVF-ITEM          PIC 9(03).                            00014300
          05 FD-AVF-PRODUTO       PIC X(06).                            00014400
          05 FD-AVF-DESCRICAO     PIC X(30).                            00014500
          05 FD-AVF-TIPO          PIC X(01).                            00014600
          05 FD-AVF-QTDE-ANT      PIC 9(05).                            00014700
          05 FD-AVF-QTDE-NOVA     PIC 9(05).                            00014800
          05 FD-AVF-DATA-NOVA     PIC 9(08).                            00014900
          05 FD-AVF-MOTIVO        PIC X(30).                            00015000
          05 FD-AVF-DATA          PIC X(08).                            00015100
          05 FILLER               PIC X(02).                            00015200
      *---------------------------------------------------              00015300
       WORKING-STORAGE                           SECTION.               00015400
      *---------------------------------------------------              00015500
       77 WRK-FS-PCTRAN   PIC X(02) VALUE ZEROS.                        00015600
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE ZEROS.                        00015700
       77 WRK-FS-FORNMSTR PIC X(02) VALUE ZEROS.                        00015800
       77 WRK-FS-PCAUDIT  PIC X(02) VALUE ZEROS.                        00015900
       77 WRK-FS-AVISOFOR PIC X(02) VALUE ZEROS.                        00016000
       77 WRK-MSG         PIC X(50) VALUE SPACES.                       00016100
       77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.                       00016200
       77 WRK-HORA-AGORA  PIC X(08) VALUE SPACES.                       00016300
                                                                        00016400
       77 WRK-PROG-DATASERV PIC X(08) VALUE 'DATASERV'.                 00016500
       01 WRK-DSV-AREA.                                                 00016600
          05 WRK-DSV-DATA-1    PIC X(10).                               00016700
          05 WRK-DSV-DATA-2    PIC X(10).                               00016800
          05 WRK-DSV-DIAS-UTEIS PIC 9(05).                              00016900
          05 WRK-DSV-CLASSE    PIC X(01).                               00017000
       77 WRK-DSV-FUNCAO    PIC X(02) VALUE '01'.                       00017100
       77 WRK-DSV-RETORNO   PIC X(02) VALUE SPACES.                     00017200
                                                                        00017300
       01 WRK-DATA-TRAN.                                                00017400
          05 WRK-DTR-ANO       PIC X(04).                               00017500
          05 WRK-DTR-MES       PIC X(02).                               00017600
          05 WRK-DTR-DIA       PIC X(02).                               00017700
                                                                        00017800
       77 WRK-TRN-STATUS     PIC X(01) VALUE 'S'.                       00017900
          88 WRK-TRN-OK              VALUE 'S'.                         00018000
          88 WRK-TRN-INVALIDA        VALUE 'N'.                         00018100
       77 WRK-REJEICAO       PIC X(30) VALUE SPACES.                    00018200
                                                                        00018300
       77 WRK-QTDE-ANT       PIC 9(05) VALUE ZEROS.                     00018400
       77 WRK-DATA-ANT       PIC 9(08) VALUE ZEROS.                     00018500
       77 WRK-SIT-ANT        PIC X(01) VALUE SPACES.                    00018600
       77 WRK-DATA-NOVA      PIC 9(08) VALUE ZEROS.                     00018700
       77 WRK-NOME-FORN      PIC X(30) VALUE SPACES.                    00018800
                                                                        00018900
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00019000
       77 WRK-REG-QTDE       PIC 9(07) VALUE ZEROS.                     00019100
       77 WRK-REG-DATA       PIC 9(07) VALUE ZEROS.                     00019200
       77 WRK-REG-CANCELADOS PIC 9(07) VALUE ZEROS.                     00019300
       77 WRK-REG-REJEITADOS PIC 9(07) VALUE ZEROS.                     00019400
       77 WRK-REG-AVISOS     PIC 9(07) VALUE ZEROS.                     00019500
      *=========================================*                       00019600
       PROCEDURE DIVISION.                                              00019700
      *=========================================*                       00019800
                                                                        00019900
      *-------------------------------------------------------------*   00020000
       0000-PRINCIPAL                     SECTION.                      00020100
      *-------------------------------------------------------------*   00020200
                                                                        00020300
            PERFORM 1000-INICIAR.                                       00020400
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PCTRAN EQUAL '10'.      00020500
            PERFORM 3000-FINALIZAR.                                     00020600
                                                                        00020700
      *-------------------------------------------------------------*   00020800
       0000-99-FIM.                       EXIT.                         00020900
      *-------------------------------------------------------------*   00021000
                                                                        00021100
      *-------------------------------------------------------------*   00021200
       1000-INICIAR                       SECTION.                      00021300
      *-------------------------------------------------------------*   00021400
                                                                        00021500
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00021600
            ACCEPT WRK-HORA-AGORA FROM TIME.                            00021700
                                                                        00021800
            OPEN INPUT PCTRAN.                                          00021900
            IF WRK-FS-PCTRAN NOT EQUAL '00'                             00022000
               MOVE ' ERRO OPEN PCTRAN ' TO WRK-MSG                     00022100
               PERFORM 9000-TRATAR-ERROS                                00022200
            END-IF.                                                     00022300
                                                                        00022400
            OPEN I-O PEDCOMP.                                           00022500
            IF WRK-FS-PEDCOMP NOT EQUAL '00'                            00022600
               MOVE ' ERRO OPEN PEDCOMP ' TO WRK-MSG                    00022700
               PERFORM 9000-TRATAR-ERROS                                00022800
            END-IF.                                                     00022900
                                                                        00023000
            OPEN INPUT FORNMSTR.                                        00023100
            IF WRK-FS-FORNMSTR NOT EQUAL '00'                           00023200
               MOVE ' ERRO OPEN FORNMSTR ' TO WRK-MSG                   00023300
               PERFORM 9000-TRATAR-ERROS                                00023400
            END-IF.                                                     00023500
                                                                        00023600
            OPEN OUTPUT PCAUDIT.                                        00023700
            IF WRK-FS-PCAUDIT NOT EQUAL '00'                            00023800
               MOVE ' ERRO OPEN PCAUDIT ' TO WRK-MSG                    00023900
               PERFORM 9000-TRATAR-ERROS                                00024000
            END-IF.                                                     00024100
                                                                        00024200
            OPEN OUTPUT AVISOFOR.                                       00024300
            IF WRK-FS-AVISOFOR NOT EQUAL '00'                           00024400
               MOVE ' ERRO OPEN AVISOFOR ' TO WRK-MSG                   00024500
               PERFORM 9000-TRATAR-ERROS                                00024600
            END-IF.                                                     00024700
                                                                        00024800
            DISPLAY '------------------------------------------'.       00024900
            DISPLAY ' MANUTENCAO DE PEDIDOS DE COMPRA '.                00025000
            DISPLAY ' DATA DO PROCESSAMENTO: ' WRK-DATA-HOJE.           00025100
            DISPLAY '------------------------------------------'.       00025200
                                                                        00025300
            READ PCTRAN.                                                00025400
                                                                        00025500
      *-------------------------------------------------------------*   00025600
       1000-99-FIM.                       EXIT.                         00025700
      *-------------------------------------------------------------*   00025800
                                                                        00025900
      *-------------------------------------------------------------*   00026000
       2000-PROCESSAR                     SECTION.                      00026100
      *-------------------------------------------------------------*   00026200
                                                                        00026300
            IF WRK-FS-PCTRAN EQUAL ZEROS                                00026400
               ADD 1 TO WRK-REG-LIDOS                                   00026500
               SET WRK-TRN-OK TO TRUE                                   00026600
               MOVE SPACES TO WRK-REJEICAO                              00026700
               PERFORM 2100-LER-ITEM                                    00026800
               IF WRK-TRN-OK                                            00026900
                  EVALUATE TRUE                                         00027000
                    WHEN FD-PCT-QUANTIDADE                              00027100
                       PERFORM 2200-TROCAR-QUANTIDADE                   00027200
                    WHEN FD-PCT-DATA-PROMETIDA                          00027300
                       PERFORM 2300-TROCAR-DATA                         00027400
                    WHEN FD-PCT-CANCELAMENTO                            00027500
                       PERFORM 2400-CANCELAR-ITEM                       00027600
                    WHEN OTHER                                          00027700
                       SET WRK-TRN-INVALIDA TO TRUE                     00027800
                       MOVE 'TIPO DE TRANSACAO INVALIDO'                00027900
                         TO WRK-REJEICAO                                00028000
                  END-EVALUATE                                          00028100
               END-IF                                                   00028200
               IF WRK-TRN-OK                                            00028300
                  PERFORM 2500-REGRAVAR-ITEM                            00028400
               END-IF                                                   00028500
               PERFORM 2600-GRAVAR-AUDITORIA                            00028600
               IF WRK-TRN-OK                                            00028700
                  PERFORM 2700-GRAVAR-AVISO                             00028800
               ELSE                                                     00028900
                  ADD 1 TO WRK-REG-REJEITADOS                           00029000
                  DISPLAY ' REJEITADA: ' FD-PCT-PEDIDO '/'              00029100
                          FD-PCT-ITEM ' ' FD-PCT-TIPO ' '               00029200
                          WRK-REJEICAO                                  00029300
               END-IF                                                   00029400
            END-IF.                                                     00029500
                                                                        00029600
            READ PCTRAN.                                                00029700
                                                                        00029800
      *-------------------------------------------------------------*   00029900
       2000-99-FIM.                       EXIT.                         00030000
      *-------------------------------------------------------------*   00030100
                                                                        00030200
      *---------------------------------------------------------------  00030300
      *    2100-LER-ITEM                                                00030400
      *    SO ITEM EXISTENTE, ABERTO OU PARCIAL, ACEITA MANUTENCAO.     00030500
      *    A IMAGEM ANTES FICA GUARDADA PARA A AUDITORIA.               00030600
      *---------------------------------------------------------------  00030700
       2100-LER-ITEM                      SECTION.                      00030800
                                                                        00030900
            MOVE ZEROS  TO WRK-QTDE-ANT WRK-DATA-ANT.                   00031000
            MOVE SPACES TO WRK-SIT-ANT.                                 00031100
            MOVE FD-PCT-PEDIDO TO FD-PED-NUMERO.                        00031200
            MOVE FD-PCT-ITEM   TO FD-PED-ITEM.                          00031300
            READ PEDCOMP.                                               00031400
            EVALUATE WRK-FS-PEDCOMP                                     00031500
              WHEN '00'                                                 00031600
                 IF FD-PED-DATA-PREVISTA NOT NUMERIC                    00031700
                    MOVE ZEROS TO FD-PED-DATA-PREVISTA                  00031800
                 END-IF                                                 00031900
                 MOVE FD-PED-QTDE-PEDIDA   TO WRK-QTDE-ANT              00032000
                 MOVE FD-PED-DATA-PREVISTA TO WRK-DATA-ANT              00032100
                 MOVE FD-PED-SITUACAO      TO WRK-SIT-ANT               00032200
                 IF NOT FD-PED-ABERTO AND NOT FD-PED-PARCIAL            00032300
                    SET WRK-TRN-INVALIDA TO TRUE                        00032400
                    MOVE 'ITEM ENCERRADO OU CANCELADO'                  00032500
                      TO WRK-REJEICAO                                   00032600
                 END-IF                                                 00032700
              WHEN '23'                                                 00032800
                 SET WRK-TRN-INVALIDA TO TRUE                           00032900
                 MOVE SPACES TO FD-PEDCOMP                              00033000
                 MOVE FD-PCT-PEDIDO TO FD-PED-NUMERO                    00033100
                 MOVE FD-PCT-ITEM   TO FD-PED-ITEM                      00033200
                 MOVE ZEROS TO FD-PED-QTDE-PEDIDA                       00033300
                               FD-PED-QTDE-RECEBIDA                     00033400
                               FD-PED-DATA-PREVISTA                     00033500
                 MOVE 'PEDIDO/ITEM NAO CADASTRADO'                      00033600
                   TO WRK-REJEICAO                                      00033700
              WHEN OTHER                                                00033800
                 MOVE ' ERRO READ PEDCOMP ' TO WRK-MSG                  00033900
                 PERFORM 9000-TRATAR-ERROS                              00034000
            END-EVALUATE.                                               00034100
                                                                        00034200
      *-------------------------------------------------------------*   00034300
       2100-99-FIM.                       EXIT.                         00034400
      *-------------------------------------------------------------*   00034500
                                                                        00034600
      *---------------------------------------------------------------  00034700
      *    2200-TROCAR-QUANTIDADE                                       00034800
      *    QUANTIDADE ZERADA E CANCELAMENTO, NAO TROCA. A SITUACAO      00034900
      *    NOVA SAI DO CONFRONTO COM O QUE JA FOI RECEBIDO.             00035000
      *---------------------------------------------------------------  00035100
       2200-TROCAR-QUANTIDADE             SECTION.                      00035200
                                                                        00035300
            EVALUATE TRUE                                               00035400
              WHEN FD-PCT-QTDE NOT NUMERIC                              00035500
                 OR FD-PCT-QTDE EQUAL ZEROS                             00035600
                 SET WRK-TRN-INVALIDA TO TRUE                           00035700
                 MOVE 'QTDE ZERADA - USE CANCELAMENTO'                  00035800
                   TO WRK-REJEICAO                                      00035900
              WHEN FD-PCT-QTDE LESS THAN FD-PED-QTDE-RECEBIDA           00036000
                 SET WRK-TRN-INVALIDA TO TRUE                           00036100
                 MOVE 'QTDE MENOR QUE O JA RECEBIDO'                    00036200
                   TO WRK-REJEICAO                                      00036300
              WHEN FD-PCT-QTDE EQUAL FD-PED-QTDE-PEDIDA                 00036400
                 SET WRK-TRN-INVALIDA TO TRUE                           00036500
                 MOVE 'QTDE IGUAL A DO PEDIDO'                          00036600
                   TO WRK-REJEICAO                                      00036700
              WHEN OTHER                                                00036800
                 MOVE FD-PCT-QTDE TO FD-PED-QTDE-PEDIDA                 00036900
                 EVALUATE TRUE                                          00037000
                   WHEN FD-PED-QTDE-RECEBIDA EQUAL                      00037100
                        FD-PED-QTDE-PEDIDA                              00037200
                      MOVE 'E' TO FD-PED-SITUACAO                       00037300
                   WHEN FD-PED-QTDE-RECEBIDA GREATER ZEROS              00037400
                      MOVE 'P' TO FD-PED-SITUACAO                       00037500
                   WHEN OTHER                                           00037600
                      MOVE 'A' TO FD-PED-SITUACAO                       00037700
                 END-EVALUATE                                           00037800
                 ADD 1 TO WRK-REG-QTDE                                  00037900
            END-EVALUATE.                                               00038000
                                                                        00038100
      *-------------------------------------------------------------*   00038200
       2200-99-FIM.                       EXIT.                         00038300
      *-------------------------------------------------------------*   00038400
                                                                        00038500
      *---------------------------------------------------------------  00038600
      *    2300-TROCAR-DATA                                             00038700
      *    A DATA PROMETIDA PASSA PELA VALIDACAO DA DATASERV (NO        00038800
      *    FORMATO AAAA-MM-DD) E NAO PODE SER ANTERIOR A HOJE.          00038900
      *---------------------------------------------------------------  00039000
       2300-TROCAR-DATA                   SECTION.                      00039100
                                                                        00039200
            MOVE FD-PCT-DATA TO WRK-DATA-TRAN.                          00039300
            STRING WRK-DTR-ANO '-' WRK-DTR-MES '-' WRK-DTR-DIA          00039400
                   DELIMITED BY SIZE INTO WRK-DSV-DATA-1.               00039500
            MOVE '01' TO WRK-DSV-FUNCAO.                                00039600
            CALL WRK-PROG-DATASERV USING WRK-DSV-AREA                   00039700
                                         WRK-DSV-FUNCAO                 00039800
                                         WRK-DSV-RETORNO.               00039900
            EVALUATE TRUE                                               00040000
              WHEN FD-PCT-DATA NOT NUMERIC                              00040100
                OR WRK-DSV-RETORNO NOT EQUAL '00'                       00040200
                 SET WRK-TRN-INVALIDA TO TRUE                           00040300
                 MOVE 'DATA PROMETIDA INVALIDA'                         00040400
                   TO WRK-REJEICAO                                      00040500
              WHEN FD-PCT-DATA LESS THAN WRK-DATA-HOJE                  00040600
                 SET WRK-TRN-INVALIDA TO TRUE                           00040700
                 MOVE 'DATA PROMETIDA JA PASSOU'                        00040800
                   TO WRK-REJEICAO                                      00040900
              WHEN OTHER                                                00041000
                 MOVE FD-PCT-DATA   TO WRK-DATA-NOVA                    00041100
                 IF WRK-DATA-NOVA EQUAL FD-PED-DATA-PREVISTA            00041200
                    SET WRK-TRN-INVALIDA TO TRUE                        00041300
                    MOVE 'DATA IGUAL A JA PROMETIDA'                    00041400
                      TO WRK-REJEICAO                                   00041500
                 ELSE                                                   00041600
                    MOVE WRK-DATA-NOVA TO FD-PED-DATA-PREVISTA          00041700
                    ADD 1 TO WRK-REG-DATA                               00041800
                 END-IF                                                 00041900
            END-EVALUATE.                                               00042000
                                                                        00042100
      *-------------------------------------------------------------*   00042200
       2300-99-FIM.                       EXIT.                         00042300
      *-------------------------------------------------------------*   00042400
                                                                        00042500
      *-------------------------------------------------------------*   00042600
       2400-CANCELAR-ITEM                 SECTION.                      00042700
      *-------------------------------------------------------------*   00042800
                                                                        00042900
            MOVE 'C' TO FD-PED-SITUACAO.                                00043000
            ADD 1 TO WRK-REG-CANCELADOS.                                00043100
                                                                        00043200
      *-------------------------------------------------------------*   00043300
       2400-99-FIM.                       EXIT.                         00043400
      *-------------------------------------------------------------*   00043500
                                                                        00043600
      *-------------------------------------------------------------*   00043700
       2500-REGRAVAR-ITEM                 SECTION.                      00043800
      *-------------------------------------------------------------*   00043900
                                                                        00044000
            REWRITE FD-PEDCOMP.                                         00044100
            IF WRK-FS-PEDCOMP NOT EQUAL '00'                            00044200
               MOVE ' ERRO REWRITE PEDCOMP ' TO WRK-MSG                 00044300
               PERFORM 9000-TRATAR-ERROS                                00044400
            END-IF.                                                     00044500
                                                                        00044600
      *-------------------------------------------------------------*   00044700
       2500-99-FIM.                       EXIT.                         00044800
      *-------------------------------------------------------------*   00044900
                                                                        00045000
      *---------------------------------------------------------------  00045100
      *    2600-GRAVAR-AUDITORIA                                        00045200
      *    IMAGEM ANTES/DEPOIS DE QUANTIDADE, DATA PROMETIDA E          00045300
      *    SITUACAO; NA REJEITADA O DEPOIS REPETE O ANTES.              00045400
      *---------------------------------------------------------------  00045500
       2600-GRAVAR-AUDITORIA              SECTION.                      00045600
                                                                        00045700
            MOVE SPACES               TO FD-PCAUDIT.                    00045800
            MOVE WRK-DATA-HOJE        TO FD-PAU-DATA.                   00045900
            MOVE WRK-HORA-AGORA(1:6)  TO FD-PAU-HORA.                   00046000
            MOVE FD-PCT-USUARIO       TO FD-PAU-USUARIO.                00046100
            MOVE FD-PCT-TIPO          TO FD-PAU-TIPO.                   00046200
            MOVE FD-PCT-PEDIDO        TO FD-PAU-PEDIDO.                 00046300
            MOVE FD-PCT-ITEM          TO FD-PAU-ITEM.                   00046400
            MOVE FD-PED-FORNECEDOR    TO FD-PAU-FORNECEDOR.             00046500
            MOVE FD-PED-CODIGO        TO FD-PAU-PRODUTO.                00046600
            MOVE WRK-QTDE-ANT         TO FD-PAU-QTDE-ANT.               00046700
            MOVE WRK-DATA-ANT         TO FD-PAU-DATA-ANT.               00046800
            MOVE WRK-SIT-ANT          TO FD-PAU-SIT-ANT.                00046900
            MOVE FD-PCT-MOTIVO        TO FD-PAU-MOTIVO.                 00047000
            IF WRK-TRN-OK                                               00047100
               MOVE FD-PED-QTDE-PEDIDA   TO FD-PAU-QTDE-NOV             00047200
               MOVE FD-PED-DATA-PREVISTA TO FD-PAU-DATA-NOV             00047300
               MOVE FD-PED-SITUACAO      TO FD-PAU-SIT-NOV              00047400
               MOVE 'A'                  TO FD-PAU-DISPOSICAO           00047500
            ELSE                                                        00047600
               MOVE WRK-QTDE-ANT         TO FD-PAU-QTDE-NOV             00047700
               MOVE WRK-DATA-ANT         TO FD-PAU-DATA-NOV             00047800
               MOVE WRK-SIT-ANT          TO FD-PAU-SIT-NOV              00047900
               MOVE 'R'                  TO FD-PAU-DISPOSICAO           00048000
               MOVE WRK-REJEICAO         TO FD-PAU-REJEICAO             00048100
            END-IF.                                                     00048200
            WRITE FD-PCAUDIT.                                           00048300
            IF WRK-FS-PCAUDIT NOT EQUAL '00'                            00048400
               MOVE ' ERRO WRITE PCAUDIT ' TO WRK-MSG                   00048500
               PERFORM 9000-TRATAR-ERROS                                00048600
            END-IF.                                                     00048700
                                                                        00048800
      *-------------------------------------------------------------*   00048900
       2600-99-FIM.                       EXIT.                         00049000
      *-------------------------------------------------------------*   00049100
                                                                        00049200
      *---------------------------------------------------------------  00049300
      *    2700-GRAVAR-AVISO                                            00049400
      *    AVISO AO FORNECEDOR COM O NOME DO FORNMSTR; FORNECEDOR       00049500
      *    FORA DO CADASTRO SAI COM O NOME EM BRANCO.                   00049600
      *---------------------------------------------------------------  00049700
       2700-GRAVAR-AVISO                  SECTION.                      00049800
                                                                        00049900
            MOVE FD-PED-FORNECEDOR TO FD-FM-CODIGO.                     00050000
            READ FORNMSTR.                                              00050100
            IF WRK-FS-FORNMSTR EQUAL '00'                               00050200
               MOVE FD-FM-NOME TO WRK-NOME-FORN                         00050300
            ELSE                                                        00050400
               MOVE SPACES TO WRK-NOME-FORN                             00050500
            END-IF.                                                     00050600
                                                                        00050700
            MOVE SPACES               TO FD-AVISOFOR.                   00050800
            MOVE FD-PED-FORNECEDOR    TO FD-AVF-FORNECEDOR.             00050900
            MOVE WRK-NOME-FORN        TO FD-AVF-NOME.                   00051000
            MOVE FD-PED-NUMERO        TO FD-AVF-PEDIDO.                 00051100
            MOVE FD-PED-ITEM          TO FD-AVF-ITEM.                   00051200
            MOVE FD-PED-CODIGO        TO FD-AVF-PRODUTO.                00051300
            MOVE FD-PED-DESCRICAO     TO FD-AVF-DESCRICAO.              00051400
            MOVE FD-PCT-TIPO          TO FD-AVF-TIPO.                   00051500
            MOVE WRK-QTDE-ANT         TO FD-AVF-QTDE-ANT.               00051600
            MOVE FD-PED-QTDE-PEDIDA   TO FD-AVF-QTDE-NOVA.              00051700
            MOVE FD-PED-DATA-PREVISTA TO FD-AVF-DATA-NOVA.              00051800
            MOVE FD-PCT-MOTIVO        TO FD-AVF-MOTIVO.                 00051900
            MOVE WRK-DATA-HOJE        TO FD-AVF-DATA.                   00052000
            WRITE FD-AVISOFOR.                                          00052100
            IF WRK-FS-AVISOFOR NOT EQUAL '00'                           00052200
               MOVE ' ERRO WRITE AVISOFOR ' TO WRK-MSG                  00052300
               PERFORM 9000-TRATAR-ERROS                                00052400
            END-IF.                                                     00052500
            ADD 1 TO WRK-REG-AVISOS.                                    00052600
                                                                        00052700
      *-------------------------------------------------------------*   00052800
       2700-99-FIM.                       EXIT.                         00052900
      *-------------------------------------------------------------*   00053000
                                                                        00053100
      *-------------------------------------------------------------*   00053200
       3000-FINALIZAR                     SECTION.                      00053300
      *-------------------------------------------------------------*   00053400
                                                                        00053500
            CLOSE PCTRAN                                                00053600
            CLOSE PEDCOMP                                               00053700
            CLOSE FORNMSTR                                              00053800
            CLOSE PCAUDIT                                               00053900
            CLOSE AVISOFOR.                                             00054000
                                                                        00054100
            DISPLAY '=========================================='.       00054200
            DISPLAY ' TRANSACOES LIDAS.....: ' WRK-REG-LIDOS.           00054300
            DISPLAY ' QTDES ALTERADAS......: ' WRK-REG-QTDE.            00054400
            DISPLAY ' DATAS ALTERADAS......: ' WRK-REG-DATA.            00054500
            DISPLAY ' ITENS CANCELADOS.....: ' WRK-REG-CANCELADOS.      00054600
            DISPLAY ' REJEITADAS...........: ' WRK-REG-REJEITADOS.      00054700
            DISPLAY ' AVISOS AO FORNECEDOR.: ' WRK-REG-AVISOS.          00054800
            DISPLAY '=========================================='.       00054900
                STOP RUN.                                               00055000
                                                                        00055100
      *-------------------------------------------------------------*   00055200
       3000-99-FIM.                       EXIT.                         00055300
      *-------------------------------------------------------------*   00055400
                                                                        00055500
      *-------------------------------------------------------------*   00055600
       9000-TRATAR-ERROS                  SECTION.                      00055700
      *-------------------------------------------------------------*   00055800
                                                                        00055900
             DISPLAY '------------------'                               00056000
             DISPLAY   WRK-MSG                                          00056100
             DISPLAY '------------------'                               00056200
                STOP RUN.                                               00056300
                                                                        00056400
      *-------------------------------------------------------------*   00056500
       9000-99-FIM.            EXIT.                                    00056600
      *-------------------------------------------------------------*   00056700
