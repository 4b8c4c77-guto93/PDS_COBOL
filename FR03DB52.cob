      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB52.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 04/09/2023                                       00001200
      *     OBJETIVO : CICLO ANUAL DE MERITO, PASSO 1 (PROPOSTA)        00001300
      *              : -- PARA CADA FUNCIONARIO ATIVO DE                00001400
      *              : FOUR001.FUNC CRUZA A NOTA DE DESEMPENHO          00001500
      *              : (MERNOTA) COM O QUARTIL DO SALARIO NA            00001600
      *              : FAIXA DO SETOR (FAIXASAL) NA MATRIZ DE           00001700
      *              : MERITO (MERMATRI) E PROPOE O AUMENTO.            00001800
      *              : O TOTAL DO SETOR RESPEITA O ORCAMENTO            00001900
      *              : (MERORCA): ESTOURANDO, TODAS AS PROPOSTAS        00002000
      *              : DO SETOR SAO REDUZIDAS NA MESMA PROPORCAO.       00002100
      *              : PROPOSTA QUE PASSA DO MAXIMO DA FAIXA SAI        00002200
      *              : MARCADA. GERA A PLANILHA DOS GESTORES            00002300
      *              : (RELMERIT) E O ARQUIVO MERPROP, QUE OS           00002400
      *              : GESTORES DEVOLVEM APROVADO PARA O FR03DB53.      00002500
      *-------------------------------------------------------*         00002600
      *     QUARTIL: (SALARIO - MINIMO) / (MAXIMO - MINIMO) EM          00002700
      *     QUATRO PARTES; ABAIXO DO MINIMO CONTA COMO 1 E ACIMA        00002800
      *     DO MAXIMO COMO 4. SEM NOTA OU SEM FAIXA NAO HA              00002900
      *     AUMENTO. SETOR SEM ORCAMENTO NAO TEM LIMITE (AVISO).        00003000
      *=======================================================*         00003100
      *=======================================================*         00003200
       ENVIRONMENT                                    DIVISION.         00003300
      *=======================================================*         00003400
       CONFIGURATION                                  SECTION.          00003500
      *=======================================================*         00003600
                                                                        00003700
          SPECIAL-NAMES.                                                00003800
              DECIMAL-POINT IS COMMA.                                   00003900
                                                                        00004000
      *=======================================================*         00004100
       INPUT-OUTPUT                                   SECTION.          00004200
       FILE-CONTROL.                                                    00004300
             SELECT FAIXASAL ASSIGN TO FAIXASAL                         00004400
                FILE STATUS  IS WRK-FS-FAIXASAL.                        00004500
             SELECT MERNOTA  ASSIGN TO MERNOTA                          00004600
                FILE STATUS  IS WRK-FS-MERNOTA.                         00004700
             SELECT MERMATRI ASSIGN TO MERMATRI                         00004800
                FILE STATUS  IS WRK-FS-MERMATRI.                        00004900
             SELECT MERORCA  ASSIGN TO MERORCA                          00005000
                FILE STATUS  IS WRK-FS-MERORCA.                         00005100
             SELECT MERPROP  ASSIGN TO MERPROP                          00005200
                FILE STATUS  IS WRK-FS-MERPROP.                         00005300
             SELECT RELMERIT ASSIGN TO RELMERIT                         00005400
                FILE STATUS  IS WRK-FS-RELMERIT.                        00005500
      *=======================================================*         00005600
       DATA                                       DIVISION.             00005700
      *=======================================================*         00005800
                                                                        00005900
      *-------------------------------------------------------*         00006000
       FILE                                       SECTION.              00006100
      *-------------------------------------------------------*         00006200
       FD FAIXASAL                                                      00006300
           RECORDING MODE IS F                                          00006400
           BLOCK CONTAINS 0 RECORDS.                                    00006500
       01 FD-FAIXASAL.                                                  00006600
          05 FD-FXA-SETOR     PIC X(04).                                00006700
          05 FD-FXA-MINIMO    PIC 9(08)V99.                             00006800
          05 FD-FXA-MAXIMO    PIC 9(08)V99.                             00006900
                                                                        00007000
       FD MERNOTA                                                       00007100
           RECORDING MODE IS F                                          00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
       01 FD-MERNOTA.                                                   00007400
          05 FD-NOT-ID        PIC 9(04).                                00007500
          05 FD-NOT-NOTA      PIC X(01).                                00007600
          05 FILLER           PIC X(15).                                00007700
                                                                        00007800
      *    UMA LINHA POR NOTA (1 A 5) COM O PERCENTUAL DE CADA          00007900
      *    QUARTIL DA FAIXA                                             00008000
       FD MERMATRI                                                      00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-MERMATRI.                                                  00008400
          05 FD-MAT-NOTA      PIC X(01).                                00008500
          05 FD-MAT-PERC      PIC 9(02)V99 OCCURS 4 TIMES.              00008600
          05 FILLER           PIC X(03).                                00008700
                                                                        00008800
      *    ORCAMENTO DE MERITO DO SETOR: AUMENTO MENSAL TOTAL           00008900
       FD MERORCA                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-MERORCA.                                                   00009300
          05 FD-ORC-SETOR     PIC X(04).                                00009400
          05 FD-ORC-VALOR     PIC 9(08)V99.                             00009500
          05 FILLER           PIC X(06).                                00009600
                                                                        00009700
       FD MERPROP                                                       00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-MERPROP.                                                   00010100
          05 FD-PRP-ID           PIC 9(04).                             00010200
          05 FD-PRP-SETOR        PIC X(04).                             00010300
          05 FD-PRP-NOTA         PIC X(01).                             00010400
          05 FD-PRP-QUARTIL      PIC 9(01).                             00010500
          05 FD-PRP-SALARIO      PIC 9(08)V99.                          00010600
          05 FD-PRP-PERC         PIC 9(02)V99.                          00010700
          05 FD-PRP-AUMENTO      PIC 9(08)V99.                          00010800
          05 FD-PRP-SALARIO-NOVO PIC 9(08)V99.                          00010900
          05 FD-PRP-ACIMA-TETO   PIC X(01).                             00011000
          05 FD-PRP-REDUZIDO     PIC X(01).                             00011100
          05 FD-PRP-APROVADO     PIC X(01).                             00011200
          05 FILLER              PIC X(33).                             00011300
                                                                        00011400
       FD RELMERIT                                                      00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-RELMERIT             PIC X(80).                            00011800
                                                                        00011900
      *-------------------------------------------------------*         00012000
       WORKING-STORAGE                            SECTION.              00012100
      *-------------------------------------------------------*         00012200
                                                                        00012300
      *-------------------------------------------------------*         00012400
        01 FILLER                          PIC X(050)   VALUE           00012500
                '*******AREA DE SQL ******'.                            00012600
      *-------------------------------------------------------*         00012700
                                                                        00012800
           EXEC SQL                                                     00012900
                INCLUDE SQLCA                                           00013000
           END-EXEC.                                                    00013100
                                                                        00013200
      *-------------------------------------------------------*         00013300
        01 FILLER                          PIC X(050)   VALUE           00013400
                '*******AREA DE AUXILIARES********'.                    00013500
      *-------------------------------------------------------*         00013600
                                                                        00013700
       77 WRK-SQLCODE         PIC -999.                                 00013800
                                                                        00013900
       01 DB2-FUNC-ID         PIC S9(04) COMP VALUE ZEROS.              00014000
       01 DB2-FUNC-NOME       PIC X(30) VALUE SPACES.                   00014100
       01 DB2-FUNC-SETOR      PIC X(04) VALUE SPACES.                   00014200
       01 DB2-FUNC-SALARIO    PIC S9(08)V99 COMP-3 VALUE ZEROS.         00014300
                                                                        00014400
       77 WRK-FS-FAIXASAL     PIC X(02) VALUE SPACES.                   00014500
       77 WRK-FS-MERNOTA      PIC X(02) VALUE SPACES.                   00014600
       77 WRK-FS-MERMATRI     PIC X(02) VALUE SPACES.                   00014700
       77 WRK-FS-MERORCA      PIC X(02) VALUE SPACES.                   00014800
       77 WRK-FS-MERPROP      PIC X(02) VALUE SPACES.                   00014900
       77 WRK-FS-RELMERIT     PIC X(02) VALUE SPACES.                   00015000
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00015100
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00015200
                                                                        00015300
       01 WRK-TAB-FAIXAS.                                               00015400
          05 WRK-TAB-FXA-ITEM OCCURS 50 TIMES.                          00015500
             10 WRK-TAB-FXA-SETOR  PIC X(04).                           00015600
             10 WRK-TAB-FXA-MIN    PIC 9(08)V99.                        00015700
             10 WRK-TAB-FXA-MAX    PIC 9(08)V99.                        00015800
       77 WRK-QTDE-FAIXAS    PIC 9(02) VALUE ZEROS.                     00015900
       77 WRK-IDX-FXA        PIC 9(02) VALUE ZEROS.                     00016000
       77 WRK-FAIXA-ACHADA   PIC X(01) VALUE 'N'.                       00016100
          88 WRK-FXA-FOI-ACHADA       VALUE 'S'.                        00016200
          88 WRK-FXA-NAO-ACHADA       VALUE 'N'.                        00016300
                                                                        00016400
      *    NOTA POR MATRICULA, INDEXADA PELO PROPRIO ID                 00016500
       01 WRK-TAB-NOTAS.                                                00016600
          05 WRK-TAB-NOTA    PIC X(01) OCCURS 9999 TIMES.               00016700
       77 WRK-QTDE-NOTAS     PIC 9(05) VALUE ZEROS.                     00016800
       77 WRK-NOTAS-INVALID  PIC 9(05) VALUE ZEROS.                     00016900
                                                                        00017000
       01 WRK-TAB-MATRIZ.                                               00017100
          05 WRK-TAB-MAT-NOTA OCCURS 5 TIMES.                           00017200
             10 WRK-TAB-MAT-PERC PIC 9(02)V99 OCCURS 4 TIMES.           00017300
       77 WRK-NOTA-NUM       PIC 9(01) VALUE ZEROS.                     00017400
                                                                        00017500
       01 WRK-TAB-ORCAMENTO.                                            00017600
          05 WRK-TAB-ORC-ITEM OCCURS 50 TIMES.                          00017700
             10 WRK-TAB-ORC-SETOR  PIC X(04).                           00017800
             10 WRK-TAB-ORC-VALOR  PIC 9(08)V99.                        00017900
       77 WRK-QTDE-ORCAMENTOS PIC 9(02) VALUE ZEROS.                    00018000
       77 WRK-IDX-ORC        PIC 9(02) VALUE ZEROS.                     00018100
       77 WRK-ORC-ACHADO     PIC X(01) VALUE 'N'.                       00018200
          88 WRK-ORC-FOI-ACHADO       VALUE 'S'.                        00018300
          88 WRK-ORC-NAO-ACHADO       VALUE 'N'.                        00018400
                                                                        00018500
      *    PROPOSTAS DO SETOR CORRENTE, GUARDADAS ATE A QUEBRA          00018600
      *    PARA O AJUSTE AO ORCAMENTO                                   00018700
       01 WRK-TAB-PROPOSTAS.                                            00018800
          05 WRK-TAB-PRP-ITEM OCCURS 500 TIMES.                         00018900
             10 WRK-TAB-PRP-ID        PIC 9(04).                        00019000
             10 WRK-TAB-PRP-NOME      PIC X(20).                        00019100
             10 WRK-TAB-PRP-NOTA      PIC X(01).                        00019200
             10 WRK-TAB-PRP-QUARTIL   PIC 9(01).                        00019300
             10 WRK-TAB-PRP-SALARIO   PIC 9(08)V99.                     00019400
             10 WRK-TAB-PRP-PERC      PIC 9(02)V99.                     00019500
             10 WRK-TAB-PRP-AUMENTO   PIC 9(08)V99.                     00019600
             10 WRK-TAB-PRP-NOVO      PIC 9(08)V99.                     00019700
             10 WRK-TAB-PRP-TETO      PIC X(01).                        00019800
             10 WRK-TAB-PRP-REDUZIDO  PIC X(01).                        00019900
       77 WRK-QTDE-PROPOSTAS PIC 9(03) VALUE ZEROS.                     00020000
       77 WRK-IDX-PRP        PIC 9(03) VALUE ZEROS.                     00020100
                                                                        00020200
       77 WRK-SETOR-ANT      PIC X(04) VALUE SPACES.                    00020300
       01 WRK-POSICAO        PIC S9(03) COMP VALUE ZEROS.               00020400
       01 WRK-QUARTIL        PIC 9(01) VALUE ZEROS.                     00020500
       01 WRK-PERC           PIC 9(02)V99 VALUE ZEROS.                  00020600
       01 WRK-AUMENTO        PIC 9(08)V99 COMP-3 VALUE ZEROS.           00020700
       01 WRK-FATOR          PIC 9(01)V9(06) COMP-3 VALUE ZEROS.        00020800
       01 WRK-SET-AUMENTO    PIC 9(10)V99 COMP-3 VALUE ZEROS.           00020900
       01 WRK-SET-ORCAMENTO  PIC 9(10)V99 COMP-3 VALUE ZEROS.           00021000
       01 WRK-TOT-AUMENTO    PIC 9(12)V99 COMP-3 VALUE ZEROS.           00021100
       01 WRK-TOT-EDT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.        00021200
                                                                        00021300
       77 WRK-REG-LIDOS      PIC 9(07) VALUE ZEROS.                     00021400
       77 WRK-REG-PROPOSTAS  PIC 9(07) VALUE ZEROS.                     00021500
       77 WRK-REG-SEM-NOTA   PIC 9(07) VALUE ZEROS.                     00021600
       77 WRK-REG-SEM-FAIXA  PIC 9(07) VALUE ZEROS.                     00021700
       77 WRK-REG-ACIMA-TETO PIC 9(07) VALUE ZEROS.                     00021800
       77 WRK-REG-REDUZIDOS  PIC 9(07) VALUE ZEROS.                     00021900
       77 WRK-SET-REDUZIDOS  PIC 9(05) VALUE ZEROS.                     00022000
                                                                        00022100
       01 WRK-LIN-CAB.                                                  00022200
          05 FILLER           PIC X(40) VALUE                           00022300
                'PLANILHA DE MERITO - PROPOSTA DE AUMENTO'.             00022400
          05 FILLER           PIC X(10) VALUE                           00022500
                '  EMISSAO '.                                           00022600
          05 WRK-LCB-DATA     PIC X(08).                                00022700
          05 FILLER           PIC X(22) VALUE SPACES.                   00022800
                                                                        00022900
       01 WRK-LIN-SETOR.                                                00023000
          05 FILLER           PIC X(07) VALUE 'SETOR: '.                00023100
          05 WRK-LST-SETOR    PIC X(04).                                00023200
          05 FILLER           PIC X(09) VALUE '  FAIXA: '.              00023300
          05 WRK-LST-MINIMO   PIC ZZZZZZZ9,99.                          00023400
          05 FILLER           PIC X(03) VALUE ' A '.                    00023500
          05 WRK-LST-MAXIMO   PIC ZZZZZZZ9,99.                          00023600
          05 FILLER           PIC X(35) VALUE SPACES.                   00023700
                                                                        00023800
       01 WRK-LIN-COLUNAS.                                              00023900
          05 FILLER           PIC X(40) VALUE                           00024000
                'ID   NOME                 N Q     SALARI'.             00024100
          05 FILLER           PIC X(40) VALUE                           00024200
                'O   PCT    AUMENTO   NOVO SAL. T R      '.             00024300
                                                                        00024400
       01 WRK-LIN-DETALHE.                                              00024500
          05 WRK-LDT-ID       PIC 9(04).                                00024600
          05 FILLER           PIC X(01) VALUE SPACES.                   00024700
          05 WRK-LDT-NOME     PIC X(20).                                00024800
          05 FILLER           PIC X(01) VALUE SPACES.                   00024900
          05 WRK-LDT-NOTA     PIC X(01).                                00025000
          05 FILLER           PIC X(01) VALUE SPACES.                   00025100
          05 WRK-LDT-QUARTIL  PIC 9(01).                                00025200
          05 FILLER           PIC X(01) VALUE SPACES.                   00025300
          05 WRK-LDT-SALARIO  PIC ZZZZZZZ9,99.                          00025400
          05 FILLER           PIC X(01) VALUE SPACES.                   00025500
          05 WRK-LDT-PERC     PIC Z9,99.                                00025600
          05 FILLER           PIC X(01) VALUE SPACES.                   00025700
          05 WRK-LDT-AUMENTO  PIC ZZZZZZ9,99.                           00025800
          05 FILLER           PIC X(01) VALUE SPACES.                   00025900
          05 WRK-LDT-NOVO     PIC ZZZZZZZ9,99.                          00026000
          05 FILLER           PIC X(01) VALUE SPACES.                   00026100
          05 WRK-LDT-TETO     PIC X(01).                                00026200
          05 FILLER           PIC X(01) VALUE SPACES.                   00026300
          05 WRK-LDT-REDUZIDO PIC X(01).                                00026400
          05 FILLER           PIC X(06) VALUE SPACES.                   00026500
                                                                        00026600
       01 WRK-LIN-TOTAL.                                                00026700
          05 FILLER           PIC X(12) VALUE 'TOTAL SETOR '.           00026800
          05 WRK-LTT-SETOR    PIC X(04).                                00026900
          05 FILLER           PIC X(10) VALUE ' AUMENTO: '.             00027000
          05 WRK-LTT-AUMENTO  PIC ZZZZZZZZZ9,99.                        00027100
          05 FILLER           PIC X(12) VALUE ' ORCAMENTO: '.           00027200
          05 WRK-LTT-ORCAMENTO PIC X(13).                               00027300
          05 FILLER           PIC X(16) VALUE SPACES.                   00027400
       01 WRK-ORCAMENTO-EDT  PIC ZZZZZZZZZ9,99.                         00027500
                                                                        00027600
       01 WRK-LIN-LEGENDA.                                              00027700
          05 FILLER           PIC X(40) VALUE                           00027800
                'T = NOVO SALARIO ACIMA DO MAXIMO DA FAIX'.             00027900
          05 FILLER           PIC X(40) VALUE                           00028000
                'A   R = REDUZIDO AO ORCAMENTO DO SETOR  '.             00028100
                                                                        00028200
       01 WRK-LIN-TRACO.                                                00028300
          05 FILLER           PIC X(80) VALUE ALL '-'.                  00028400
                                                                        00028500
       01 WRK-JOB-REGISTRO.                                             00028600
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00028700
          05 WRK-JOB-EVENTO        PIC X(01).                           00028800
          05 WRK-JOB-SITUACAO      PIC X(01).                           00028900
          05 WRK-JOB-LIDOS         PIC 9(07).                           00029000
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00029100
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00029200
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00029300
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00029400
                                                                        00029500
      *-------------------------------------------------------*         00029600
                                                                        00029700
      *=======================================================*         00029800
       PROCEDURE                                  DIVISION.             00029900
      *=======================================================*         00030000
                                                                        00030100
      *-------------------------------------------------------*         00030200
       0000-PRINCIPAL                              SECTION.             00030300
      *-------------------------------------------------------*         00030400
                                                                        00030500
            PERFORM 1000-INICIAR.                                       00030600
            PERFORM 2000-PROPOR-AUMENTOS.                               00030700
            PERFORM 8000-FINALIZAR.                                     00030800
                                                                        00030900
      *-------------------------------------------------------*         00031000
       0000-999-FIM.                               EXIT.                00031100
      *-------------------------------------------------------*         00031200
                                                                        00031300
      *-------------------------------------------------------*         00031400
       1000-INICIAR                               SECTION.              00031500
      *-------------------------------------------------------*         00031600
                                                                        00031700
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00031800
                                                                        00031900
             MOVE 'FR03DB52' TO WRK-JOB-PROGRAMA.                       00032000
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00032100
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00032200
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00032300
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00032400
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00032500
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00032600
                  WRK-JOB-RETORNO                                       00032700
                 ON EXCEPTION                                           00032800
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00032900
             END-CALL.                                                  00033000
                                                                        00033100
             OPEN INPUT FAIXASAL.                                       00033200
             IF WRK-FS-FAIXASAL NOT EQUAL '00'                          00033300
                MOVE ' ERRO OPEN FAIXASAL ' TO WRK-MSG                  00033400
                PERFORM 9000-TRATAR-ERROS                               00033500
             END-IF.                                                    00033600
             READ FAIXASAL.                                             00033700
             PERFORM 1100-CARREGAR-FAIXA                                00033800
                UNTIL WRK-FS-FAIXASAL NOT EQUAL '00'.                   00033900
             CLOSE FAIXASAL.                                            00034000
                                                                        00034100
             MOVE SPACES TO WRK-TAB-NOTAS.                              00034200
             OPEN INPUT MERNOTA.                                        00034300
             IF WRK-FS-MERNOTA NOT EQUAL '00'                           00034400
                MOVE ' ERRO OPEN MERNOTA ' TO WRK-MSG                   00034500
                PERFORM 9000-TRATAR-ERROS                               00034600
             END-IF.                                                    00034700
             READ MERNOTA.                                              00034800
             PERFORM 1200-CARREGAR-NOTA                                 00034900
                UNTIL WRK-FS-MERNOTA NOT EQUAL '00'.                    00035000
             CLOSE MERNOTA.                                             00035100
                                                                        00035200
             MOVE ZEROS TO WRK-TAB-MATRIZ.                              00035300
             OPEN INPUT MERMATRI.                                       00035400
             IF WRK-FS-MERMATRI NOT EQUAL '00'                          00035500
                MOVE ' ERRO OPEN MERMATRI ' TO WRK-MSG                  00035600
                PERFORM 9000-TRATAR-ERROS                               00035700
             END-IF.                                                    00035800
             READ MERMATRI.                                             00035900
             PERFORM 1300-CARREGAR-MATRIZ                               00036000
                UNTIL WRK-FS-MERMATRI NOT EQUAL '00'.                   00036100
             CLOSE MERMATRI.                                            00036200
                                                                        00036300
             OPEN INPUT MERORCA.                                        00036400
             IF WRK-FS-MERORCA NOT EQUAL '00'                           00036500
                MOVE ' ERRO OPEN MERORCA ' TO WRK-MSG                   00036600
                PERFORM 9000-TRATAR-ERROS                               00036700
             END-IF.                                                    00036800
             READ MERORCA.                                              00036900
             PERFORM 1400-CARREGAR-ORCAMENTO                            00037000
                UNTIL WRK-FS-MERORCA NOT EQUAL '00'.                    00037100
             CLOSE MERORCA.                                             00037200
                                                                        00037300
             OPEN OUTPUT MERPROP.                                       00037400
             IF WRK-FS-MERPROP NOT EQUAL '00'                           00037500
                MOVE ' ERRO OPEN MERPROP ' TO WRK-MSG                   00037600
                PERFORM 9000-TRATAR-ERROS                               00037700
             END-IF.                                                    00037800
                                                                        00037900
             OPEN OUTPUT RELMERIT.                                      00038000
             IF WRK-FS-RELMERIT NOT EQUAL '00'                          00038100
                MOVE ' ERRO OPEN RELMERIT ' TO WRK-MSG                  00038200
                PERFORM 9000-TRATAR-ERROS                               00038300
             END-IF.                                                    00038400
                                                                        00038500
             MOVE WRK-DATA-HOJE TO WRK-LCB-DATA.                        00038600
             WRITE FD-RELMERIT FROM WRK-LIN-CAB.                        00038700
             WRITE FD-RELMERIT FROM WRK-LIN-TRACO.                      00038800
                                                                        00038900
             DISPLAY '===================================='.            00039000
             DISPLAY ' CICLO DE MERITO - PROPOSTA '.                    00039100
             DISPLAY ' FAIXAS.......: ' WRK-QTDE-FAIXAS.                00039200
             DISPLAY ' NOTAS........: ' WRK-QTDE-NOTAS.                 00039300
             DISPLAY ' ORCAMENTOS...: ' WRK-QTDE-ORCAMENTOS.            00039400
             DISPLAY '===================================='.            00039500
                                                                        00039600
      *-------------------------------------------------------*         00039700
       1000-999-FIM.                              EXIT.                 00039800
      *-------------------------------------------------------*         00039900
                                                                        00040000
      *-------------------------------------------------------*         00040100
       1100-CARREGAR-FAIXA                        SECTION.              00040200
      *-------------------------------------------------------*         00040300
                                                                        00040400
             IF WRK-QTDE-FAIXAS LESS THAN 50                            00040500
                ADD 1 TO WRK-QTDE-FAIXAS                                00040600
                MOVE FD-FXA-SETOR TO                                    00040700
                     WRK-TAB-FXA-SETOR(WRK-QTDE-FAIXAS)                 00040800
                MOVE FD-FXA-MINIMO TO                                   00040900
                     WRK-TAB-FXA-MIN(WRK-QTDE-FAIXAS)                   00041000
                MOVE FD-FXA-MAXIMO TO                                   00041100
                     WRK-TAB-FXA-MAX(WRK-QTDE-FAIXAS)                   00041200
             ELSE                                                       00041300
                DISPLAY ' FAIXA EXCEDENTE IGNORADA: ' FD-FXA-SETOR      00041400
             END-IF.                                                    00041500
             READ FAIXASAL.                                             00041600
                                                                        00041700
      *-------------------------------------------------------*         00041800
       1100-999-FIM.                              EXIT.                 00041900
      *-------------------------------------------------------*         00042000
                                                                        00042100
      *-------------------------------------------------------*         00042200
       1200-CARREGAR-NOTA                         SECTION.              00042300
      *-------------------------------------------------------*         00042400
                                                                        00042500
             IF FD-NOT-ID NUMERIC AND                                   00042600
                FD-NOT-ID GREATER THAN ZEROS AND                        00042700
                FD-NOT-NOTA GREATER THAN '0' AND                        00042800
                FD-NOT-NOTA LESS THAN '6'                               00042900
                MOVE FD-NOT-NOTA TO WRK-TAB-NOTA(FD-NOT-ID)             00043000
                ADD 1 TO WRK-QTDE-NOTAS                                 00043100
             ELSE                                                       00043200
                ADD 1 TO WRK-NOTAS-INVALID                              00043300
                DISPLAY ' NOTA INVALIDA IGNORADA: ' FD-MERNOTA          00043400
             END-IF.                                                    00043500
             READ MERNOTA.                                              00043600
                                                                        00043700
      *-------------------------------------------------------*         00043800
       1200-999-FIM.                              EXIT.                 00043900
      *-------------------------------------------------------*         00044000
                                                                        00044100
      *-------------------------------------------------------*         00044200
       1300-CARREGAR-MATRIZ                       SECTION.              00044300
      *-------------------------------------------------------*         00044400
                                                                        00044500
             IF FD-MAT-NOTA GREATER THAN '0' AND                        00044600
                FD-MAT-NOTA LESS THAN '6'                               00044700
                MOVE FD-MAT-NOTA TO WRK-NOTA-NUM                        00044800
                MOVE FD-MAT-PERC(1) TO                                  00044900
                     WRK-TAB-MAT-PERC(WRK-NOTA-NUM 1)                   00045000
                MOVE FD-MAT-PERC(2) TO                                  00045100
                     WRK-TAB-MAT-PERC(WRK-NOTA-NUM 2)                   00045200
                MOVE FD-MAT-PERC(3) TO                                  00045300
                     WRK-TAB-MAT-PERC(WRK-NOTA-NUM 3)                   00045400
                MOVE FD-MAT-PERC(4) TO                                  00045500
                     WRK-TAB-MAT-PERC(WRK-NOTA-NUM 4)                   00045600
             ELSE                                                       00045700
                DISPLAY ' LINHA DA MATRIZ IGNORADA: ' FD-MERMATRI       00045800
             END-IF.                                                    00045900
             READ MERMATRI.                                             00046000
                                                                        00046100
      *-------------------------------------------------------*         00046200
       1300-999-FIM.                              EXIT.                 00046300
      *-------------------------------------------------------*         00046400
                                                                        00046500
      *-------------------------------------------------------*         00046600
       1400-CARREGAR-ORCAMENTO                    SECTION.              00046700
      *-------------------------------------------------------*         00046800
                                                                        00046900
             IF WRK-QTDE-ORCAMENTOS LESS THAN 50                        00047000
                ADD 1 TO WRK-QTDE-ORCAMENTOS                            00047100
                MOVE FD-ORC-SETOR TO                                    00047200
                     WRK-TAB-ORC-SETOR(WRK-QTDE-ORCAMENTOS)             00047300
                MOVE FD-ORC-VALOR TO                                    00047400
                     WRK-TAB-ORC-VALOR(WRK-QTDE-ORCAMENTOS)             00047500
             ELSE                                                       00047600
                DISPLAY ' ORCAMENTO EXCEDENTE IGNORADO: '               00047700
                        FD-ORC-SETOR                                    00047800
             END-IF.                                                    00047900
             READ MERORCA.                                              00048000
                                                                        00048100
      *-------------------------------------------------------*         00048200
       1400-999-FIM.                              EXIT.                 00048300
      *-------------------------------------------------------*         00048400
                                                                        00048500
      *---------------------------------------------------------------  00048600
      *    2000-PROPOR-AUMENTOS                                         00048700
      *    CURSOR NOS ATIVOS POR SETOR; AS PROPOSTAS DO SETOR FICAM     00048800
      *    NA TABELA ATE A QUEBRA, QUANDO SAO AJUSTADAS AO              00048900
      *    ORCAMENTO E GRAVADAS (2500).                                 00049000
      *---------------------------------------------------------------  00049100
       2000-PROPOR-AUMENTOS                       SECTION.              00049200
                                                                        00049300
            EXEC SQL                                                    00049400
               DECLARE CSRMERIT CURSOR FOR                              00049500
                  SELECT ID, NOME, SETOR, SALARIO                       00049600
                    FROM FOUR001.FUNC                                   00049700
                   WHERE ( STATUS IS NULL OR STATUS <> 'D' )            00049800
                   ORDER BY SETOR, ID                                   00049900
            END-EXEC.                                                   00050000
                                                                        00050100
            EXEC SQL                                                    00050200
               OPEN CSRMERIT                                            00050300
            END-EXEC.                                                   00050400
            IF SQLCODE NOT EQUAL ZEROS                                  00050500
               MOVE SQLCODE TO WRK-SQLCODE                              00050600
               DISPLAY ' SQLCODE: ' WRK-SQLCODE                         00050700
               MOVE ' ERRO OPEN CSRMERIT ' TO WRK-MSG                   00050800
               PERFORM 9000-TRATAR-ERROS                                00050900
            END-IF.                                                     00051000
                                                                        00051100
            PERFORM 2100-BUSCAR-FUNCIONARIO                             00051200
               UNTIL SQLCODE NOT EQUAL ZEROS.                           00051300
                                                                        00051400
            EXEC SQL                                                    00051500
               CLOSE CSRMERIT                                           00051600
            END-EXEC.                                                   00051700
                                                                        00051800
            IF WRK-SETOR-ANT NOT EQUAL SPACES                           00051900
               PERFORM 2500-FECHAR-SETOR                                00052000
            END-IF.                                                     00052100
                                                                        00052200
      *-------------------------------------------------------*         00052300
       2000-999-FIM.                              EXIT.                 00052400
      *-------------------------------------------------------*         00052500
                                                                        00052600
      *-------------------------------------------------------*         00052700
       2100-BUSCAR-FUNCIONARIO                     SECTION.             00052800
      *-------------------------------------------------------*         00052900
                                                                        00053000
            EXEC SQL                                                    00053100
               FETCH CSRMERIT                                           00053200
                INTO :DB2-FUNC-ID, :DB2-FUNC-NOME,                      00053300
                     :DB2-FUNC-SETOR, :DB2-FUNC-SALARIO                 00053400
            END-EXEC.                                                   00053500
                                                                        00053600
            EVALUATE SQLCODE                                            00053700
              WHEN 0                                                    00053800
                 ADD 1 TO WRK-REG-LIDOS                                 00053900
                 IF DB2-FUNC-SETOR NOT EQUAL WRK-SETOR-ANT              00054000
                    IF WRK-SETOR-ANT NOT EQUAL SPACES                   00054100
                       PERFORM 2500-FECHAR-SETOR                        00054200
                    END-IF                                              00054300
                    MOVE DB2-FUNC-SETOR TO WRK-SETOR-ANT                00054400
                 END-IF                                                 00054500
                 PERFORM 2200-MONTAR-PROPOSTA                           00054600
              WHEN 100                                                  00054700
                 CONTINUE                                               00054800
              WHEN OTHER                                                00054900
                 MOVE SQLCODE TO WRK-SQLCODE                            00055000
                 DISPLAY ' SQLCODE: ' WRK-SQLCODE                       00055100
                 MOVE ' ERRO FETCH CSRMERIT ' TO WRK-MSG                00055200
                 PERFORM 9000-TRATAR-ERROS                              00055300
            END-EVALUATE.                                               00055400
                                                                        00055500
      *-------------------------------------------------------*         00055600
       2100-999-FIM.                              EXIT.                 00055700
      *-------------------------------------------------------*         00055800
                                                                        00055900
      *---------------------------------------------------------------  00056000
      *    2200-MONTAR-PROPOSTA                                         00056100
      *    QUARTIL DO SALARIO NA FAIXA DO SETOR E PERCENTUAL DA         00056200
      *    MATRIZ PARA A NOTA; O NOVO SALARIO ACIMA DO MAXIMO DA        00056300
      *    FAIXA FICA MARCADO NA PROPOSTA.                              00056400
      *---------------------------------------------------------------  00056500
       2200-MONTAR-PROPOSTA                        SECTION.             00056600
                                                                        00056700
            IF WRK-QTDE-PROPOSTAS NOT LESS THAN 500                     00056800
               MOVE ' SETOR COM MAIS DE 500 ATIVOS ' TO WRK-MSG         00056900
               PERFORM 9000-TRATAR-ERROS                                00057000
            END-IF.                                                     00057100
                                                                        00057200
            ADD 1 TO WRK-QTDE-PROPOSTAS.                                00057300
            MOVE WRK-QTDE-PROPOSTAS TO WRK-IDX-PRP.                     00057400
            MOVE DB2-FUNC-ID      TO WRK-TAB-PRP-ID(WRK-IDX-PRP).       00057500
            MOVE DB2-FUNC-NOME    TO WRK-TAB-PRP-NOME(WRK-IDX-PRP).     00057600
            MOVE DB2-FUNC-SALARIO TO WRK-TAB-PRP-SALARIO(WRK-IDX-PRP).  00057700
            MOVE WRK-TAB-NOTA(DB2-FUNC-ID)                              00057800
                                  TO WRK-TAB-PRP-NOTA(WRK-IDX-PRP).     00057900
            MOVE 'N'              TO WRK-TAB-PRP-TETO(WRK-IDX-PRP).     00058000
            MOVE 'N'              TO WRK-TAB-PRP-REDUZIDO(WRK-IDX-PRP). 00058100
            MOVE ZEROS            TO WRK-QUARTIL.                       00058200
            MOVE ZEROS            TO WRK-PERC.                          00058300
                                                                        00058400
            SET WRK-FXA-NAO-ACHADA TO TRUE.                             00058500
            MOVE 1 TO WRK-IDX-FXA.                                      00058600
            PERFORM 2210-PROCURAR-FAIXA                                 00058700
               UNTIL WRK-IDX-FXA GREATER THAN WRK-QTDE-FAIXAS           00058800
                  OR WRK-FXA-FOI-ACHADA.                                00058900
                                                                        00059000
            IF WRK-FXA-NAO-ACHADA                                       00059100
               ADD 1 TO WRK-REG-SEM-FAIXA                               00059200
               DISPLAY ' SETOR SEM FAIXA, SEM AUMENTO: '                00059300
                       DB2-FUNC-SETOR ' ID ' DB2-FUNC-ID                00059400
            ELSE                                                        00059500
               IF WRK-TAB-FXA-MAX(WRK-IDX-FXA) GREATER THAN             00059600
                  WRK-TAB-FXA-MIN(WRK-IDX-FXA)                          00059700
                  COMPUTE WRK-POSICAO =                                 00059800
                          ( DB2-FUNC-SALARIO                            00059900
                          - WRK-TAB-FXA-MIN(WRK-IDX-FXA) ) * 4          00060000
                          / ( WRK-TAB-FXA-MAX(WRK-IDX-FXA)              00060100
                            - WRK-TAB-FXA-MIN(WRK-IDX-FXA) )            00060200
                  END-COMPUTE                                           00060300
               ELSE                                                     00060400
                  MOVE ZEROS TO WRK-POSICAO                             00060500
               END-IF                                                   00060600
               EVALUATE TRUE                                            00060700
                 WHEN WRK-POSICAO LESS THAN 1                           00060800
                    MOVE 1 TO WRK-QUARTIL                               00060900
                 WHEN WRK-POSICAO GREATER THAN 3                        00061000
                    MOVE 4 TO WRK-QUARTIL                               00061100
                 WHEN OTHER                                             00061200
                    COMPUTE WRK-QUARTIL = WRK-POSICAO + 1               00061300
                    END-COMPUTE                                         00061400
               END-EVALUATE                                             00061500
               IF WRK-TAB-PRP-NOTA(WRK-IDX-PRP) EQUAL SPACES            00061600
                  ADD 1 TO WRK-REG-SEM-NOTA                             00061700
               ELSE                                                     00061800
                  MOVE WRK-TAB-PRP-NOTA(WRK-IDX-PRP) TO WRK-NOTA-NUM    00061900
                  MOVE WRK-TAB-MAT-PERC(WRK-NOTA-NUM WRK-QUARTIL)       00062000
                    TO WRK-PERC                                         00062100
               END-IF                                                   00062200
            END-IF.                                                     00062300
                                                                        00062400
            MOVE WRK-QUARTIL TO WRK-TAB-PRP-QUARTIL(WRK-IDX-PRP).       00062500
            MOVE WRK-PERC    TO WRK-TAB-PRP-PERC(WRK-IDX-PRP).          00062600
            COMPUTE WRK-AUMENTO ROUNDED =                               00062700
                    DB2-FUNC-SALARIO * WRK-PERC / 100                   00062800
            END-COMPUTE.                                                00062900
            MOVE WRK-AUMENTO TO WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP).       00063000
            PERFORM 2220-CALCULAR-NOVO.                                 00063100
            ADD WRK-AUMENTO TO WRK-SET-AUMENTO.                         00063200
                                                                        00063300
      *-------------------------------------------------------*         00063400
       2200-999-FIM.                              EXIT.                 00063500
      *-------------------------------------------------------*         00063600
                                                                        00063700
       2210-PROCURAR-FAIXA                         SECTION.             00063800
                                                                        00063900
            IF WRK-TAB-FXA-SETOR(WRK-IDX-FXA) EQUAL WRK-SETOR-ANT       00064000
               SET WRK-FXA-FOI-ACHADA TO TRUE                           00064100
            ELSE                                                        00064200
               ADD 1 TO WRK-IDX-FXA                                     00064300
            END-IF.                                                     00064400
                                                                        00064500
      *-------------------------------------------------------*         00064600
       2210-999-FIM.                              EXIT.                 00064700
      *-------------------------------------------------------*         00064800
                                                                        00064900
      *---------------------------------------------------------------  00065000
      *    2220-CALCULAR-NOVO                                           00065100
      *    NOVO SALARIO DA PROPOSTA WRK-IDX-PRP E MARCA DE TETO         00065200
      *    (WRK-IDX-FXA APONTA A FAIXA DO SETOR QUANDO ACHADA).         00065300
      *---------------------------------------------------------------  00065400
       2220-CALCULAR-NOVO                          SECTION.             00065500
                                                                        00065600
            COMPUTE WRK-TAB-PRP-NOVO(WRK-IDX-PRP) =                     00065700
                    WRK-TAB-PRP-SALARIO(WRK-IDX-PRP)                    00065800
                  + WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP)                    00065900
            END-COMPUTE.                                                00066000
            MOVE 'N' TO WRK-TAB-PRP-TETO(WRK-IDX-PRP).                  00066100
            IF WRK-FXA-FOI-ACHADA AND                                   00066200
               WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP) GREATER THAN ZEROS AND  00066300
               WRK-TAB-PRP-NOVO(WRK-IDX-PRP) GREATER THAN               00066400
               WRK-TAB-FXA-MAX(WRK-IDX-FXA)                             00066500
               MOVE 'S' TO WRK-TAB-PRP-TETO(WRK-IDX-PRP)                00066600
            END-IF.                                                     00066700
                                                                        00066800
      *-------------------------------------------------------*         00066900
       2220-999-FIM.                              EXIT.                 00067000
      *-------------------------------------------------------*         00067100
                                                                        00067200
      *---------------------------------------------------------------  00067300
      *    2500-FECHAR-SETOR                                            00067400
      *    SE O TOTAL PROPOSTO PASSA DO ORCAMENTO DO SETOR, TODAS       00067500
      *    AS PROPOSTAS SAO MULTIPLICADAS PELO MESMO FATOR              00067600
      *    (ORCAMENTO / TOTAL, TRUNCADO PARA NAO ESTOURAR); DEPOIS      00067700
      *    GRAVA A PLANILHA E O MERPROP DO SETOR.                       00067800
      *---------------------------------------------------------------  00067900
       2500-FECHAR-SETOR                           SECTION.             00068000
                                                                        00068100
            SET WRK-ORC-NAO-ACHADO TO TRUE.                             00068200
            MOVE 1 TO WRK-IDX-ORC.                                      00068300
            PERFORM 2510-PROCURAR-ORCAMENTO                             00068400
               UNTIL WRK-IDX-ORC GREATER THAN WRK-QTDE-ORCAMENTOS       00068500
                  OR WRK-ORC-FOI-ACHADO.                                00068600
                                                                        00068700
            SET WRK-FXA-NAO-ACHADA TO TRUE.                             00068800
            MOVE 1 TO WRK-IDX-FXA.                                      00068900
            PERFORM 2210-PROCURAR-FAIXA                                 00069000
               UNTIL WRK-IDX-FXA GREATER THAN WRK-QTDE-FAIXAS           00069100
                  OR WRK-FXA-FOI-ACHADA.                                00069200
                                                                        00069300
            MOVE ZEROS TO WRK-SET-REDUZIDOS.                            00069400
            IF WRK-ORC-FOI-ACHADO                                       00069500
               MOVE WRK-TAB-ORC-VALOR(WRK-IDX-ORC)                      00069600
                 TO WRK-SET-ORCAMENTO                                   00069700
               IF WRK-SET-AUMENTO GREATER THAN WRK-SET-ORCAMENTO        00069800
                  COMPUTE WRK-FATOR =                                   00069900
                          WRK-SET-ORCAMENTO / WRK-SET-AUMENTO           00070000
                  END-COMPUTE                                           00070100
                  MOVE ZEROS TO WRK-SET-AUMENTO                         00070200
                  MOVE 1 TO WRK-IDX-PRP                                 00070300
                  PERFORM 2520-REDUZIR-PROPOSTA                         00070400
                     UNTIL WRK-IDX-PRP GREATER THAN WRK-QTDE-PROPOSTAS  00070500
                  DISPLAY ' SETOR ' WRK-SETOR-ANT                       00070600
                          ' ACIMA DO ORCAMENTO, FATOR ' WRK-FATOR       00070700
               END-IF                                                   00070800
            ELSE                                                        00070900
               DISPLAY ' SETOR SEM ORCAMENTO DE MERITO: '               00071000
                       WRK-SETOR-ANT                                    00071100
            END-IF.                                                     00071200
                                                                        00071300
            MOVE WRK-SETOR-ANT TO WRK-LST-SETOR.                        00071400
            IF WRK-FXA-FOI-ACHADA                                       00071500
               MOVE WRK-TAB-FXA-MIN(WRK-IDX-FXA) TO WRK-LST-MINIMO      00071600
               MOVE WRK-TAB-FXA-MAX(WRK-IDX-FXA) TO WRK-LST-MAXIMO      00071700
            ELSE                                                        00071800
               MOVE ZEROS TO WRK-LST-MINIMO                             00071900
               MOVE ZEROS TO WRK-LST-MAXIMO                             00072000
            END-IF.                                                     00072100
            WRITE FD-RELMERIT FROM WRK-LIN-SETOR.                       00072200
            WRITE FD-RELMERIT FROM WRK-LIN-COLUNAS.                     00072300
            WRITE FD-RELMERIT FROM WRK-LIN-TRACO.                       00072400
                                                                        00072500
            MOVE 1 TO WRK-IDX-PRP.                                      00072600
            PERFORM 2530-GRAVAR-PROPOSTA                                00072700
               UNTIL WRK-IDX-PRP GREATER THAN WRK-QTDE-PROPOSTAS.       00072800
                                                                        00072900
            MOVE WRK-SETOR-ANT    TO WRK-LTT-SETOR.                     00073000
            MOVE WRK-SET-AUMENTO  TO WRK-LTT-AUMENTO.                   00073100
            IF WRK-ORC-FOI-ACHADO                                       00073200
               MOVE WRK-SET-ORCAMENTO TO WRK-ORCAMENTO-EDT              00073300
               MOVE WRK-ORCAMENTO-EDT TO WRK-LTT-ORCAMENTO              00073400
            ELSE                                                        00073500
               MOVE '  SEM LIMITE ' TO WRK-LTT-ORCAMENTO                00073600
            END-IF.                                                     00073700
            WRITE FD-RELMERIT FROM WRK-LIN-TOTAL.                       00073800
            WRITE FD-RELMERIT FROM WRK-LIN-TRACO.                       00073900
                                                                        00074000
            ADD WRK-SET-AUMENTO TO WRK-TOT-AUMENTO.                     00074100
            MOVE ZEROS TO WRK-SET-AUMENTO.                              00074200
            MOVE ZEROS TO WRK-QTDE-PROPOSTAS.                           00074300
                                                                        00074400
      *-------------------------------------------------------*         00074500
       2500-999-FIM.                              EXIT.                 00074600
      *-------------------------------------------------------*         00074700
                                                                        00074800
       2510-PROCURAR-ORCAMENTO                     SECTION.             00074900
                                                                        00075000
            IF WRK-TAB-ORC-SETOR(WRK-IDX-ORC) EQUAL WRK-SETOR-ANT       00075100
               SET WRK-ORC-FOI-ACHADO TO TRUE                           00075200
            ELSE                                                        00075300
               ADD 1 TO WRK-IDX-ORC                                     00075400
            END-IF.                                                     00075500
                                                                        00075600
      *-------------------------------------------------------*         00075700
       2510-999-FIM.                              EXIT.                 00075800
      *-------------------------------------------------------*         00075900
                                                                        00076000
      *-------------------------------------------------------*         00076100
       2520-REDUZIR-PROPOSTA                       SECTION.             00076200
      *-------------------------------------------------------*         00076300
                                                                        00076400
            IF WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP) GREATER THAN ZEROS      00076500
               COMPUTE WRK-AUMENTO =                                    00076600
                       WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP) * WRK-FATOR     00076700
               END-COMPUTE                                              00076800
               MOVE WRK-AUMENTO TO WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP)     00076900
               COMPUTE WRK-TAB-PRP-PERC(WRK-IDX-PRP) =                  00077000
                       WRK-AUMENTO * 100                                00077100
                     / WRK-TAB-PRP-SALARIO(WRK-IDX-PRP)                 00077200
               END-COMPUTE                                              00077300
               MOVE 'S' TO WRK-TAB-PRP-REDUZIDO(WRK-IDX-PRP)            00077400
               PERFORM 2220-CALCULAR-NOVO                               00077500
               ADD WRK-AUMENTO TO WRK-SET-AUMENTO                       00077600
               ADD 1 TO WRK-SET-REDUZIDOS                               00077700
            END-IF.                                                     00077800
            ADD 1 TO WRK-IDX-PRP.                                       00077900
                                                                        00078000
      *-------------------------------------------------------*         00078100
       2520-999-FIM.                              EXIT.                 00078200
      *-------------------------------------------------------*         00078300
                                                                        00078400
      *-------------------------------------------------------*         00078500
       2530-GRAVAR-PROPOSTA                        SECTION.             00078600
      *-------------------------------------------------------*         00078700
                                                                        00078800
            MOVE SPACES TO FD-MERPROP.                                  00078900
            MOVE WRK-TAB-PRP-ID(WRK-IDX-PRP)      TO FD-PRP-ID.         00079000
            MOVE WRK-SETOR-ANT                    TO FD-PRP-SETOR.      00079100
            MOVE WRK-TAB-PRP-NOTA(WRK-IDX-PRP)    TO FD-PRP-NOTA.       00079200
            MOVE WRK-TAB-PRP-QUARTIL(WRK-IDX-PRP) TO FD-PRP-QUARTIL.    00079300
            MOVE WRK-TAB-PRP-SALARIO(WRK-IDX-PRP) TO FD-PRP-SALARIO.    00079400
            MOVE WRK-TAB-PRP-PERC(WRK-IDX-PRP)    TO FD-PRP-PERC.       00079500
            MOVE WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP) TO FD-PRP-AUMENTO.    00079600
            MOVE WRK-TAB-PRP-NOVO(WRK-IDX-PRP)                          00079700
              TO FD-PRP-SALARIO-NOVO.                                   00079800
            MOVE WRK-TAB-PRP-TETO(WRK-IDX-PRP)    TO FD-PRP-ACIMA-TETO. 00079900
            MOVE WRK-TAB-PRP-REDUZIDO(WRK-IDX-PRP)                      00080000
              TO FD-PRP-REDUZIDO.                                       00080100
            MOVE 'N'                              TO FD-PRP-APROVADO.   00080200
            WRITE FD-MERPROP.                                           00080300
            IF WRK-FS-MERPROP NOT EQUAL '00'                            00080400
               MOVE ' ERRO WRITE MERPROP ' TO WRK-MSG                   00080500
               PERFORM 9000-TRATAR-ERROS                                00080600
            END-IF.                                                     00080700
            ADD 1 TO WRK-REG-PROPOSTAS.                                 00080800
                                                                        00080900
            MOVE WRK-TAB-PRP-ID(WRK-IDX-PRP)      TO WRK-LDT-ID.        00081000
            MOVE WRK-TAB-PRP-NOME(WRK-IDX-PRP)    TO WRK-LDT-NOME.      00081100
            MOVE WRK-TAB-PRP-NOTA(WRK-IDX-PRP)    TO WRK-LDT-NOTA.      00081200
            MOVE WRK-TAB-PRP-QUARTIL(WRK-IDX-PRP) TO WRK-LDT-QUARTIL.   00081300
            MOVE WRK-TAB-PRP-SALARIO(WRK-IDX-PRP) TO WRK-LDT-SALARIO.   00081400
            MOVE WRK-TAB-PRP-PERC(WRK-IDX-PRP)    TO WRK-LDT-PERC.      00081500
            MOVE WRK-TAB-PRP-AUMENTO(WRK-IDX-PRP) TO WRK-LDT-AUMENTO.   00081600
            MOVE WRK-TAB-PRP-NOVO(WRK-IDX-PRP)    TO WRK-LDT-NOVO.      00081700
            MOVE SPACES TO WRK-LDT-TETO.                                00081800
            MOVE SPACES TO WRK-LDT-REDUZIDO.                            00081900
            IF WRK-TAB-PRP-TETO(WRK-IDX-PRP) EQUAL 'S'                  00082000
               MOVE '*' TO WRK-LDT-TETO                                 00082100
               ADD 1 TO WRK-REG-ACIMA-TETO                              00082200
            END-IF.                                                     00082300
            IF WRK-TAB-PRP-REDUZIDO(WRK-IDX-PRP) EQUAL 'S'              00082400
               MOVE '*' TO WRK-LDT-REDUZIDO                             00082500
               ADD 1 TO WRK-REG-REDUZIDOS                               00082600
            END-IF.                                                     00082700
            WRITE FD-RELMERIT FROM WRK-LIN-DETALHE.                     00082800
                                                                        00082900
            ADD 1 TO WRK-IDX-PRP.                                       00083000
                                                                        00083100
      *-------------------------------------------------------*         00083200
       2530-999-FIM.                              EXIT.                 00083300
      *-------------------------------------------------------*         00083400
                                                                        00083500
      *-------------------------------------------------------*         00083600
       8000-FINALIZAR                             SECTION.              00083700
      *-------------------------------------------------------*         00083800
                                                                        00083900
              WRITE FD-RELMERIT FROM WRK-LIN-LEGENDA.                   00084000
                                                                        00084100
              CLOSE MERPROP.                                            00084200
              CLOSE RELMERIT.                                           00084300
                                                                        00084400
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00084500
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00084600
             MOVE WRK-REG-LIDOS     TO WRK-JOB-LIDOS.                   00084700
             MOVE WRK-REG-PROPOSTAS TO WRK-JOB-GRAVADOS.                00084800
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00084900
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00085000
                  WRK-JOB-RETORNO                                       00085100
                 ON EXCEPTION                                           00085200
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00085300
             END-CALL.                                                  00085400
                                                                        00085500
              DISPLAY '===================================='.           00085600
              DISPLAY ' FUNCIONARIOS LIDOS....: ' WRK-REG-LIDOS.        00085700
              DISPLAY ' PROPOSTAS GRAVADAS....: ' WRK-REG-PROPOSTAS.    00085800
              DISPLAY ' SEM NOTA..............: ' WRK-REG-SEM-NOTA.     00085900
              DISPLAY ' SEM FAIXA.............: ' WRK-REG-SEM-FAIXA.    00086000
              DISPLAY ' ACIMA DO TETO.........: ' WRK-REG-ACIMA-TETO.   00086100
              DISPLAY ' REDUZIDAS AO ORCAMENTO: ' WRK-REG-REDUZIDOS.    00086200
              MOVE WRK-TOT-AUMENTO TO WRK-TOT-EDT.                      00086300
              DISPLAY ' AUMENTO MENSAL TOTAL..: ' WRK-TOT-EDT.          00086400
              DISPLAY '===================================='.           00086500
                 STOP RUN.                                              00086600
                                                                        00086700
      *-------------------------------------------------------*         00086800
       8000-999-FIM.                              EXIT.                 00086900
      *-------------------------------------------------------*         00087000
                                                                        00087100
      *-------------------------------------------------------*         00087200
       9000-TRATAR-ERROS                           SECTION.             00087300
      *-------------------------------------------------------*         00087400
                                                                        00087500
             DISPLAY '-----------------------------'.                   00087600
             DISPLAY WRK-MSG.                                           00087700
             DISPLAY '-----------------------------'.                   00087800
                STOP RUN.                                               00087900
                                                                        00088000
      *-------------------------------------------------------*         00088100
       9000-999-FIM.                              EXIT.                 00088200
      *-------------------------------------------------------*         00088300
