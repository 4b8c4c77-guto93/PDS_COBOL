      *=======================================================*         00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=======================================================*         00000300
                                                                        00000400
       PROGRAM-ID.  FR03DB56.                                           00000500
                                                                        00000600
      *=======================================================*         00000700
      *              TREINAMENTO MAINFRAME                    *         00000800
      *=======================================================*         00000900
      *     AUTOR    : AUGUSTO MARTINS                                  00001000
      *     EMPRESA  : FOURSYS                                          00001100
      *     DATA     : 13/11/2023                                       00001200
      *     OBJETIVO : ATENDIMENTO AO TITULAR DA LGPD ("TODOS OS        00001300
      *              : DADOS QUE VOCES TEM SOBRE MIM") -- DADO O        00001400
      *              : CPF/CNPJ DO PEDIDO (LGPDPARM), LOCALIZA A        00001500
      *              : PESSOA NOS CLIENTES (CLIENTES, CLIMASTR E        00001600
      *              : A TRILHA CLIAUDIT) E NOS FUNCIONARIOS            00001700
      *              : (FOUR001.FUNC, FUNC_ARCH, FUNC_AUDIT,            00001800
      *              : DEPENDENTES, FUNCBANCO, FUNCBAUD E               00001900
      *              : HOLHIST) E EMITE EM RELLGPD UM RELATORIO         00002000
      *              : UNICO COM CADA CAMPO GUARDADO, O ARQUIVO         00002100
      *              : ONDE ESTA E O PROGRAMA OU INTERFACE QUE O        00002200
      *              : ALIMENTA, COM O PRAZO LEGAL DE RESPOSTA NO       00002300
      *              : CABECALHO. CADA EMISSAO SAI REGISTRADA EM        00002400
      *              : LOGLGPD, O MESMO REGISTRO DE ACESSOS DO          00002500
      *              : FR03DB28.                                        00002600
      *-------------------------------------------------------*         00002700
      *     LGPDPARM: DOCUMENTO X(14) (SO DIGITOS, ALINHADO A           00002800
      *               ESQUERDA, COMO NA VALDOC), DATA DO PEDIDO         00002900
      *               X(08) AAAAMMDD (BRANCO = HOJE), SOLICITANTE       00003000
      *               X(08) E ATE 5 MATRICULAS 9(04) INFORMADAS         00003100
      *               PELO RH (ZEROS = NENHUMA).                        00003200
      *     A FOUR001.FUNC NAO GUARDA O CPF: O FUNCIONARIO E            00003300
      *     ACHADO PELO EVENTO DE ADMISSAO (EVTADM DO FR03DB03,         00003400
      *     GERACOES CONCATENADAS NO JCL), QUE TRAZ CPF E               00003500
      *     MATRICULA. ADMITIDO ANTES DO CPF ENTRAR NO FUNCNOVO         00003600
      *     (13/09/2022) VEM PELA MATRICULA DO LGPDPARM.                00003700
      *     PRAZO LEGAL: 15 DIAS CORRIDOS DA DATA DO PEDIDO.            00003800
      *=======================================================*         00003900
      *=======================================================*         00004000
       ENVIRONMENT                                    DIVISION.         00004100
      *=======================================================*         00004200
       CONFIGURATION                                  SECTION.          00004300
      *=======================================================*         00004400
                                                                        00004500
          SPECIAL-NAMES.                                                00004600
              DECIMAL-POINT IS COMMA.                                   00004700
                                                                        00004800
      *=======================================================*         00004900
       INPUT-OUTPUT                                   SECTION.          00005000
       FILE-CONTROL.                                                    00005100
             SELECT LGPDPARM ASSIGN TO LGPDPARM                         00005200
                FILE STATUS  IS WRK-FS-LGPDPARM.                        00005300
             SELECT CLIENTES ASSIGN TO CLIENTES                         00005400
                ORGANIZATION IS INDEXED                                 00005500
                ACCESS MODE  IS SEQUENTIAL                              00005600
                RECORD KEY   IS FD-CODIGO                               00005700
                FILE STATUS  IS WRK-FS-CLIENTES.                        00005800
             SELECT CLIMASTR ASSIGN TO CLIMASTR                         00005900
                FILE STATUS  IS WRK-FS-CLIMASTR.                        00006000
             SELECT CLIAUDIT ASSIGN TO CLIAUDIT                         00006100
                FILE STATUS  IS WRK-FS-CLIAUDIT.                        00006200
             SELECT EVTADM   ASSIGN TO EVTADM                           00006300
                FILE STATUS  IS WRK-FS-EVTADM.                          00006400
             SELECT FUNCBANCO ASSIGN TO FUNCBANCO                       00006500
                FILE STATUS  IS WRK-FS-FUNCBANCO.                       00006600
             SELECT FUNCBAUD ASSIGN TO FUNCBAUD                         00006700
                FILE STATUS  IS WRK-FS-FUNCBAUD.                        00006800
             SELECT HOLHIST  ASSIGN TO HOLHIST                          00006900
                ORGANIZATION IS INDEXED                                 00007000
                ACCESS MODE  IS DYNAMIC                                 00007100
                RECORD KEY   IS FD-HH-CHAVE                             00007200
                FILE STATUS  IS WRK-FS-HOLHIST.                         00007300
             SELECT RELLGPD  ASSIGN TO RELLGPD                          00007400
                FILE STATUS  IS WRK-FS-RELLGPD.                         00007500
             SELECT LOGLGPD  ASSIGN TO LOGLGPD                          00007600
                FILE STATUS  IS WRK-FS-LOGLGPD.                         00007700
      *=======================================================*         00007800
       DATA                                       DIVISION.             00007900
      *=======================================================*         00008000
                                                                        00008100
      *-------------------------------------------------------*         00008200
       FILE                                       SECTION.              00008300
      *-------------------------------------------------------*         00008400
       FD LGPDPARM                                                      00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-LGPDPARM.                                                  00008800
          05 FD-LGP-DOCUMENTO    PIC X(14).                             00008900
          05 FD-LGP-DATA-PEDIDO  PIC X(08).                             00009000
          05 FD-LGP-SOLICITANTE  PIC X(08).                             00009100
          05 FD-LGP-MATRICULA    PIC 9(04) OCCURS 5 TIMES.              00009200
          05 FILLER              PIC X(30).                             00009300
                                                                        00009400
       FD CLIENTES                                                      00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-CLIENTES.                                                  00009800
          05 FD-CODIGO           PIC X(04).                             00009900
          05 FD-NOME             PIC X(40).                             00010000
          05 FD-BANCO            PIC X(10).                             00010100
          05 FD-CPF-CNPJ         PIC X(14).                             00010200
          05 FD-ENDERECO         PIC X(40).                             00010300
          05 FD-CEP              PIC X(08).                             00010400
          05 FD-SITUACAO         PIC X(01).                             00010500
          05 FD-DATA-INCLUSAO    PIC X(08).                             00010600
          05 FD-DATA-ALTERACAO   PIC X(08).                             00010700
          05 FD-LIMITE-CREDITO   PIC 9(05)V99.                          00010800
          05 FD-EXPOSICAO        PIC 9(07)V99.                          00010900
          05 FD-DEVOLUCOES       PIC 9(03).                             00011000
          05 FD-BLOQUEIO         PIC X(01).                             00011100
          05 FD-NIVEL-AVISO      PIC 9(01).                             00011200
          05 FD-SALDO-VENCIDO    PIC 9(09)V99 COMP-3.                   00011300
                                                                        00011400
       FD CLIMASTR                                                      00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-CLIMASTR.                                                  00011800
          05 FD-ID               PIC 9(05).                             00011900
          05 FD-CLIENTE          PIC X(30).                             00012000
          05 FD-TELEFONE         PIC 9(10).                             00012100
          05 FD-GERENTE          PIC X(15).                             00012200
          05 FD-DOCUMENTO        PIC X(14).                             00012300
                                                                        00012400
       FD CLIAUDIT                                                      00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-CLIAUDIT.                                                  00012800
          05 FD-CAU-DATA         PIC X(08).                             00012900
          05 FD-CAU-TIPO         PIC X(01).                             00013000
          05 FD-CAU-CODIGO       PIC X(04).                             00013100
          05 FD-CAU-NOME-ANT     PIC X(40).                             00013200
          05 FD-CAU-NOME-NOV     PIC X(40).                             00013300
          05 FD-CAU-BANCO-ANT    PIC X(10).                             00013400
          05 FD-CAU-BANCO-NOV    PIC X(10).                             00013500
          05 FD-CAU-ENDER-ANT    PIC X(40).                             00013600
          05 FD-CAU-ENDER-NOV    PIC X(40).                             00013700
          05 FD-CAU-CEP-ANT      PIC X(08).                             00013800
          05 FD-CAU-CEP-NOV      PIC X(08).                             00013900
          05 FD-CAU-SIT-ANT      PIC X(01).                             00014000
          05 FD-CAU-SIT-NOV      PIC X(01).                             00014100
          05 FILLER              PIC X(09).                             00014200
                                                                        00014300
       FD EVTADM                                                        00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-EVENTO.                                                    00014700
          05 FD-EVT-TIPO         PIC X(01).                             00014800
          05 FD-EVT-ID           PIC 9(04).                             00014900
          05 FD-EVT-CPF          PIC X(11).                             00015000
          05 FD-EVT-DATA         PIC X(10).                             00015100
          05 FD-EVT-SETOR        PIC X(04).                             00015200
          05 FD-EVT-GERACAO      PIC X(08).                             00015300
          05 FD-EVT-ACK          PIC X(01).                             00015400
          05 FILLER              PIC X(11).                             00015500
                                                                        00015600
       FD FUNCBANCO                                                     00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-FUNCBANCO.                                                 00016000
          05 FD-FB-ID            PIC 9(04).                             00016100
          05 FD-FB-BANCO         PIC X(03).                             00016200
          05 FD-FB-AGENCIA       PIC X(05).                             00016300
          05 FD-FB-CONTA         PIC X(10).                             00016400
          05 FD-FB-DATA-ALT      PIC X(08).                             00016500
          05 FD-FB-USUARIO       PIC X(08).                             00016600
          05 FD-FB-CONFIRMADO    PIC X(01).                             00016700
          05 FILLER              PIC X(01).                             00016800
                                                                        00016900
       FD FUNCBAUD                                                      00017000
           RECORDING MODE IS F                                          00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
       01 FD-FUNCBAUD.                                                  00017300
          05 FD-FBA-DATA         PIC X(08).                             00017400
          05 FD-FBA-TIPO         PIC X(01).                             00017500
          05 FD-FBA-ID           PIC 9(04).                             00017600
          05 FD-FBA-USUARIO      PIC X(08).                             00017700
          05 FD-FBA-BANCO-ANT    PIC X(03).                             00017800
          05 FD-FBA-AGENCIA-ANT  PIC X(05).                             00017900
          05 FD-FBA-CONTA-ANT    PIC X(10).                             00018000
          05 FD-FBA-BANCO-NOV    PIC X(03).                             00018100
          05 FD-FBA-AGENCIA-NOV  PIC X(05).                             00018200
          05 FD-FBA-CONTA-NOV    PIC X(10).                             00018300
          05 FILLER              PIC X(23).                             00018400
                                                                        00018500
       FD HOLHIST                                                       00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
       01 FD-HOLHIST.                                                   00018900
          05 FD-HH-CHAVE.                                               00019000
             10 FD-HH-ID          PIC 9(04).                            00019100
             10 FD-HH-COMPETENCIA PIC X(06).                            00019200
          05 FD-HH-BRUTO          PIC 9(08)V99.                         00019300
          05 FD-HH-INSS           PIC 9(08)V99.                         00019400
          05 FD-HH-IRRF           PIC 9(08)V99.                         00019500
          05 FD-HH-LIQUIDO        PIC 9(08)V99.                         00019600
                                                                        00019700
       FD RELLGPD                                                       00019800
           RECORDING MODE IS F                                          00019900
           BLOCK CONTAINS 0 RECORDS.                                    00020000
       01 FD-RELLGPD             PIC X(132).                            00020100
                                                                        00020200
       FD LOGLGPD                                                       00020300
           RECORDING MODE IS F                                          00020400
           BLOCK CONTAINS 0 RECORDS.                                    00020500
       01 FD-LOGLGPD.                                                   00020600
          05 FD-LOG-TIME          PIC X(08).                            00020700
          05 FD-LOG-DATA          PIC X(08).                            00020800
          05 FD-LOG-LINHAS        PIC 9(07).                            00020900
          05 FILLER               PIC X(17).                            00021000
                                                                        00021100
      *-------------------------------------------------------*         00021200
       WORKING-STORAGE                            SECTION.              00021300
      *-------------------------------------------------------*         00021400
                                                                        00021500
      *-------------------------------------------------------*         00021600
        01 FILLER                          PIC X(050)   VALUE           00021700
                '*******AREA DE SQL ******'.                            00021800
      *-------------------------------------------------------*         00021900
                                                                        00022000
           EXEC SQL                                                     00022100
                INCLUDE BOOKFUNC                                        00022200
           END-EXEC.                                                    00022300
           EXEC SQL                                                     00022400
                INCLUDE SQLCA                                           00022500
           END-EXEC.                                                    00022600
                                                                        00022700
      *-------------------------------------------------------*         00022800
        01 FILLER                          PIC X(050)   VALUE           00022900
                '*******AREA DE AUXILIARES********'.                    00023000
      *-------------------------------------------------------*         00023100
                                                                        00023200
       77 WRK-SQLCODE         PIC -999.                                 00023300
       77 WRK-TELEFONE-NULL   PIC S9(04) COMP VALUE ZEROS.              00023400
       77 WRK-CARGO-NULL      PIC S9(04) COMP VALUE ZEROS.              00023500
       77 DB2-CARGO           PIC X(06) VALUE SPACES.                   00023600
       77 DB2-DATA-ARQ        PIC X(26) VALUE SPACES.                   00023700
       77 DB2-QTDE-DEP        PIC S9(04) COMP VALUE ZEROS.              00023800
       77 DB2-QTDE-DEP-IRRF   PIC S9(04) COMP VALUE ZEROS.              00023900
                                                                        00024000
      *    IMAGEM ANTES/DEPOIS DA FOUR001.FUNC_AUDIT (MESMAS            00024100
      *    COLUNAS DA DESCARGA DO FR03DB29)                             00024200
       01 WRK-AUD-FUNC.                                                 00024300
          05 WRK-AFU-ANT.                                               00024400
             10 WRK-AFU-NOME-A    PIC X(30).                            00024500
             10 WRK-AFU-SETOR-A   PIC X(04).                            00024600
             10 WRK-AFU-SAL-A     PIC 9(08)V99.                         00024700
             10 WRK-AFU-ADM-A     PIC X(10).                            00024800
             10 WRK-AFU-EMAIL-A   PIC X(40).                            00024900
             10 WRK-AFU-FONE-A    PIC X(11).                            00025000
          05 WRK-AFU-NOVO.                                              00025100
             10 WRK-AFU-NOME-N    PIC X(30).                            00025200
             10 WRK-AFU-SETOR-N   PIC X(04).                            00025300
             10 WRK-AFU-SAL-N     PIC 9(08)V99.                         00025400
             10 WRK-AFU-ADM-N     PIC X(10).                            00025500
             10 WRK-AFU-EMAIL-N   PIC X(40).                            00025600
             10 WRK-AFU-FONE-N    PIC X(11).                            00025700
       77 DB2-AUD-DATA-ALT    PIC X(26) VALUE SPACES.                   00025800
       77 DB2-AUD-ORIGEM      PIC X(08) VALUE SPACES.                   00025900
       77 WRK-ORIGEM-NULL     PIC S9(04) COMP VALUE ZEROS.              00026000
       77 WRK-FONE-A-NULL     PIC S9(04) COMP VALUE ZEROS.              00026100
       77 WRK-FONE-N-NULL     PIC S9(04) COMP VALUE ZEROS.              00026200
       77 WRK-FIM-AUDIT       PIC X(01) VALUE 'N'.                      00026300
          88 WRK-AUDIT-ACABOU         VALUE 'S'.                        00026400
                                                                        00026500
       77 WRK-FS-LGPDPARM     PIC X(02) VALUE ZEROS.                    00026600
       77 WRK-FS-CLIENTES     PIC X(02) VALUE ZEROS.                    00026700
       77 WRK-FS-CLIMASTR     PIC X(02) VALUE ZEROS.                    00026800
       77 WRK-FS-CLIAUDIT     PIC X(02) VALUE ZEROS.                    00026900
       77 WRK-FS-EVTADM       PIC X(02) VALUE ZEROS.                    00027000
       77 WRK-FS-FUNCBANCO    PIC X(02) VALUE ZEROS.                    00027100
       77 WRK-FS-FUNCBAUD     PIC X(02) VALUE ZEROS.                    00027200
       77 WRK-FS-HOLHIST      PIC X(02) VALUE ZEROS.                    00027300
       77 WRK-FS-RELLGPD      PIC X(02) VALUE ZEROS.                    00027400
       77 WRK-FS-LOGLGPD      PIC X(02) VALUE ZEROS.                    00027500
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00027600
       77 WRK-DATA-HOJE       PIC X(08) VALUE SPACES.                   00027700
                                                                        00027800
       77 WRK-DOCUMENTO       PIC X(14) VALUE SPACES.                   00027900
       77 WRK-SOLICITANTE     PIC X(08) VALUE SPACES.                   00028000
       77 WRK-PROG-VALDOC     PIC X(08) VALUE 'VALDOC'.                 00028100
       77 WRK-VAL-FUNCAO      PIC X(02) VALUE '03'.                     00028200
       77 WRK-VAL-RETORNO     PIC X(02) VALUE SPACES.                   00028300
                                                                        00028400
      *    DATA DO PEDIDO E PRAZO LEGAL (15 DIAS CORRIDOS)              00028500
       01 WRK-DATA-PEDIDO.                                              00028600
          05 WRK-PED-ANO         PIC 9(04).                             00028700
          05 WRK-PED-MES         PIC 9(02).                             00028800
          05 WRK-PED-DIA         PIC 9(02).                             00028900
       01 WRK-DATA-PRAZO.                                               00029000
          05 WRK-PRZ-ANO         PIC 9(04).                             00029100
          05 WRK-PRZ-MES         PIC 9(02).                             00029200
          05 WRK-PRZ-DIA         PIC 9(02).                             00029300
       01 WRK-DATA-PRAZO-X REDEFINES WRK-DATA-PRAZO PIC X(08).          00029400
       77 WRK-DIAS-PRAZO      PIC 9(02) VALUE 15.                       00029500
       01 WRK-TAB-DIAS-MES.                                             00029600
          05 FILLER              PIC X(24) VALUE                        00029700
                '312831303130313130313031'.                             00029800
       01 WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.                00029900
          05 WRK-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.             00030000
       77 WRK-ULTIMO-DIA      PIC 9(02) VALUE ZEROS.                    00030100
       77 WRK-QUOCIENTE       PIC 9(04) VALUE ZEROS.                    00030200
       77 WRK-RESTO-4         PIC 9(04) VALUE ZEROS.                    00030300
       77 WRK-RESTO-100       PIC 9(04) VALUE ZEROS.                    00030400
       77 WRK-RESTO-400       PIC 9(04) VALUE ZEROS.                    00030500
                                                                        00030600
      *    DATA AAAAMMDD EDITADA DD/MM/AAAA                             00030700
       01 WRK-DATA-ENTRA.                                               00030800
          05 WRK-DEN-ANO         PIC X(04).                             00030900
          05 WRK-DEN-MES         PIC X(02).                             00031000
          05 WRK-DEN-DIA         PIC X(02).                             00031100
       01 WRK-DATA-SAI.                                                 00031200
          05 WRK-DSA-DIA         PIC X(02).                             00031300
          05 FILLER              PIC X(01) VALUE '/'.                   00031400
          05 WRK-DSA-MES         PIC X(02).                             00031500
          05 FILLER              PIC X(01) VALUE '/'.                   00031600
          05 WRK-DSA-ANO         PIC X(04).                             00031700
                                                                        00031800
      *    CLIENTES E MATRICULAS DO TITULAR                             00031900
       01 WRK-TAB-CLIENTES.                                             00032000
          05 WRK-TCL-CODIGO      PIC X(04) OCCURS 20 TIMES.             00032100
       77 WRK-QTDE-CLIENTES   PIC 9(02) VALUE ZEROS.                    00032200
       77 WRK-IDX-CLI         PIC 9(02) VALUE ZEROS.                    00032300
       77 WRK-CLI-ACHADO      PIC X(01) VALUE 'N'.                      00032400
          88 WRK-CLI-FOI-ACHADO       VALUE 'S'.                        00032500
          88 WRK-CLI-NAO-ACHADO       VALUE 'N'.                        00032600
                                                                        00032700
       01 WRK-TAB-FUNCIONARIOS.                                         00032800
          05 WRK-TFU-ITEM OCCURS 10 TIMES.                              00032900
             10 WRK-TFU-ID       PIC 9(04).                             00033000
             10 WRK-TFU-ORIGEM   PIC X(08).                             00033100
       77 WRK-QTDE-FUNC       PIC 9(02) VALUE ZEROS.                    00033200
       77 WRK-IDX-FUNC        PIC 9(02) VALUE ZEROS.                    00033300
       77 WRK-IDX-PARM        PIC 9(02) VALUE ZEROS.                    00033400
       77 WRK-ID-NOVO         PIC 9(04) VALUE ZEROS.                    00033500
       77 WRK-ORIGEM-NOVO     PIC X(08) VALUE SPACES.                   00033600
       77 WRK-FUNC-ACHADO     PIC X(01) VALUE 'N'.                      00033700
          88 WRK-FUNC-FOI-ACHADO      VALUE 'S'.                        00033800
          88 WRK-FUNC-NAO-ACHADO      VALUE 'N'.                        00033900
                                                                        00034000
      *    LINHAS DO RELATORIO                                          00034100
       01 WRK-LIN-TITULO.                                               00034200
          05 FILLER              PIC X(01) VALUE SPACES.                00034300
          05 FILLER              PIC X(50) VALUE                        00034400
                'RELATORIO DE DADOS PESSOAIS DO TITULAR - LGPD     '.   00034500
          05 FILLER              PIC X(10) VALUE 'EMISSAO: '.           00034600
          05 WRK-TIT-EMISSAO     PIC X(10).                             00034700
          05 FILLER              PIC X(61) VALUE SPACES.                00034800
       01 WRK-LIN-PEDIDO.                                               00034900
          05 FILLER              PIC X(01) VALUE SPACES.                00035000
          05 FILLER              PIC X(11) VALUE 'DOCUMENTO: '.         00035100
          05 WRK-PDO-DOCUMENTO   PIC X(14).                             00035200
          05 FILLER              PIC X(13) VALUE '  PEDIDO EM: '.       00035300
          05 WRK-PDO-DATA        PIC X(10).                             00035400
          05 FILLER              PIC X(15) VALUE '  PRAZO LEGAL: '.     00035500
          05 WRK-PDO-PRAZO       PIC X(10).                             00035600
          05 FILLER              PIC X(15) VALUE '  SOLICITANTE: '.     00035700
          05 WRK-PDO-SOLICITANTE PIC X(08).                             00035800
          05 FILLER              PIC X(35) VALUE SPACES.                00035900
       01 WRK-LIN-COLUNAS.                                              00036000
          05 FILLER              PIC X(01) VALUE SPACES.                00036100
          05 FILLER              PIC X(13) VALUE 'ARQUIVO'.             00036200
          05 FILLER              PIC X(11) VALUE 'CHAVE'.               00036300
          05 FILLER              PIC X(19) VALUE 'CAMPO'.               00036400
          05 FILLER              PIC X(51) VALUE 'CONTEUDO'.            00036500
          05 FILLER              PIC X(37) VALUE 'ALIMENTADO POR'.      00036600
       01 WRK-LIN-TRACO          PIC X(132) VALUE ALL '-'.              00036700
       01 WRK-LIN-DET.                                                  00036800
          05 FILLER              PIC X(01) VALUE SPACES.                00036900
          05 WRK-DET-ARQUIVO     PIC X(12).                             00037000
          05 FILLER              PIC X(01) VALUE SPACES.                00037100
          05 WRK-DET-CHAVE       PIC X(10).                             00037200
          05 FILLER              PIC X(01) VALUE SPACES.                00037300
          05 WRK-DET-CAMPO       PIC X(18).                             00037400
          05 FILLER              PIC X(01) VALUE SPACES.                00037500
          05 WRK-DET-CONTEUDO    PIC X(50).                             00037600
          05 FILLER              PIC X(01) VALUE SPACES.                00037700
          05 WRK-DET-FONTE       PIC X(30).                             00037800
          05 FILLER              PIC X(07) VALUE SPACES.                00037900
       01 WRK-LIN-TEXTO.                                                00038000
          05 FILLER              PIC X(01) VALUE SPACES.                00038100
          05 WRK-TXT-TEXTO       PIC X(80).                             00038200
          05 WRK-TXT-QTDE        PIC ZZZ.ZZ9.                           00038300
          05 FILLER              PIC X(44) VALUE SPACES.                00038400
                                                                        00038500
       77 WRK-EDT-VALOR       PIC ZZ.ZZZ.ZZ9,99.                        00038600
       77 WRK-EDT-QTDE        PIC ZZZ9.                                 00038700
       77 WRK-EDT-ID          PIC 9(04) VALUE ZEROS.                    00038800
                                                                        00038900
       77 WRK-REG-CLIENTES    PIC 9(07) VALUE ZEROS.                    00039000
       77 WRK-REG-ACHADOS     PIC 9(07) VALUE ZEROS.                    00039100
       77 WRK-REG-CAMPOS      PIC 9(07) VALUE ZEROS.                    00039200
       77 WRK-REG-LIDOS       PIC 9(07) VALUE ZEROS.                    00039300
                                                                        00039400
       01 WRK-JOB-REGISTRO.                                             00039500
          05 WRK-JOB-PROGRAMA      PIC X(08).                           00039600
          05 WRK-JOB-EVENTO        PIC X(01).                           00039700
          05 WRK-JOB-SITUACAO      PIC X(01).                           00039800
          05 WRK-JOB-LIDOS         PIC 9(07).                           00039900
          05 WRK-JOB-GRAVADOS      PIC 9(07).                           00040000
          05 WRK-JOB-REJEITADOS    PIC 9(07).                           00040100
       77 WRK-JOB-RETORNO          PIC X(02) VALUE SPACES.              00040200
       77 WRK-PROG-JOBLOG          PIC X(08) VALUE 'JOBLOG'.            00040300
                                                                        00040400
      *-------------------------------------------------------*         00040500
                                                                        00040600
      *=======================================================*         00040700
       PROCEDURE                                  DIVISION.             00040800
      *=======================================================*         00040900
                                                                        00041000
      *-------------------------------------------------------*         00041100
       0000-PRINCIPAL                              SECTION.             00041200
      *-------------------------------------------------------*         00041300
                                                                        00041400
            PERFORM 1000-INICIAR.                                       00041500
            PERFORM 2000-PESQUISAR-CLIENTES.                            00041600
            PERFORM 2300-PESQUISAR-CLIMASTR.                            00041700
            PERFORM 2500-PESQUISAR-CLIAUDIT.                            00041800
            PERFORM 3000-LOCALIZAR-FUNCIONARIOS.                        00041900
            PERFORM 4000-PESQUISAR-FUNCIONARIO                          00042000
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00042100
                 UNTIL WRK-IDX-FUNC GREATER THAN WRK-QTDE-FUNC.         00042200
            PERFORM 5000-PESQUISAR-FUNCBANCO.                           00042300
            PERFORM 5300-PESQUISAR-FUNCBAUD.                            00042400
            PERFORM 8000-FINALIZAR.                                     00042500
                                                                        00042600
      *-------------------------------------------------------*         00042700
       0000-999-FIM.                               EXIT.                00042800
      *-------------------------------------------------------*         00042900
                                                                        00043000
      *-------------------------------------------------------*         00043100
       1000-INICIAR                               SECTION.              00043200
      *-------------------------------------------------------*         00043300
                                                                        00043400
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00043500
                                                                        00043600
             MOVE 'FR03DB56' TO WRK-JOB-PROGRAMA.                       00043700
             MOVE 'I'        TO WRK-JOB-EVENTO.                         00043800
             MOVE SPACES     TO WRK-JOB-SITUACAO.                       00043900
             MOVE ZEROS      TO WRK-JOB-LIDOS.                          00044000
             MOVE ZEROS      TO WRK-JOB-GRAVADOS.                       00044100
             MOVE ZEROS      TO WRK-JOB-REJEITADOS.                     00044200
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00044300
                  WRK-JOB-RETORNO                                       00044400
                 ON EXCEPTION                                           00044500
                    DISPLAY ' JOBLOG INDISPONIVEL NO INICIO '           00044600
             END-CALL.                                                  00044700
                                                                        00044800
             OPEN INPUT LGPDPARM.                                       00044900
             IF WRK-FS-LGPDPARM NOT EQUAL '00'                          00045000
                MOVE ' ERRO OPEN LGPDPARM ' TO WRK-MSG                  00045100
                PERFORM 9000-TRATAR-ERROS                               00045200
             END-IF.                                                    00045300
             READ LGPDPARM.                                             00045400
             IF WRK-FS-LGPDPARM NOT EQUAL '00'                          00045500
                MOVE ' LGPDPARM VAZIO ' TO WRK-MSG                      00045600
                PERFORM 9000-TRATAR-ERROS                               00045700
             END-IF.                                                    00045800
                                                                        00045900
             MOVE FD-LGP-DOCUMENTO   TO WRK-DOCUMENTO.                  00046000
             MOVE FD-LGP-SOLICITANTE TO WRK-SOLICITANTE.                00046100
             IF FD-LGP-DATA-PEDIDO EQUAL SPACES                         00046200
                MOVE WRK-DATA-HOJE      TO WRK-DATA-PEDIDO              00046300
             ELSE                                                       00046400
                MOVE FD-LGP-DATA-PEDIDO TO WRK-DATA-PEDIDO              00046500
             END-IF.                                                    00046600
             PERFORM 1100-GUARDAR-MATRICULA                             00046700
                VARYING WRK-IDX-PARM FROM 1 BY 1                        00046800
                  UNTIL WRK-IDX-PARM GREATER THAN 5.                    00046900
             CLOSE LGPDPARM.                                            00047000
                                                                        00047100
             CALL WRK-PROG-VALDOC USING WRK-DOCUMENTO,                  00047200
                  WRK-VAL-FUNCAO, WRK-VAL-RETORNO                       00047300
                 ON EXCEPTION                                           00047400
                    MOVE ' VALDOC AUSENTE OU FALHOU ' TO WRK-MSG        00047500
                    PERFORM 9000-TRATAR-ERROS                           00047600
             END-CALL.                                                  00047700
             IF WRK-VAL-RETORNO NOT EQUAL '00'                          00047800
                MOVE ' DOCUMENTO DO TITULAR INVALIDO ' TO WRK-MSG       00047900
                PERFORM 9000-TRATAR-ERROS                               00048000
             END-IF.                                                    00048100
                                                                        00048200
             IF WRK-DATA-PEDIDO NOT NUMERIC                             00048300
                MOVE ' DATA DO PEDIDO INVALIDA ' TO WRK-MSG             00048400
                PERFORM 9000-TRATAR-ERROS                               00048500
             END-IF.                                                    00048600
             PERFORM 1200-CALCULAR-PRAZO.                               00048700
                                                                        00048800
             OPEN OUTPUT RELLGPD.                                       00048900
             IF WRK-FS-RELLGPD NOT EQUAL '00'                           00049000
                MOVE ' ERRO OPEN RELLGPD ' TO WRK-MSG                   00049100
                PERFORM 9000-TRATAR-ERROS                               00049200
             END-IF.                                                    00049300
                                                                        00049400
             MOVE WRK-DATA-HOJE   TO WRK-DATA-ENTRA.                    00049500
             PERFORM 1300-EDITAR-DATA.                                  00049600
             MOVE WRK-DATA-SAI    TO WRK-TIT-EMISSAO.                   00049700
             MOVE WRK-DATA-PEDIDO TO WRK-DATA-ENTRA.                    00049800
             PERFORM 1300-EDITAR-DATA.                                  00049900
             MOVE WRK-DATA-SAI    TO WRK-PDO-DATA.                      00050000
             MOVE WRK-DATA-PRAZO  TO WRK-DATA-ENTRA.                    00050100
             PERFORM 1300-EDITAR-DATA.                                  00050200
             MOVE WRK-DATA-SAI    TO WRK-PDO-PRAZO.                     00050300
             MOVE WRK-DOCUMENTO   TO WRK-PDO-DOCUMENTO.                 00050400
             MOVE WRK-SOLICITANTE TO WRK-PDO-SOLICITANTE.               00050500
                                                                        00050600
             WRITE FD-RELLGPD FROM WRK-LIN-TITULO.                      00050700
             WRITE FD-RELLGPD FROM WRK-LIN-PEDIDO.                      00050800
             IF WRK-DATA-HOJE GREATER THAN WRK-DATA-PRAZO-X             00050900
                MOVE SPACES TO WRK-LIN-TEXTO                            00051000
                MOVE ' *** PEDIDO RESPONDIDO FORA DO PRAZO LEGAL ***'   00051100
                  TO WRK-TXT-TEXTO                                      00051200
                WRITE FD-RELLGPD FROM WRK-LIN-TEXTO                     00051300
             END-IF.                                                    00051400
             WRITE FD-RELLGPD FROM WRK-LIN-TRACO.                       00051500
             WRITE FD-RELLGPD FROM WRK-LIN-COLUNAS.                     00051600
             WRITE FD-RELLGPD FROM WRK-LIN-TRACO.                       00051700
                                                                        00051800
             DISPLAY '===================================='.            00051900
             DISPLAY ' RELATORIO LGPD DO TITULAR ' WRK-DOCUMENTO.       00052000
             DISPLAY ' PEDIDO EM ' WRK-PDO-DATA                         00052100
                     ' PRAZO ' WRK-PDO-PRAZO.                           00052200
             IF WRK-DATA-HOJE GREATER THAN WRK-DATA-PRAZO-X             00052300
                DISPLAY ' *** PEDIDO FORA DO PRAZO LEGAL *** '          00052400
             END-IF.                                                    00052500
             DISPLAY '===================================='.            00052600
                                                                        00052700
      *-------------------------------------------------------*         00052800
       1000-999-FIM.                              EXIT.                 00052900
      *-------------------------------------------------------*         00053000
                                                                        00053100
      *-------------------------------------------------------*         00053200
       1100-GUARDAR-MATRICULA                     SECTION.              00053300
      *-------------------------------------------------------*         00053400
                                                                        00053500
             IF FD-LGP-MATRICULA(WRK-IDX-PARM) IS NUMERIC AND           00053600
                FD-LGP-MATRICULA(WRK-IDX-PARM) GREATER THAN ZEROS       00053700
                MOVE FD-LGP-MATRICULA(WRK-IDX-PARM) TO WRK-ID-NOVO      00053800
                MOVE 'LGPDPARM' TO WRK-ORIGEM-NOVO                      00053900
                PERFORM 3200-INCLUIR-FUNCIONARIO                        00054000
             END-IF.                                                    00054100
                                                                        00054200
      *-------------------------------------------------------*         00054300
       1100-999-FIM.                              EXIT.                 00054400
      *-------------------------------------------------------*         00054500
                                                                        00054600
      *---------------------------------------------------------------  00054700
      *    1200-CALCULAR-PRAZO                                          00054800
      *    DATA DO PEDIDO MAIS 15 DIAS CORRIDOS, VIRANDO O MES (E O     00054900
      *    ANO) QUANDO PASSA DO ULTIMO DIA; FEVEREIRO DE ANO            00055000
      *    BISSEXTO TEM 29.                                             00055100
      *---------------------------------------------------------------  00055200
       1200-CALCULAR-PRAZO                        SECTION.              00055300
                                                                        00055400
             MOVE WRK-DATA-PEDIDO TO WRK-DATA-PRAZO.                    00055500
             ADD WRK-DIAS-PRAZO   TO WRK-PRZ-DIA.                       00055600
                                                                        00055700
             MOVE WRK-DIAS-MES(WRK-PRZ-MES) TO WRK-ULTIMO-DIA.          00055800
             IF WRK-PRZ-MES EQUAL 2                                     00055900
                DIVIDE WRK-PRZ-ANO BY 4   GIVING WRK-QUOCIENTE          00056000
                       REMAINDER WRK-RESTO-4                            00056100
                DIVIDE WRK-PRZ-ANO BY 100 GIVING WRK-QUOCIENTE          00056200
                       REMAINDER WRK-RESTO-100                          00056300
                DIVIDE WRK-PRZ-ANO BY 400 GIVING WRK-QUOCIENTE          00056400
                       REMAINDER WRK-RESTO-400                          00056500
                IF WRK-RESTO-400 EQUAL ZEROS OR                         00056600
                   ( WRK-RESTO-4 EQUAL ZEROS AND                        00056700
                     WRK-RESTO-100 NOT EQUAL ZEROS )                    00056800
                   MOVE 29 TO WRK-ULTIMO-DIA                            00056900
                END-IF                                                  00057000
             END-IF.                                                    00057100
                                                                        00057200
             IF WRK-PRZ-DIA GREATER THAN WRK-ULTIMO-DIA                 00057300
                SUBTRACT WRK-ULTIMO-DIA FROM WRK-PRZ-DIA                00057400
                ADD 1 TO WRK-PRZ-MES                                    00057500
                IF WRK-PRZ-MES GREATER THAN 12                          00057600
                   MOVE 1 TO WRK-PRZ-MES                                00057700
                   ADD 1  TO WRK-PRZ-ANO                                00057800
                END-IF                                                  00057900
             END-IF.                                                    00058000
                                                                        00058100
      *-------------------------------------------------------*         00058200
       1200-999-FIM.                              EXIT.                 00058300
      *-------------------------------------------------------*         00058400
                                                                        00058500
      *-------------------------------------------------------*         00058600
       1300-EDITAR-DATA                           SECTION.              00058700
      *-------------------------------------------------------*         00058800
                                                                        00058900
             MOVE WRK-DEN-DIA TO WRK-DSA-DIA.                           00059000
             MOVE WRK-DEN-MES TO WRK-DSA-MES.                           00059100
             MOVE WRK-DEN-ANO TO WRK-DSA-ANO.                           00059200
                                                                        00059300
      *-------------------------------------------------------*         00059400
       1300-999-FIM.                              EXIT.                 00059500
      *-------------------------------------------------------*         00059600
                                                                        00059700
      *---------------------------------------------------------------  00059800
      *    2000-PESQUISAR-CLIENTES                                      00059900
      *    VARRE O CADASTRO DE CLIENTES PELO CPF/CNPJ; CADA CODIGO      00060000
      *    ACHADO VAI PARA A TABELA QUE FILTRA A TRILHA CLIAUDIT.       00060100
      *---------------------------------------------------------------  00060200
       2000-PESQUISAR-CLIENTES                    SECTION.              00060300
                                                                        00060400
             OPEN INPUT CLIENTES.                                       00060500
             IF WRK-FS-CLIENTES NOT EQUAL '00'                          00060600
                MOVE ' ERRO OPEN CLIENTES ' TO WRK-MSG                  00060700
                PERFORM 9000-TRATAR-ERROS                               00060800
             END-IF.                                                    00060900
                                                                        00061000
             READ CLIENTES NEXT.                                        00061100
             PERFORM 2100-AVALIAR-CLIENTE                               00061200
                UNTIL WRK-FS-CLIENTES NOT EQUAL '00'.                   00061300
             CLOSE CLIENTES.                                            00061400
                                                                        00061500
      *-------------------------------------------------------*         00061600
       2000-999-FIM.                              EXIT.                 00061700
      *-------------------------------------------------------*         00061800
                                                                        00061900
      *-------------------------------------------------------*         00062000
       2100-AVALIAR-CLIENTE                       SECTION.              00062100
      *-------------------------------------------------------*         00062200
                                                                        00062300
             ADD 1 TO WRK-REG-LIDOS.                                    00062400
             IF FD-CPF-CNPJ EQUAL WRK-DOCUMENTO                         00062500
                PERFORM 2200-LISTAR-CLIENTE                             00062600
             END-IF.                                                    00062700
             READ CLIENTES NEXT.                                        00062800
                                                                        00062900
      *-------------------------------------------------------*         00063000
       2100-999-FIM.                              EXIT.                 00063100
      *-------------------------------------------------------*         00063200
                                                                        00063300
      *-------------------------------------------------------*         00063400
       2200-LISTAR-CLIENTE                        SECTION.              00063500
      *-------------------------------------------------------*         00063600
                                                                        00063700
             ADD 1 TO WRK-REG-ACHADOS.                                  00063800
             IF WRK-QTDE-CLIENTES LESS THAN 20                          00063900
                ADD 1 TO WRK-QTDE-CLIENTES                              00064000
                MOVE FD-CODIGO TO WRK-TCL-CODIGO(WRK-QTDE-CLIENTES)     00064100
             ELSE                                                       00064200
                DISPLAY ' TABELA DE CLIENTES CHEIA - CODIGO '           00064300
                        FD-CODIGO ' SEM A TRILHA CLIAUDIT'              00064400
             END-IF.                                                    00064500
                                                                        00064600
             MOVE 'CLIENTES'          TO WRK-DET-ARQUIVO.               00064700
             MOVE FD-CODIGO           TO WRK-DET-CHAVE.                 00064800
             MOVE 'FR11ARQ02/FR11ARQ03' TO WRK-DET-FONTE.               00064900
             MOVE 'CODIGO'            TO WRK-DET-CAMPO.                 00065000
             MOVE FD-CODIGO           TO WRK-DET-CONTEUDO.              00065100
             PERFORM 6000-IMPRIMIR-CAMPO.                               00065200
             MOVE 'NOME'              TO WRK-DET-CAMPO.                 00065300
             MOVE FD-NOME             TO WRK-DET-CONTEUDO.              00065400
             PERFORM 6000-IMPRIMIR-CAMPO.                               00065500
             MOVE 'BANCO'             TO WRK-DET-CAMPO.                 00065600
             MOVE FD-BANCO            TO WRK-DET-CONTEUDO.              00065700
             PERFORM 6000-IMPRIMIR-CAMPO.                               00065800
             MOVE 'CPF/CNPJ'          TO WRK-DET-CAMPO.                 00065900
             MOVE FD-CPF-CNPJ         TO WRK-DET-CONTEUDO.              00066000
             PERFORM 6000-IMPRIMIR-CAMPO.                               00066100
             MOVE 'ENDERECO'          TO WRK-DET-CAMPO.                 00066200
             MOVE FD-ENDERECO         TO WRK-DET-CONTEUDO.              00066300
             PERFORM 6000-IMPRIMIR-CAMPO.                               00066400
             MOVE 'CEP'               TO WRK-DET-CAMPO.                 00066500
             MOVE FD-CEP              TO WRK-DET-CONTEUDO.              00066600
             PERFORM 6000-IMPRIMIR-CAMPO.                               00066700
             MOVE 'SITUACAO'          TO WRK-DET-CAMPO.                 00066800
             MOVE FD-SITUACAO         TO WRK-DET-CONTEUDO.              00066900
             PERFORM 6000-IMPRIMIR-CAMPO.                               00067000
             MOVE 'DATA INCLUSAO'     TO WRK-DET-CAMPO.                 00067100
             MOVE FD-DATA-INCLUSAO    TO WRK-DET-CONTEUDO.              00067200
             PERFORM 6000-IMPRIMIR-CAMPO.                               00067300
             MOVE 'DATA ALTERACAO'    TO WRK-DET-CAMPO.                 00067400
             MOVE FD-DATA-ALTERACAO   TO WRK-DET-CONTEUDO.              00067500
             PERFORM 6000-IMPRIMIR-CAMPO.                               00067600
                                                                        00067700
             MOVE 'FR01CB04/07/13 CREDITO' TO WRK-DET-FONTE.            00067800
             MOVE 'LIMITE CREDITO'    TO WRK-DET-CAMPO.                 00067900
             MOVE FD-LIMITE-CREDITO   TO WRK-EDT-VALOR.                 00068000
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00068100
             PERFORM 6000-IMPRIMIR-CAMPO.                               00068200
             MOVE 'EXPOSICAO'         TO WRK-DET-CAMPO.                 00068300
             MOVE FD-EXPOSICAO        TO WRK-EDT-VALOR.                 00068400
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00068500
             PERFORM 6000-IMPRIMIR-CAMPO.                               00068600
             MOVE 'DEVOLUCOES'        TO WRK-DET-CAMPO.                 00068700
             MOVE FD-DEVOLUCOES       TO WRK-EDT-QTDE.                  00068800
             MOVE WRK-EDT-QTDE        TO WRK-DET-CONTEUDO.              00068900
             PERFORM 6000-IMPRIMIR-CAMPO.                               00069000
             MOVE 'BLOQUEIO CREDITO'  TO WRK-DET-CAMPO.                 00069100
             MOVE FD-BLOQUEIO         TO WRK-DET-CONTEUDO.              00069200
             PERFORM 6000-IMPRIMIR-CAMPO.                               00069300
             MOVE 'NIVEL AVISO'       TO WRK-DET-CAMPO.                 00069400
             MOVE FD-NIVEL-AVISO      TO WRK-DET-CONTEUDO.              00069500
             PERFORM 6000-IMPRIMIR-CAMPO.                               00069600
             MOVE 'SALDO VENCIDO'     TO WRK-DET-CAMPO.                 00069700
             MOVE FD-SALDO-VENCIDO    TO WRK-EDT-VALOR.                 00069800
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00069900
             PERFORM 6000-IMPRIMIR-CAMPO.                               00070000
                                                                        00070100
      *-------------------------------------------------------*         00070200
       2200-999-FIM.                              EXIT.                 00070300
      *-------------------------------------------------------*         00070400
                                                                        00070500
      *-------------------------------------------------------*         00070600
       2300-PESQUISAR-CLIMASTR                    SECTION.              00070700
      *-------------------------------------------------------*         00070800
                                                                        00070900
             OPEN INPUT CLIMASTR.                                       00071000
             IF WRK-FS-CLIMASTR EQUAL '35'                              00071100
                DISPLAY ' CLIMASTR AUSENTE - NAO PESQUISADO '           00071200
             ELSE                                                       00071220
                IF WRK-FS-CLIMASTR NOT EQUAL '00'                       00071240
                   MOVE ' ERRO OPEN CLIMASTR ' TO WRK-MSG               00071260
                   PERFORM 9000-TRATAR-ERROS                            00071280
                END-IF                                                  00071300
                READ CLIMASTR                                           00071320
                PERFORM 2400-AVALIAR-CLIMASTR                           00071340
                   UNTIL WRK-FS-CLIMASTR NOT EQUAL '00'                 00071360
                CLOSE CLIMASTR                                          00071380
             END-IF.                                                    00071400
                                                                        00072400
      *-------------------------------------------------------*         00072500
       2300-999-FIM.                              EXIT.                 00072600
      *-------------------------------------------------------*         00072700
                                                                        00072800
      *-------------------------------------------------------*         00072900
       2400-AVALIAR-CLIMASTR                      SECTION.              00073000
      *-------------------------------------------------------*         00073100
                                                                        00073200
             ADD 1 TO WRK-REG-LIDOS.                                    00073300
             IF FD-DOCUMENTO EQUAL WRK-DOCUMENTO                        00073400
                ADD 1 TO WRK-REG-ACHADOS                                00073500
                MOVE 'CLIMASTR'       TO WRK-DET-ARQUIVO                00073600
                MOVE FD-ID            TO WRK-DET-CHAVE                  00073700
                MOVE 'FR03CB04 INTAKE CLIENTE' TO WRK-DET-FONTE         00073800
                MOVE 'ID'             TO WRK-DET-CAMPO                  00073900
                MOVE FD-ID            TO WRK-DET-CONTEUDO               00074000
                PERFORM 6000-IMPRIMIR-CAMPO                             00074100
                MOVE 'CLIENTE'        TO WRK-DET-CAMPO                  00074200
                MOVE FD-CLIENTE       TO WRK-DET-CONTEUDO               00074300
                PERFORM 6000-IMPRIMIR-CAMPO                             00074400
                MOVE 'TELEFONE'       TO WRK-DET-CAMPO                  00074500
                MOVE FD-TELEFONE      TO WRK-DET-CONTEUDO               00074600
                PERFORM 6000-IMPRIMIR-CAMPO                             00074700
                MOVE 'GERENTE'        TO WRK-DET-CAMPO                  00074800
                MOVE FD-GERENTE       TO WRK-DET-CONTEUDO               00074900
                PERFORM 6000-IMPRIMIR-CAMPO                             00075000
                MOVE 'DOCUMENTO'      TO WRK-DET-CAMPO                  00075100
                MOVE FD-DOCUMENTO     TO WRK-DET-CONTEUDO               00075200
                PERFORM 6000-IMPRIMIR-CAMPO                             00075300
             END-IF.                                                    00075400
             READ CLIMASTR.                                             00075500
                                                                        00075600
      *-------------------------------------------------------*         00075700
       2400-999-FIM.                              EXIT.                 00075800
      *-------------------------------------------------------*         00075900
                                                                        00076000
      *---------------------------------------------------------------  00076100
      *    2500-PESQUISAR-CLIAUDIT                                      00076200
      *    A TRILHA DO FR11ARQ03 E POR CODIGO DE CLIENTE: SAI CADA      00076300
      *    ALTERACAO DOS CODIGOS ACHADOS NO CADASTRO, COM A IMAGEM      00076400
      *    ANTERIOR E A NOVA DOS CAMPOS PREENCHIDOS.                    00076500
      *---------------------------------------------------------------  00076600
       2500-PESQUISAR-CLIAUDIT                    SECTION.              00076700
                                                                        00076800
             IF WRK-QTDE-CLIENTES NOT EQUAL ZEROS                       00076820
                OPEN INPUT CLIAUDIT                                     00076840
                IF WRK-FS-CLIAUDIT EQUAL '35'                           00076860
                   DISPLAY ' CLIAUDIT AUSENTE - NAO PESQUISADO '        00076880
                ELSE                                                    00076900
                   IF WRK-FS-CLIAUDIT NOT EQUAL '00'                    00076920
                      MOVE ' ERRO OPEN CLIAUDIT ' TO WRK-MSG            00076940
                      PERFORM 9000-TRATAR-ERROS                         00076960
                   END-IF                                               00076980
                   READ CLIAUDIT                                        00077000
                   PERFORM 2600-AVALIAR-CLIAUDIT                        00077020
                      UNTIL WRK-FS-CLIAUDIT NOT EQUAL '00'              00077040
                   CLOSE CLIAUDIT                                       00077060
                END-IF                                                  00077080
             END-IF.                                                    00077100
                                                                        00078700
      *-------------------------------------------------------*         00078800
       2500-999-FIM.                              EXIT.                 00078900
      *-------------------------------------------------------*         00079000
                                                                        00079100
      *-------------------------------------------------------*         00079200
       2600-AVALIAR-CLIAUDIT                      SECTION.              00079300
      *-------------------------------------------------------*         00079400
                                                                        00079500
             ADD 1 TO WRK-REG-LIDOS.                                    00079600
             SET WRK-CLI-NAO-ACHADO TO TRUE.                            00079700
             MOVE 1 TO WRK-IDX-CLI.                                     00079800
             PERFORM 2610-PROCURAR-CLIENTE                              00079900
                UNTIL WRK-IDX-CLI GREATER THAN WRK-QTDE-CLIENTES        00080000
                   OR WRK-CLI-FOI-ACHADO.                               00080100
             IF WRK-CLI-FOI-ACHADO                                      00080200
                PERFORM 2700-LISTAR-CLIAUDIT                            00080300
             END-IF.                                                    00080400
             READ CLIAUDIT.                                             00080500
                                                                        00080600
      *-------------------------------------------------------*         00080700
       2600-999-FIM.                              EXIT.                 00080800
      *-------------------------------------------------------*         00080900
                                                                        00081000
      *-------------------------------------------------------*         00081100
       2610-PROCURAR-CLIENTE                      SECTION.              00081200
      *-------------------------------------------------------*         00081300
                                                                        00081400
             IF WRK-TCL-CODIGO(WRK-IDX-CLI) EQUAL FD-CAU-CODIGO         00081500
                SET WRK-CLI-FOI-ACHADO TO TRUE                          00081600
             ELSE                                                       00081700
                ADD 1 TO WRK-IDX-CLI                                    00081800
             END-IF.                                                    00081900
                                                                        00082000
      *-------------------------------------------------------*         00082100
       2610-999-FIM.                              EXIT.                 00082200
      *-------------------------------------------------------*         00082300
                                                                        00082400
      *-------------------------------------------------------*         00082500
       2700-LISTAR-CLIAUDIT                       SECTION.              00082600
      *-------------------------------------------------------*         00082700
                                                                        00082800
             ADD 1 TO WRK-REG-ACHADOS.                                  00082900
             MOVE 'CLIAUDIT'          TO WRK-DET-ARQUIVO.               00083000
             MOVE FD-CAU-CODIGO       TO WRK-DET-CHAVE.                 00083100
             MOVE 'FR11ARQ03 TRILHA CLITRAN' TO WRK-DET-FONTE.          00083200
             MOVE 'DATA/TIPO'         TO WRK-DET-CAMPO.                 00083300
             MOVE SPACES              TO WRK-DET-CONTEUDO.              00083400
             STRING FD-CAU-DATA ' ' FD-CAU-TIPO                         00083500
                    DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.            00083600
             PERFORM 6000-IMPRIMIR-CAMPO.                               00083700
             IF FD-CAU-NOME-ANT NOT EQUAL SPACES                        00083800
                MOVE 'NOME ANTERIOR'  TO WRK-DET-CAMPO                  00083900
                MOVE FD-CAU-NOME-ANT  TO WRK-DET-CONTEUDO               00084000
                PERFORM 6000-IMPRIMIR-CAMPO                             00084100
             END-IF.                                                    00084200
             IF FD-CAU-NOME-NOV NOT EQUAL SPACES                        00084300
                MOVE 'NOME NOVO'      TO WRK-DET-CAMPO                  00084400
                MOVE FD-CAU-NOME-NOV  TO WRK-DET-CONTEUDO               00084500
                PERFORM 6000-IMPRIMIR-CAMPO                             00084600
             END-IF.                                                    00084700
             IF FD-CAU-BANCO-ANT NOT EQUAL SPACES                       00084800
                MOVE 'BANCO ANTERIOR' TO WRK-DET-CAMPO                  00084900
                MOVE FD-CAU-BANCO-ANT TO WRK-DET-CONTEUDO               00085000
                PERFORM 6000-IMPRIMIR-CAMPO                             00085100
             END-IF.                                                    00085200
             IF FD-CAU-BANCO-NOV NOT EQUAL SPACES                       00085300
                MOVE 'BANCO NOVO'     TO WRK-DET-CAMPO                  00085400
                MOVE FD-CAU-BANCO-NOV TO WRK-DET-CONTEUDO               00085500
                PERFORM 6000-IMPRIMIR-CAMPO                             00085600
             END-IF.                                                    00085700
             IF FD-CAU-ENDER-ANT NOT EQUAL SPACES                       00085800
                MOVE 'ENDERECO ANTERIOR' TO WRK-DET-CAMPO               00085900
                MOVE FD-CAU-ENDER-ANT TO WRK-DET-CONTEUDO               00086000
                PERFORM 6000-IMPRIMIR-CAMPO                             00086100
             END-IF.                                                    00086200
             IF FD-CAU-ENDER-NOV NOT EQUAL SPACES                       00086300
                MOVE 'ENDERECO NOVO'  TO WRK-DET-CAMPO                  00086400
                MOVE FD-CAU-ENDER-NOV TO WRK-DET-CONTEUDO               00086500
                PERFORM 6000-IMPRIMIR-CAMPO                             00086600
             END-IF.                                                    00086700
             IF FD-CAU-CEP-ANT NOT EQUAL SPACES                         00086800
                MOVE 'CEP ANTERIOR'   TO WRK-DET-CAMPO                  00086900
                MOVE FD-CAU-CEP-ANT   TO WRK-DET-CONTEUDO               00087000
                PERFORM 6000-IMPRIMIR-CAMPO                             00087100
             END-IF.                                                    00087200
             IF FD-CAU-CEP-NOV NOT EQUAL SPACES                         00087300
                MOVE 'CEP NOVO'       TO WRK-DET-CAMPO                  00087400
                MOVE FD-CAU-CEP-NOV   TO WRK-DET-CONTEUDO               00087500
                PERFORM 6000-IMPRIMIR-CAMPO                             00087600
             END-IF.                                                    00087700
             IF FD-CAU-SIT-ANT NOT EQUAL SPACES                         00087800
                MOVE 'SITUACAO ANTERIOR' TO WRK-DET-CAMPO               00087900
                MOVE FD-CAU-SIT-ANT   TO WRK-DET-CONTEUDO               00088000
                PERFORM 6000-IMPRIMIR-CAMPO                             00088100
             END-IF.                                                    00088200
             IF FD-CAU-SIT-NOV NOT EQUAL SPACES                         00088300
                MOVE 'SITUACAO NOVA'  TO WRK-DET-CAMPO                  00088400
                MOVE FD-CAU-SIT-NOV   TO WRK-DET-CONTEUDO               00088500
                PERFORM 6000-IMPRIMIR-CAMPO                             00088600
             END-IF.                                                    00088700
                                                                        00088800
      *-------------------------------------------------------*         00088900
       2700-999-FIM.                              EXIT.                 00089000
      *-------------------------------------------------------*         00089100
                                                                        00089200
      *---------------------------------------------------------------  00089300
      *    3000-LOCALIZAR-FUNCIONARIOS                                  00089400
      *    SO DOCUMENTO DE PESSOA FISICA (CPF NAS 11 PRIMEIRAS          00089500
      *    POSICOES) PODE SER FUNCIONARIO: O EVENTO DE ADMISSAO COM     00089600
      *    O MESMO CPF DA A MATRICULA.                                  00089700
      *---------------------------------------------------------------  00089800
       3000-LOCALIZAR-FUNCIONARIOS                SECTION.              00089900
                                                                        00090000
             IF WRK-DOCUMENTO(12:3) EQUAL SPACES                        00090020
                OPEN INPUT EVTADM                                       00090040
                IF WRK-FS-EVTADM EQUAL '35'                             00090060
                   DISPLAY ' EVTADM AUSENTE - SO AS MATRICULAS DO PARM '00090080
                ELSE                                                    00090100
                   IF WRK-FS-EVTADM NOT EQUAL '00'                      00090120
                      MOVE ' ERRO OPEN EVTADM ' TO WRK-MSG              00090140
                      PERFORM 9000-TRATAR-ERROS                         00090160
                   END-IF                                               00090180
                   READ EVTADM                                          00090200
                   PERFORM 3100-AVALIAR-EVENTO                          00090220
                      UNTIL WRK-FS-EVTADM NOT EQUAL '00'                00090240
                   CLOSE EVTADM                                         00090260
                END-IF                                                  00090280
             END-IF.                                                    00090300
                                                                        00091900
      *-------------------------------------------------------*         00092000
       3000-999-FIM.                              EXIT.                 00092100
      *-------------------------------------------------------*         00092200
                                                                        00092300
      *-------------------------------------------------------*         00092400
       3100-AVALIAR-EVENTO                        SECTION.              00092500
      *-------------------------------------------------------*         00092600
                                                                        00092700
             ADD 1 TO WRK-REG-LIDOS.                                    00092800
             IF FD-EVT-CPF EQUAL WRK-DOCUMENTO(1:11)                    00092900
                ADD 1 TO WRK-REG-ACHADOS                                00093000
                MOVE FD-EVT-ID        TO WRK-ID-NOVO                    00093100
                MOVE 'EVTADM'         TO WRK-ORIGEM-NOVO                00093200
                PERFORM 3200-INCLUIR-FUNCIONARIO                        00093300
                MOVE 'EVTADM'         TO WRK-DET-ARQUIVO                00093400
                MOVE FD-EVT-ID        TO WRK-DET-CHAVE                  00093500
                MOVE 'FR03DB03 ADMISSAO' TO WRK-DET-FONTE               00093600
                MOVE 'TIPO EVENTO'    TO WRK-DET-CAMPO                  00093700
                MOVE FD-EVT-TIPO      TO WRK-DET-CONTEUDO               00093800
                PERFORM 6000-IMPRIMIR-CAMPO                             00093900
                MOVE 'CPF'            TO WRK-DET-CAMPO                  00094000
                MOVE FD-EVT-CPF       TO WRK-DET-CONTEUDO               00094100
                PERFORM 6000-IMPRIMIR-CAMPO                             00094200
                MOVE 'DATA EVENTO'    TO WRK-DET-CAMPO                  00094300
                MOVE FD-EVT-DATA      TO WRK-DET-CONTEUDO               00094400
                PERFORM 6000-IMPRIMIR-CAMPO                             00094500
                MOVE 'SETOR'          TO WRK-DET-CAMPO                  00094600
                MOVE FD-EVT-SETOR     TO WRK-DET-CONTEUDO               00094700
                PERFORM 6000-IMPRIMIR-CAMPO                             00094800
                MOVE 'DATA GERACAO'   TO WRK-DET-CAMPO                  00094900
                MOVE FD-EVT-GERACAO   TO WRK-DET-CONTEUDO               00095000
                PERFORM 6000-IMPRIMIR-CAMPO                             00095100
             END-IF.                                                    00095200
             READ EVTADM.                                               00095300
                                                                        00095400
      *-------------------------------------------------------*         00095500
       3100-999-FIM.                              EXIT.                 00095600
      *-------------------------------------------------------*         00095700
                                                                        00095800
      *-------------------------------------------------------*         00095900
       3200-INCLUIR-FUNCIONARIO                   SECTION.              00096000
      *-------------------------------------------------------*         00096100
                                                                        00096200
             SET WRK-FUNC-NAO-ACHADO TO TRUE.                           00096300
             MOVE 1 TO WRK-IDX-FUNC.                                    00096400
             PERFORM 3210-PROCURAR-FUNCIONARIO                          00096500
                UNTIL WRK-IDX-FUNC GREATER THAN WRK-QTDE-FUNC           00096600
                   OR WRK-FUNC-FOI-ACHADO.                              00096700
                                                                        00096800
             IF WRK-FUNC-NAO-ACHADO                                     00096900
                IF WRK-QTDE-FUNC LESS THAN 10                           00097000
                   ADD 1 TO WRK-QTDE-FUNC                               00097100
                   MOVE WRK-ID-NOVO     TO WRK-TFU-ID(WRK-QTDE-FUNC)    00097200
                   MOVE WRK-ORIGEM-NOVO TO                              00097300
                        WRK-TFU-ORIGEM(WRK-QTDE-FUNC)                   00097400
                ELSE                                                    00097500
                   DISPLAY ' TABELA DE MATRICULAS CHEIA - ID '          00097600
                           WRK-ID-NOVO ' NAO PESQUISADO'                00097700
                END-IF                                                  00097800
             END-IF.                                                    00097900
                                                                        00098000
      *-------------------------------------------------------*         00098100
       3200-999-FIM.                              EXIT.                 00098200
      *-------------------------------------------------------*         00098300
                                                                        00098400
      *-------------------------------------------------------*         00098500
       3210-PROCURAR-FUNCIONARIO                  SECTION.              00098600
      *-------------------------------------------------------*         00098700
                                                                        00098800
             IF WRK-TFU-ID(WRK-IDX-FUNC) EQUAL WRK-ID-NOVO              00098900
                SET WRK-FUNC-FOI-ACHADO TO TRUE                         00099000
             ELSE                                                       00099100
                ADD 1 TO WRK-IDX-FUNC                                   00099200
             END-IF.                                                    00099300
                                                                        00099400
      *-------------------------------------------------------*         00099500
       3210-999-FIM.                              EXIT.                 00099600
      *-------------------------------------------------------*         00099700
                                                                        00099800
      *---------------------------------------------------------------  00099900
      *    4000-PESQUISAR-FUNCIONARIO                                   00100000
      *    PARA CADA MATRICULA DO TITULAR: CADASTRO ATIVO, ARQUIVO      00100100
      *    MORTO, TRILHA DE AUDITORIA, DEPENDENTES E HISTORICO DE       00100200
      *    HOLERITES.                                                   00100300
      *---------------------------------------------------------------  00100400
       4000-PESQUISAR-FUNCIONARIO                 SECTION.              00100500
                                                                        00100600
             MOVE WRK-TFU-ID(WRK-IDX-FUNC) TO WRK-EDT-ID.               00100700
             MOVE WRK-TFU-ID(WRK-IDX-FUNC) TO DB2-ID.                   00100800
             DISPLAY ' MATRICULA ' WRK-EDT-ID ' ACHADA POR '            00100900
                     WRK-TFU-ORIGEM(WRK-IDX-FUNC).                      00101000
                                                                        00101100
             PERFORM 4100-LISTAR-FUNC.                                  00101200
             PERFORM 4200-LISTAR-FUNC-ARCH.                             00101300
             PERFORM 4300-LISTAR-FUNC-AUDIT.                            00101400
             PERFORM 4400-LISTAR-DEPENDENTES.                           00101500
             PERFORM 4500-LISTAR-HOLHIST.                               00101600
                                                                        00101700
      *-------------------------------------------------------*         00101800
       4000-999-FIM.                              EXIT.                 00101900
      *-------------------------------------------------------*         00102000
                                                                        00102100
      *-------------------------------------------------------*         00102200
       4100-LISTAR-FUNC                           SECTION.              00102300
      *-------------------------------------------------------*         00102400
                                                                        00102500
             EXEC SQL                                                   00102600
                SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,            00102700
                       TELEFONE, CARGO                                  00102800
                  INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,             00102900
                       :DB2-DATAADM, :DB2-EMAIL,                        00103000
                       :DB2-TELEFONE :WRK-TELEFONE-NULL,                00103100
                       :DB2-CARGO    :WRK-CARGO-NULL                    00103200
                  FROM FOUR001.FUNC                                     00103300
                 WHERE ID = :DB2-ID                                     00103400
             END-EXEC.                                                  00103500
                                                                        00103600
             EVALUATE TRUE                                              00103700
               WHEN SQLCODE EQUAL 100                                   00103800
                  CONTINUE                                              00103900
               WHEN SQLCODE NOT EQUAL ZEROS                             00104000
                  MOVE SQLCODE TO WRK-SQLCODE                           00104100
                  DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC, ID '       00104200
                          WRK-EDT-ID                                    00104300
                  MOVE ' ERRO SELECT FOUR001.FUNC ' TO WRK-MSG          00104400
                  PERFORM 9000-TRATAR-ERROS                             00104500
               WHEN OTHER                                               00104600
                  PERFORM 4110-IMPRIMIR-FUNC                            00104700
             END-EVALUATE.                                              00104800
                                                                        00104811
      *-------------------------------------------------------*         00104822
       4100-999-FIM.                              EXIT.                 00104833
      *-------------------------------------------------------*         00104844
                                                                        00104855
      *-------------------------------------------------------*         00104866
       4110-IMPRIMIR-FUNC                         SECTION.              00104877
      *-------------------------------------------------------*         00104888
                                                                        00104900
             IF WRK-TELEFONE-NULL EQUAL -1                              00105000
                MOVE SPACES TO DB2-TELEFONE                             00105100
             END-IF.                                                    00105200
             IF WRK-CARGO-NULL EQUAL -1                                 00105300
                MOVE SPACES TO DB2-CARGO                                00105400
             END-IF.                                                    00105500
                                                                        00105600
             ADD 1 TO WRK-REG-ACHADOS.                                  00105700
             MOVE 'FUNC'              TO WRK-DET-ARQUIVO.               00105800
             MOVE WRK-EDT-ID          TO WRK-DET-CHAVE.                 00105900
             MOVE 'FR03DB03 ADM/FR03DB10 ALT' TO WRK-DET-FONTE.         00106000
             PERFORM 4150-LISTAR-COLUNAS-FUNC.                          00106100
             MOVE 'CARGO'             TO WRK-DET-CAMPO.                 00106200
             MOVE DB2-CARGO           TO WRK-DET-CONTEUDO.              00106300
             PERFORM 6000-IMPRIMIR-CAMPO.                               00106400
                                                                        00106500
      *-------------------------------------------------------*         00106600
       4110-999-FIM.                              EXIT.                 00106700
      *-------------------------------------------------------*         00106800
                                                                        00106900
      *-------------------------------------------------------*         00107000
       4150-LISTAR-COLUNAS-FUNC                   SECTION.              00107100
      *-------------------------------------------------------*         00107200
                                                                        00107300
             MOVE 'NOME'              TO WRK-DET-CAMPO.                 00107400
             MOVE DB2-NOME            TO WRK-DET-CONTEUDO.              00107500
             PERFORM 6000-IMPRIMIR-CAMPO.                               00107600
             MOVE 'SETOR'             TO WRK-DET-CAMPO.                 00107700
             MOVE DB2-SETOR           TO WRK-DET-CONTEUDO.              00107800
             PERFORM 6000-IMPRIMIR-CAMPO.                               00107900
             MOVE 'SALARIO'           TO WRK-DET-CAMPO.                 00108000
             MOVE DB2-SALARIO         TO WRK-EDT-VALOR.                 00108100
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00108200
             PERFORM 6000-IMPRIMIR-CAMPO.                               00108300
             MOVE 'DATA ADMISSAO'     TO WRK-DET-CAMPO.                 00108400
             MOVE DB2-DATAADM         TO WRK-DET-CONTEUDO.              00108500
             PERFORM 6000-IMPRIMIR-CAMPO.                               00108600
             MOVE 'EMAIL'             TO WRK-DET-CAMPO.                 00108700
             MOVE DB2-EMAIL           TO WRK-DET-CONTEUDO.              00108800
             PERFORM 6000-IMPRIMIR-CAMPO.                               00108900
             MOVE 'TELEFONE'          TO WRK-DET-CAMPO.                 00109000
             MOVE DB2-TELEFONE        TO WRK-DET-CONTEUDO.              00109100
             PERFORM 6000-IMPRIMIR-CAMPO.                               00109200
                                                                        00109300
      *-------------------------------------------------------*         00109400
       4150-999-FIM.                              EXIT.                 00109500
      *-------------------------------------------------------*         00109600
                                                                        00109700
      *-------------------------------------------------------*         00109800
       4200-LISTAR-FUNC-ARCH                      SECTION.              00109900
      *-------------------------------------------------------*         00110000
                                                                        00110100
             EXEC SQL                                                   00110200
                SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,            00110300
                       TELEFONE, CHAR(DATA_ARQUIVAMENTO)                00110400
                  INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,             00110500
                       :DB2-DATAADM, :DB2-EMAIL,                        00110600
                       :DB2-TELEFONE :WRK-TELEFONE-NULL,                00110700
                       :DB2-DATA-ARQ                                    00110800
                  FROM FOUR001.FUNC_ARCH                                00110900
                 WHERE ID = :DB2-ID                                     00111000
             END-EXEC.                                                  00111100
                                                                        00111200
             EVALUATE TRUE                                              00111300
               WHEN SQLCODE EQUAL 100                                   00111400
                  CONTINUE                                              00111500
               WHEN SQLCODE NOT EQUAL ZEROS                             00111600
                  MOVE SQLCODE TO WRK-SQLCODE                           00111700
                  DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_ARCH, ID '  00111800
                          WRK-EDT-ID                                    00111900
                  MOVE ' ERRO SELECT FOUR001.FUNC_ARCH ' TO WRK-MSG     00112000
                  PERFORM 9000-TRATAR-ERROS                             00112100
               WHEN OTHER                                               00112200
                  PERFORM 4210-IMPRIMIR-FUNC-ARCH                       00112300
             END-EVALUATE.                                              00112400
                                                                        00112411
      *-------------------------------------------------------*         00112422
       4200-999-FIM.                              EXIT.                 00112433
      *-------------------------------------------------------*         00112444
                                                                        00112455
      *-------------------------------------------------------*         00112466
       4210-IMPRIMIR-FUNC-ARCH                    SECTION.              00112477
      *-------------------------------------------------------*         00112488
                                                                        00112500
             IF WRK-TELEFONE-NULL EQUAL -1                              00112600
                MOVE SPACES TO DB2-TELEFONE                             00112700
             END-IF.                                                    00112800
                                                                        00112900
             ADD 1 TO WRK-REG-ACHADOS.                                  00113000
             MOVE 'FUNC_ARCH'         TO WRK-DET-ARQUIVO.               00113100
             MOVE WRK-EDT-ID          TO WRK-DET-CHAVE.                 00113200
             MOVE 'FR03DB13 ARQUIVAMENTO' TO WRK-DET-FONTE.             00113300
             PERFORM 4150-LISTAR-COLUNAS-FUNC.                          00113400
             MOVE 'DATA ARQUIVAMENTO' TO WRK-DET-CAMPO.                 00113500
             MOVE DB2-DATA-ARQ        TO WRK-DET-CONTEUDO.              00113600
             PERFORM 6000-IMPRIMIR-CAMPO.                               00113700
                                                                        00113800
      *-------------------------------------------------------*         00113900
       4210-999-FIM.                              EXIT.                 00114000
      *-------------------------------------------------------*         00114100
                                                                        00114200
      *---------------------------------------------------------------  00114300
      *    4300-LISTAR-FUNC-AUDIT                                       00114400
      *    O PROGRAMA QUE FEZ CADA ALTERACAO VEM NA PROPRIA TRILHA      00114500
      *    (PROGRAMA_ORIGEM).                                           00114600
      *---------------------------------------------------------------  00114700
       4300-LISTAR-FUNC-AUDIT                     SECTION.              00114800
                                                                        00114900
             EXEC SQL                                                   00115000
                DECLARE CSRLGPD CURSOR FOR                              00115100
                   SELECT NOME_ANT, SETOR_ANT, SALARIO_ANT,             00115200
                          DATAADM_ANT, EMAIL_ANT, TELEFONE_ANT,         00115300
                          NOME_NOVO, SETOR_NOVO, SALARIO_NOVO,          00115400
                          DATAADM_NOVO, EMAIL_NOVO, TELEFONE_NOVO,      00115500
                          CHAR(DATA_ALTERACAO), PROGRAMA_ORIGEM         00115600
                     FROM FOUR001.FUNC_AUDIT                            00115700
                    WHERE ID = :DB2-ID                                  00115800
                    ORDER BY DATA_ALTERACAO                             00115900
             END-EXEC.                                                  00116000
                                                                        00116100
             EXEC SQL                                                   00116200
                OPEN CSRLGPD                                            00116300
             END-EXEC.                                                  00116400
             IF SQLCODE NOT EQUAL ZEROS                                 00116500
                MOVE SQLCODE TO WRK-SQLCODE                             00116600
                DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_AUDIT'        00116700
                MOVE ' ERRO OPEN CURSOR FUNC_AUDIT ' TO WRK-MSG         00116800
                PERFORM 9000-TRATAR-ERROS                               00116900
             END-IF.                                                    00117000
                                                                        00117100
             MOVE 'N' TO WRK-FIM-AUDIT.                                 00117200
             PERFORM 4310-LISTAR-ALTERACAO                              00117300
                UNTIL WRK-AUDIT-ACABOU.                                 00117400
                                                                        00117500
             EXEC SQL                                                   00117600
                CLOSE CSRLGPD                                           00117700
             END-EXEC.                                                  00117800
                                                                        00117900
      *-------------------------------------------------------*         00118000
       4300-999-FIM.                              EXIT.                 00118100
      *-------------------------------------------------------*         00118200
                                                                        00118300
      *-------------------------------------------------------*         00118400
       4310-LISTAR-ALTERACAO                      SECTION.              00118500
      *-------------------------------------------------------*         00118600
                                                                        00118700
             MOVE SPACES TO WRK-AUD-FUNC.                               00118800
             EXEC SQL                                                   00118900
                FETCH CSRLGPD                                           00119000
                 INTO :WRK-AFU-NOME-A, :WRK-AFU-SETOR-A,                00119100
                      :WRK-AFU-SAL-A, :WRK-AFU-ADM-A,                   00119200
                      :WRK-AFU-EMAIL-A,                                 00119300
                      :WRK-AFU-FONE-A :WRK-FONE-A-NULL,                 00119400
                      :WRK-AFU-NOME-N, :WRK-AFU-SETOR-N,                00119500
                      :WRK-AFU-SAL-N, :WRK-AFU-ADM-N,                   00119600
                      :WRK-AFU-EMAIL-N,                                 00119700
                      :WRK-AFU-FONE-N :WRK-FONE-N-NULL,                 00119800
                      :DB2-AUD-DATA-ALT,                                00119900
                      :DB2-AUD-ORIGEM :WRK-ORIGEM-NULL                  00120000
             END-EXEC.                                                  00120100
                                                                        00120200
             IF SQLCODE EQUAL 100                                       00120300
                SET WRK-AUDIT-ACABOU TO TRUE                            00120400
             ELSE                                                       00120422
                IF SQLCODE NOT EQUAL ZEROS                              00120444
                   MOVE SQLCODE TO WRK-SQLCODE                          00120466
                   DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA FUNC_AUDIT'     00120488
                   MOVE ' ERRO FETCH FUNC_AUDIT ' TO WRK-MSG            00120510
                   PERFORM 9000-TRATAR-ERROS                            00120532
                END-IF                                                  00120554
                PERFORM 4320-IMPRIMIR-ALTERACAO                         00120576
             END-IF.                                                    00120600
                                                                        00120677
      *-------------------------------------------------------*         00120754
       4310-999-FIM.                              EXIT.                 00120831
      *-------------------------------------------------------*         00120908
                                                                        00120985
      *-------------------------------------------------------*         00121062
       4320-IMPRIMIR-ALTERACAO                    SECTION.              00121139
      *-------------------------------------------------------*         00121216
                                                                        00121300
             IF WRK-FONE-A-NULL EQUAL -1                                00121400
                MOVE SPACES TO WRK-AFU-FONE-A                           00121500
             END-IF.                                                    00121600
             IF WRK-FONE-N-NULL EQUAL -1                                00121700
                MOVE SPACES TO WRK-AFU-FONE-N                           00121800
             END-IF.                                                    00121900
                                                                        00122000
             ADD 1 TO WRK-REG-ACHADOS.                                  00122100
             MOVE 'FUNC_AUDIT'        TO WRK-DET-ARQUIVO.               00122200
             MOVE WRK-EDT-ID          TO WRK-DET-CHAVE.                 00122300
             MOVE SPACES              TO WRK-DET-FONTE.                 00122400
             IF WRK-ORIGEM-NULL EQUAL -1                                00122500
                MOVE 'PROGRAMA NAO INFORMADO' TO WRK-DET-FONTE          00122600
             ELSE                                                       00122700
                STRING 'PROGRAMA ' DB2-AUD-ORIGEM                       00122800
                       DELIMITED BY SIZE INTO WRK-DET-FONTE             00122900
             END-IF.                                                    00123000
             MOVE 'DATA ALTERACAO'    TO WRK-DET-CAMPO.                 00123100
             MOVE DB2-AUD-DATA-ALT    TO WRK-DET-CONTEUDO.              00123200
             PERFORM 6000-IMPRIMIR-CAMPO.                               00123300
             MOVE 'NOME ANT/NOVO'     TO WRK-DET-CAMPO.                 00123400
             MOVE SPACES              TO WRK-DET-CONTEUDO.              00123500
             STRING WRK-AFU-NOME-A '/' WRK-AFU-NOME-N                   00123600
                    DELIMITED BY '  ' INTO WRK-DET-CONTEUDO.            00123700
             PERFORM 6000-IMPRIMIR-CAMPO.                               00123800
             MOVE 'SETOR ANT/NOVO'    TO WRK-DET-CAMPO.                 00123900
             MOVE SPACES              TO WRK-DET-CONTEUDO.              00124000
             STRING WRK-AFU-SETOR-A '/' WRK-AFU-SETOR-N                 00124100
                    DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.            00124200
             PERFORM 6000-IMPRIMIR-CAMPO.                               00124300
             MOVE 'SALARIO ANTERIOR'  TO WRK-DET-CAMPO.                 00124400
             MOVE WRK-AFU-SAL-A       TO WRK-EDT-VALOR.                 00124500
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00124600
             PERFORM 6000-IMPRIMIR-CAMPO.                               00124700
             MOVE 'SALARIO NOVO'      TO WRK-DET-CAMPO.                 00124800
             MOVE WRK-AFU-SAL-N       TO WRK-EDT-VALOR.                 00124900
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00125000
             PERFORM 6000-IMPRIMIR-CAMPO.                               00125100
             MOVE 'ADMISSAO ANT/NOVA' TO WRK-DET-CAMPO.                 00125200
             MOVE SPACES              TO WRK-DET-CONTEUDO.              00125300
             STRING WRK-AFU-ADM-A '/' WRK-AFU-ADM-N                     00125400
                    DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.            00125500
             PERFORM 6000-IMPRIMIR-CAMPO.                               00125600
             MOVE 'EMAIL ANTERIOR'    TO WRK-DET-CAMPO.                 00125700
             MOVE WRK-AFU-EMAIL-A     TO WRK-DET-CONTEUDO.              00125800
             PERFORM 6000-IMPRIMIR-CAMPO.                               00125900
             MOVE 'EMAIL NOVO'        TO WRK-DET-CAMPO.                 00126000
             MOVE WRK-AFU-EMAIL-N     TO WRK-DET-CONTEUDO.              00126100
             PERFORM 6000-IMPRIMIR-CAMPO.                               00126200
             MOVE 'TELEFONE ANT/NOVO' TO WRK-DET-CAMPO.                 00126300
             MOVE SPACES              TO WRK-DET-CONTEUDO.              00126400
             STRING WRK-AFU-FONE-A '/' WRK-AFU-FONE-N                   00126500
                    DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.            00126600
             PERFORM 6000-IMPRIMIR-CAMPO.                               00126700
                                                                        00126800
      *-------------------------------------------------------*         00126900
       4320-999-FIM.                              EXIT.                 00127000
      *-------------------------------------------------------*         00127100
                                                                        00127200
      *---------------------------------------------------------------  00127300
      *    4400-LISTAR-DEPENDENTES                                      00127400
      *    A FOLHA (FR03DB15) SO CONSULTA A FOUR001.DEPENDENTES POR     00127500
      *    QUANTIDADE E INDICADOR DE IRRF; SAI O MESMO RESUMO.          00127600
      *---------------------------------------------------------------  00127700
       4400-LISTAR-DEPENDENTES                    SECTION.              00127800
                                                                        00127900
             EXEC SQL                                                   00128000
                SELECT COUNT(*)                                         00128100
                  INTO :DB2-QTDE-DEP                                    00128200
                  FROM FOUR001.DEPENDENTES                              00128300
                 WHERE ID_FUNC = :DB2-ID                                00128400
             END-EXEC.                                                  00128500
             IF SQLCODE NOT EQUAL ZEROS                                 00128600
                MOVE SQLCODE TO WRK-SQLCODE                             00128700
                DISPLAY ' SQLCODE ' WRK-SQLCODE ' NA DEPENDENTES'       00128800
                MOVE ' ERRO SELECT FOUR001.DEPENDENTES ' TO WRK-MSG     00128900
                PERFORM 9000-TRATAR-ERROS                               00129000
             END-IF.                                                    00129100
             IF DB2-QTDE-DEP NOT EQUAL ZEROS                            00129112
                EXEC SQL                                                00129124
                   SELECT COUNT(*)                                      00129136
                     INTO :DB2-QTDE-DEP-IRRF                            00129148
                     FROM FOUR001.DEPENDENTES                           00129160
                    WHERE ID_FUNC = :DB2-ID                             00129172
                      AND IRRF = 'S'                                    00129184
                END-EXEC                                                00129196
                IF SQLCODE NOT EQUAL ZEROS                              00129208
                   MOVE ZEROS TO DB2-QTDE-DEP-IRRF                      00129220
                END-IF                                                  00129232
                ADD 1 TO WRK-REG-ACHADOS                                00129244
                MOVE 'DEPENDENTES'       TO WRK-DET-ARQUIVO             00129256
                MOVE WRK-EDT-ID          TO WRK-DET-CHAVE               00129268
                MOVE 'CADASTRO DE DEPENDENTES RH' TO WRK-DET-FONTE      00129280
                MOVE 'DEPENDENTES'       TO WRK-DET-CAMPO               00129292
                MOVE DB2-QTDE-DEP        TO WRK-EDT-QTDE                00129304
                MOVE WRK-EDT-QTDE        TO WRK-DET-CONTEUDO            00129316
                PERFORM 6000-IMPRIMIR-CAMPO                             00129328
                MOVE 'DEDUZIDOS NO IRRF' TO WRK-DET-CAMPO               00129340
                MOVE DB2-QTDE-DEP-IRRF   TO WRK-EDT-QTDE                00129352
                MOVE WRK-EDT-QTDE        TO WRK-DET-CONTEUDO            00129364
                PERFORM 6000-IMPRIMIR-CAMPO                             00129376
             END-IF.                                                    00129400
                                                                        00131900
      *-------------------------------------------------------*         00132000
       4400-999-FIM.                              EXIT.                 00132100
      *-------------------------------------------------------*         00132200
                                                                        00132300
      *---------------------------------------------------------------  00132400
      *    4500-LISTAR-HOLHIST                                          00132500
      *    POSICIONA NA PRIMEIRA COMPETENCIA DA MATRICULA E AVANCA      00132600
      *    ENQUANTO O ID FOR O MESMO.                                   00132700
      *---------------------------------------------------------------  00132800
       4500-LISTAR-HOLHIST                        SECTION.              00132900
                                                                        00133000
             OPEN INPUT HOLHIST.                                        00133100
             IF WRK-FS-HOLHIST EQUAL '35'                               00133200
                DISPLAY ' HOLHIST AUSENTE - NAO PESQUISADO '            00133300
             ELSE                                                       00133312
                IF WRK-FS-HOLHIST NOT EQUAL '00'                        00133324
                   MOVE ' ERRO OPEN HOLHIST ' TO WRK-MSG                00133336
                   PERFORM 9000-TRATAR-ERROS                            00133348
                END-IF                                                  00133360
                MOVE WRK-TFU-ID(WRK-IDX-FUNC) TO FD-HH-ID               00133372
                MOVE LOW-VALUES               TO FD-HH-COMPETENCIA      00133384
                START HOLHIST KEY NOT LESS THAN FD-HH-CHAVE             00133396
                IF WRK-FS-HOLHIST EQUAL '00'                            00133408
                   READ HOLHIST NEXT                                    00133420
                   PERFORM 4510-LISTAR-HOLERITE                         00133432
                      UNTIL WRK-FS-HOLHIST NOT EQUAL '00'               00133444
                         OR FD-HH-ID NOT EQUAL WRK-TFU-ID(WRK-IDX-FUNC) 00133456
                END-IF                                                  00133468
                CLOSE HOLHIST                                           00133480
             END-IF.                                                    00133500
                                                                        00135100
      *-------------------------------------------------------*         00135200
       4500-999-FIM.                              EXIT.                 00135300
      *-------------------------------------------------------*         00135400
                                                                        00135500
      *-------------------------------------------------------*         00135600
       4510-LISTAR-HOLERITE                       SECTION.              00135700
      *-------------------------------------------------------*         00135800
                                                                        00135900
             ADD 1 TO WRK-REG-LIDOS.                                    00136000
             ADD 1 TO WRK-REG-ACHADOS.                                  00136100
             MOVE 'HOLHIST'           TO WRK-DET-ARQUIVO.               00136200
             MOVE SPACES              TO WRK-DET-CHAVE.                 00136300
             STRING WRK-EDT-ID '/' FD-HH-COMPETENCIA                    00136400
                    DELIMITED BY SIZE INTO WRK-DET-CHAVE.               00136500
             MOVE 'FR03DB15 FOLHA MENSAL' TO WRK-DET-FONTE.             00136600
             MOVE 'BRUTO'             TO WRK-DET-CAMPO.                 00136700
             MOVE FD-HH-BRUTO         TO WRK-EDT-VALOR.                 00136800
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00136900
             PERFORM 6000-IMPRIMIR-CAMPO.                               00137000
             MOVE 'INSS'              TO WRK-DET-CAMPO.                 00137100
             MOVE FD-HH-INSS          TO WRK-EDT-VALOR.                 00137200
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00137300
             PERFORM 6000-IMPRIMIR-CAMPO.                               00137400
             MOVE 'IRRF'              TO WRK-DET-CAMPO.                 00137500
             MOVE FD-HH-IRRF          TO WRK-EDT-VALOR.                 00137600
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00137700
             PERFORM 6000-IMPRIMIR-CAMPO.                               00137800
             MOVE 'LIQUIDO'           TO WRK-DET-CAMPO.                 00137900
             MOVE FD-HH-LIQUIDO       TO WRK-EDT-VALOR.                 00138000
             MOVE WRK-EDT-VALOR       TO WRK-DET-CONTEUDO.              00138100
             PERFORM 6000-IMPRIMIR-CAMPO.                               00138200
             READ HOLHIST NEXT.                                         00138300
                                                                        00138400
      *-------------------------------------------------------*         00138500
       4510-999-FIM.                              EXIT.                 00138600
      *-------------------------------------------------------*         00138700
                                                                        00138800
      *-------------------------------------------------------*         00138900
       5000-PESQUISAR-FUNCBANCO                   SECTION.              00139000
      *-------------------------------------------------------*         00139100
                                                                        00139200
             IF WRK-QTDE-FUNC NOT EQUAL ZEROS                           00139220
                OPEN INPUT FUNCBANCO                                    00139240
                IF WRK-FS-FUNCBANCO EQUAL '35'                          00139260
                   DISPLAY ' FUNCBANCO AUSENTE - NAO PESQUISADO '       00139280
                ELSE                                                    00139300
                   IF WRK-FS-FUNCBANCO NOT EQUAL '00'                   00139320
                      MOVE ' ERRO OPEN FUNCBANCO ' TO WRK-MSG           00139340
                      PERFORM 9000-TRATAR-ERROS                         00139360
                   END-IF                                               00139380
                   READ FUNCBANCO                                       00139400
                   PERFORM 5100-AVALIAR-FUNCBANCO                       00139420
                      UNTIL WRK-FS-FUNCBANCO NOT EQUAL '00'             00139440
                   CLOSE FUNCBANCO                                      00139460
                END-IF                                                  00139480
             END-IF.                                                    00139500
                                                                        00141100
      *-------------------------------------------------------*         00141200
       5000-999-FIM.                              EXIT.                 00141300
      *-------------------------------------------------------*         00141400
                                                                        00141500
      *-------------------------------------------------------*         00141600
       5100-AVALIAR-FUNCBANCO                     SECTION.              00141700
      *-------------------------------------------------------*         00141800
                                                                        00141900
             ADD 1 TO WRK-REG-LIDOS.                                    00142000
             MOVE FD-FB-ID TO WRK-ID-NOVO.                              00142100
             SET WRK-FUNC-NAO-ACHADO TO TRUE.                           00142200
             MOVE 1 TO WRK-IDX-FUNC.                                    00142300
             PERFORM 3210-PROCURAR-FUNCIONARIO                          00142400
                UNTIL WRK-IDX-FUNC GREATER THAN WRK-QTDE-FUNC           00142500
                   OR WRK-FUNC-FOI-ACHADO.                              00142600
                                                                        00142700
             IF WRK-FUNC-FOI-ACHADO                                     00142800
                ADD 1 TO WRK-REG-ACHADOS                                00142900
                MOVE 'FUNCBANCO'      TO WRK-DET-ARQUIVO                00143000
                MOVE FD-FB-ID         TO WRK-DET-CHAVE                  00143100
                MOVE 'FR03DB55 FUNCBTRN' TO WRK-DET-FONTE               00143200
                MOVE 'BANCO'          TO WRK-DET-CAMPO                  00143300
                MOVE FD-FB-BANCO      TO WRK-DET-CONTEUDO               00143400
                PERFORM 6000-IMPRIMIR-CAMPO                             00143500
                MOVE 'AGENCIA'        TO WRK-DET-CAMPO                  00143600
                MOVE FD-FB-AGENCIA    TO WRK-DET-CONTEUDO               00143700
                PERFORM 6000-IMPRIMIR-CAMPO                             00143800
                MOVE 'CONTA'          TO WRK-DET-CAMPO                  00143900
                MOVE FD-FB-CONTA      TO WRK-DET-CONTEUDO               00144000
                PERFORM 6000-IMPRIMIR-CAMPO                             00144100
                MOVE 'DATA ALTERACAO' TO WRK-DET-CAMPO                  00144200
                MOVE FD-FB-DATA-ALT   TO WRK-DET-CONTEUDO               00144300
                PERFORM 6000-IMPRIMIR-CAMPO                             00144400
                MOVE 'USUARIO'        TO WRK-DET-CAMPO                  00144500
                MOVE FD-FB-USUARIO    TO WRK-DET-CONTEUDO               00144600
                PERFORM 6000-IMPRIMIR-CAMPO                             00144700
                MOVE 'CONFIRMADA'     TO WRK-DET-CAMPO                  00144800
                MOVE FD-FB-CONFIRMADO TO WRK-DET-CONTEUDO               00144900
                PERFORM 6000-IMPRIMIR-CAMPO                             00145000
             END-IF.                                                    00145100
             READ FUNCBANCO.                                            00145200
                                                                        00145300
      *-------------------------------------------------------*         00145400
       5100-999-FIM.                              EXIT.                 00145500
      *-------------------------------------------------------*         00145600
                                                                        00145700
      *-------------------------------------------------------*         00145800
       5300-PESQUISAR-FUNCBAUD                    SECTION.              00145900
      *-------------------------------------------------------*         00146000
                                                                        00146100
             IF WRK-QTDE-FUNC NOT EQUAL ZEROS                           00146120
                OPEN INPUT FUNCBAUD                                     00146140
                IF WRK-FS-FUNCBAUD EQUAL '35'                           00146160
                   DISPLAY ' FUNCBAUD AUSENTE - NAO PESQUISADO '        00146180
                ELSE                                                    00146200
                   IF WRK-FS-FUNCBAUD NOT EQUAL '00'                    00146220
                      MOVE ' ERRO OPEN FUNCBAUD ' TO WRK-MSG            00146240
                      PERFORM 9000-TRATAR-ERROS                         00146260
                   END-IF                                               00146280
                   READ FUNCBAUD                                        00146300
                   PERFORM 5400-AVALIAR-FUNCBAUD                        00146320
                      UNTIL WRK-FS-FUNCBAUD NOT EQUAL '00'              00146340
                   CLOSE FUNCBAUD                                       00146360
                END-IF                                                  00146380
             END-IF.                                                    00146400
                                                                        00148000
      *-------------------------------------------------------*         00148100
       5300-999-FIM.                              EXIT.                 00148200
      *-------------------------------------------------------*         00148300
                                                                        00148400
      *-------------------------------------------------------*         00148500
       5400-AVALIAR-FUNCBAUD                      SECTION.              00148600
      *-------------------------------------------------------*         00148700
                                                                        00148800
             ADD 1 TO WRK-REG-LIDOS.                                    00148900
             MOVE FD-FBA-ID TO WRK-ID-NOVO.                             00149000
             SET WRK-FUNC-NAO-ACHADO TO TRUE.                           00149100
             MOVE 1 TO WRK-IDX-FUNC.                                    00149200
             PERFORM 3210-PROCURAR-FUNCIONARIO                          00149300
                UNTIL WRK-IDX-FUNC GREATER THAN WRK-QTDE-FUNC           00149400
                   OR WRK-FUNC-FOI-ACHADO.                              00149500
                                                                        00149600
             IF WRK-FUNC-FOI-ACHADO                                     00149700
                ADD 1 TO WRK-REG-ACHADOS                                00149800
                MOVE 'FUNCBAUD'       TO WRK-DET-ARQUIVO                00149900
                MOVE FD-FBA-ID        TO WRK-DET-CHAVE                  00150000
                MOVE SPACES           TO WRK-DET-FONTE                  00150100
                STRING 'FR03DB55 USUARIO ' FD-FBA-USUARIO               00150200
                       DELIMITED BY SIZE INTO WRK-DET-FONTE             00150300
                MOVE 'DATA/TIPO'      TO WRK-DET-CAMPO                  00150400
                MOVE SPACES           TO WRK-DET-CONTEUDO               00150500
                STRING FD-FBA-DATA ' ' FD-FBA-TIPO                      00150600
                       DELIMITED BY SIZE INTO WRK-DET-CONTEUDO          00150700
                PERFORM 6000-IMPRIMIR-CAMPO                             00150800
                MOVE 'CONTA ANTERIOR' TO WRK-DET-CAMPO                  00150900
                MOVE SPACES           TO WRK-DET-CONTEUDO               00151000
                STRING FD-FBA-BANCO-ANT ' ' FD-FBA-AGENCIA-ANT ' '      00151100
                       FD-FBA-CONTA-ANT                                 00151200
                       DELIMITED BY SIZE INTO WRK-DET-CONTEUDO          00151300
                PERFORM 6000-IMPRIMIR-CAMPO                             00151400
                MOVE 'CONTA NOVA'     TO WRK-DET-CAMPO                  00151500
                MOVE SPACES           TO WRK-DET-CONTEUDO               00151600
                STRING FD-FBA-BANCO-NOV ' ' FD-FBA-AGENCIA-NOV ' '      00151700
                       FD-FBA-CONTA-NOV                                 00151800
                       DELIMITED BY SIZE INTO WRK-DET-CONTEUDO          00151900
                PERFORM 6000-IMPRIMIR-CAMPO                             00152000
             END-IF.                                                    00152100
             READ FUNCBAUD.                                             00152200
                                                                        00152300
      *-------------------------------------------------------*         00152400
       5400-999-FIM.                              EXIT.                 00152500
      *-------------------------------------------------------*         00152600
                                                                        00152700
      *-------------------------------------------------------*         00152800
       6000-IMPRIMIR-CAMPO                        SECTION.              00152900
      *-------------------------------------------------------*         00153000
                                                                        00153100
             WRITE FD-RELLGPD FROM WRK-LIN-DET.                         00153200
             IF WRK-FS-RELLGPD NOT EQUAL '00'                           00153300
                MOVE ' ERRO WRITE RELLGPD ' TO WRK-MSG                  00153400
                PERFORM 9000-TRATAR-ERROS                               00153500
             END-IF.                                                    00153600
             ADD 1 TO WRK-REG-CAMPOS.                                   00153700
                                                                        00153800
      *-------------------------------------------------------*         00153900
       6000-999-FIM.                              EXIT.                 00154000
      *-------------------------------------------------------*         00154100
                                                                        00154200
      *---------------------------------------------------------------  00154300
      *    8000-FINALIZAR                                               00154400
      *    FECHA O RELATORIO COM O RESUMO E REGISTRA A EMISSAO NO       00154500
      *    LOGLGPD (SOLICITANTE, DATA E CAMPOS ENTREGUES).              00154600
      *---------------------------------------------------------------  00154700
       8000-FINALIZAR                             SECTION.              00154800
                                                                        00154900
              WRITE FD-RELLGPD FROM WRK-LIN-TRACO.                      00155000
              IF WRK-REG-ACHADOS EQUAL ZEROS                            00155100
                 MOVE SPACES TO WRK-LIN-TEXTO                           00155200
                 MOVE ' NENHUM DADO PESSOAL LOCALIZADO PARA O DOCUMENTO'00155300
                   TO WRK-TXT-TEXTO                                     00155400
                 WRITE FD-RELLGPD FROM WRK-LIN-TEXTO                    00155500
              END-IF.                                                   00155600
              MOVE SPACES TO WRK-LIN-TEXTO.                             00155700
              MOVE ' CLIENTES LOCALIZADOS NO CADASTRO ..............'   00155800
                TO WRK-TXT-TEXTO.                                       00155900
              MOVE WRK-QTDE-CLIENTES TO WRK-TXT-QTDE.                   00156000
              WRITE FD-RELLGPD FROM WRK-LIN-TEXTO.                      00156100
              MOVE ' MATRICULAS DE FUNCIONARIO PESQUISADAS .........'   00156200
                TO WRK-TXT-TEXTO.                                       00156300
              MOVE WRK-QTDE-FUNC     TO WRK-TXT-QTDE.                   00156400
              WRITE FD-RELLGPD FROM WRK-LIN-TEXTO.                      00156500
              MOVE ' REGISTROS COM DADOS DO TITULAR ................'   00156600
                TO WRK-TXT-TEXTO.                                       00156700
              MOVE WRK-REG-ACHADOS   TO WRK-TXT-QTDE.                   00156800
              WRITE FD-RELLGPD FROM WRK-LIN-TEXTO.                      00156900
              MOVE ' CAMPOS LISTADOS ...............................'   00157000
                TO WRK-TXT-TEXTO.                                       00157100
              MOVE WRK-REG-CAMPOS    TO WRK-TXT-QTDE.                   00157200
              WRITE FD-RELLGPD FROM WRK-LIN-TEXTO.                      00157300
              CLOSE RELLGPD.                                            00157400
                                                                        00157500
              OPEN EXTEND LOGLGPD.                                      00157600
              IF WRK-FS-LOGLGPD EQUAL '35'                              00157700
                 OPEN OUTPUT LOGLGPD                                    00157800
              END-IF.                                                   00157900
              IF WRK-FS-LOGLGPD NOT EQUAL '00'                          00158000
                 MOVE ' ERRO OPEN LOGLGPD ' TO WRK-MSG                  00158100
                 PERFORM 9000-TRATAR-ERROS                              00158200
              END-IF.                                                   00158300
              MOVE SPACES            TO FD-LOGLGPD.                     00158400
              MOVE WRK-SOLICITANTE   TO FD-LOG-TIME.                    00158500
              MOVE WRK-DATA-HOJE     TO FD-LOG-DATA.                    00158600
              MOVE WRK-REG-CAMPOS    TO FD-LOG-LINHAS.                  00158700
              WRITE FD-LOGLGPD.                                         00158800
              CLOSE LOGLGPD.                                            00158900
                                                                        00159000
             MOVE 'F'        TO WRK-JOB-EVENTO.                         00159100
             MOVE 'O'        TO WRK-JOB-SITUACAO.                       00159200
             MOVE WRK-REG-LIDOS   TO WRK-JOB-LIDOS.                     00159300
             MOVE WRK-REG-CAMPOS  TO WRK-JOB-GRAVADOS.                  00159400
             MOVE ZEROS           TO WRK-JOB-REJEITADOS.                00159500
             CALL WRK-PROG-JOBLOG USING WRK-JOB-REGISTRO,               00159600
                  WRK-JOB-RETORNO                                       00159700
                 ON EXCEPTION                                           00159800
                    DISPLAY ' JOBLOG INDISPONIVEL NO FIM '              00159900
             END-CALL.                                                  00160000
                                                                        00160100
              DISPLAY '===================================='.           00160200
              DISPLAY ' REGISTROS LIDOS.......: ' WRK-REG-LIDOS.        00160300
              DISPLAY ' CLIENTES DO TITULAR...: ' WRK-QTDE-CLIENTES.    00160400
              DISPLAY ' MATRICULAS PESQUISADAS: ' WRK-QTDE-FUNC.        00160500
              DISPLAY ' REGISTROS DO TITULAR..: ' WRK-REG-ACHADOS.      00160600
              DISPLAY ' CAMPOS NO RELLGPD.....: ' WRK-REG-CAMPOS.       00160700
              DISPLAY '===================================='.           00160800
                 STOP RUN.                                              00160900
                                                                        00161000
      *-------------------------------------------------------*         00161100
       8000-999-FIM.                              EXIT.                 00161200
      *-------------------------------------------------------*         00161300
                                                                        00161400
      *-------------------------------------------------------*         00161500
       9000-TRATAR-ERROS                           SECTION.             00161600
      *-------------------------------------------------------*         00161700
                                                                        00161800
             DISPLAY '-----------------------------'.                   00161900
             DISPLAY WRK-MSG.                                           00162000
             DISPLAY '-----------------------------'.                   00162100
                STOP RUN.                                               00162200
                                                                        00162300
      *-------------------------------------------------------*         00162400
       9000-999-FIM.                              EXIT.                 00162500
      *-------------------------------------------------------*         00162600
