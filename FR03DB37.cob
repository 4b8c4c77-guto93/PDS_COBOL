      *-------------------------------------------------------*         00003200
      *     A PROVISAO CONTABIL SEGUE NO FR03DB16; AQUI E O             00003300
      *     GOZO. O ALERTA USA A CONVENCAO 360 PARA OS DIAS.            00003400
      *-------------------------------------------------------*         00003411
      *     MANUTENCAO:                                                 00003422
      *     - 28/08/2023: AFASTAMENTOS DO ANO (FOUR001.AFASTAMENTO,     00003433
      *       FR03DB50) NO PERIODO AQUISITIVO: AFASTADO HOJE FICA       00003444
      *       COM O PERIODO SUSPENSO (S), SEM PEDIDO NEM ALERTA;        00003455
      *       DIAS DE LICENCA NAO REMUNERADA EMPURRAM A DATA            00003466
      *       LIMITE; MAIS DE 180 DIAS PAGOS PELO INSS (DOENCA OU       00003477
      *       ACIDENTE) PERDEM O DIREITO (P), CLT ART. 133 IV.          00003488
      *=======================================================*         00003500
      *=======================================================*         00003600
       ENVIRONMENT                                    DIVISION.         00003700
          05 FD-FER-SITUACAO     PIC X(01).                             00007700
             88 FD-FER-ABERTO          VALUE 'A'.                       00007800
             88 FD-FER-ESGOTADO        VALUE 'E'.                       00007900
             88 FD-FER-SUSPENSO        VALUE 'S'.                       00007940
             88 FD-FER-PERDIDO         VALUE 'P'.                       00007980
          05 FD-FER-DIAS-SUSP    PIC 9(03).                             00008020
          05 FILLER              PIC X(02).                             00008060
                                                                        00008100
       FD FERREQ                                                        00008200
           RECORDING MODE IS F                                          00008300
       77 WRK-REG-ACEITOS    PIC 9(07) VALUE ZEROS.                     00016700
       77 WRK-REG-RECUSADOS  PIC 9(07) VALUE ZEROS.                     00016800
       77 WRK-REG-ALERTAS    PIC 9(07) VALUE ZEROS.                     00016900
       77 WRK-REG-SUSPENSOS  PIC 9(07) VALUE ZEROS.                     00016903
       77 WRK-REG-PERDIDOS   PIC 9(07) VALUE ZEROS.                     00016906
                                                                        00016909
       01 DB2-AFA-TIPO       PIC X(01) VALUE SPACES.                    00016912
       01 DB2-AFA-INICIO     PIC X(10) VALUE SPACES.                    00016915
       01 DB2-AFA-RETORNO    PIC X(10) VALUE SPACES.                    00016918
       77 WRK-AFA-RET-NULL   PIC S9(04) COMP VALUE ZEROS.               00016921
       01 WRK-AFA-JAN-INI    PIC X(10) VALUE SPACES.                    00016924
       01 WRK-AFA-HOJE       PIC X(10) VALUE SPACES.                    00016927
       01 WRK-AFA-DATA-DN    PIC X(10) VALUE SPACES.                    00016930
       01 WRK-AFA-DATA-DN-R REDEFINES WRK-AFA-DATA-DN.                  00016933
          05 WRK-AFA-DN-ANO  PIC 9(04).                                 00016936
          05 FILLER          PIC X(01).                                 00016939
          05 WRK-AFA-DN-MES  PIC 9(02).                                 00016942
          05 FILLER          PIC X(01).                                 00016945
          05 WRK-AFA-DN-DIA  PIC 9(02).                                 00016948
       77 WRK-AFA-DN         PIC S9(07) COMP VALUE ZEROS.               00016951
       77 WRK-AFA-DN-JAN-INI PIC S9(07) COMP VALUE ZEROS.               00016954
       77 WRK-AFA-DN-HOJE    PIC S9(07) COMP VALUE ZEROS.               00016957
       77 WRK-AFA-DN-INICIO  PIC S9(07) COMP VALUE ZEROS.               00016960
       77 WRK-AFA-DN-DE      PIC S9(07) COMP VALUE ZEROS.               00016963
       77 WRK-AFA-DN-ATE     PIC S9(07) COMP VALUE ZEROS.               00016966
       77 WRK-AFA-RESTO      PIC S9(07) COMP VALUE ZEROS.               00016969
       77 WRK-AFA-QUOCIENTE  PIC S9(07) COMP VALUE ZEROS.               00016972
       77 WRK-DIAS-SUSPENSOS PIC 9(03) VALUE ZEROS.                     00016975
       77 WRK-DIAS-INSS      PIC 9(03) VALUE ZEROS.                     00016978
       77 WRK-AFASTADO       PIC X(01) VALUE 'N'.                       00016981
          88 WRK-ESTA-AFASTADO         VALUE 'S'.                       00016984
       77 WRK-FER-ALTERADO   PIC X(01) VALUE 'N'.                       00016987
          88 WRK-FER-FOI-ALTERADO      VALUE 'S'.                       00016990
                                                                        00017000
       01 WRK-LIN-ALERTA.                                               00017100
          05 FILLER          PIC X(20) VALUE                            00017200
                                                                        00020500
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00020600
             MOVE WRK-HOJ-ANO TO WRK-ANO-AQUISITIVO.                    00020700
                                                                        00020707
             MOVE SPACES TO WRK-AFA-HOJE.                               00020714
             STRING WRK-DATA-HOJE(1:4) '-' WRK-DATA-HOJE(5:2) '-'       00020721
                    WRK-DATA-HOJE(7:2) DELIMITED BY SIZE                00020728
                    INTO WRK-AFA-HOJE.                                  00020735
             MOVE WRK-AFA-HOJE TO WRK-AFA-JAN-INI.                      00020742
             MOVE '01-01'      TO WRK-AFA-JAN-INI(6:5).                 00020749
             MOVE WRK-AFA-HOJE TO WRK-AFA-DATA-DN.                      00020756
             PERFORM 2230-CONVERTER-DATA.                               00020763
             MOVE WRK-AFA-DN TO WRK-AFA-DN-HOJE.                        00020770
             MOVE WRK-AFA-JAN-INI TO WRK-AFA-DATA-DN.                   00020777
             PERFORM 2230-CONVERTER-DATA.                               00020784
             MOVE WRK-AFA-DN TO WRK-AFA-DN-JAN-INI.                     00020791
                                                                        00020800
             OPEN I-O FERIAS.                                           00020900
             IF WRK-FS-FERIAS EQUAL '35'                                00021000
                  MOVE 30    TO FD-FER-SALDO                            00030400
                  PERFORM 2150-MONTAR-DATA-LIMITE                       00030500
                  MOVE 'A'   TO FD-FER-SITUACAO                         00030600
                  MOVE ZEROS TO FD-FER-DIAS-SUSP                        00030633
                  PERFORM 2200-APURAR-AFASTAMENTOS                      00030666
                  WRITE FD-FERIAS                                       00030700
                  IF WRK-FS-FERIAS NOT EQUAL '00'                       00030800
                     MOVE ' ERRO WRITE FERIAS ' TO WRK-MSG              00030900
                     PERFORM 9000-TRATAR-ERROS                          00031000
                  END-IF                                                00031100
                  ADD 1 TO WRK-REG-ABERTOS                              00031200
               ELSE                                                     00031205
                  IF WRK-FS-FERIAS EQUAL '00'                           00031210
                     MOVE 'N' TO WRK-FER-ALTERADO                       00031215
                     IF FD-FER-DIAS-SUSP NOT NUMERIC                    00031220
                        MOVE ZEROS TO FD-FER-DIAS-SUSP                  00031225
                        MOVE 'S' TO WRK-FER-ALTERADO                    00031230
                     END-IF                                             00031235
                     PERFORM 2200-APURAR-AFASTAMENTOS                   00031240
                     IF WRK-FER-FOI-ALTERADO                            00031245
                        REWRITE FD-FERIAS                               00031250
                        IF WRK-FS-FERIAS NOT EQUAL '00'                 00031255
                           MOVE ' ERRO REWRITE FERIAS ' TO WRK-MSG      00031260
                           PERFORM 9000-TRATAR-ERROS                    00031265
                        END-IF                                          00031270
                     END-IF                                             00031275
                  END-IF                                                00031280
               END-IF                                                   00031300
            END-IF.                                                     00031400
                                                                        00031500
                                                                        00034800
      *-------------------------------------------------------*         00034900
       2150-999-FIM.                              EXIT.                 00035000
      *-------------------------------------------------------*         000350AA
                                                                        000350AB
      *---------------------------------------------------------------  000350AC
      *    2160-ESTENDER-LIMITE                                         000350AD
      *    A DATA LIMITE ANDA OS DIAS DE LICENCA NAO REMUNERADA DO      000350AE
      *    PERIODO (CONVENCAO 360; FEVEREIRO PARA NO DIA 28).           000350AF
      *---------------------------------------------------------------  000350AG
       2160-ESTENDER-LIMITE                        SECTION.             000350AH
                                                                        000350AI
            COMPUTE WRK-AFA-DN = WRK-LIM-ANO * 360                      000350AJ
                               + ( WRK-LIM-MES - 1 ) * 30               000350AK
                               + WRK-LIM-DIA - 1 + FD-FER-DIAS-SUSP     000350AL
            END-COMPUTE.                                                000350AM
            DIVIDE WRK-AFA-DN BY 360 GIVING WRK-AFA-QUOCIENTE           000350AN
                   REMAINDER WRK-AFA-RESTO.                             000350AO
            MOVE WRK-AFA-QUOCIENTE TO WRK-LIM-ANO.                      000350AP
            DIVIDE WRK-AFA-RESTO BY 30 GIVING WRK-AFA-QUOCIENTE         000350AQ
                   REMAINDER WRK-AFA-RESTO.                             000350AR
            COMPUTE WRK-LIM-MES = WRK-AFA-QUOCIENTE + 1                 000350AS
            END-COMPUTE.                                                000350AT
            COMPUTE WRK-LIM-DIA = WRK-AFA-RESTO + 1                     000350AU
            END-COMPUTE.                                                000350AV
            IF WRK-LIM-MES EQUAL 2 AND WRK-LIM-DIA GREATER THAN 28      000350AW
               MOVE 28 TO WRK-LIM-DIA                                   000350AX
            END-IF.                                                     000350AY
            MOVE WRK-DATA-LIMITE TO FD-FER-DATA-LIMITE.                 000350AZ
                                                                        000350BA
      *-------------------------------------------------------*         000350BB
       2160-999-FIM.                              EXIT.                 000350BC
      *-------------------------------------------------------*         000350BD
                                                                        000350BE
      *---------------------------------------------------------------  000350BF
      *    2200-APURAR-AFASTAMENTOS                                     000350BG
      *    AFASTAMENTOS DO FUNCIONARIO ENTRE 1O DE JANEIRO E HOJE:      000350BH
      *    DIAS DE LICENCA NAO REMUNERADA (N) SUSPENDEM O PERIODO       000350BI
      *    E EMPURRAM A DATA LIMITE; DIAS DE DOENCA/ACIDENTE (D/A)      000350BJ
      *    DEPOIS DO 15O SAO PAGOS PELO INSS E, ACIMA DE 180, O         000350BK
      *    DIREITO SE PERDE. AFASTAMENTO EM ABERTO DEIXA O PERIODO      000350BL
      *    SUSPENSO ATE O RETORNO. MATERNIDADE NAO SUSPENDE.            000350BM
      *---------------------------------------------------------------  000350BN
       2200-APURAR-AFASTAMENTOS                    SECTION.             000350BO
                                                                        000350BP
            MOVE ZEROS TO WRK-DIAS-SUSPENSOS.                           000350BQ
            MOVE ZEROS TO WRK-DIAS-INSS.                                000350BR
            MOVE 'N'   TO WRK-AFASTADO.                                 000350BS
                                                                        000350BT
            EXEC SQL                                                    000350BU
               DECLARE CSRAFA CURSOR FOR                                000350BV
                  SELECT TIPO, DATA_INICIO, RETORNO_EFET                000350BW
                    FROM FOUR001.AFASTAMENTO                            000350BX
                   WHERE ID = :DB2-ID                                   000350BY
                     AND TIPO IN ('D', 'A', 'N')                        000350BZ
                     AND DATA_INICIO <= :WRK-AFA-HOJE                   000350CA
                     AND ( RETORNO_EFET IS NULL OR                      000350CB
                           RETORNO_EFET > :WRK-AFA-JAN-INI )            000350CC
            END-EXEC.                                                   000350CD
                                                                        000350CE
            EXEC SQL                                                    000350CF
               OPEN CSRAFA                                              000350CG
            END-EXEC.                                                   000350CH
            IF SQLCODE NOT EQUAL ZEROS                                  000350CI
               MOVE SQLCODE TO WRK-SQLCODE                              000350CJ
               DISPLAY ' SQLCODE: ' WRK-SQLCODE                         000350CK
               MOVE ' ERRO OPEN CSRAFA ' TO WRK-MSG                     000350CL
               PERFORM 9000-TRATAR-ERROS                                000350CM
            END-IF.                                                     000350CN
                                                                        000350CO
            PERFORM 2210-SOMAR-AFASTAMENTO                              000350CP
               UNTIL SQLCODE NOT EQUAL ZEROS.                           000350CQ
                                                                        000350CR
      *     O CLOSE DEVOLVE SQLCODE ZERO AO CURSOR CSRFER               000350CS
            EXEC SQL                                                    000350CT
               CLOSE CSRAFA                                             000350CU
            END-EXEC.                                                   000350CV
            IF SQLCODE NOT EQUAL ZEROS                                  000350CW
               MOVE SQLCODE TO WRK-SQLCODE                              000350CX
               DISPLAY ' SQLCODE: ' WRK-SQLCODE                         000350CY
               MOVE ' ERRO CLOSE CSRAFA ' TO WRK-MSG                    000350CZ
               PERFORM 9000-TRATAR-ERROS                                000350DA
            END-IF.                                                     000350DB
                                                                        000350DC
            IF WRK-DIAS-SUSPENSOS NOT EQUAL FD-FER-DIAS-SUSP            000350DD
               MOVE WRK-DIAS-SUSPENSOS TO FD-FER-DIAS-SUSP              000350DE
               PERFORM 2150-MONTAR-DATA-LIMITE                          000350DF
               PERFORM 2160-ESTENDER-LIMITE                             000350DG
               MOVE 'S' TO WRK-FER-ALTERADO                             000350DH
            END-IF.                                                     000350DI
                                                                        000350DJ
            EVALUATE TRUE                                               000350DK
              WHEN FD-FER-PERDIDO                                       000350DL
                 CONTINUE                                               000350DM
              WHEN WRK-DIAS-INSS GREATER THAN 180                       000350DN
                 MOVE 'P'   TO FD-FER-SITUACAO                          000350DO
                 MOVE ZEROS TO FD-FER-SALDO                             000350DP
                 MOVE 'S'   TO WRK-FER-ALTERADO                         000350DQ
                 ADD 1 TO WRK-REG-PERDIDOS                              000350DR
                 DISPLAY ' DIREITO PERDIDO (INSS > 180 DIAS): ID '      000350DS
                         FD-FER-ID                                      000350DT
              WHEN WRK-ESTA-AFASTADO                                    000350DU
                 IF NOT FD-FER-SUSPENSO                                 000350DV
                    MOVE 'S' TO FD-FER-SITUACAO                         000350DW
                    MOVE 'S' TO WRK-FER-ALTERADO                        000350DX
                 END-IF                                                 000350DY
                 ADD 1 TO WRK-REG-SUSPENSOS                             000350DZ
              WHEN FD-FER-SUSPENSO                                      000350EA
                 IF FD-FER-SALDO EQUAL ZEROS                            000350EB
                    MOVE 'E' TO FD-FER-SITUACAO                         000350EC
                 ELSE                                                   000350ED
                    MOVE 'A' TO FD-FER-SITUACAO                         000350EE
                 END-IF                                                 000350EF
                 MOVE 'S' TO WRK-FER-ALTERADO                           000350EG
              WHEN OTHER                                                000350EH
                 CONTINUE                                               000350EI
            END-EVALUATE.                                               000350EJ
                                                                        000350EK
      *-------------------------------------------------------*         000350EL
       2200-999-FIM.                              EXIT.                 000350EM
      *-------------------------------------------------------*         000350EN
                                                                        000350EO
      *---------------------------------------------------------------  000350EP
      *    2210-SOMAR-AFASTAMENTO                                       000350EQ
      *    DIAS DO AFASTAMENTO ENTRE O MAIOR DE INICIO E 1O DE          000350ER
      *    JANEIRO E O MENOR DE HOJE E A VESPERA DO RETORNO.            000350ES
      *---------------------------------------------------------------  000350ET
       2210-SOMAR-AFASTAMENTO                      SECTION.             000350EU
                                                                        000350EV
            EXEC SQL                                                    000350EW
               FETCH CSRAFA                                             000350EX
                INTO :DB2-AFA-TIPO, :DB2-AFA-INICIO,                    000350EY
                     :DB2-AFA-RETORNO :WRK-AFA-RET-NULL                 000350EZ
            END-EXEC.                                                   000350FA
                                                                        000350FB
            EVALUATE SQLCODE                                            000350FC
              WHEN 0                                                    000350FD
                 MOVE DB2-AFA-INICIO TO WRK-AFA-DATA-DN                 000350FE
                 PERFORM 2230-CONVERTER-DATA                            000350FF
                 MOVE WRK-AFA-DN TO WRK-AFA-DN-INICIO                   000350FG
                 MOVE WRK-AFA-DN-HOJE TO WRK-AFA-DN-ATE                 000350FH
                 IF WRK-AFA-RET-NULL LESS THAN ZEROS                    000350FI
                    MOVE 'S' TO WRK-AFASTADO                            000350FJ
                 ELSE                                                   000350FK
                    MOVE DB2-AFA-RETORNO TO WRK-AFA-DATA-DN             000350FL
                    PERFORM 2230-CONVERTER-DATA                         000350FM
                    IF WRK-AFA-DN - 1 LESS THAN WRK-AFA-DN-ATE          000350FN
                       COMPUTE WRK-AFA-DN-ATE = WRK-AFA-DN - 1          000350FO
                       END-COMPUTE                                      000350FP
                    END-IF                                              000350FQ
                 END-IF                                                 000350FR
                 IF DB2-AFA-TIPO EQUAL 'N'                              000350FS
                    MOVE WRK-AFA-DN-INICIO TO WRK-AFA-DN-DE             000350FT
                 ELSE                                                   000350FU
                    COMPUTE WRK-AFA-DN-DE = WRK-AFA-DN-INICIO + 15      000350FV
                    END-COMPUTE                                         000350FW
                 END-IF                                                 000350FX
                 IF WRK-AFA-DN-DE LESS THAN WRK-AFA-DN-JAN-INI          000350FY
                    MOVE WRK-AFA-DN-JAN-INI TO WRK-AFA-DN-DE            000350FZ
                 END-IF                                                 000350GA
                 IF WRK-AFA-DN-ATE NOT LESS THAN WRK-AFA-DN-DE          000350GB
                    IF DB2-AFA-TIPO EQUAL 'N'                           000350GC
                       COMPUTE WRK-DIAS-SUSPENSOS = WRK-DIAS-SUSPENSOS  000350GD
                             + WRK-AFA-DN-ATE - WRK-AFA-DN-DE + 1       000350GE
                       END-COMPUTE                                      000350GF
                    ELSE                                                000350GG
                       COMPUTE WRK-DIAS-INSS = WRK-DIAS-INSS            000350GH
                             + WRK-AFA-DN-ATE - WRK-AFA-DN-DE + 1       000350GI
                       END-COMPUTE                                      000350GJ
                    END-IF                                              000350GK
                 END-IF                                                 000350GL
              WHEN 100                                                  000350GM
                 CONTINUE                                               000350GN
              WHEN OTHER                                                000350GO
                 MOVE SQLCODE TO WRK-SQLCODE                            000350GP
                 DISPLAY ' SQLCODE: ' WRK-SQLCODE                       000350GQ
                 MOVE ' ERRO FETCH CSRAFA ' TO WRK-MSG                  000350GR
                 PERFORM 9000-TRATAR-ERROS                              000350GS
            END-EVALUATE.                                               000350GT
                                                                        000350GU
      *-------------------------------------------------------*         000350GV
       2210-999-FIM.                              EXIT.                 000350GW
      *-------------------------------------------------------*         000350GX
                                                                        000350GY
      *-------------------------------------------------------*         000350GZ
       2230-CONVERTER-DATA                         SECTION.             000350HA
      *-------------------------------------------------------*         000350HB
                                                                        000350HC
            IF WRK-AFA-DN-DIA GREATER THAN 30                           000350HD
               MOVE 30 TO WRK-AFA-DN-DIA                                000350HE
            END-IF.                                                     000350HF
            COMPUTE WRK-AFA-DN = WRK-AFA-DN-ANO * 360                   000350HG
                               + ( WRK-AFA-DN-MES - 1 ) * 30            000350HH
                               + WRK-AFA-DN-DIA                         000350HI
            END-COMPUTE.                                                000350HJ
                                                                        000350HK
      *-------------------------------------------------------*         000350HL
       2230-999-FIM.                              EXIT.                 000350HM
      *-------------------------------------------------------*         00035100
                                                                        00035200
      *---------------------------------------------------------------  00035300
               WHEN WRK-FS-FERIAS NOT EQUAL '00'                        00039150
                  ADD 1 TO WRK-REG-RECUSADOS                            00039200
                  DISPLAY ' PEDIDO SEM PERIODO ABERTO: ID '             00039300
                        FD-REQ-ID                                       00039311
               WHEN FD-FER-SUSPENSO                                     00039322
                  ADD 1 TO WRK-REG-RECUSADOS                            00039333
                  DISPLAY ' PERIODO SUSPENSO POR AFASTAMENTO: ID '      00039344
                        FD-REQ-ID                                       00039355
               WHEN FD-FER-PERDIDO                                      00039366
                  ADD 1 TO WRK-REG-RECUSADOS                            00039377
                  DISPLAY ' DIREITO A FERIAS PERDIDO: ID '              00039388
                        FD-REQ-ID                                       00039400
               WHEN FD-REQ-DIAS GREATER THAN FD-FER-SALDO               00039800
                  ADD 1 TO WRK-REG-RECUSADOS                            00039900
                                                                        00046600
       4100-TESTAR-PERIODO                         SECTION.             00046700
                                                                        00046800
             IF FD-FER-SALDO GREATER THAN ZEROS AND                     00046866
                NOT FD-FER-SUSPENSO                                     00046932
                MOVE FD-FER-DATA-LIMITE TO WRK-DATA-LIMITE              00047000
                COMPUTE WRK-DIAS-PARA-LIMITE =                          00047100
                        ( WRK-LIM-ANO - WRK-HOJ-ANO ) * 360             00047200
                       WRK-REG-RECUSADOS.                               00050800
              DISPLAY ' ALERTAS DE VENCIMENTO.: '                       00050900
                       WRK-REG-ALERTAS.                                 00051000
              DISPLAY ' PERIODOS SUSPENSOS....: '                       00051020
                       WRK-REG-SUSPENSOS.                               00051040
              DISPLAY ' DIREITOS PERDIDOS.....: '                       00051060
                       WRK-REG-PERDIDOS.                                00051080
              DISPLAY '===================================='.           00051100
                 STOP RUN.                                              00051200
                                                                        00051300
