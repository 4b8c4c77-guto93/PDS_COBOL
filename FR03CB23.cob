      *       HEADER DE TRANSMISSAO, CONFERIDO NA TRNSCHK (FEED         000021E4
      *       'RETORNO2') COMO JA ACONTECIA COM O RETORNO DO            000021E6
      *       BANCO 1.                                                  000021E8
      *     - 14/08/2023: A REMESSA PASSOU A TRAZER, LOGO APOS O        0000219A
      *       FUNCIONARIO, OS CREDITOS DE PENSAO ALIMENTICIA (TIPO      0000219B
      *       'P', MESMO ID DO FUNCIONARIO); ENTRAM NO CONFRONTO E      0000219C
      *       NA CONFERENCIA DO TRAILER COMO OS DETALHES 'D', NA        0000219D
      *       ORDEM EM QUE FORAM REMETIDOS.                             0000219E
      *===========================================================*     00002200
      *===========================================================*     00002300
       ENVIRONMENT                                    DIVISION.         00002400
               WHEN WRK-FS-REMESSA NOT EQUAL '00'                       00017400
                  SET WRK-REM-ACABOU TO TRUE                            00017500
                  DISPLAY ' REMESSA SEM TRAILER '                       00017600
               WHEN FD-DET-TIPO EQUAL 'D' OR 'P'                        00017700
                  ADD 1 TO WRK-REG-REMETIDOS                            00017800
                  ADD FD-DET-VALOR TO WRK-SOMA-REMETIDA                 00017900
                  MOVE FD-DET-ID TO WRK-CHAVE-REM                       00018000
               WHEN WRK-FS-REMESSA2 NOT EQUAL '00'                      000269A4
                  SET WRK-REM2-ACABOU TO TRUE                           000269A6
                  DISPLAY ' REMESSA2 SEM TRAILER '                      000269A8
               WHEN FD-DT2-TIPO EQUAL 'D' OR 'P'                        00027049
                  ADD 1 TO WRK-REG-REMETIDOS2                           000269B2
                  MOVE FD-DT2-ID TO WRK-CHAVE-REM2                      000269B4
               WHEN FD-TR2-TIPO EQUAL 'T'                               000269B6
