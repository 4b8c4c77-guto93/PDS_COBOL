F03CIMC DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPCOB  DFHMDI SIZE=(24,80)
        DFHMDF POS=(2,19),                                             *
               LENGTH=34,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='|--------------------------------|',           *
               COLOR=YELLOW
*****************************************************
        DFHMDF POS=(03,19),                                            *
               LENGTH=01,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='|',                                            *
               COLOR=YELLOW
*****************************************************
        DFHMDF POS=(3,24),                                             *
               LENGTH=26,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='CONSULTA DE COBRANCA ',                        *
               COLOR=NEUTRAL
*****************************************************
        DFHMDF POS=(03,52),                                            *
               LENGTH=01,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='|',                                            *
               COLOR=YELLOW
*****************************************************
        DFHMDF POS=(4,19),                                             *
               LENGTH=34,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='|--------------------------------|',           *
               COLOR=YELLOW
*****************************************************
        DFHMDF POS=(06,03),LENGTH=09,INITIAL='CLIENTE.:',ATTRB=ASKIP,  *
               COLOR=BLUE
CLI     DFHMDF POS=(06,13),LENGTH=04,ATTRB=(UNPROT,IC)
        DFHMDF POS=(06,18),LENGTH=01,ATTRB=PROT
NOME    DFHMDF POS=(06,20),LENGTH=40,ATTRB=ASKIP
        DFHMDF POS=(07,03),LENGTH=09,INITIAL='LIMITE..:',ATTRB=ASKIP,  *
               COLOR=BLUE
LIMITE  DFHMDF POS=(07,13),LENGTH=13,ATTRB=ASKIP
        DFHMDF POS=(07,28),LENGTH=10,INITIAL='EXPOSICAO:',ATTRB=ASKIP, *
               COLOR=BLUE
EXPOS   DFHMDF POS=(07,39),LENGTH=13,ATTRB=ASKIP
        DFHMDF POS=(07,54),LENGTH=06,INITIAL='BLOQ.:',ATTRB=ASKIP,     *
               COLOR=BLUE
BLOQ    DFHMDF POS=(07,61),LENGTH=01,ATTRB=ASKIP
*****************************************************
        DFHMDF POS=(09,03),LENGTH=75,ATTRB=ASKIP,COLOR=BLUE,           *
               INITIAL='NOTA   EMISSAO  VENCIMENTO          VALOR      *
                    PAGO S ATRAS PROMESSA'
LIN1    DFHMDF POS=(10,03),LENGTH=75,ATTRB=ASKIP
LIN2    DFHMDF POS=(11,03),LENGTH=75,ATTRB=ASKIP
LIN3    DFHMDF POS=(12,03),LENGTH=75,ATTRB=ASKIP
LIN4    DFHMDF POS=(13,03),LENGTH=75,ATTRB=ASKIP
LIN5    DFHMDF POS=(14,03),LENGTH=75,ATTRB=ASKIP
LIN6    DFHMDF POS=(15,03),LENGTH=75,ATTRB=ASKIP
LIN7    DFHMDF POS=(16,03),LENGTH=75,ATTRB=ASKIP
LIN8    DFHMDF POS=(17,03),LENGTH=75,ATTRB=ASKIP
*****************************************************
        DFHMDF POS=(18,03),LENGTH=14,INITIAL='PROMESSA NOTA:',         *
               ATTRB=ASKIP,COLOR=BLUE
NFP     DFHMDF POS=(18,18),LENGTH=06,ATTRB=(UNPROT,NUM)
        DFHMDF POS=(18,25),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(18,27),LENGTH=05,INITIAL='DATA:',ATTRB=ASKIP,      *
               COLOR=BLUE
DTP     DFHMDF POS=(18,33),LENGTH=10,ATTRB=UNPROT
        DFHMDF POS=(18,44),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(18,46),LENGTH=09,INITIAL='OPERADOR:',ATTRB=ASKIP,  *
               COLOR=BLUE
QUEM    DFHMDF POS=(18,56),LENGTH=08,ATTRB=UNPROT
        DFHMDF POS=(18,65),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(19,03),LENGTH=04,INITIAL='OBS:',ATTRB=ASKIP,       *
               COLOR=BLUE
OBS     DFHMDF POS=(19,08),LENGTH=40,ATTRB=UNPROT
        DFHMDF POS=(19,49),LENGTH=01,ATTRB=PROT
*****************************************************
*    CLIANT (CLIENTE DA PAGINA ATUAL), PRIMNF E ULTNF (PRIMEIRA
*    E ULTIMA NOTA EXIBIDAS) SAO CAMPOS OCULTOS (DRK) QUE VOLTAM
*    NO PROXIMO RECEIVE (FSET FORCA O MDT): F8 CONTINUA DEPOIS
*    DA ULTIMA NOTA E F7 VOLTA A PARTIR DA PRIMEIRA.
CLIANT  DFHMDF POS=(21,02),LENGTH=04,ATTRB=(ASKIP,DRK,FSET)
PRIMNF  DFHMDF POS=(21,07),LENGTH=06,ATTRB=(ASKIP,DRK,FSET)
ULTNF   DFHMDF POS=(21,14),LENGTH=06,ATTRB=(ASKIP,DRK,FSET)
*****************************************************
        DFHMDF POS=(20,10),LENGTH=10,INITIAL='MSG......:',ATTRB=ASKIP
MSG     DFHMDF POS=(20,21),LENGTH=40,ATTRB=ASKIP,COLOR=RED
*****************************************************
        DFHMDF POS=(22,03),                                            *
               LENGTH=70,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='F6-CONSULTAR  F7-VOLTA  F8-AVANCA  F5-GRAVAR PR*
               OMESSA  F3-SAIR',                                       *
               COLOR=GREEN
        DFHMSD TYPE=FINAL
        END
