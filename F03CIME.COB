F03CIME DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPREM  DFHMDI SIZE=(24,80)
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
        DFHMDF POS=(3,22),                                             *
               LENGTH=30,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='LIBERACAO DE REMESSAS BANCO',                  *
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
        DFHMDF POS=(06,05),LENGTH=12,INITIAL='ARQUIVO....:',           *
               ATTRB=ASKIP,COLOR=BLUE
ARQ     DFHMDF POS=(06,18),LENGTH=08,ATTRB=(UNPROT,IC)
        DFHMDF POS=(06,27),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(06,32),LENGTH=09,INITIAL='GERACAO.:',ATTRB=ASKIP,  *
               COLOR=BLUE
DTGER   DFHMDF POS=(06,42),LENGTH=08,ATTRB=(UNPROT,NUM)
        DFHMDF POS=(06,51),LENGTH=01,ATTRB=PROT
HRGER   DFHMDF POS=(06,53),LENGTH=06,ATTRB=(UNPROT,NUM)
        DFHMDF POS=(06,60),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(07,05),LENGTH=12,INITIAL='SITUACAO...:',           *
               ATTRB=ASKIP,COLOR=BLUE
SIT     DFHMDF POS=(07,18),LENGTH=30,ATTRB=ASKIP
        DFHMDF POS=(07,50),LENGTH=09,INITIAL='REMESSA.:',ATTRB=ASKIP,  *
               COLOR=BLUE
DTREM   DFHMDF POS=(07,60),LENGTH=08,ATTRB=ASKIP
        DFHMDF POS=(08,05),LENGTH=12,INITIAL='QTDE TRAIL.:',           *
               ATTRB=ASKIP,COLOR=BLUE
QTDE    DFHMDF POS=(08,18),LENGTH=07,ATTRB=(UNPROT,NUM),               *
               JUSTIFY=(RIGHT,ZERO)
        DFHMDF POS=(08,26),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(08,32),LENGTH=14,INITIAL='SOMA CENTAVOS:',         *
               ATTRB=ASKIP,COLOR=BLUE
SOMA    DFHMDF POS=(08,47),LENGTH=15,ATTRB=(UNPROT,NUM),               *
               JUSTIFY=(RIGHT,ZERO)
        DFHMDF POS=(08,63),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(09,05),LENGTH=12,INITIAL='APROVACAO 1:',           *
               ATTRB=ASKIP,COLOR=BLUE
APR1    DFHMDF POS=(09,18),LENGTH=30,ATTRB=ASKIP
        DFHMDF POS=(10,05),LENGTH=12,INITIAL='APROVACAO 2:',           *
               ATTRB=ASKIP,COLOR=BLUE
APR2    DFHMDF POS=(10,18),LENGTH=30,ATTRB=ASKIP
*****************************************************
        DFHMDF POS=(12,05),LENGTH=65,ATTRB=ASKIP,COLOR=BLUE,           *
               INITIAL='ARQUIVO  GERACAO         S REMESSA  APROV 1  AP*
               ROV 2'
DET1    DFHMDF POS=(13,05),LENGTH=65,ATTRB=ASKIP
DET2    DFHMDF POS=(14,05),LENGTH=65,ATTRB=ASKIP
DET3    DFHMDF POS=(15,05),LENGTH=65,ATTRB=ASKIP
DET4    DFHMDF POS=(16,05),LENGTH=65,ATTRB=ASKIP
DET5    DFHMDF POS=(17,05),LENGTH=65,ATTRB=ASKIP
DET6    DFHMDF POS=(18,05),LENGTH=65,ATTRB=ASKIP
DET7    DFHMDF POS=(19,05),LENGTH=65,ATTRB=ASKIP
DET8    DFHMDF POS=(20,05),LENGTH=65,ATTRB=ASKIP
*****************************************************
        DFHMDF POS=(21,10),LENGTH=10,INITIAL='MSG......:',ATTRB=ASKIP
MSG     DFHMDF POS=(21,21),LENGTH=40,ATTRB=ASKIP,COLOR=RED
*****************************************************
        DFHMDF POS=(23,02),                                            *
               LENGTH=77,                                              *
               ATTRB=ASKIP,                                            *
               INITIAL='F6-CONSULTAR F7-LISTAR F5-APROVAR F9-CANCELAR F*
               3-SAIR',                                                *
               COLOR=GREEN
        DFHMSD TYPE=FINAL
        END
