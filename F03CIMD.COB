F03CIMD DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPPRM  DFHMDI SIZE=(24,80)
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
               INITIAL='PARAMETROS DOS PROGRAMAS',                     *
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
        DFHMDF POS=(06,05),LENGTH=12,INITIAL='PROGRAMA...:',           *
               ATTRB=ASKIP,COLOR=BLUE
PROG    DFHMDF POS=(06,18),LENGTH=08,ATTRB=(UNPROT,IC)
        DFHMDF POS=(06,27),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(06,32),LENGTH=07,INITIAL='NOME..:',ATTRB=ASKIP,    *
               COLOR=BLUE
NOME    DFHMDF POS=(06,40),LENGTH=12,ATTRB=UNPROT
        DFHMDF POS=(06,53),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(07,05),LENGTH=12,INITIAL='TIPO (N/A).:',           *
               ATTRB=ASKIP,COLOR=BLUE
TIPO    DFHMDF POS=(07,18),LENGTH=01,ATTRB=UNPROT
        DFHMDF POS=(07,20),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(07,32),LENGTH=07,INITIAL='VIGOR.:',ATTRB=ASKIP,    *
               COLOR=BLUE
VIG     DFHMDF POS=(07,40),LENGTH=08,ATTRB=(UNPROT,NUM)
        DFHMDF POS=(07,49),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(07,52),LENGTH=10,INITIAL='(AAAAMMDD)',ATTRB=ASKIP, *
               COLOR=BLUE
        DFHMDF POS=(08,05),LENGTH=12,INITIAL='VALOR......:',           *
               ATTRB=ASKIP,COLOR=BLUE
VALOR   DFHMDF POS=(08,18),LENGTH=30,ATTRB=UNPROT
        DFHMDF POS=(08,49),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(09,05),LENGTH=12,INITIAL='DESCRICAO..:',           *
               ATTRB=ASKIP,COLOR=BLUE
DESC    DFHMDF POS=(09,18),LENGTH=40,ATTRB=UNPROT
        DFHMDF POS=(09,59),LENGTH=01,ATTRB=PROT
        DFHMDF POS=(10,05),LENGTH=12,INITIAL='ANTERIOR...:',           *
               ATTRB=ASKIP,COLOR=BLUE
VANT    DFHMDF POS=(10,18),LENGTH=30,ATTRB=ASKIP
        DFHMDF POS=(11,05),LENGTH=12,INITIAL='ALTERADO...:',           *
               ATTRB=ASKIP,COLOR=BLUE
ALTER   DFHMDF POS=(11,18),LENGTH=30,ATTRB=ASKIP
*****************************************************
        DFHMDF POS=(12,05),LENGTH=65,ATTRB=ASKIP,COLOR=BLUE,           *
               INITIAL='PROGRAMA NOME         T VALOR                  *
                       VIGOR'
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
               INITIAL='F6-CONSULTAR F7-LISTAR F5-INCLUIR F8-ALTERAR F9*
               -EXCLUIR F3-SAIR',                                      *
               COLOR=GREEN
        DFHMSD TYPE=FINAL
        END
