        DFHMDF POS=(12,53),LENGTH=26,ATTRB=ASKIP,                      *
               INITIAL='8 - MESA DE REJEITOS      ',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(08,53),LENGTH=26,ATTRB=ASKIP,                      *
               INITIAL='0 - CONSULTA DE COBRANCA  ',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(10,53),LENGTH=26,ATTRB=ASKIP,                      *
               INITIAL='9 - FERIADOS              ',                   *
               COLOR=NEUTRAL
