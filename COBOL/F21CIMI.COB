F21CIMI DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPA0I  DFHMDI SIZE=(24,80)
*--------------------------------------------------------------
        DFHMDF POS=(01,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
        DFHMDF POS=(02,25),LENGTH=30,                                  *
               INITIAL='|APONTAMENTO DE HORAS        |',               *
               COLOR=YELLOW,ATTRB=PROT
        DFHMDF POS=(03,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(05,05),LENGTH=10,INITIAL='FUNCION..:',COLOR=NEUTRAL
IDFUNC  DFHMDF POS=(05,16),LENGTH=05,ATTRB=(UNPROT,IC,NUM),            *
               PICIN='9(05)',PICOUT='9(05)'
        DFHMDF POS=(05,22),LENGTH=01,ATTRB=ASKIP
NOME    DFHMDF POS=(05,24),LENGTH=30,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(07,05),LENGTH=10,INITIAL='PROJETO..:',COLOR=NEUTRAL
PROJETO DFHMDF POS=(07,16),LENGTH=20,ATTRB=UNPROT
        DFHMDF POS=(07,37),LENGTH=01,ATTRB=ASKIP
*--------------------------------------------------------------
        DFHMDF POS=(09,05),LENGTH=10,INITIAL='DATA.....:',COLOR=NEUTRAL
DATA    DFHMDF POS=(09,16),LENGTH=08,ATTRB=(UNPROT,NUM),               *
               PICIN='9(08)',PICOUT='9(08)'
        DFHMDF POS=(09,25),LENGTH=10,INITIAL='(AAAAMMDD)',COLOR=NEUTRAL
DIAUTIL DFHMDF POS=(09,36),LENGTH=22,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(11,05),LENGTH=10,INITIAL='HORAS....:',COLOR=NEUTRAL
HORAS   DFHMDF POS=(11,16),LENGTH=02,ATTRB=(UNPROT,NUM),               *
               PICIN='9(02)',PICOUT='9(02)'
        DFHMDF POS=(11,19),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(11,21),LENGTH=20,INITIAL='(00 EXCLUI NO F6)',      *
               COLOR=NEUTRAL
*--------------------------------------------------------------
        DFHMDF POS=(13,05),LENGTH=40,                                  *
               INITIAL='PROJETO              HORAS  TERM TAREFA',      *
               COLOR=YELLOW
LINHA1  DFHMDF POS=(14,05),LENGTH=40,ATTRB=PROT
LINHA2  DFHMDF POS=(15,05),LENGTH=40,ATTRB=PROT
LINHA3  DFHMDF POS=(16,05),LENGTH=40,ATTRB=PROT
LINHA4  DFHMDF POS=(17,05),LENGTH=40,ATTRB=PROT
LINHA5  DFHMDF POS=(18,05),LENGTH=40,ATTRB=PROT
LINHA6  DFHMDF POS=(19,05),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(20,05),LENGTH=14,INITIAL='TOTAL NO DIA:',          *
               COLOR=NEUTRAL
TOTDIA  DFHMDF POS=(20,27),LENGTH=03,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(21,03),LENGTH=04,INITIAL='MSG:',COLOR=YELLOW
MSG     DFHMDF POS=(21,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,10),LENGTH=60,                                  *
               INITIAL='TAB-NAVEGACAO F5-CONSULTA F6-GRAVA F3-SAIDA',  *
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMSD TYPE=FINAL
        END
