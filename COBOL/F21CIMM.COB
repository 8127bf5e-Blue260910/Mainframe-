F21CIMM DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPA0M  DFHMDI SIZE=(24,80)
*--------------------------------------------------------------
        DFHMDF POS=(01,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
        DFHMDF POS=(02,25),LENGTH=30,                                  *
               INITIAL='|SEGURANCA DE OPERADORES     |',               *
               COLOR=YELLOW,ATTRB=PROT
        DFHMDF POS=(03,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(05,05),LENGTH=10,INITIAL='OPERADOR.:',COLOR=NEUTRAL
OPER    DFHMDF POS=(05,16),LENGTH=08,ATTRB=(UNPROT,IC)
        DFHMDF POS=(05,25),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(05,30),LENGTH=10,INITIAL='SITUACAO:',COLOR=NEUTRAL
SITUAC  DFHMDF POS=(05,41),LENGTH=12,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(07,05),LENGTH=10,INITIAL='TENTATIV.:',COLOR=NEUTRAL
TENTAT  DFHMDF POS=(07,16),LENGTH=02,ATTRB=PROT
        DFHMDF POS=(07,21),LENGTH=12,INITIAL='ULT.SIGNON:',            *
               COLOR=NEUTRAL
ULTSIG  DFHMDF POS=(07,34),LENGTH=10,ATTRB=PROT
        DFHMDF POS=(07,47),LENGTH=13,INITIAL='SENHA DESDE:',           *
               COLOR=NEUTRAL
DTSENH  DFHMDF POS=(07,61),LENGTH=10,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(09,05),LENGTH=10,INITIAL='SUPERVIS.:',COLOR=NEUTRAL
SUPERV  DFHMDF POS=(09,16),LENGTH=01,ATTRB=UNPROT
        DFHMDF POS=(09,18),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(10,05),LENGTH=10,INITIAL='FUNCOES..:',COLOR=NEUTRAL
FUNCOE  DFHMDF POS=(10,16),LENGTH=23,ATTRB=UNPROT
        DFHMDF POS=(10,40),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(11,16),LENGTH=23,INITIAL='....+....1....+....2...',*
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(13,05),LENGTH=10,INITIAL='SENHA PRV:',COLOR=NEUTRAL
NOVSEN  DFHMDF POS=(13,16),LENGTH=08,ATTRB=(UNPROT,DRK)
        DFHMDF POS=(13,25),LENGTH=01,ATTRB=ASKIP
*--------------------------------------------------------------
        DFHMDF POS=(15,05),LENGTH=10,INITIAL='PARAMETR.:',COLOR=NEUTRAL
        DFHMDF POS=(15,16),LENGTH=11,INITIAL='TENTATIVAS:',            *
               COLOR=NEUTRAL
MAXTEN  DFHMDF POS=(15,28),LENGTH=02,ATTRB=(UNPROT,NUM),               *
               PICIN='9(02)',PICOUT='9(02)'
        DFHMDF POS=(15,31),LENGTH=11,INITIAL='DIAS SENHA:',            *
               COLOR=NEUTRAL
DIASEN  DFHMDF POS=(15,43),LENGTH=03,ATTRB=(UNPROT,NUM),               *
               PICIN='9(03)',PICOUT='9(03)'
        DFHMDF POS=(15,47),LENGTH=13,INITIAL='DIAS SEM USO:',          *
               COLOR=NEUTRAL
DIAINA  DFHMDF POS=(15,61),LENGTH=03,ATTRB=(UNPROT,NUM),               *
               PICIN='9(03)',PICOUT='9(03)'
        DFHMDF POS=(15,65),LENGTH=01,ATTRB=ASKIP
*--------------------------------------------------------------
        DFHMDF POS=(21,03),LENGTH=04,INITIAL='MSG:',COLOR=YELLOW
MSG     DFHMDF POS=(21,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,01),LENGTH=78,                                  *
               INITIAL='F5-CONSULTA F6-DESBLOQ/REABILITA F7-SENHA PROV *
               F8-PERFIL F9-PARAM F3-SAIDA',                           *
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMSD TYPE=FINAL
        END
