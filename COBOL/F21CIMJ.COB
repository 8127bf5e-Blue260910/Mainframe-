F21CIMJ DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPA0J  DFHMDI SIZE=(24,80)
*--------------------------------------------------------------
        DFHMDF POS=(01,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
        DFHMDF POS=(02,25),LENGTH=30,                                  *
               INITIAL='|REQUISICAO DE VAGA          |',               *
               COLOR=YELLOW,ATTRB=PROT
        DFHMDF POS=(03,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(05,05),LENGTH=10,INITIAL='REQUISIC.:',COLOR=NEUTRAL
NUMREQ  DFHMDF POS=(05,16),LENGTH=07,ATTRB=(UNPROT,IC,NUM),            *
               PICIN='9(07)',PICOUT='9(07)'
        DFHMDF POS=(05,24),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(05,30),LENGTH=10,INITIAL='SITUACAO:',COLOR=NEUTRAL
SITUAC  DFHMDF POS=(05,41),LENGTH=12,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(07,05),LENGTH=10,INITIAL='SETOR....:',COLOR=NEUTRAL
IDSETOR DFHMDF POS=(07,16),LENGTH=04,ATTRB=UNPROT
        DFHMDF POS=(07,21),LENGTH=01,ATTRB=ASKIP
LIVRES  DFHMDF POS=(07,30),LENGTH=30,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(09,05),LENGTH=10,INITIAL='CARGO....:',COLOR=NEUTRAL
IDCARGO DFHMDF POS=(09,16),LENGTH=04,ATTRB=UNPROT
        DFHMDF POS=(09,21),LENGTH=01,ATTRB=ASKIP
DESCCRG DFHMDF POS=(09,30),LENGTH=30,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(11,05),LENGTH=10,INITIAL='SAL.OFER.:',COLOR=NEUTRAL
SALOFER DFHMDF POS=(11,16),LENGTH=12,ATTRB=(UNPROT,NUM),               *
               PICIN='9(10)V99'
        DFHMDF POS=(11,29),LENGTH=01,ATTRB=PROT
FAIXA   DFHMDF POS=(12,16),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(14,05),LENGTH=10,INITIAL='ABERTURA.:',COLOR=NEUTRAL
DTABERT DFHMDF POS=(14,16),LENGTH=10,ATTRB=PROT
        DFHMDF POS=(14,30),LENGTH=10,INITIAL='FECHAMENT:',COLOR=NEUTRAL
DTFECH  DFHMDF POS=(14,41),LENGTH=10,ATTRB=PROT
        DFHMDF POS=(16,05),LENGTH=10,INITIAL='ADMITIDO.:',COLOR=NEUTRAL
IDFUNC  DFHMDF POS=(16,16),LENGTH=05,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(21,03),LENGTH=04,INITIAL='MSG:',COLOR=YELLOW
MSG     DFHMDF POS=(21,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,01),LENGTH=78,                                  *
               INITIAL='TAB-NAVEGACAO F5-CONSULTA F6-ABERTURA F7-CANCEL*
               AMENTO F8-SALARIO F3-SAIDA',                            *
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMSD TYPE=FINAL
        END
