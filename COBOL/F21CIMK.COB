F21CIMK DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPA0K  DFHMDI SIZE=(24,80)
*--------------------------------------------------------------
        DFHMDF POS=(01,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
        DFHMDF POS=(02,25),LENGTH=30,                                  *
               INITIAL='|APROVACAO DADOS BANCARIOS   |',               *
               COLOR=YELLOW,ATTRB=PROT
        DFHMDF POS=(03,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(05,05),LENGTH=10,INITIAL='PEDIDO...:',COLOR=NEUTRAL
NUMPED  DFHMDF POS=(05,16),LENGTH=07,ATTRB=(UNPROT,IC,NUM),            *
               PICIN='9(07)',PICOUT='9(07)'
        DFHMDF POS=(05,24),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(05,30),LENGTH=10,INITIAL='SITUACAO:',COLOR=NEUTRAL
SITUAC  DFHMDF POS=(05,41),LENGTH=12,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(07,05),LENGTH=10,INITIAL='FUNCION..:',COLOR=NEUTRAL
IDFUNC  DFHMDF POS=(07,16),LENGTH=05,ATTRB=PROT
NOME    DFHMDF POS=(07,23),LENGTH=30,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(09,05),LENGTH=10,INITIAL='ATUAL....:',COLOR=NEUTRAL
        DFHMDF POS=(09,16),LENGTH=06,INITIAL='BANCO:',COLOR=NEUTRAL
BCOANT  DFHMDF POS=(09,23),LENGTH=03,ATTRB=PROT
        DFHMDF POS=(09,27),LENGTH=08,INITIAL='AGENCIA:',COLOR=NEUTRAL
AGEANT  DFHMDF POS=(09,36),LENGTH=04,ATTRB=PROT
        DFHMDF POS=(09,41),LENGTH=06,INITIAL='CONTA:',COLOR=NEUTRAL
CTAANT  DFHMDF POS=(09,48),LENGTH=10,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(11,05),LENGTH=10,INITIAL='NOVO.....:',COLOR=NEUTRAL
        DFHMDF POS=(11,16),LENGTH=06,INITIAL='BANCO:',COLOR=NEUTRAL
BCONOV  DFHMDF POS=(11,23),LENGTH=03,ATTRB=PROT,COLOR=YELLOW
        DFHMDF POS=(11,27),LENGTH=08,INITIAL='AGENCIA:',COLOR=NEUTRAL
AGENOV  DFHMDF POS=(11,36),LENGTH=04,ATTRB=PROT,COLOR=YELLOW
        DFHMDF POS=(11,41),LENGTH=06,INITIAL='CONTA:',COLOR=NEUTRAL
CTANOV  DFHMDF POS=(11,48),LENGTH=10,ATTRB=PROT,COLOR=YELLOW
*--------------------------------------------------------------
        DFHMDF POS=(13,05),LENGTH=10,INITIAL='SOLICIT..:',COLOR=NEUTRAL
OPESOL  DFHMDF POS=(13,16),LENGTH=08,ATTRB=PROT
        DFHMDF POS=(13,27),LENGTH=03,INITIAL='EM:',COLOR=NEUTRAL
DTHSOL  DFHMDF POS=(13,31),LENGTH=16,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(15,05),LENGTH=10,INITIAL='DECISAO..:',COLOR=NEUTRAL
OPEDEC  DFHMDF POS=(15,16),LENGTH=08,ATTRB=PROT
        DFHMDF POS=(15,27),LENGTH=03,INITIAL='EM:',COLOR=NEUTRAL
DTHDEC  DFHMDF POS=(15,31),LENGTH=16,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(17,05),LENGTH=10,INITIAL='PENDENTES:',COLOR=NEUTRAL
QTPEND  DFHMDF POS=(17,16),LENGTH=05,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(21,03),LENGTH=04,INITIAL='MSG:',COLOR=YELLOW
MSG     DFHMDF POS=(21,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,01),LENGTH=78,                                  *
               INITIAL='F5-CONSULTA F6-APROVAR F7-RECUSAR F8-PROXIMO PE*
               NDENTE F3-SAIDA',                                       *
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMSD TYPE=FINAL
        END
