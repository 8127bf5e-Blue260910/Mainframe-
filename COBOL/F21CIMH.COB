F21CIMH DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPA0H  DFHMDI SIZE=(24,80)
*--------------------------------------------------------------
        DFHMDF POS=(01,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
        DFHMDF POS=(02,25),LENGTH=30,                                  *
               INITIAL='|CONSULTA DE HOLERITE       |',                *
               COLOR=YELLOW,ATTRB=PROT
        DFHMDF POS=(03,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(05,05),LENGTH=10,INITIAL='FUNCION..:',COLOR=NEUTRAL
IDFUNC  DFHMDF POS=(05,16),LENGTH=05,ATTRB=(UNPROT,IC,NUM),            *
               PICIN='9(05)',PICOUT='9(05)'
        DFHMDF POS=(05,22),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(05,26),LENGTH=16,INITIAL='COMPET.(AAAAMM):',       *
               COLOR=NEUTRAL
COMPET  DFHMDF POS=(05,44),LENGTH=06,ATTRB=(UNPROT,NUM)
        DFHMDF POS=(05,51),LENGTH=01,ATTRB=ASKIP
*--------------------------------------------------------------
        DFHMDF POS=(06,05),LENGTH=10,INITIAL='NOME.....:',COLOR=NEUTRAL
NOME    DFHMDF POS=(06,16),LENGTH=30,ATTRB=PROT
        DFHMDF POS=(06,47),LENGTH=01,ATTRB=ASKIP
*--------------------------------------------------------------
        DFHMDF POS=(08,02),LENGTH=77,                                  *
               INITIAL='PROVENTOS            VALOR/QTD  DESCONTOS      *
                     BASE   ALIQ        VALOR',                        *
               COLOR=NEUTRAL
LINHA1  DFHMDF POS=(09,02),LENGTH=77,ATTRB=PROT
LINHA2  DFHMDF POS=(10,02),LENGTH=77,ATTRB=PROT
LINHA3  DFHMDF POS=(11,02),LENGTH=77,ATTRB=PROT
LINHA4  DFHMDF POS=(12,02),LENGTH=77,ATTRB=PROT
LINHA5  DFHMDF POS=(13,02),LENGTH=77,ATTRB=PROT
LINHA6  DFHMDF POS=(14,02),LENGTH=77,ATTRB=PROT
LINHA7  DFHMDF POS=(15,02),LENGTH=77,ATTRB=PROT
LINHA8  DFHMDF POS=(16,02),LENGTH=77,ATTRB=PROT
LINHA9  DFHMDF POS=(17,02),LENGTH=77,ATTRB=PROT
LINHA10 DFHMDF POS=(18,02),LENGTH=77,ATTRB=PROT
LINHA11 DFHMDF POS=(19,02),LENGTH=77,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(20,02),LENGTH=10,INITIAL='BRUTO....:',COLOR=NEUTRAL
BRUTO   DFHMDF POS=(20,13),LENGTH=12,ATTRB=PROT
        DFHMDF POS=(20,27),LENGTH=10,INITIAL='DESCONTOS:',COLOR=NEUTRAL
TOTDESC DFHMDF POS=(20,38),LENGTH=12,ATTRB=PROT
        DFHMDF POS=(20,52),LENGTH=10,INITIAL='LIQUIDO..:',COLOR=NEUTRAL
LIQUIDO DFHMDF POS=(20,63),LENGTH=12,ATTRB=PROT
        DFHMDF POS=(21,02),LENGTH=10,INITIAL='PAGAMENTO:',COLOR=NEUTRAL
SITPAG  DFHMDF POS=(21,13),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(22,03),LENGTH=04,INITIAL='MSG:',COLOR=YELLOW
MSG     DFHMDF POS=(22,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,05),LENGTH=70,                                  *
               INITIAL='F5-CONSULTA F7-MES ANTERIOR F8-MES SEGUINTE F3-*
               SAIDA',                                                 *
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMSD TYPE=FINAL
        END
