F21CIML DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *
               MAPATTS=(COLOR)
MAPA0L  DFHMDI SIZE=(24,80)
*--------------------------------------------------------------
        DFHMDF POS=(01,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
        DFHMDF POS=(02,25),LENGTH=30,                                  *
               INITIAL='|VISAO CONSOLIDADA CLIENTE   |',               *
               COLOR=YELLOW,ATTRB=PROT
        DFHMDF POS=(03,25),LENGTH=30,                                  *
               INITIAL='------------------------------',COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMDF POS=(04,03),LENGTH=10,INITIAL='TIPO(F/J):',COLOR=NEUTRAL
TIPODOC DFHMDF POS=(04,14),LENGTH=01,ATTRB=(UNPROT,IC)
        DFHMDF POS=(04,16),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(04,18),LENGTH=06,INITIAL='DOC..:',COLOR=NEUTRAL
DOCUM   DFHMDF POS=(04,25),LENGTH=14,ATTRB=UNPROT
        DFHMDF POS=(04,40),LENGTH=01,ATTRB=ASKIP
NOME    DFHMDF POS=(04,42),LENGTH=30,ATTRB=PROT,COLOR=YELLOW
*--------------------------------------------------------------
        DFHMDF POS=(05,03),LENGTH=10,INITIAL='SELECAO..:',COLOR=NEUTRAL
SELECAO DFHMDF POS=(05,14),LENGTH=02,ATTRB=(UNPROT,NUM)
        DFHMDF POS=(05,17),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(05,25),LENGTH=08,INITIAL='PAGINA.:',COLOR=NEUTRAL
PAGINA  DFHMDF POS=(05,34),LENGTH=03,ATTRB=PROT
        DFHMDF POS=(05,42),LENGTH=08,INITIAL='CONTAS.:',COLOR=NEUTRAL
QTDCTA  DFHMDF POS=(05,51),LENGTH=02,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(06,03),LENGTH=76,                                  *
               INITIAL='NR AGEN-CONT  S       SALDO     LIMITE   BLOQ.J*
               UD   KYC COBR',                                         *
               COLOR=NEUTRAL
LINHA1  DFHMDF POS=(07,03),LENGTH=76,ATTRB=PROT
LINHA2  DFHMDF POS=(08,03),LENGTH=76,ATTRB=PROT
LINHA3  DFHMDF POS=(09,03),LENGTH=76,ATTRB=PROT
LINHA4  DFHMDF POS=(10,03),LENGTH=76,ATTRB=PROT
LINHA5  DFHMDF POS=(11,03),LENGTH=76,ATTRB=PROT
LINHA6  DFHMDF POS=(12,03),LENGTH=76,ATTRB=PROT
LINHA7  DFHMDF POS=(13,03),LENGTH=76,ATTRB=PROT
LINHA8  DFHMDF POS=(14,03),LENGTH=76,ATTRB=PROT
LINHA9  DFHMDF POS=(15,03),LENGTH=76,ATTRB=PROT
LINHA10 DFHMDF POS=(16,03),LENGTH=76,ATTRB=PROT
LINHA11 DFHMDF POS=(17,03),LENGTH=76,ATTRB=PROT
LINHA12 DFHMDF POS=(18,03),LENGTH=76,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(19,03),LENGTH=76,                                  *
               INITIAL='S:SITUACAO DA CONTA  KYC:R/V/B  COBR:ESTAGIO 1 *
               A 4 (-:NAO HA)',                                        *
               COLOR=NEUTRAL
*--------------------------------------------------------------
        DFHMDF POS=(21,03),LENGTH=04,INITIAL='MSG:',COLOR=YELLOW
MSG     DFHMDF POS=(21,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,01),LENGTH=78,                                  *
               INITIAL='F5-CONSULTA F7/F8-PAGINA F4-HISTORICO F6-SALDO *
               F3-SAIDA',                                              *
               COLOR=TURQUOISE
*--------------------------------------------------------------
        DFHMSD TYPE=FINAL
        END
