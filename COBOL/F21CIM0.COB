        DFHMDF POS=(05,30),LENGTH=06,INITIAL='SENHA:',COLOR=NEUTRAL
SENHA   DFHMDF POS=(05,37),LENGTH=08,ATTRB=(UNPROT,DRK)
        DFHMDF POS=(05,46),LENGTH=01,ATTRB=ASKIP
        DFHMDF POS=(06,10),LENGTH=10,INITIAL='NOVA SEN.:',COLOR=NEUTRAL
NOVASEN DFHMDF POS=(06,21),LENGTH=08,ATTRB=(UNPROT,DRK)
        DFHMDF POS=(06,30),LENGTH=06,INITIAL='CONF.:',COLOR=NEUTRAL
CONFSEN DFHMDF POS=(06,37),LENGTH=08,ATTRB=(UNPROT,DRK)
        DFHMDF POS=(06,46),LENGTH=01,ATTRB=ASKIP
*--------------------------------------------------------------
        DFHMDF POS=(08,10),LENGTH=40,                                  *
               INITIAL='1 - CONSULTA DE FUNCIONARIOS  (F21CIP1)',      *
        DFHMDF POS=(14,10),LENGTH=40,                                  *
               INITIAL='7 - CONSULTA DO LOG DE ERROS  (F21CIP9)',      *
               COLOR=NEUTRAL
        DFHMDF POS=(15,10),LENGTH=40,                                  *
               INITIAL='N - SEGURANCA DE OPERADORES   (F21CIPP)',      *
               COLOR=NEUTRAL
        DFHMDF POS=(08,52),LENGTH=26,                                  *
               INITIAL='8 - DEPENDENTES  (F21CIP8)',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(17,52),LENGTH=26,                                  *
               INITIAL='H - ESTADO BATCH (F21CIPJ)',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(18,52),LENGTH=26,                                  *
               INITIAL='I - HOLERITE     (F21CIPK)',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(19,52),LENGTH=26,                                  *
               INITIAL='J - APONTAR HORAS(F21CIPL)',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(20,52),LENGTH=26,                                  *
               INITIAL='K - REQUISIC.VAGA(F21CIPM)',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(21,52),LENGTH=26,                                  *
               INITIAL='L - APROVAR BANCO(F21CIPN)',                   *
               COLOR=NEUTRAL
        DFHMDF POS=(22,52),LENGTH=26,                                  *
               INITIAL='M - VISAO CLIENTE(F21CIPO)',                   *
               COLOR=NEUTRAL
*--------------------------------------------------------------
        DFHMDF POS=(16,10),LENGTH=08,INITIAL='OPCAO..:',COLOR=NEUTRAL
OPCAO   DFHMDF POS=(16,19),LENGTH=01,ATTRB=(UNPROT)
MSG     DFHMDF POS=(21,08),LENGTH=40,ATTRB=PROT
*--------------------------------------------------------------
        DFHMDF POS=(23,05),LENGTH=70,                                  *
               INITIAL='F5-ENTRAR (C/NOVA SENHA: TROCA)  ENTER-IR PARA *
               A OPCAO  F3-SAIDA',                                     *
               COLOR=TURQUOISE

*--------------------------------------------------------------
