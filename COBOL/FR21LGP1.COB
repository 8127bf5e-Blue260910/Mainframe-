      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21LGP1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: ATENDIMENTO DOS PEDIDOS DO TITULAR DE DADOS         00000120
      *      PESSOAIS (LGPD), POR CPF. CADA PEDIDO DO ARQUIVO           00000130
      *      LGPDREQ (PROTOCOLO, TIPO, CPF, DATA E CANAL) E:            00000140
      *      'A' ACESSO - REUNE E IMPRIME NO RELLGPD TUDO O QUE A       00000150
      *          EMPRESA GUARDA DA PESSOA: IVAN.FUNC, IVAN.FUNCCOMP,    00000160
      *          IVAN.DEPEND, IVAN.BENEF, OS HISTORICOS (HISTSAL,       00000170
      *          HISTTRF, FUNCHIST E A TRILHA AUDFUNC), OS PEDIDOS      00000180
      *          DE ALTERACAO BANCARIA (ALTBANC), OS HOLERITES E AS     00000190
      *          CONTAS DO CPF NO CADCLI E NO CLIENTES.                 00000200
      *      'E' ELIMINACAO - PSEUDONIMIZA NOME, ENDERECO, E-MAIL       00000210
      *          E DADOS BANCARIOS (INCLUSIVE OS DO ALTBANC E O NOME    00000220
      *          NOS HOLERITES) ONDE A RETENCAO LEGAL JA VENCEU,        00000230
      *          MANTENDO CHAVES, CPF E VALORES (A CONTABILIDADE E      00000240
      *          OS HISTORICOS CONTINUAM FECHANDO). A RETENCAO CONTA    00000250
      *          DO DESLIGAMENTO (DATADEM) PARA O FUNCIONARIO E DO      00000260
      *          ENCERRAMENTO DA CONTA (CLI-DATA-ULT-MOV, GRAVADA       00000270
      *          PELO FR21ENC1) PARA O CLIENTE. FUNCIONARIO ATIVO,      00000280
      *          CONTA NAO ENCERRADA OU AINDA EM RETENCAO E RECUSADO    00000290
      *          COM O MOTIVO NO RELATORIO.                             00000300
      *      TODO PEDIDO, ATENDIDO OU NAO, GERA UMA LINHA NO            00000310
      *      LGPDLOG (LGPBOOK) PARA O ENCARREGADO DE DADOS (DPO).       00000320
      *      A ALTERACAO DE IVAN.FUNC PASSA PELA TRILHA FR21AUD0;       00000330
      *      AS IMAGENS ANTIGAS DA TRILHA DO FUNCIONARIO SAO            00000340
      *      APAGADAS (FICAM PROGRAMA, OPERADOR, DATA E OPERACAO).      00000350
      *      OS ARQUIVOS DE HISTORICO JA ARQUIVADOS (GDG ARQH) NAO      00000360
      *      SAO REGRAVADOS: VENCEM PELA PROPRIA RETENCAO.              00000370
      *-------------------------------------------------------------*   00000380
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000390
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000400
      *  1.1   15/10/26   VICTOR ARANDA    ALTBANC E HOLERITE           00000410
      *-------------------------------------------------------------*   00000420
      *   BASE DE DADOS:                                                00000430
      *   TABELA.DB2..                                                  00000440
      *    ------              I/O                 INCLUDE/BOOK         00000450
      *   IVAN.FUNC            I/O                 #BKFUNC----          00000460
      *   IVAN.FUNCCOMP        I/O                 #BKFCOMP---          00000470
      *   IVAN.DEPEND          I/O                 #BKDEP-----          00000480
      *   IVAN.BENEF            I                  #BKBENEF---          00000490
      *   IVAN.HISTSAL          I                  #BKHSAL----          00000500
      *   IVAN.HISTTRF          I                  #BKHTRF----          00000510
      *   IVAN.FUNCHIST        I/O                 #BKFHIST---          00000520
      *   IVAN.AUDFUNC         I/O                 #BKAUDF----          00000530
      *   IVAN.ALTBANC         I/O                 #BKALTB----          00000540
      *   IVAN.HOLERITE        I/O                 #BKHOLR----          00000550
      *-------------------------------------------------------------*   00000560
      *   ARQUIVOS:                                                     00000570
      *    DDNAME              I/O                  COPY/BOOK           00000580
      *   LGPDREQ               I   (PEDIDOS DOS TITULARES)             00000590
      *   CADCLI               I-O  (KSDS - CADBOOK)                    00000600
      *   CLIENTES             I-O  (KSDS - CLIBOOK)                    00000610
      *   RELLGPD               O   (RESPOSTA DOS PEDIDOS)              00000620
      *   LGPDLOG               O   (LOG DO DPO - EXTEND) LGPBOOK---    00000630
      *-------------------------------------------------------------*   00000640
      *   MODULOS....:                                                  00000650
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000660
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000670
      *   FR21AUD0             TRILHA DE AUDITORIA DE IVAN.FUNC         00000680
      *-------------------------------------------------------------*   00000690
      *   PARM.....: ANOS-FUNC PIC 9(02) - RETENCAO APOS O              00000700
      *                                    DESLIGAMENTO (PADRAO 05)     00000710
      *              ANOS-CLI  PIC 9(02) - RETENCAO APOS O              00000720
      *                                    ENCERRAMENTO (PADRAO 05)     00000730
      *=============================================================*   00000740
       ENVIRONMENT                               DIVISION.              00000750
      *=============================================================*   00000760
                                                                        00000770
      *-------------------------------------------------------------*   00000780
       CONFIGURATION                                        SECTION.    00000790
      *-------------------------------------------------------------*   00000800
       SPECIAL-NAMES.                                                   00000810
           DECIMAL-POINT IS COMMA.                                      00000820
                                                                        00000830
                                                                        00000840
       INPUT-OUTPUT                                         SECTION.    00000850
       FILE-CONTROL.                                                    00000860
           SELECT LGPDREQ  ASSIGN TO LGPDREQ                            00000870
               FILE STATUS  IS WRK-FS-LGPDREQ.                          00000880
                                                                        00000890
           SELECT CADCLI   ASSIGN TO CADCLI                             00000900
               ORGANIZATION  IS INDEXED                                 00000910
               ACCESS MODE   IS DYNAMIC                                 00000920
               RECORD KEY    IS CAD-CHAVE                               00000930
               FILE STATUS   IS WRK-FS-CADCLI.                          00000940
                                                                        00000950
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000960
               ORGANIZATION  IS INDEXED                                 00000970
               ACCESS MODE   IS RANDOM                                  00000980
               RECORD KEY    IS CLI-CHAVE                               00000990
               FILE STATUS   IS WRK-FS-CLIENTES.                        00001000
                                                                        00001010
           SELECT RELLGPD  ASSIGN TO RELLGPD                            00001020
               FILE STATUS  IS WRK-FS-RELLGPD.                          00001030
                                                                        00001040
           SELECT LGPDLOG  ASSIGN TO LGPDLOG                            00001050
               FILE STATUS  IS WRK-FS-LGPDLOG.                          00001060
                                                                        00001070
      *=============================================================*   00001080
       DATA                                                DIVISION.    00001090
      *=============================================================*   00001100
       FILE                                                 SECTION.    00001110
      *=============================================================*   00001120
                                                                        00001130
      *      ENTRADA - PEDIDOS DOS TITULARES        LRECL = 80          00001140
      *      TIPO 'A' ACESSO / 'E' ELIMINACAO                           00001150
                                                                        00001160
       FD LGPDREQ                                                       00001170
           RECORDING  MODE IS F                                         00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
                                                                        00001200
       01 FD-LGPDREQ.                                                   00001210
          05 FD-LR-PROTOCOLO  PIC X(10).                                00001220
          05 FD-LR-TIPO       PIC X(01).                                00001230
          05 FD-LR-CPF        PIC X(11).                                00001240
          05 FD-LR-DATA-PED   PIC 9(08).                                00001250
          05 FD-LR-CANAL      PIC X(10).                                00001260
          05 FILLER           PIC X(40).                                00001270
                                                                        00001280
      *-------------------------------------------------------------*   00001290
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00001300
      *-------------------------------------------------------------*   00001310
       FD CADCLI.                                                       00001320
                                                                        00001330
       COPY 'CADBOOK'.                                                  00001340
                                                                        00001350
      *-------------------------------------------------------------*   00001360
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001370
      *-------------------------------------------------------------*   00001380
       FD CLIENTES.                                                     00001390
                                                                        00001400
       COPY 'CLIBOOK'.                                                  00001410
                                                                        00001420
      *      SAIDA - RESPOSTA DOS PEDIDOS           LRECL = 132         00001430
                                                                        00001440
       FD RELLGPD                                                       00001450
           RECORDING  MODE IS F                                         00001460
           BLOCK CONTAINS 0 RECORDS.                                    00001470
                                                                        00001480
       01 FD-RELLGPD      PIC X(132).                                   00001490
                                                                        00001500
      *      SAIDA - LOG DO DPO                     LRECL = 100         00001510
                                                                        00001520
       FD LGPDLOG                                                       00001530
           RECORDING  MODE IS F                                         00001540
           BLOCK CONTAINS 0 RECORDS.                                    00001550
                                                                        00001560
       COPY 'LGPBOOK'.                                                  00001570
                                                                        00001580
      *-------------------------------------------------------------*   00001590
       WORKING-STORAGE                                      SECTION.    00001600
      *-------------------------------------------------------------*   00001610
                                                                        00001620
           EXEC SQL                                                     00001630
              INCLUDE #BKFUNC                                           00001640
           END-EXEC.                                                    00001650
                                                                        00001660
           EXEC SQL                                                     00001670
              INCLUDE #BKFCOMP                                          00001680
           END-EXEC.                                                    00001690
                                                                        00001700
           EXEC SQL                                                     00001710
              INCLUDE #BKDEP                                            00001720
           END-EXEC.                                                    00001730
                                                                        00001740
           EXEC SQL                                                     00001750
              INCLUDE #BKBENEF                                          00001760
           END-EXEC.                                                    00001770
                                                                        00001780
           EXEC SQL                                                     00001790
              INCLUDE #BKHSAL                                           00001800
           END-EXEC.                                                    00001810
                                                                        00001820
           EXEC SQL                                                     00001830
              INCLUDE #BKHTRF                                           00001840
           END-EXEC.                                                    00001850
                                                                        00001860
           EXEC SQL                                                     00001870
              INCLUDE #BKFHIST                                          00001880
           END-EXEC.                                                    00001890
                                                                        00001900
           EXEC SQL                                                     00001910
              INCLUDE #BKAUDF                                           00001920
           END-EXEC.                                                    00001930
                                                                        00001940
           EXEC SQL                                                     00001950
              INCLUDE #BKALTB                                           00001960
           END-EXEC.                                                    00001970
                                                                        00001980
           EXEC SQL                                                     00001990
              INCLUDE #BKHOLR                                           00002000
           END-EXEC.                                                    00002010
                                                                        00002020
           EXEC SQL                                                     00002030
              INCLUDE SQLCA                                             00002040
           END-EXEC.                                                    00002050
                                                                        00002060
           EXEC SQL                                                     00002070
              DECLARE CFUNCCPF CURSOR FOR                               00002080
              SELECT IDFUNC                                             00002090
                FROM IVAN.FUNCCOMP                                      00002100
               WHERE CPF = :FCP-CPF                                     00002110
               ORDER BY IDFUNC                                          00002120
           END-EXEC.                                                    00002130
                                                                        00002140
           EXEC SQL                                                     00002150
              DECLARE CDEPEND CURSOR FOR                                00002160
              SELECT SEQDEP, NOMEDEP, DTNASC, PARENTESCO                00002170
                FROM IVAN.DEPEND                                        00002180
               WHERE IDFUNC = :DEP-IDFUNC                               00002190
               ORDER BY SEQDEP                                          00002200
           END-EXEC.                                                    00002210
                                                                        00002220
           EXEC SQL                                                     00002230
              DECLARE CHISTSAL CURSOR FOR                               00002240
              SELECT SALANT, SALNOVO, DATAALT, ORIGEM                   00002250
                FROM IVAN.HISTSAL                                       00002260
               WHERE IDFUNC = :HSA-IDFUNC                               00002270
               ORDER BY DATAALT                                         00002280
           END-EXEC.                                                    00002290
                                                                        00002300
           EXEC SQL                                                     00002310
              DECLARE CHISTTRF CURSOR FOR                               00002320
              SELECT SETORDE, SETORPARA, DTEFET, MOTIVO                 00002330
                FROM IVAN.HISTTRF                                       00002340
               WHERE IDFUNC = :HTR-IDFUNC                               00002350
               ORDER BY DTEFET                                          00002360
           END-EXEC.                                                    00002370
                                                                        00002380
           EXEC SQL                                                     00002390
              DECLARE CFUNCHIS CURSOR FOR                               00002400
              SELECT NOME, EMAIL, SETOR, DATAADM, DATADEM, MOTIVO       00002410
                FROM IVAN.FUNCHIST                                      00002420
               WHERE IDFUNC = :FHI-IDFUNC                               00002430
               ORDER BY DATADEM                                         00002440
           END-EXEC.                                                    00002450
                                                                        00002460
           EXEC SQL                                                     00002470
              DECLARE CAUDFUNC CURSOR FOR                               00002480
              SELECT DATAHORA, PROGRAMA, OPERADOR, OPERACAO,            00002490
                     IMAGEMANT, IMAGEMNOV                               00002500
                FROM IVAN.AUDFUNC                                       00002510
               WHERE IDFUNC = :AUD-IDFUNC                               00002520
               ORDER BY DATAHORA                                        00002530
           END-EXEC.                                                    00002540
                                                                        00002550
           EXEC SQL                                                     00002560
              DECLARE CALTBANC CURSOR FOR                               00002570
              SELECT NUMPED, BANCOANT, AGBANCANT, CONTAANT,             00002580
                     BANCO, AGBANCO, CONTABCO, SITUACAO, DTHSOL         00002590
                FROM IVAN.ALTBANC                                       00002600
               WHERE IDFUNC = :ALB-IDFUNC                               00002610
               ORDER BY NUMPED                                          00002620
           END-EXEC.                                                    00002630
                                                                        00002640
           EXEC SQL                                                     00002650
              DECLARE CHOLERIT CURSOR FOR                               00002660
              SELECT COMPET, NOME, BRUTO, LIQUIDO                       00002670
                FROM IVAN.HOLERITE                                      00002680
               WHERE IDFUNC = :HOL-IDFUNC                               00002690
               ORDER BY COMPET                                          00002700
           END-EXEC.                                                    00002710
                                                                        00002720
      *------------------LOG-DE-ERROS-------------------------------*   00002730
                                                                        00002740
       01 WRK-DADOS.                                                    00002750
           05 WRK-PROGRAMA  PIC X(08).                                  00002760
           05 WRK-SECAO     PIC X(04).                                  00002770
           05 WRK-MENSAGEM  PIC X(30).                                  00002780
           05 WRK-STATUS    PIC X(02).                                  00002790
           05 WRK-SEVERIDADE PIC X(01).                                 00002800
           05 FILLER        PIC X(22).                                  00002810
                                                                        00002820
      *------------------DATA DE PROCESSAMENTO----------------------*   00002830
                                                                        00002840
           COPY 'LNKDPRC'.                                              00002850
                                                                        00002860
      *------------------TRILHA DE AUDITORIA (FR21AUD0)-------------*   00002870
                                                                        00002880
           COPY 'LNKAUDF'.                                              00002890
                                                                        00002900
      *--------------------PARAMETROS-------------------------------*   00002910
                                                                        00002920
       77 WRK-ANOS-FUNC       PIC 9(02) VALUE 05.                       00002930
       77 WRK-ANOS-CLI        PIC 9(02) VALUE 05.                       00002940
                                                                        00002950
      *--------------------DATAS------------------------------------*   00002960
                                                                        00002970
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002980
       77 WRK-HORA            PIC 9(06) VALUE 0.                        00002990
       77 WRK-LIMITE          PIC 9(08) VALUE 0.                        00003000
                                                                        00003010
      *   DATA DB2 AAAA-MM-DD (WRK-DATA-X10) -> AAAAMMDD                00003020
                                                                        00003030
       77 WRK-DATA-X10        PIC X(10).                                00003040
       01 WRK-DATA-REF.                                                 00003050
          05 WRK-DR-ANO       PIC X(04).                                00003060
          05 WRK-DR-MES       PIC X(02).                                00003070
          05 WRK-DR-DIA       PIC X(02).                                00003080
       01 WRK-DATA-REF-R REDEFINES WRK-DATA-REF PIC 9(08).              00003090
                                                                        00003100
      *--------------------FUNCIONARIO LIDO-------------------------*   00003110
                                                                        00003120
       77 WRK-NULL-EMAIL      PIC S9(4) COMP.                           00003130
       77 WRK-NULL-DATADEM    PIC S9(4) COMP.                           00003140
       77 WRK-DATADEM         PIC X(10).                                00003150
       77 WRK-TEM-FUNC        PIC X(01) VALUE 'S'.                      00003160
                                                                        00003170
      *   FUNCIONARIOS DO CPF (CURSOR FECHADO ANTES DAS ALTERACOES)     00003180
                                                                        00003190
       01 WRK-TAB-FUNCS.                                                00003200
          05 WRK-QTD-FUNCS    PIC 9(03) VALUE 0.                        00003210
          05 WRK-TF-ID        PIC 9(05) OCCURS 20 TIMES.                00003220
                                                                        00003230
       77 WRK-MAX-FUNCS       PIC 9(03) VALUE 20.                       00003240
       77 WRK-IX              PIC 9(03) VALUE 0.                        00003250
                                                                        00003260
      *--------------------PSEUDONIMOS------------------------------*   00003270
                                                                        00003280
       01 WRK-PSEUDO-FUNC.                                              00003290
          05 FILLER           PIC X(17) VALUE 'ANONIMIZADO LGPD '.      00003300
          05 WRK-PF-ID        PIC 9(05).                                00003310
          05 FILLER           PIC X(08) VALUE SPACES.                   00003320
                                                                        00003330
       01 WRK-PSEUDO-CLI.                                               00003340
          05 FILLER           PIC X(17) VALUE 'ANONIMIZADO LGPD '.      00003350
          05 WRK-PC-CHAVE     PIC X(08).                                00003360
          05 FILLER           PIC X(05) VALUE SPACES.                   00003370
                                                                        00003380
       77 WRK-NOME-DEP-ANON   PIC X(30) VALUE 'DEPENDENTE ANONIMIZADO'. 00003390
                                                                        00003400
      *--------------------LOGICA-----------------------------------*   00003410
                                                                        00003420
       77 WRK-SQLCODE         PIC -999.                                 00003430
                                                                        00003440
       77 WRK-FIM-CURSOR      PIC X(01) VALUE 'N'.                      00003450
                                                                        00003460
       77 WRK-PEDIDO-OK       PIC X(01) VALUE 'S'.                      00003470
       77 WRK-RESULTADO       PIC X(01) VALUE SPACE.                    00003480
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.                   00003490
       77 WRK-MOTIVO-ITEM     PIC X(30) VALUE SPACES.                   00003500
                                                                        00003510
       01 WRK-MOT-RETENCAO.                                             00003520
          05 FILLER           PIC X(13) VALUE 'RETENCAO ATE '.          00003530
          05 WRK-MR-DATA      PIC 9999/99/99.                           00003540
          05 FILLER           PIC X(07) VALUE SPACES.                   00003550
                                                                        00003560
      *   CONTADORES DO PEDIDO                                          00003570
                                                                        00003580
       77 WRK-ENCONTRADOS     PIC 9(03) VALUE 0.                        00003590
       77 WRK-ANONIMIZADOS    PIC 9(03) VALUE 0.                        00003600
       77 WRK-RECUSADOS       PIC 9(03) VALUE 0.                        00003610
       77 WRK-QTD-ALTBANC     PIC 9(03) VALUE 0.                        00003620
       77 WRK-QTD-HOLERITE    PIC 9(03) VALUE 0.                        00003630
                                                                        00003640
      *   TOTAIS DA EXECUCAO                                            00003650
                                                                        00003660
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00003670
       77 WRK-TOT-ATENDIDOS   PIC 9(05) VALUE 0.                        00003680
       77 WRK-TOT-PARCIAIS    PIC 9(05) VALUE 0.                        00003690
       77 WRK-TOT-RECUSADOS   PIC 9(05) VALUE 0.                        00003700
       77 WRK-TOT-NADA-CONSTA PIC 9(05) VALUE 0.                        00003710
       77 WRK-TOT-INVALIDOS   PIC 9(05) VALUE 0.                        00003720
                                                                        00003730
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003740
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003750
                                                                        00003760
      *--------------------CAMPOS EDITADOS--------------------------*   00003770
                                                                        00003780
       77 WRK-ED-ID           PIC 9(05).                                00003790
       77 WRK-ED-SEQ          PIC 9(03).                                00003800
       77 WRK-ED-COTAS        PIC ZZ9.                                  00003810
       77 WRK-ED-SALARIO      PIC Z.ZZZ.ZZ9,99.                         00003820
       77 WRK-ED-SALNOVO      PIC Z.ZZZ.ZZ9,99.                         00003830
       77 WRK-ED-SALDO        PIC -ZZ.ZZZ.ZZ9.                          00003840
       77 WRK-ED-DATA         PIC 9999/99/99.                           00003850
       77 WRK-ED-NUMPED       PIC ZZZZZZ9.                              00003860
                                                                        00003870
      *--------------------STATUS-----------------------------------*   00003880
                                                                        00003890
       77 WRK-FS-LGPDREQ  PIC 9(02).                                    00003900
       77 WRK-FS-CADCLI   PIC 9(02).                                    00003910
       77 WRK-FS-CLIENTES PIC 9(02).                                    00003920
       77 WRK-FS-RELLGPD  PIC 9(02).                                    00003930
       77 WRK-FS-LGPDLOG  PIC 9(02).                                    00003940
                                                                        00003950
      *--------------------LINHAS DO RELATORIO----------------------*   00003960
                                                                        00003970
       01 WRK-CABEC1.                                                   00003980
          05 FILLER   PIC X(45) VALUE                                   00003990
             'FR21LGP1 - PEDIDOS DE TITULARES (LGPD)  DATA '.           00004000
          05 WRK-C1-DATA      PIC 9999/99/99.                           00004010
          05 FILLER   PIC X(27) VALUE '   RETENCAO: FUNCIONARIO '.      00004020
          05 WRK-C1-ANOS-FUNC PIC Z9.                                   00004030
          05 FILLER   PIC X(17) VALUE ' ANOS / CLIENTE '.               00004040
          05 WRK-C1-ANOS-CLI  PIC Z9.                                   00004050
          05 FILLER   PIC X(05) VALUE ' ANOS'.                          00004060
          05 FILLER   PIC X(24) VALUE SPACES.                           00004070
                                                                        00004080
       01 WRK-LINHA-PEDIDO.                                             00004090
          05 FILLER   PIC X(11) VALUE 'PROTOCOLO: '.                    00004100
          05 WRK-LP-PROTOCOLO PIC X(10).                                00004110
          05 FILLER   PIC X(08) VALUE '  TIPO: '.                       00004120
          05 WRK-LP-TIPO      PIC X(10).                                00004130
          05 FILLER   PIC X(07) VALUE '  CPF: '.                        00004140
          05 WRK-LP-CPF       PIC X(11).                                00004150
          05 FILLER   PIC X(13) VALUE '  PEDIDO EM: '.                  00004160
          05 WRK-LP-DATA      PIC 9999/99/99.                           00004170
          05 FILLER   PIC X(09) VALUE '  CANAL: '.                      00004180
          05 WRK-LP-CANAL     PIC X(10).                                00004190
          05 FILLER   PIC X(33) VALUE SPACES.                           00004200
                                                                        00004210
       01 WRK-DETALHE.                                                  00004220
          05 FILLER           PIC X(02) VALUE SPACES.                   00004230
          05 WRK-D-ORIGEM     PIC X(14).                                00004240
          05 WRK-D-TEXTO      PIC X(116).                               00004250
                                                                        00004260
       01 WRK-LINHA-RESULT.                                             00004270
          05 FILLER   PIC X(13) VALUE 'RESULTADO:   '.                  00004280
          05 WRK-LR-RESULTADO PIC X(12).                                00004290
          05 FILLER   PIC X(15) VALUE '  ENCONTRADOS: '.                00004300
          05 WRK-LR-ENCONTR   PIC ZZ9.                                  00004310
          05 FILLER   PIC X(16) VALUE '  ANONIMIZADOS: '.               00004320
          05 WRK-LR-ANONIM    PIC ZZ9.                                  00004330
          05 FILLER   PIC X(13) VALUE '  RECUSADOS: '.                  00004340
          05 WRK-LR-RECUSA    PIC ZZ9.                                  00004350
          05 FILLER   PIC X(10) VALUE '  MOTIVO: '.                     00004360
          05 WRK-LR-MOTIVO    PIC X(30).                                00004370
          05 FILLER   PIC X(14) VALUE SPACES.                           00004380
                                                                        00004390
       01 WRK-LINHA-TRACO     PIC X(132) VALUE ALL '-'.                 00004400
                                                                        00004410
      *-------------------------------------------------------------*   00004420
       LINKAGE                                              SECTION.    00004430
      *-------------------------------------------------------------*   00004440
       01 LNK-ENTRADA.                                                  00004450
          05 LNK-LEN            PIC 9(04) COMP.                         00004460
          05 LNK-ANOS-FUNC      PIC 9(02).                              00004470
          05 LNK-ANOS-CLI       PIC 9(02).                              00004480
                                                                        00004490
      *=============================================================*   00004500
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004510
      *=============================================================*   00004520
                                                                        00004530
      *=============================================================*   00004540
       0000-PRINCIPAL                                       SECTION.    00004550
                                                                        00004560
            PERFORM 1000-INICIAR.                                       00004570
                                                                        00004580
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-LGPDREQ EQUAL 10.       00004590
                                                                        00004600
            PERFORM 8000-FINALIZAR.                                     00004610
                                                                        00004620
       0000-99-FIM.                                            EXIT.    00004630
      *=============================================================*   00004640
                                                                        00004650
      *=============================================================*   00004660
       1000-INICIAR                                         SECTION.    00004670
                                                                        00004680
            IF LNK-LEN GREATER 1 AND LNK-ANOS-FUNC IS NUMERIC           00004690
               MOVE LNK-ANOS-FUNC TO WRK-ANOS-FUNC                      00004700
            END-IF.                                                     00004710
                                                                        00004720
            IF LNK-LEN GREATER 3 AND LNK-ANOS-CLI IS NUMERIC            00004730
               MOVE LNK-ANOS-CLI  TO WRK-ANOS-CLI                       00004740
            END-IF.                                                     00004750
                                                                        00004760
            MOVE 'FR21LGP1' TO LNK-DP-PROGRAMA.                         00004770
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004780
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004790
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004800
            ACCEPT WRK-HORA FROM TIME.                                  00004810
                                                                        00004820
            OPEN INPUT  LGPDREQ.                                        00004830
            OPEN I-O    CADCLI                                          00004840
                        CLIENTES.                                       00004850
            OPEN OUTPUT RELLGPD.                                        00004860
            OPEN EXTEND LGPDLOG.                                        00004870
                                                                        00004880
            IF WRK-FS-LGPDREQ NOT EQUAL ZEROS                           00004890
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00004900
               MOVE '1000'                      TO WRK-SECAO            00004910
               MOVE 'ERRO OPEN LGPDREQ        - ' TO WRK-MENSAGEM       00004920
               MOVE WRK-FS-LGPDREQ              TO WRK-STATUS           00004930
               PERFORM 9000-TRATARERROS                                 00004940
            END-IF.                                                     00004950
                                                                        00004960
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00004970
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00004980
               MOVE '1000'                      TO WRK-SECAO            00004990
               MOVE 'ERRO OPEN CADCLI         - ' TO WRK-MENSAGEM       00005000
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00005010
               PERFORM 9000-TRATARERROS                                 00005020
            END-IF.                                                     00005030
                                                                        00005040
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00005050
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00005060
               MOVE '1000'                      TO WRK-SECAO            00005070
               MOVE 'ERRO OPEN CLIENTES       - ' TO WRK-MENSAGEM       00005080
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00005090
               PERFORM 9000-TRATARERROS                                 00005100
            END-IF.                                                     00005110
                                                                        00005120
            IF WRK-FS-RELLGPD NOT EQUAL ZEROS                           00005130
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00005140
               MOVE '1000'                      TO WRK-SECAO            00005150
               MOVE 'ERRO OPEN RELLGPD        - ' TO WRK-MENSAGEM       00005160
               MOVE WRK-FS-RELLGPD              TO WRK-STATUS           00005170
               PERFORM 9000-TRATARERROS                                 00005180
            END-IF.                                                     00005190
                                                                        00005200
            IF WRK-FS-LGPDLOG NOT EQUAL ZEROS                           00005210
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00005220
               MOVE '1000'                      TO WRK-SECAO            00005230
               MOVE 'ERRO OPEN LGPDLOG        - ' TO WRK-MENSAGEM       00005240
               MOVE WRK-FS-LGPDLOG              TO WRK-STATUS           00005250
               PERFORM 9000-TRATARERROS                                 00005260
            END-IF.                                                     00005270
                                                                        00005280
            MOVE WRK-HOJE      TO WRK-C1-DATA.                          00005290
            MOVE WRK-ANOS-FUNC TO WRK-C1-ANOS-FUNC.                     00005300
            MOVE WRK-ANOS-CLI  TO WRK-C1-ANOS-CLI.                      00005310
            WRITE FD-RELLGPD FROM WRK-CABEC1.                           00005320
            WRITE FD-RELLGPD FROM WRK-LINHA-VAZIA.                      00005330
                                                                        00005340
            READ LGPDREQ.                                               00005350
                                                                        00005360
       1000-99-FIM.                                            EXIT.    00005370
      *=============================================================*   00005380
                                                                        00005390
      *=============================================================*   00005400
       1200-CONVERTER-DATA                                  SECTION.    00005410
                                                                        00005420
      *          AAAA-MM-DD (WRK-DATA-X10) -> AAAAMMDD (WRK-DATA-REF)   00005430
                                                                        00005440
            MOVE WRK-DATA-X10(1:4) TO WRK-DR-ANO.                       00005450
            MOVE WRK-DATA-X10(6:2) TO WRK-DR-MES.                       00005460
            MOVE WRK-DATA-X10(9:2) TO WRK-DR-DIA.                       00005470
                                                                        00005480
            IF WRK-DATA-REF IS NOT NUMERIC                              00005490
               MOVE ZEROS TO WRK-DATA-REF-R                             00005500
            END-IF.                                                     00005510
                                                                        00005520
       1200-99-FIM.                                            EXIT.    00005530
      *=============================================================*   00005540
                                                                        00005550
      *=============================================================*   00005560
       2000-PROCESSAR                                       SECTION.    00005570
                                                                        00005580
            ADD 1 TO WRK-LIDOS.                                         00005590
                                                                        00005600
            MOVE ZEROS  TO WRK-ENCONTRADOS                              00005610
                           WRK-ANONIMIZADOS                             00005620
                           WRK-RECUSADOS                                00005630
                           WRK-QTD-ALTBANC                              00005640
                           WRK-QTD-HOLERITE.                            00005650
            MOVE SPACES TO WRK-MOTIVO.                                  00005660
            MOVE 'S'    TO WRK-PEDIDO-OK.                               00005670
                                                                        00005680
            MOVE FD-LR-PROTOCOLO TO WRK-LP-PROTOCOLO.                   00005690
            MOVE FD-LR-CPF       TO WRK-LP-CPF.                         00005700
            MOVE FD-LR-CANAL     TO WRK-LP-CANAL.                       00005710
            IF FD-LR-DATA-PED IS NUMERIC                                00005720
               MOVE FD-LR-DATA-PED TO WRK-LP-DATA                       00005730
            ELSE                                                        00005740
               MOVE ZEROS          TO WRK-LP-DATA                       00005750
            END-IF.                                                     00005760
                                                                        00005770
            EVALUATE FD-LR-TIPO                                         00005780
              WHEN 'A'                                                  00005790
                   MOVE 'ACESSO    ' TO WRK-LP-TIPO                     00005800
              WHEN 'E'                                                  00005810
                   MOVE 'ELIMINACAO' TO WRK-LP-TIPO                     00005820
              WHEN OTHER                                                00005830
                   MOVE FD-LR-TIPO   TO WRK-LP-TIPO                     00005840
                   MOVE 'N'          TO WRK-PEDIDO-OK                   00005850
                   MOVE 'TIPO DE PEDIDO INVALIDO' TO WRK-MOTIVO         00005860
            END-EVALUATE.                                               00005870
                                                                        00005880
            IF FD-LR-CPF IS NOT NUMERIC                                 00005890
               MOVE 'N'          TO WRK-PEDIDO-OK                       00005900
               MOVE 'CPF INVALIDO'            TO WRK-MOTIVO             00005910
            END-IF.                                                     00005920
                                                                        00005930
            WRITE FD-RELLGPD FROM WRK-LINHA-TRACO.                      00005940
            WRITE FD-RELLGPD FROM WRK-LINHA-PEDIDO.                     00005950
                                                                        00005960
            IF WRK-PEDIDO-OK EQUAL 'S'                                  00005970
               PERFORM 2100-FUNCIONARIOS                                00005980
               PERFORM 2500-CONTAS                                      00005990
            END-IF.                                                     00006000
                                                                        00006010
            PERFORM 2900-CONCLUIR-PEDIDO.                               00006020
                                                                        00006030
            READ LGPDREQ.                                               00006040
                                                                        00006050
       2000-99-FIM.                                            EXIT.    00006060
      *=============================================================*   00006070
                                                                        00006080
      *=============================================================*   00006090
       2100-FUNCIONARIOS                                    SECTION.    00006100
                                                                        00006110
      *          O CPF DO FUNCIONARIO ESTA EM IVAN.FUNCCOMP; O MESMO    00006120
      *          CPF PODE TER MAIS DE UM ID (RECONTRATACAO)             00006130
                                                                        00006140
            MOVE ZEROS       TO WRK-QTD-FUNCS.                          00006150
            MOVE FD-LR-CPF   TO FCP-CPF.                                00006160
                                                                        00006170
            EXEC SQL                                                    00006180
                 OPEN CFUNCCPF                                          00006190
            END-EXEC.                                                   00006200
                                                                        00006210
            IF SQLCODE NOT EQUAL 0                                      00006220
               MOVE SQLCODE TO WRK-SQLCODE                              00006230
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN CFUNCCPF'          00006240
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00006250
               MOVE '2100'                      TO WRK-SECAO            00006260
               MOVE 'ERRO OPEN CURSOR FUNCCOMP- ' TO WRK-MENSAGEM       00006270
               MOVE ZEROS                       TO WRK-STATUS           00006280
               PERFORM 9000-TRATARERROS                                 00006290
            END-IF.                                                     00006300
                                                                        00006310
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00006320
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00006330
               EXEC SQL                                                 00006340
                    FETCH CFUNCCPF INTO :FCP-IDFUNC                     00006350
               END-EXEC                                                 00006360
               EVALUATE SQLCODE                                         00006370
                 WHEN 0                                                 00006380
                      IF WRK-QTD-FUNCS LESS WRK-MAX-FUNCS               00006390
                         ADD 1 TO WRK-QTD-FUNCS                         00006400
                         MOVE FCP-IDFUNC TO WRK-TF-ID(WRK-QTD-FUNCS)    00006410
                      ELSE                                              00006420
                         DISPLAY 'CPF ' FD-LR-CPF                       00006430
                                 ' COM MAIS DE 20 FUNCIONARIOS'         00006440
                      END-IF                                            00006450
                 WHEN 100                                               00006460
                      MOVE 'S' TO WRK-FIM-CURSOR                        00006470
                 WHEN OTHER                                             00006480
                      MOVE SQLCODE TO WRK-SQLCODE                       00006490
                      DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH CFUNCCPF'  00006500
                      MOVE 'FR21LGP1'                  TO WRK-PROGRAMA  00006510
                      MOVE '2100'                      TO WRK-SECAO     00006520
                      MOVE 'ERRO FETCH FUNCCOMP      - '                00006530
                                                       TO WRK-MENSAGEM  00006540
                      MOVE ZEROS                       TO WRK-STATUS    00006550
                      PERFORM 9000-TRATARERROS                          00006560
               END-EVALUATE                                             00006570
            END-PERFORM.                                                00006580
                                                                        00006590
            EXEC SQL                                                    00006600
                 CLOSE CFUNCCPF                                         00006610
            END-EXEC.                                                   00006620
                                                                        00006630
            PERFORM VARYING WRK-IX FROM 1 BY 1                          00006640
                      UNTIL WRK-IX GREATER WRK-QTD-FUNCS                00006650
               PERFORM 2200-TRATAR-FUNCIONARIO                          00006660
            END-PERFORM.                                                00006670
                                                                        00006680
       2100-99-FIM.                                            EXIT.    00006690
      *=============================================================*   00006700
                                                                        00006710
      *=============================================================*   00006720
       2200-TRATAR-FUNCIONARIO                              SECTION.    00006730
                                                                        00006740
            ADD 1 TO WRK-ENCONTRADOS.                                   00006750
            MOVE WRK-TF-ID(WRK-IX) TO DB2-ID WRK-ED-ID.                 00006760
                                                                        00006770
            EXEC SQL                                                    00006780
                 SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL, DATADEM   00006790
                   INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,            00006800
                        :DB2-DATAADM,                                   00006810
                        :DB2-EMAIL   :WRK-NULL-EMAIL,                   00006820
                        :WRK-DATADEM :WRK-NULL-DATADEM                  00006830
                   FROM IVAN.FUNC                                       00006840
                  WHERE ID = :DB2-ID                                    00006850
            END-EXEC.                                                   00006860
                                                                        00006870
            EVALUATE SQLCODE                                            00006880
              WHEN 0                                                    00006890
                   MOVE 'S'          TO WRK-TEM-FUNC                    00006900
              WHEN 100                                                  00006910
                   MOVE 'N'          TO WRK-TEM-FUNC                    00006920
                   MOVE SPACES       TO DB2-NOME                        00006930
                   MOVE -1           TO WRK-NULL-DATADEM                00006940
              WHEN OTHER                                                00006950
                   MOVE SQLCODE TO WRK-SQLCODE                          00006960
                   DISPLAY 'ERRO ' WRK-SQLCODE ' NO SELECT FUNC '       00006970
                           WRK-ED-ID                                    00006980
                   MOVE 'FR21LGP1'                  TO WRK-PROGRAMA     00006990
                   MOVE '2200'                      TO WRK-SECAO        00007000
                   MOVE 'ERRO SELECT IVAN.FUNC    - ' TO WRK-MENSAGEM   00007010
                   MOVE ZEROS                       TO WRK-STATUS       00007020
                   PERFORM 9000-TRATARERROS                             00007030
            END-EVALUATE.                                               00007040
                                                                        00007050
            IF FD-LR-TIPO EQUAL 'A'                                     00007060
               PERFORM 2300-LISTAR-FUNCIONARIO                          00007070
            ELSE                                                        00007080
               PERFORM 2400-ANONIMIZAR-FUNCIONARIO                      00007090
            END-IF.                                                     00007100
                                                                        00007110
       2200-99-FIM.                                            EXIT.    00007120
      *=============================================================*   00007130
                                                                        00007140
      *=============================================================*   00007150
       2300-LISTAR-FUNCIONARIO                              SECTION.    00007160
                                                                        00007170
      *          IVAN.FUNC                                              00007180
                                                                        00007190
            MOVE 'IVAN.FUNC'     TO WRK-D-ORIGEM.                       00007200
            IF WRK-TEM-FUNC EQUAL 'N'                                   00007210
               STRING 'ID ' WRK-ED-ID                                   00007220
                      ' - SEM CADASTRO ATIVO EM IVAN.FUNC'              00007230
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00007240
               PERFORM 7000-IMPRIMIR                                    00007250
            ELSE                                                        00007260
               MOVE DB2-SALARIO  TO WRK-ED-SALARIO                      00007270
               IF WRK-NULL-EMAIL LESS ZERO                              00007280
                  MOVE SPACES    TO DB2-EMAIL                           00007290
               END-IF                                                   00007300
               IF WRK-NULL-DATADEM LESS ZERO                            00007310
                  MOVE 'ATIVO'   TO WRK-DATADEM                         00007320
               END-IF                                                   00007330
               STRING 'ID ' WRK-ED-ID '  NOME ' DB2-NOME                00007340
                      '  SETOR ' DB2-SETOR '  ADMISSAO ' DB2-DATAADM    00007350
                      '  DESLIGAMENTO ' WRK-DATADEM                     00007360
                      '  SALARIO ' WRK-ED-SALARIO                       00007370
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00007380
               PERFORM 7000-IMPRIMIR                                    00007390
               STRING 'E-MAIL ' DB2-EMAIL                               00007400
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00007410
               PERFORM 7000-IMPRIMIR                                    00007420
            END-IF.                                                     00007430
                                                                        00007440
      *          IVAN.FUNCCOMP                                          00007450
                                                                        00007460
            MOVE WRK-TF-ID(WRK-IX) TO FCP-IDFUNC.                       00007470
                                                                        00007480
            EXEC SQL                                                    00007490
                 SELECT CPF, ENDERECO, CIDADE, UF, CEP,                 00007500
                        BANCO, AGBANCO, CONTABCO                        00007510
                   INTO :FCP-CPF, :FCP-ENDERECO, :FCP-CIDADE,           00007520
                        :FCP-UF, :FCP-CEP, :FCP-BANCO,                  00007530
                        :FCP-AGBANCO, :FCP-CONTABCO                     00007540
                   FROM IVAN.FUNCCOMP                                   00007550
                  WHERE IDFUNC = :FCP-IDFUNC                            00007560
            END-EXEC.                                                   00007570
                                                                        00007580
            IF SQLCODE EQUAL 0                                          00007590
               MOVE 'IVAN.FUNCCOMP' TO WRK-D-ORIGEM                     00007600
               STRING 'CPF ' FCP-CPF '  ENDERECO ' FCP-ENDERECO         00007610
                      ' ' FCP-CIDADE ' ' FCP-UF '  CEP ' FCP-CEP        00007620
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00007630
               PERFORM 7000-IMPRIMIR                                    00007640
               STRING 'BANCO ' FCP-BANCO '  AGENCIA ' FCP-AGBANCO       00007650
                      '  CONTA ' FCP-CONTABCO                           00007660
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00007670
               PERFORM 7000-IMPRIMIR                                    00007680
            END-IF.                                                     00007690
                                                                        00007700
      *          IVAN.BENEF                                             00007710
                                                                        00007720
            MOVE WRK-TF-ID(WRK-IX) TO DB2-IDFUNC.                       00007730
                                                                        00007740
            EXEC SQL                                                    00007750
                 SELECT PLANMED, PLANDENT, COTAS                        00007760
                   INTO :DB2-PLANMED, :DB2-PLANDENT, :DB2-COTAS         00007770
                   FROM IVAN.BENEF                                      00007780
                  WHERE IDFUNC = :DB2-IDFUNC                            00007790
            END-EXEC.                                                   00007800
                                                                        00007810
            IF SQLCODE EQUAL 0                                          00007820
               MOVE DB2-COTAS    TO WRK-ED-COTAS                        00007830
               MOVE 'IVAN.BENEF' TO WRK-D-ORIGEM                        00007840
               STRING 'PLANO MEDICO ' DB2-PLANMED                       00007850
                      '  PLANO DENTAL ' DB2-PLANDENT                    00007860
                      '  COTAS ' WRK-ED-COTAS                           00007870
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00007880
               PERFORM 7000-IMPRIMIR                                    00007890
            END-IF.                                                     00007900
                                                                        00007910
            PERFORM 2310-LISTAR-DEPENDENTES.                            00007920
            PERFORM 2320-LISTAR-HISTSAL.                                00007930
            PERFORM 2330-LISTAR-HISTTRF.                                00007940
            PERFORM 2340-LISTAR-FUNCHIST.                               00007950
            PERFORM 2350-LISTAR-AUDFUNC.                                00007960
            PERFORM 2360-LISTAR-ALTBANC.                                00007970
            PERFORM 2370-LISTAR-HOLERITE.                               00007980
                                                                        00007990
       2300-99-FIM.                                            EXIT.    00008000
      *=============================================================*   00008010
                                                                        00008020
      *=============================================================*   00008030
       2310-LISTAR-DEPENDENTES                              SECTION.    00008040
                                                                        00008050
            MOVE WRK-TF-ID(WRK-IX) TO DEP-IDFUNC.                       00008060
                                                                        00008070
            EXEC SQL                                                    00008080
                 OPEN CDEPEND                                           00008090
            END-EXEC.                                                   00008100
                                                                        00008110
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00008120
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00008130
               EXEC SQL                                                 00008140
                    FETCH CDEPEND                                       00008150
                     INTO :DEP-SEQDEP, :DEP-NOMEDEP, :DEP-DTNASC,       00008160
                          :DEP-PARENTESCO                               00008170
               END-EXEC                                                 00008180
               IF SQLCODE EQUAL 0                                       00008190
                  MOVE DEP-SEQDEP    TO WRK-ED-SEQ                      00008200
                  MOVE 'IVAN.DEPEND' TO WRK-D-ORIGEM                    00008210
                  STRING 'SEQ ' WRK-ED-SEQ '  NOME ' DEP-NOMEDEP        00008220
                         '  NASCIMENTO ' DEP-DTNASC                     00008230
                         '  PARENTESCO ' DEP-PARENTESCO                 00008240
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00008250
                  PERFORM 7000-IMPRIMIR                                 00008260
               ELSE                                                     00008270
                  MOVE 'S' TO WRK-FIM-CURSOR                            00008280
               END-IF                                                   00008290
            END-PERFORM.                                                00008300
                                                                        00008310
            EXEC SQL                                                    00008320
                 CLOSE CDEPEND                                          00008330
            END-EXEC.                                                   00008340
                                                                        00008350
       2310-99-FIM.                                            EXIT.    00008360
      *=============================================================*   00008370
                                                                        00008380
      *=============================================================*   00008390
       2320-LISTAR-HISTSAL                                  SECTION.    00008400
                                                                        00008410
            MOVE WRK-TF-ID(WRK-IX) TO HSA-IDFUNC.                       00008420
                                                                        00008430
            EXEC SQL                                                    00008440
                 OPEN CHISTSAL                                          00008450
            END-EXEC.                                                   00008460
                                                                        00008470
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00008480
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00008490
               EXEC SQL                                                 00008500
                    FETCH CHISTSAL                                      00008510
                     INTO :HSA-SALANT, :HSA-SALNOVO, :HSA-DATAALT,      00008520
                          :HSA-ORIGEM                                   00008530
               END-EXEC                                                 00008540
               IF SQLCODE EQUAL 0                                       00008550
                  MOVE HSA-SALANT     TO WRK-ED-SALARIO                 00008560
                  MOVE HSA-SALNOVO    TO WRK-ED-SALNOVO                 00008570
                  MOVE 'IVAN.HISTSAL' TO WRK-D-ORIGEM                   00008580
                  STRING 'EM ' HSA-DATAALT '  DE ' WRK-ED-SALARIO       00008590
                         '  PARA ' WRK-ED-SALNOVO                       00008600
                         '  ORIGEM ' HSA-ORIGEM                         00008610
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00008620
                  PERFORM 7000-IMPRIMIR                                 00008630
               ELSE                                                     00008640
                  MOVE 'S' TO WRK-FIM-CURSOR                            00008650
               END-IF                                                   00008660
            END-PERFORM.                                                00008670
                                                                        00008680
            EXEC SQL                                                    00008690
                 CLOSE CHISTSAL                                         00008700
            END-EXEC.                                                   00008710
                                                                        00008720
       2320-99-FIM.                                            EXIT.    00008730
      *=============================================================*   00008740
                                                                        00008750
      *=============================================================*   00008760
       2330-LISTAR-HISTTRF                                  SECTION.    00008770
                                                                        00008780
            MOVE WRK-TF-ID(WRK-IX) TO HTR-IDFUNC.                       00008790
                                                                        00008800
            EXEC SQL                                                    00008810
                 OPEN CHISTTRF                                          00008820
            END-EXEC.                                                   00008830
                                                                        00008840
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00008850
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00008860
               EXEC SQL                                                 00008870
                    FETCH CHISTTRF                                      00008880
                     INTO :HTR-SETORDE, :HTR-SETORPARA, :HTR-DTEFET,    00008890
                          :HTR-MOTIVO                                   00008900
               END-EXEC                                                 00008910
               IF SQLCODE EQUAL 0                                       00008920
                  MOVE 'IVAN.HISTTRF' TO WRK-D-ORIGEM                   00008930
                  STRING 'EM ' HTR-DTEFET '  DO SETOR ' HTR-SETORDE     00008940
                         '  PARA ' HTR-SETORPARA                        00008950
                         '  MOTIVO ' HTR-MOTIVO                         00008960
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00008970
                  PERFORM 7000-IMPRIMIR                                 00008980
               ELSE                                                     00008990
                  MOVE 'S' TO WRK-FIM-CURSOR                            00009000
               END-IF                                                   00009010
            END-PERFORM.                                                00009020
                                                                        00009030
            EXEC SQL                                                    00009040
                 CLOSE CHISTTRF                                         00009050
            END-EXEC.                                                   00009060
                                                                        00009070
       2330-99-FIM.                                            EXIT.    00009080
      *=============================================================*   00009090
                                                                        00009100
      *=============================================================*   00009110
       2340-LISTAR-FUNCHIST                                 SECTION.    00009120
                                                                        00009130
            MOVE WRK-TF-ID(WRK-IX) TO FHI-IDFUNC.                       00009140
                                                                        00009150
            EXEC SQL                                                    00009160
                 OPEN CFUNCHIS                                          00009170
            END-EXEC.                                                   00009180
                                                                        00009190
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00009200
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00009210
               EXEC SQL                                                 00009220
                    FETCH CFUNCHIS                                      00009230
                     INTO :FHI-NOME, :FHI-EMAIL, :FHI-SETOR,            00009240
                          :FHI-DATAADM, :FHI-DATADEM, :FHI-MOTIVO       00009250
               END-EXEC                                                 00009260
               IF SQLCODE EQUAL 0                                       00009270
                  MOVE 'IVAN.FUNCHIST' TO WRK-D-ORIGEM                  00009280
                  STRING 'NOME ' FHI-NOME '  SETOR ' FHI-SETOR          00009290
                         '  ADMISSAO ' FHI-DATAADM                      00009300
                         '  DESLIGAMENTO ' FHI-DATADEM                  00009310
                         '  ' FHI-MOTIVO                                00009320
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00009330
                  PERFORM 7000-IMPRIMIR                                 00009340
                  STRING 'E-MAIL ' FHI-EMAIL                            00009350
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00009360
                  PERFORM 7000-IMPRIMIR                                 00009370
               ELSE                                                     00009380
                  MOVE 'S' TO WRK-FIM-CURSOR                            00009390
               END-IF                                                   00009400
            END-PERFORM.                                                00009410
                                                                        00009420
            EXEC SQL                                                    00009430
                 CLOSE CFUNCHIS                                         00009440
            END-EXEC.                                                   00009450
                                                                        00009460
       2340-99-FIM.                                            EXIT.    00009470
      *=============================================================*   00009480
                                                                        00009490
      *=============================================================*   00009500
       2350-LISTAR-AUDFUNC                                  SECTION.    00009510
                                                                        00009520
            MOVE WRK-TF-ID(WRK-IX) TO AUD-IDFUNC.                       00009530
                                                                        00009540
            EXEC SQL                                                    00009550
                 OPEN CAUDFUNC                                          00009560
            END-EXEC.                                                   00009570
                                                                        00009580
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00009590
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00009600
               EXEC SQL                                                 00009610
                    FETCH CAUDFUNC                                      00009620
                     INTO :AUD-DATAHORA, :AUD-PROGRAMA, :AUD-OPERADOR,  00009630
                          :AUD-OPERACAO, :AUD-IMAGEMANT, :AUD-IMAGEMNOV 00009640
               END-EXEC                                                 00009650
               IF SQLCODE EQUAL 0                                       00009660
                  MOVE 'IVAN.AUDFUNC' TO WRK-D-ORIGEM                   00009670
                  STRING 'EM ' AUD-DATAHORA '  PROGRAMA ' AUD-PROGRAMA  00009680
                         '  OPERADOR ' AUD-OPERADOR                     00009690
                         '  OPERACAO ' AUD-OPERACAO                     00009700
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00009710
                  PERFORM 7000-IMPRIMIR                                 00009720
                  STRING 'ANTES  ' AUD-IMAGEMANT                        00009730
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00009740
                  PERFORM 7000-IMPRIMIR                                 00009750
                  STRING 'DEPOIS ' AUD-IMAGEMNOV                        00009760
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00009770
                  PERFORM 7000-IMPRIMIR                                 00009780
               ELSE                                                     00009790
                  MOVE 'S' TO WRK-FIM-CURSOR                            00009800
               END-IF                                                   00009810
            END-PERFORM.                                                00009820
                                                                        00009830
            EXEC SQL                                                    00009840
                 CLOSE CAUDFUNC                                         00009850
            END-EXEC.                                                   00009860
                                                                        00009870
       2350-99-FIM.                                            EXIT.    00009880
      *=============================================================*   00009890
                                                                        00009900
      *=============================================================*   00009910
       2360-LISTAR-ALTBANC                                  SECTION.    00009920
                                                                        00009930
            MOVE WRK-TF-ID(WRK-IX) TO ALB-IDFUNC.                       00009940
                                                                        00009950
            EXEC SQL                                                    00009960
                 OPEN CALTBANC                                          00009970
            END-EXEC.                                                   00009980
                                                                        00009990
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00010000
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00010010
               EXEC SQL                                                 00010020
                    FETCH CALTBANC                                      00010030
                     INTO :ALB-NUMPED, :ALB-BANCOANT, :ALB-AGBANCANT,   00010040
                          :ALB-CONTAANT, :ALB-BANCO, :ALB-AGBANCO,      00010050
                          :ALB-CONTABCO, :ALB-SITUACAO, :ALB-DTHSOL     00010060
               END-EXEC                                                 00010070
               IF SQLCODE EQUAL 0                                       00010080
                  ADD 1 TO WRK-QTD-ALTBANC                              00010090
                  MOVE ALB-NUMPED     TO WRK-ED-NUMPED                  00010100
                  MOVE 'IVAN.ALTBANC' TO WRK-D-ORIGEM                   00010110
                  STRING 'PEDIDO ' WRK-ED-NUMPED '  EM ' ALB-DTHSOL     00010120
                         '  SITUACAO ' ALB-SITUACAO                     00010130
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00010140
                  PERFORM 7000-IMPRIMIR                                 00010150
                  STRING 'DE BANCO ' ALB-BANCOANT                       00010160
                         '  AGENCIA ' ALB-AGBANCANT                     00010170
                         '  CONTA ' ALB-CONTAANT                        00010180
                         '  PARA BANCO ' ALB-BANCO                      00010190
                         '  AGENCIA ' ALB-AGBANCO                       00010200
                         '  CONTA ' ALB-CONTABCO                        00010210
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00010220
                  PERFORM 7000-IMPRIMIR                                 00010230
               ELSE                                                     00010240
                  MOVE 'S' TO WRK-FIM-CURSOR                            00010250
               END-IF                                                   00010260
            END-PERFORM.                                                00010270
                                                                        00010280
            EXEC SQL                                                    00010290
                 CLOSE CALTBANC                                         00010300
            END-EXEC.                                                   00010310
                                                                        00010320
       2360-99-FIM.                                            EXIT.    00010330
      *=============================================================*   00010340
                                                                        00010350
      *=============================================================*   00010360
       2370-LISTAR-HOLERITE                                 SECTION.    00010370
                                                                        00010380
            MOVE WRK-TF-ID(WRK-IX) TO HOL-IDFUNC.                       00010390
                                                                        00010400
            EXEC SQL                                                    00010410
                 OPEN CHOLERIT                                          00010420
            END-EXEC.                                                   00010430
                                                                        00010440
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00010450
            PERFORM UNTIL WRK-FIM-CURSOR EQUAL 'S'                      00010460
               EXEC SQL                                                 00010470
                    FETCH CHOLERIT                                      00010480
                     INTO :HOL-COMPET, :HOL-NOME, :HOL-BRUTO,           00010490
                          :HOL-LIQUIDO                                  00010500
               END-EXEC                                                 00010510
               IF SQLCODE EQUAL 0                                       00010520
                  ADD 1 TO WRK-QTD-HOLERITE                             00010530
                  MOVE HOL-BRUTO       TO WRK-ED-SALARIO                00010540
                  MOVE HOL-LIQUIDO     TO WRK-ED-SALNOVO                00010550
                  MOVE 'IVAN.HOLERITE' TO WRK-D-ORIGEM                  00010560
                  STRING 'COMPETENCIA ' HOL-COMPET '  NOME ' HOL-NOME   00010570
                         '  BRUTO ' WRK-ED-SALARIO                      00010580
                         '  LIQUIDO ' WRK-ED-SALNOVO                    00010590
                         DELIMITED BY SIZE INTO WRK-D-TEXTO             00010600
                  PERFORM 7000-IMPRIMIR                                 00010610
               ELSE                                                     00010620
                  MOVE 'S' TO WRK-FIM-CURSOR                            00010630
               END-IF                                                   00010640
            END-PERFORM.                                                00010650
                                                                        00010660
            EXEC SQL                                                    00010670
                 CLOSE CHOLERIT                                         00010680
            END-EXEC.                                                   00010690
                                                                        00010700
       2370-99-FIM.                                            EXIT.    00010710
      *=============================================================*   00010720
                                                                        00010730
      *=============================================================*   00010740
       2400-ANONIMIZAR-FUNCIONARIO                          SECTION.    00010750
                                                                        00010760
            MOVE 'IVAN.FUNC'     TO WRK-D-ORIGEM.                       00010770
            MOVE SPACES          TO WRK-MOTIVO-ITEM.                    00010780
                                                                        00010790
      *          SO FUNCIONARIO DESLIGADO E COM A RETENCAO VENCIDA      00010800
      *          (SEM LINHA NA FUNC, VALE A DATA DO FUNCHIST)           00010810
                                                                        00010820
            IF WRK-TEM-FUNC EQUAL 'N'                                   00010830
               MOVE WRK-TF-ID(WRK-IX) TO FHI-IDFUNC                     00010840
               EXEC SQL                                                 00010850
                    SELECT MAX(DATADEM)                                 00010860
                      INTO :WRK-DATADEM :WRK-NULL-DATADEM               00010870
                      FROM IVAN.FUNCHIST                                00010880
                     WHERE IDFUNC = :FHI-IDFUNC                         00010890
               END-EXEC                                                 00010900
               IF SQLCODE NOT EQUAL 0                                   00010910
                  MOVE -1 TO WRK-NULL-DATADEM                           00010920
               END-IF                                                   00010930
            END-IF.                                                     00010940
                                                                        00010950
            IF WRK-NULL-DATADEM LESS ZERO                               00010960
               MOVE 'FUNCIONARIO ATIVO'  TO WRK-MOTIVO-ITEM             00010970
            ELSE                                                        00010980
               MOVE WRK-DATADEM TO WRK-DATA-X10                         00010990
               PERFORM 1200-CONVERTER-DATA                              00011000
               COMPUTE WRK-LIMITE = WRK-DATA-REF-R                      00011010
                                  + WRK-ANOS-FUNC * 10000               00011020
               IF WRK-LIMITE GREATER WRK-HOJE                           00011030
                  MOVE WRK-LIMITE       TO WRK-MR-DATA                  00011040
                  MOVE WRK-MOT-RETENCAO TO WRK-MOTIVO-ITEM              00011050
               END-IF                                                   00011060
            END-IF.                                                     00011070
                                                                        00011080
            IF WRK-MOTIVO-ITEM NOT EQUAL SPACES                         00011090
               PERFORM 2800-RECUSAR-ITEM                                00011100
               STRING 'ID ' WRK-ED-ID '  RECUSADO: ' WRK-MOTIVO-ITEM    00011110
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00011120
               PERFORM 7000-IMPRIMIR                                    00011130
               GO TO 2400-99-FIM                                        00011140
            END-IF.                                                     00011150
                                                                        00011160
      *          NOME JA PSEUDONIMIZADO: PEDIDO REPETIDO                00011170
                                                                        00011180
            MOVE WRK-TF-ID(WRK-IX) TO WRK-PF-ID.                        00011190
                                                                        00011200
            IF DB2-NOME EQUAL WRK-PSEUDO-FUNC                           00011210
               ADD 1 TO WRK-ANONIMIZADOS                                00011220
               STRING 'ID ' WRK-ED-ID '  JA ANONIMIZADO'                00011230
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00011240
               PERFORM 7000-IMPRIMIR                                    00011250
               GO TO 2400-99-FIM                                        00011260
            END-IF.                                                     00011270
                                                                        00011280
            IF WRK-TEM-FUNC EQUAL 'S'                                   00011290
               MOVE 'B'           TO LNK-AU-FASE                        00011300
               MOVE 'U'           TO LNK-AU-OPERACAO                    00011310
               MOVE 'FR21LGP1'    TO LNK-AU-PROGRAMA                    00011320
               MOVE 'LGPD'        TO LNK-AU-OPERADOR                    00011330
               MOVE WRK-TF-ID(WRK-IX) TO LNK-AU-IDFUNC                  00011340
               CALL 'FR21AUD0' USING LNK-AUDFUNC                        00011350
                                                                        00011360
               MOVE WRK-PSEUDO-FUNC TO DB2-NOME                         00011370
               EXEC SQL                                                 00011380
                    UPDATE IVAN.FUNC SET NOME     = :DB2-NOME,          00011390
                                         EMAIL    = NULL,               00011400
                                         DTULTALT = CURRENT TIMESTAMP   00011410
                                WHERE ID = :DB2-ID                      00011420
               END-EXEC                                                 00011430
                                                                        00011440
               IF SQLCODE NOT EQUAL 0                                   00011450
                  MOVE SQLCODE TO WRK-SQLCODE                           00011460
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE FUNC '        00011470
                          WRK-ED-ID                                     00011480
                  MOVE 'FR21LGP1'                  TO WRK-PROGRAMA      00011490
                  MOVE '2400'                      TO WRK-SECAO         00011500
                  MOVE 'ERRO UPDATE IVAN.FUNC    - ' TO WRK-MENSAGEM    00011510
                  MOVE ZEROS                       TO WRK-STATUS        00011520
                  PERFORM 9000-TRATARERROS                              00011530
               END-IF                                                   00011540
                                                                        00011550
               MOVE 'G' TO LNK-AU-FASE                                  00011560
               CALL 'FR21AUD0' USING LNK-AUDFUNC                        00011570
            END-IF.                                                     00011580
                                                                        00011590
      *          ENDERECO E DADOS BANCARIOS; CPF E CHAVE FICAM          00011600
                                                                        00011610
            MOVE WRK-TF-ID(WRK-IX) TO FCP-IDFUNC.                       00011620
            EXEC SQL                                                    00011630
                 UPDATE IVAN.FUNCCOMP SET ENDERECO = ' ',               00011640
                                          CIDADE   = ' ',               00011650
                                          UF       = ' ',               00011660
                                          CEP      = ' ',               00011670
                                          BANCO    = ' ',               00011680
                                          AGBANCO  = ' ',               00011690
                                          CONTABCO = ' '                00011700
                               WHERE IDFUNC = :FCP-IDFUNC               00011710
            END-EXEC.                                                   00011720
            PERFORM 2490-TESTAR-UPDATE.                                 00011730
                                                                        00011740
      *          DEPENDENTES: SO O NOME (NASCIMENTO E PARENTESCO        00011750
      *          SUSTENTAM AS DEDUCOES JA DECLARADAS)                   00011760
                                                                        00011770
            MOVE WRK-TF-ID(WRK-IX) TO DEP-IDFUNC.                       00011780
            MOVE WRK-NOME-DEP-ANON TO DEP-NOMEDEP.                      00011790
            EXEC SQL                                                    00011800
                 UPDATE IVAN.DEPEND SET NOMEDEP = :DEP-NOMEDEP          00011810
                             WHERE IDFUNC = :DEP-IDFUNC                 00011820
            END-EXEC.                                                   00011830
            PERFORM 2490-TESTAR-UPDATE.                                 00011840
                                                                        00011850
      *          FOTO DO DESLIGAMENTO                                   00011860
                                                                        00011870
            MOVE WRK-TF-ID(WRK-IX) TO FHI-IDFUNC.                       00011880
            MOVE WRK-PSEUDO-FUNC   TO FHI-NOME.                         00011890
            EXEC SQL                                                    00011900
                 UPDATE IVAN.FUNCHIST SET NOME  = :FHI-NOME,            00011910
                                          EMAIL = ' '                   00011920
                               WHERE IDFUNC = :FHI-IDFUNC               00011930
            END-EXEC.                                                   00011940
            PERFORM 2490-TESTAR-UPDATE.                                 00011950
                                                                        00011960
      *          TRILHA DE AUDITORIA: AS IMAGENS TRAZEM NOME E E-MAIL;  00011970
      *          O REGISTRO (QUEM, QUANDO, O QUE) E MANTIDO             00011980
                                                                        00011990
            MOVE WRK-TF-ID(WRK-IX) TO AUD-IDFUNC.                       00012000
            EXEC SQL                                                    00012010
                 UPDATE IVAN.AUDFUNC SET IMAGEMANT = ' ',               00012020
                                         IMAGEMNOV = ' '                00012030
                              WHERE IDFUNC = :AUD-IDFUNC                00012040
            END-EXEC.                                                   00012050
            PERFORM 2490-TESTAR-UPDATE.                                 00012060
                                                                        00012070
      *          PEDIDOS DE ALTERACAO BANCARIA: CONTAS DE ORIGEM E      00012080
      *          DESTINO; PEDIDO, SITUACAO E OPERADORES FICAM           00012090
                                                                        00012100
            MOVE WRK-TF-ID(WRK-IX) TO ALB-IDFUNC.                       00012110
            EXEC SQL                                                    00012120
                 UPDATE IVAN.ALTBANC SET BANCOANT  = ' ',               00012130
                                         AGBANCANT = ' ',               00012140
                                         CONTAANT  = ' ',               00012150
                                         BANCO     = ' ',               00012160
                                         AGBANCO   = ' ',               00012170
                                         CONTABCO  = ' '                00012180
                              WHERE IDFUNC = :ALB-IDFUNC                00012190
            END-EXEC.                                                   00012200
            PERFORM 2490-TESTAR-UPDATE.                                 00012210
            ADD SQLERRD(3) TO WRK-QTD-ALTBANC.                          00012220
                                                                        00012230
      *          HOLERITES: SO O NOME (VALORES SUSTENTAM A FOLHA E      00012240
      *          AS OBRIGACOES JA ENTREGUES)                            00012250
                                                                        00012260
            MOVE WRK-TF-ID(WRK-IX) TO HOL-IDFUNC.                       00012270
            MOVE WRK-PSEUDO-FUNC   TO HOL-NOME.                         00012280
            EXEC SQL                                                    00012290
                 UPDATE IVAN.HOLERITE SET NOME = :HOL-NOME              00012300
                               WHERE IDFUNC = :HOL-IDFUNC               00012310
            END-EXEC.                                                   00012320
            PERFORM 2490-TESTAR-UPDATE.                                 00012330
            ADD SQLERRD(3) TO WRK-QTD-HOLERITE.                         00012340
                                                                        00012350
            EXEC SQL                                                    00012360
                 COMMIT                                                 00012370
            END-EXEC.                                                   00012380
                                                                        00012390
            ADD 1 TO WRK-ANONIMIZADOS.                                  00012400
            STRING 'ID ' WRK-ED-ID '  ANONIMIZADO COMO ' WRK-PSEUDO-FUNC00012410
                   DELIMITED BY SIZE INTO WRK-D-TEXTO.                  00012420
            PERFORM 7000-IMPRIMIR.                                      00012430
                                                                        00012440
       2400-99-FIM.                                            EXIT.    00012450
      *=============================================================*   00012460
                                                                        00012470
      *=============================================================*   00012480
       2490-TESTAR-UPDATE                                   SECTION.    00012490
                                                                        00012500
      *          SQLCODE 100: NAO HA LINHA DO FUNCIONARIO NA TABELA     00012510
                                                                        00012520
            IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100            00012530
               MOVE SQLCODE TO WRK-SQLCODE                              00012540
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA PSEUDONIMIZACAO DO ID ' 00012550
                       WRK-ED-ID                                        00012560
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00012570
               MOVE '2490'                      TO WRK-SECAO            00012580
               MOVE 'ERRO UPDATE PSEUDONIMO   - ' TO WRK-MENSAGEM       00012590
               MOVE ZEROS                       TO WRK-STATUS           00012600
               PERFORM 9000-TRATARERROS                                 00012610
            END-IF.                                                     00012620
                                                                        00012630
       2490-99-FIM.                                            EXIT.    00012640
      *=============================================================*   00012650
                                                                        00012660
      *=============================================================*   00012670
       2500-CONTAS                                          SECTION.    00012680
                                                                        00012690
      *          O CADCLI NAO TEM INDICE POR DOCUMENTO: PASSAGEM        00012700
      *          COMPLETA PELO CLUSTER A CADA PEDIDO                    00012710
                                                                        00012720
            MOVE LOW-VALUES TO CAD-CHAVE.                               00012730
            START CADCLI KEY IS NOT LESS THAN CAD-CHAVE.                00012740
                                                                        00012750
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00012760
               GO TO 2500-99-FIM                                        00012770
            END-IF.                                                     00012780
                                                                        00012790
            READ CADCLI NEXT.                                           00012800
                                                                        00012810
            PERFORM UNTIL WRK-FS-CADCLI NOT EQUAL ZEROS                 00012820
               IF CAD-TIPO-DOC EQUAL 'F'                                00012830
                  AND CAD-DOCUMENTO(1:11) EQUAL FD-LR-CPF               00012840
                  PERFORM 2600-TRATAR-CONTA                             00012850
               END-IF                                                   00012860
               READ CADCLI NEXT                                         00012870
            END-PERFORM.                                                00012880
                                                                        00012890
            IF WRK-FS-CADCLI NOT EQUAL 10                               00012900
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00012910
               MOVE '2500'                      TO WRK-SECAO            00012920
               MOVE 'ERRO LEITURA CADCLI      - ' TO WRK-MENSAGEM       00012930
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00012940
               PERFORM 9000-TRATARERROS                                 00012950
            END-IF.                                                     00012960
                                                                        00012970
       2500-99-FIM.                                            EXIT.    00012980
      *=============================================================*   00012990
                                                                        00013000
      *=============================================================*   00013010
       2600-TRATAR-CONTA                                    SECTION.    00013020
                                                                        00013030
            ADD 1 TO WRK-ENCONTRADOS.                                   00013040
                                                                        00013050
            MOVE CAD-CHAVE TO CLI-CHAVE.                                00013060
            READ CLIENTES.                                              00013070
                                                                        00013080
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00013090
               AND WRK-FS-CLIENTES NOT EQUAL 23                         00013100
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00013110
               MOVE '2600'                      TO WRK-SECAO            00013120
               MOVE 'ERRO LEITURA CLIENTES    - ' TO WRK-MENSAGEM       00013130
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00013140
               PERFORM 9000-TRATARERROS                                 00013150
            END-IF.                                                     00013160
                                                                        00013170
            IF FD-LR-TIPO EQUAL 'A'                                     00013180
               PERFORM 2700-LISTAR-CONTA                                00013190
            ELSE                                                        00013200
               PERFORM 2750-ANONIMIZAR-CONTA                            00013210
            END-IF.                                                     00013220
                                                                        00013230
       2600-99-FIM.                                            EXIT.    00013240
      *=============================================================*   00013250
                                                                        00013260
      *=============================================================*   00013270
       2700-LISTAR-CONTA                                    SECTION.    00013280
                                                                        00013290
            MOVE 'CADCLI'        TO WRK-D-ORIGEM.                       00013300
            STRING 'CONTA ' CAD-AGENCIA '/' CAD-CONTA                   00013310
                   '  DOCUMENTO ' CAD-DOCUMENTO                         00013320
                   '  ENDERECO ' CAD-ENDERECO ' ' CAD-CIDADE            00013330
                   ' ' CAD-UF                                           00013340
                   DELIMITED BY SIZE INTO WRK-D-TEXTO.                  00013350
            PERFORM 7000-IMPRIMIR.                                      00013360
            STRING 'CEP ' CAD-CEP '  TELEFONE ' CAD-TELEFONE            00013370
                   '  TITULARES ' CAD-TITULARES                         00013380
                   DELIMITED BY SIZE INTO WRK-D-TEXTO.                  00013390
            PERFORM 7000-IMPRIMIR.                                      00013400
                                                                        00013410
            IF WRK-FS-CLIENTES EQUAL ZEROS                              00013420
               MOVE CLI-SALDO        TO WRK-ED-SALDO                    00013430
               MOVE CLI-DATA-ULT-MOV TO WRK-ED-DATA                     00013440
               MOVE 'CLIENTES'       TO WRK-D-ORIGEM                    00013450
               STRING 'CONTA ' CLI-AGENCIA '/' CLI-CONTA                00013460
                      '  NOME ' CLI-NOME '  SALDO ' WRK-ED-SALDO        00013470
                      '  ULTIMO MOV. ' WRK-ED-DATA                      00013480
                      '  SITUACAO ' CLI-SITUACAO                        00013490
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00013500
               PERFORM 7000-IMPRIMIR                                    00013510
            END-IF.                                                     00013520
                                                                        00013530
       2700-99-FIM.                                            EXIT.    00013540
      *=============================================================*   00013550
                                                                        00013560
      *=============================================================*   00013570
       2750-ANONIMIZAR-CONTA                                SECTION.    00013580
                                                                        00013590
            MOVE 'CADCLI'        TO WRK-D-ORIGEM.                       00013600
            MOVE SPACES          TO WRK-MOTIVO-ITEM.                    00013610
                                                                        00013620
      *          SO CONTA ENCERRADA E COM A RETENCAO VENCIDA; SALDO,    00013630
      *          CHAVE E DOCUMENTO FICAM                                00013640
                                                                        00013650
            IF WRK-FS-CLIENTES EQUAL ZEROS                              00013660
               IF CLI-SITUACAO NOT EQUAL 'X'                            00013670
                  MOVE 'CONTA NAO ENCERRADA' TO WRK-MOTIVO-ITEM         00013680
               ELSE                                                     00013690
                  COMPUTE WRK-LIMITE = CLI-DATA-ULT-MOV                 00013700
                                     + WRK-ANOS-CLI * 10000             00013710
                  IF WRK-LIMITE GREATER WRK-HOJE                        00013720
                     MOVE WRK-LIMITE       TO WRK-MR-DATA               00013730
                     MOVE WRK-MOT-RETENCAO TO WRK-MOTIVO-ITEM           00013740
                  END-IF                                                00013750
               END-IF                                                   00013760
            END-IF.                                                     00013770
                                                                        00013780
            IF WRK-MOTIVO-ITEM NOT EQUAL SPACES                         00013790
               PERFORM 2800-RECUSAR-ITEM                                00013800
               STRING 'CONTA ' CAD-AGENCIA '/' CAD-CONTA                00013810
                      '  RECUSADA: ' WRK-MOTIVO-ITEM                    00013820
                      DELIMITED BY SIZE INTO WRK-D-TEXTO                00013830
               PERFORM 7000-IMPRIMIR                                    00013840
               GO TO 2750-99-FIM                                        00013850
            END-IF.                                                     00013860
                                                                        00013870
            MOVE CAD-CHAVE TO WRK-PC-CHAVE.                             00013880
                                                                        00013890
            IF WRK-FS-CLIENTES EQUAL ZEROS                              00013900
               MOVE WRK-PSEUDO-CLI TO CLI-NOME                          00013910
               REWRITE REG-CLIENTES                                     00013920
               IF WRK-FS-CLIENTES NOT EQUAL ZEROS                       00013930
                  MOVE 'FR21LGP1'                  TO WRK-PROGRAMA      00013940
                  MOVE '2750'                      TO WRK-SECAO         00013950
                  MOVE 'ERRO REWRITE CLIENTES    - ' TO WRK-MENSAGEM    00013960
                  MOVE WRK-FS-CLIENTES             TO WRK-STATUS        00013970
                  PERFORM 9000-TRATARERROS                              00013980
               END-IF                                                   00013990
            END-IF.                                                     00014000
                                                                        00014010
            MOVE SPACES TO CAD-ENDERECO                                 00014020
                           CAD-CIDADE                                   00014030
                           CAD-UF                                       00014040
                           CAD-CEP                                      00014050
                           CAD-TELEFONE.                                00014060
            REWRITE REG-CADCLI.                                         00014070
                                                                        00014080
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00014090
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00014100
               MOVE '2750'                      TO WRK-SECAO            00014110
               MOVE 'ERRO REWRITE CADCLI      - ' TO WRK-MENSAGEM       00014120
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00014130
               PERFORM 9000-TRATARERROS                                 00014140
            END-IF.                                                     00014150
                                                                        00014160
            ADD 1 TO WRK-ANONIMIZADOS.                                  00014170
            STRING 'CONTA ' CAD-AGENCIA '/' CAD-CONTA                   00014180
                   '  ANONIMIZADA COMO ' WRK-PSEUDO-CLI                 00014190
                   DELIMITED BY SIZE INTO WRK-D-TEXTO.                  00014200
            PERFORM 7000-IMPRIMIR.                                      00014210
                                                                        00014220
       2750-99-FIM.                                            EXIT.    00014230
      *=============================================================*   00014240
                                                                        00014250
      *=============================================================*   00014260
       2800-RECUSAR-ITEM                                    SECTION.    00014270
                                                                        00014280
            ADD 1 TO WRK-RECUSADOS.                                     00014290
                                                                        00014300
            IF WRK-MOTIVO EQUAL SPACES                                  00014310
               MOVE WRK-MOTIVO-ITEM TO WRK-MOTIVO                       00014320
            END-IF.                                                     00014330
                                                                        00014340
       2800-99-FIM.                                            EXIT.    00014350
      *=============================================================*   00014360
                                                                        00014370
      *=============================================================*   00014380
       2900-CONCLUIR-PEDIDO                                 SECTION.    00014390
                                                                        00014400
            EVALUATE TRUE                                               00014410
              WHEN WRK-PEDIDO-OK NOT EQUAL 'S'                          00014420
                   MOVE 'I' TO WRK-RESULTADO                            00014430
                   MOVE 'INVALIDO    ' TO WRK-LR-RESULTADO              00014440
                   ADD 1 TO WRK-TOT-INVALIDOS                           00014450
              WHEN WRK-ENCONTRADOS EQUAL ZERO                           00014460
                   MOVE 'N' TO WRK-RESULTADO                            00014470
                   MOVE 'NADA CONSTA ' TO WRK-LR-RESULTADO              00014480
                   ADD 1 TO WRK-TOT-NADA-CONSTA                         00014490
              WHEN WRK-RECUSADOS EQUAL ZERO                             00014500
                   MOVE 'A' TO WRK-RESULTADO                            00014510
                   MOVE 'ATENDIDO    ' TO WRK-LR-RESULTADO              00014520
                   ADD 1 TO WRK-TOT-ATENDIDOS                           00014530
              WHEN WRK-ANONIMIZADOS EQUAL ZERO                          00014540
                   MOVE 'R' TO WRK-RESULTADO                            00014550
                   MOVE 'RECUSADO    ' TO WRK-LR-RESULTADO              00014560
                   ADD 1 TO WRK-TOT-RECUSADOS                           00014570
              WHEN OTHER                                                00014580
                   MOVE 'P' TO WRK-RESULTADO                            00014590
                   MOVE 'PARCIAL     ' TO WRK-LR-RESULTADO              00014600
                   ADD 1 TO WRK-TOT-PARCIAIS                            00014610
            END-EVALUATE.                                               00014620
                                                                        00014630
            MOVE WRK-ENCONTRADOS  TO WRK-LR-ENCONTR.                    00014640
            MOVE WRK-ANONIMIZADOS TO WRK-LR-ANONIM.                     00014650
            MOVE WRK-RECUSADOS    TO WRK-LR-RECUSA.                     00014660
            MOVE WRK-MOTIVO       TO WRK-LR-MOTIVO.                     00014670
            WRITE FD-RELLGPD FROM WRK-LINHA-RESULT.                     00014680
            WRITE FD-RELLGPD FROM WRK-LINHA-VAZIA.                      00014690
                                                                        00014700
      *          REGISTRO DO PEDIDO PARA O DPO                          00014710
                                                                        00014720
            MOVE SPACES            TO REG-LGPDLOG.                      00014730
            MOVE WRK-HOJE          TO LGP-DATA.                         00014740
            MOVE WRK-HORA          TO LGP-HORA.                         00014750
            MOVE FD-LR-PROTOCOLO   TO LGP-PROTOCOLO.                    00014760
            MOVE FD-LR-TIPO        TO LGP-TIPO.                         00014770
            MOVE FD-LR-CPF         TO LGP-CPF.                          00014780
            IF FD-LR-DATA-PED IS NUMERIC                                00014790
               MOVE FD-LR-DATA-PED TO LGP-DATA-PEDIDO                   00014800
            ELSE                                                        00014810
               MOVE ZEROS          TO LGP-DATA-PEDIDO                   00014820
            END-IF.                                                     00014830
            MOVE FD-LR-CANAL       TO LGP-CANAL.                        00014840
            MOVE WRK-RESULTADO     TO LGP-RESULTADO.                    00014850
            MOVE WRK-ENCONTRADOS   TO LGP-ENCONTRADOS.                  00014860
            MOVE WRK-ANONIMIZADOS  TO LGP-ANONIMIZADOS.                 00014870
            MOVE WRK-RECUSADOS     TO LGP-RECUSADOS.                    00014880
            MOVE WRK-MOTIVO        TO LGP-MOTIVO.                       00014890
            MOVE WRK-QTD-ALTBANC   TO LGP-QTD-ALTBANC.                  00014900
            MOVE WRK-QTD-HOLERITE  TO LGP-QTD-HOLERITE.                 00014910
            WRITE REG-LGPDLOG.                                          00014920
                                                                        00014930
            IF WRK-FS-LGPDLOG NOT EQUAL ZEROS                           00014940
               MOVE 'FR21LGP1'                  TO WRK-PROGRAMA         00014950
               MOVE '2900'                      TO WRK-SECAO            00014960
               MOVE 'ERRO GRAVACAO LGPDLOG    - ' TO WRK-MENSAGEM       00014970
               MOVE WRK-FS-LGPDLOG              TO WRK-STATUS           00014980
               PERFORM 9000-TRATARERROS                                 00014990
            END-IF.                                                     00015000
                                                                        00015010
       2900-99-FIM.                                            EXIT.    00015020
      *=============================================================*   00015030
                                                                        00015040
      *=============================================================*   00015050
       7000-IMPRIMIR                                        SECTION.    00015060
                                                                        00015070
            WRITE FD-RELLGPD FROM WRK-DETALHE.                          00015080
            MOVE SPACES TO WRK-D-ORIGEM                                 00015090
                           WRK-D-TEXTO.                                 00015100
                                                                        00015110
       7000-99-FIM.                                            EXIT.    00015120
      *=============================================================*   00015130
                                                                        00015140
      *=============================================================*   00015150
       8000-FINALIZAR                                       SECTION.    00015160
                                                                        00015170
             CLOSE LGPDREQ CADCLI CLIENTES RELLGPD LGPDLOG.             00015180
                                                                        00015190
             DISPLAY 'PEDIDOS LIDOS.........' WRK-LIDOS.                00015200
             DISPLAY 'ATENDIDOS.............' WRK-TOT-ATENDIDOS.        00015210
             DISPLAY 'ATENDIDOS EM PARTE....' WRK-TOT-PARCIAIS.         00015220
             DISPLAY 'RECUSADOS.............' WRK-TOT-RECUSADOS.        00015230
             DISPLAY 'NADA CONSTA...........' WRK-TOT-NADA-CONSTA.      00015240
             DISPLAY 'INVALIDOS.............' WRK-TOT-INVALIDOS.        00015250
             DISPLAY WRK-MSG-FINAL.                                     00015260
             STOP RUN.                                                  00015270
                                                                        00015280
       8000-99-FIM.                                            EXIT.    00015290
      *=============================================================*   00015300
                                                                        00015310
      *=============================================================*   00015320
       9000-TRATARERROS                                     SECTION.    00015330
                                                                        00015340
             EXEC SQL                                                   00015350
                  ROLLBACK                                              00015360
             END-EXEC.                                                  00015370
                                                                        00015380
             MOVE 'E' TO WRK-SEVERIDADE.                                00015390
             CALL 'GRAVALOG' USING WRK-DADOS.                           00015400
             STOP RUN.                                                  00015410
                                                                        00015420
       9000-99-FIM.                                            EXIT.    00015430
      *=============================================================*   00015440
