      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21ARH1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: ARQUIVAMENTO E EXPURGO MENSAL DOS HISTORICOS        00000120
      *      (IVAN.AUDFUNC, IVAN.HISTSAL, IVAN.HISTTRF,                 00000130
      *      IVAN.FUNCHIST E O MESTRE DE EVENTOS TRABALHISTAS           00000140
      *      EVTMST). A RETENCAO DE CADA HISTORICO VEM DA TABELA        00000150
      *      IVAN.RETENCAO (ANOS NA BASE E ANOS EM ARQUIVO). UMA        00000160
      *      TABELA POR EXECUCAO, EM DOIS PASSOS:                       00000170
      *      'A' ARQUIVAR - DESCARREGA AS LINHAS ANTERIORES AO          00000180
      *          CORTE (DATA DE PROCESSAMENTO MENOS OS ANOS NA          00000190
      *          BASE) NA GERACAO NOVA DO GDG DE ARQUIVO (ARQHIST,      00000200
      *          LAYOUT ARQHBOOK: HEADER AUTODESCRITIVO, DETALHES       00000210
      *          E TRAILER) E REGISTRA A GERACAO NO INDICE              00000220
      *          (ARQHIDX, SITUACAO 'A').                               00000230
      *      'E' EXPURGAR - RELE A GERACAO GRAVADA NO PASSO 'A' E       00000240
      *          APAGA DA BASE, FUNCIONARIO A FUNCIONARIO, AS           00000250
      *          LINHAS ANTERIORES AO CORTE DO HEADER, COM COMMIT       00000260
      *          E CHECKPOINT (FR21CKP1) A CADA LOTE; UMA RETOMADA      00000270
      *          CONTINUA DO ULTIMO LOTE CONFIRMADO. FUNCIONARIO COM    00000280
      *          MAIS LINHAS NA BASE DO QUE NO ARQUIVO DESFAZ O LOTE    00000290
      *          E ABORTA (LINHA NAO ARQUIVADA NAO SE APAGA). NO        00000300
      *          FIM GRAVA A LINHA 'E' NO INDICE E A DATA DO ULTIMO     00000310
      *          ARQUIVAMENTO EM IVAN.RETENCAO. O EVTMST E ARQUIVO      00000320
      *          SEQUENCIAL: O EXPURGO REGRAVA O MESTRE SEM OS          00000330
      *          EVENTOS ARQUIVADOS (EVTMSTN, COPIADO DE VOLTA PELO     00000340
      *          JOB) E CONFERE A QUANTIDADE COM O TRAILER.             00000350
      *      'M' MANUTENCAO - INCLUI OU ALTERA A RETENCAO DAS           00000360
      *          TABELAS A PARTIR DOS CARTOES RETCARD.                  00000370
      *      NO EVTMST SO SAO ARQUIVADOS OS EVENTOS ACEITOS ('A')       00000380
      *      PELO ORGAO; PENDENTES E REJEITADOS FICAM NO MESTRE.        00000390
      *-------------------------------------------------------------*   00000400
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000410
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000420
      *-------------------------------------------------------------*   00000430
      *   BASE DE DADOS:                                                00000440
      *   TABELA.DB2..                                                  00000450
      *    ------              I/O                 INCLUDE/BOOK         00000460
      *   IVAN.RETENCAO        I/O                 #BKRETN----          00000470
      *   IVAN.AUDFUNC         I/O                 #BKAUDF----          00000480
      *   IVAN.HISTSAL         I/O                 #BKHSAL----          00000490
      *   IVAN.HISTTRF         I/O                 #BKHTRF----          00000500
      *   IVAN.FUNCHIST        I/O                 #BKFHIST---          00000510
      *-------------------------------------------------------------*   00000520
      *   ARQUIVOS:                                                     00000530
      *    DDNAME              I/O                  COPY/BOOK           00000540
      *   ARQHIST              O/I  (GERACAO DO GDG)  ARQHBOOK---       00000550
      *   ARQHIDX               O   (INDICE - EXTEND) ARQXBOOK---       00000560
      *   EVTMST                I   (MESTRE DE EVENTOS)                 00000570
      *   EVTMSTN               O   (MESTRE SEM OS ARQUIVADOS)          00000580
      *   RETCARD               I   (CARTOES DA MANUTENCAO)             00000590
      *   RELARH                O   (RESUMO DA EXECUCAO)                00000600
      *-------------------------------------------------------------*   00000610
      *   MODULOS....:                                                  00000620
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000630
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000640
      *   FR21CKP1             CHECKPOINT/RETOMADA (LNKCKPT)            00000650
      *-------------------------------------------------------------*   00000660
      *   PARM.....: MODO   PIC X(01) - 'A' / 'E' / 'M'                 00000670
      *              TABELA PIC X(08) - AUDFUNC, HISTSAL, HISTTRF,      00000680
      *                                 FUNCHIST OU EVTMST              00000690
      *=============================================================*   00000700
       ENVIRONMENT                               DIVISION.              00000710
      *=============================================================*   00000720
                                                                        00000730
      *-------------------------------------------------------------*   00000740
       CONFIGURATION                                        SECTION.    00000750
      *-------------------------------------------------------------*   00000760
       SPECIAL-NAMES.                                                   00000770
           DECIMAL-POINT IS COMMA.                                      00000780
                                                                        00000790
                                                                        00000800
       INPUT-OUTPUT                                         SECTION.    00000810
       FILE-CONTROL.                                                    00000820
           SELECT ARQHIST  ASSIGN TO ARQHIST                            00000830
               FILE STATUS  IS WRK-FS-ARQHIST.                          00000840
                                                                        00000850
           SELECT ARQHIDX  ASSIGN TO ARQHIDX                            00000860
               FILE STATUS  IS WRK-FS-ARQHIDX.                          00000870
                                                                        00000880
           SELECT EVTMST   ASSIGN TO EVTMST                             00000890
               FILE STATUS  IS WRK-FS-EVTMST.                           00000900
                                                                        00000910
           SELECT EVTMSTN  ASSIGN TO EVTMSTN                            00000920
               FILE STATUS  IS WRK-FS-EVTMSTN.                          00000930
                                                                        00000940
           SELECT RETCARD  ASSIGN TO RETCARD                            00000950
               FILE STATUS  IS WRK-FS-RETCARD.                          00000960
                                                                        00000970
           SELECT RELARH   ASSIGN TO RELARH                             00000980
               FILE STATUS  IS WRK-FS-RELARH.                           00000990
                                                                        00001000
      *=============================================================*   00001010
       DATA                                                DIVISION.    00001020
      *=============================================================*   00001030
       FILE                                                 SECTION.    00001040
      *=============================================================*   00001050
                                                                        00001060
      *      GERACAO DO ARQUIVO DE HISTORICO        LRECL = 300         00001070
                                                                        00001080
       FD ARQHIST                                                       00001090
           RECORDING  MODE IS F                                         00001100
           BLOCK CONTAINS 0 RECORDS.                                    00001110
                                                                        00001120
       COPY 'ARQHBOOK'.                                                 00001130
                                                                        00001140
      *      INDICE DO ARQUIVAMENTO                 LRECL = 80          00001150
                                                                        00001160
       FD ARQHIDX                                                       00001170
           RECORDING  MODE IS F                                         00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
                                                                        00001200
       COPY 'ARQXBOOK'.                                                 00001210
                                                                        00001220
      *      ENTRADA - MESTRE DE EVENTOS            LRECL = 66          00001230
                                                                        00001240
       FD EVTMST                                                        00001250
           RECORDING  MODE IS F                                         00001260
           BLOCK CONTAINS 0 RECORDS.                                    00001270
                                                                        00001280
       01 FD-EVTMST.                                                    00001290
          05 FD-MS-SEQ       PIC 9(07).                                 00001300
          05 FD-MS-EVENTO.                                              00001310
             10 FD-MS-PROGRAMA  PIC X(08).                              00001320
             10 FD-MS-TIPO      PIC X(03).                              00001330
             10 FD-MS-IDFUNC    PIC 9(05).                              00001340
             10 FILLER          PIC X(34).                              00001350
          05 FD-MS-STATUS    PIC X(01).                                 00001360
          05 FD-MS-DATA-ENV  PIC 9(08).                                 00001370
                                                                        00001380
      *      SAIDA - MESTRE SEM OS ARQUIVADOS       LRECL = 66          00001390
                                                                        00001400
       FD EVTMSTN                                                       00001410
           RECORDING  MODE IS F                                         00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
                                                                        00001440
       01 FD-EVTMSTN      PIC X(66).                                    00001450
                                                                        00001460
      *      ENTRADA - CARTOES DA MANUTENCAO        LRECL = 80          00001470
                                                                        00001480
       FD RETCARD                                                       00001490
           RECORDING  MODE IS F                                         00001500
           BLOCK CONTAINS 0 RECORDS.                                    00001510
                                                                        00001520
       01 FD-RETCARD.                                                   00001530
          05 FD-RC-TABELA    PIC X(08).                                 00001540
          05 FD-RC-ANOS-ONL  PIC 9(02).                                 00001550
          05 FD-RC-ANOS-ARQ  PIC 9(02).                                 00001560
          05 FILLER          PIC X(68).                                 00001570
                                                                        00001580
      *      SAIDA - RESUMO DA EXECUCAO             LRECL = 80          00001590
                                                                        00001600
       FD RELARH                                                        00001610
           RECORDING  MODE IS F                                         00001620
           BLOCK CONTAINS 0 RECORDS.                                    00001630
                                                                        00001640
       01 FD-RELARH       PIC X(80).                                    00001650
                                                                        00001660
      *-------------------------------------------------------------*   00001670
       WORKING-STORAGE                                      SECTION.    00001680
      *-------------------------------------------------------------*   00001690
                                                                        00001700
           EXEC SQL                                                     00001710
              INCLUDE #BKRETN                                           00001720
           END-EXEC.                                                    00001730
                                                                        00001740
           EXEC SQL                                                     00001750
              INCLUDE #BKAUDF                                           00001760
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
              INCLUDE SQLCA                                             00001920
           END-EXEC.                                                    00001930
                                                                        00001940
           EXEC SQL                                                     00001950
              DECLARE CAUDFUNC CURSOR FOR                               00001960
              SELECT IDFUNC, PROGRAMA, OPERADOR, DATAHORA,              00001970
                     OPERACAO, IMAGEMANT, IMAGEMNOV                     00001980
                FROM IVAN.AUDFUNC                                       00001990
               WHERE DATAHORA < :WRK-CORTE-AUD                          00002000
               ORDER BY IDFUNC, DATAHORA                                00002010
           END-EXEC.                                                    00002020
                                                                        00002030
           EXEC SQL                                                     00002040
              DECLARE CHISTSAL CURSOR FOR                               00002050
              SELECT IDFUNC, SALANT, SALNOVO, DATAALT, ORIGEM           00002060
                FROM IVAN.HISTSAL                                       00002070
               WHERE DATAALT < :WRK-CORTE-DB2                           00002080
               ORDER BY IDFUNC, DATAALT                                 00002090
           END-EXEC.                                                    00002100
                                                                        00002110
           EXEC SQL                                                     00002120
              DECLARE CHISTTRF CURSOR FOR                               00002130
              SELECT IDFUNC, SETORDE, SETORPARA, DTEFET, MOTIVO         00002140
                FROM IVAN.HISTTRF                                       00002150
               WHERE DTEFET < :WRK-CORTE-DB2                            00002160
               ORDER BY IDFUNC, DTEFET                                  00002170
           END-EXEC.                                                    00002180
                                                                        00002190
           EXEC SQL                                                     00002200
              DECLARE CFUNCHIS CURSOR FOR                               00002210
              SELECT IDFUNC, NOME, IDADE, SALARIO, EMAIL, SETOR,        00002220
                     DATAADM, DATADEM, MOTIVO, JUSTACAUSA               00002230
                FROM IVAN.FUNCHIST                                      00002240
               WHERE DATADEM < :WRK-CORTE-DB2                           00002250
               ORDER BY IDFUNC, DATADEM                                 00002260
           END-EXEC.                                                    00002270
                                                                        00002280
      *------------------LOG-DE-ERROS-------------------------------*   00002290
                                                                        00002300
       01 WRK-DADOS.                                                    00002310
           05 WRK-PROGRAMA  PIC X(08).                                  00002320
           05 WRK-SECAO     PIC X(04).                                  00002330
           05 WRK-MENSAGEM  PIC X(30).                                  00002340
           05 WRK-STATUS    PIC X(02).                                  00002350
           05 WRK-SEVERIDADE PIC X(01).                                 00002360
           05 FILLER        PIC X(22).                                  00002370
                                                                        00002380
      *------------------DATA DE PROCESSAMENTO----------------------*   00002390
                                                                        00002400
           COPY 'LNKDPRC'.                                              00002410
                                                                        00002420
      *------------------CHECKPOINT/RETOMADA------------------------*   00002430
                                                                        00002440
           COPY 'LNKCKPT'.                                              00002450
                                                                        00002460
      *   TOTAIS GUARDADOS NO CHECKPOINT DO EXPURGO: A GERACAO A QUE    00002470
      *   ELE SE REFERE (DATA/HORA DO HEADER) E OS CONTADORES           00002480
                                                                        00002490
       01 WRK-CKP-TOTAIS.                                               00002500
          05 WRK-CKP-DATA-ARQ    PIC 9(08) VALUE 0.                     00002510
          05 WRK-CKP-HORA-ARQ    PIC 9(06) VALUE 0.                     00002520
          05 WRK-CKP-EXPURGADOS  PIC 9(09) VALUE 0.                     00002530
          05 WRK-CKP-JA-EXPURG   PIC 9(09) VALUE 0.                     00002540
          05 WRK-CKP-FUNCS       PIC 9(07) VALUE 0.                     00002550
          05 FILLER              PIC X(41) VALUE SPACES.                00002560
                                                                        00002570
       77 WRK-CKP-CHAVE       PIC X(08) VALUE SPACES.                   00002580
       77 WRK-PULAR           PIC 9(09) VALUE 0.                        00002590
       77 WRK-DESDE-CKP       PIC 9(05) VALUE 0.                        00002600
                                                                        00002610
      *-------------------------------------------------------------*   00002620
      *   FUNCIONARIOS POR LOTE DE COMMIT/CHECKPOINT DO EXPURGO     *   00002630
      *-------------------------------------------------------------*   00002640
       77 WRK-FREQ-CKP        PIC 9(05) VALUE 200.                      00002650
                                                                        00002660
      *--------------------PARAMETROS-------------------------------*   00002670
                                                                        00002680
       77 WRK-MODO            PIC X(01) VALUE SPACE.                    00002690
          88 WRK-MODO-ARQUIVAR    VALUE 'A'.                            00002700
          88 WRK-MODO-EXPURGAR    VALUE 'E'.                            00002710
          88 WRK-MODO-MANUTENCAO  VALUE 'M'.                            00002720
                                                                        00002730
       77 WRK-TABELA          PIC X(08) VALUE SPACES.                   00002740
          88 WRK-TAB-AUDFUNC      VALUE 'AUDFUNC '.                     00002750
          88 WRK-TAB-HISTSAL      VALUE 'HISTSAL '.                     00002760
          88 WRK-TAB-HISTTRF      VALUE 'HISTTRF '.                     00002770
          88 WRK-TAB-FUNCHIST     VALUE 'FUNCHIST'.                     00002780
          88 WRK-TAB-EVTMST       VALUE 'EVTMST  '.                     00002790
          88 WRK-TAB-VALIDA       VALUE 'AUDFUNC ' 'HISTSAL '           00002800
                                        'HISTTRF ' 'FUNCHIST'           00002810
                                        'EVTMST  '.                     00002820
                                                                        00002830
      *--------------------DATAS------------------------------------*   00002840
                                                                        00002850
       01 WRK-DATA-SISTEMA.                                             00002860
          05 WRK-SIS-ANO      PIC 9(04).                                00002870
          05 WRK-SIS-MES      PIC 9(02).                                00002880
          05 WRK-SIS-DIA      PIC 9(02).                                00002890
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA PIC 9(08).      00002900
                                                                        00002910
       77 WRK-HORA-SISTEMA    PIC 9(06).                                00002920
                                                                        00002930
       77 WRK-DATA-DB2        PIC X(10).                                00002940
                                                                        00002950
      *   CORTE = DATA DE PROCESSAMENTO MENOS OS ANOS NA BASE;          00002960
      *   EXPIRA = DATA DE PROCESSAMENTO MAIS OS ANOS EM ARQUIVO        00002970
      *   (29/02 VIRA 28/02 QUANDO O ANO DE DESTINO NAO E BISSEXTO)     00002980
                                                                        00002990
       01 WRK-CORTE.                                                    00003000
          05 WRK-CT-ANO       PIC 9(04).                                00003010
          05 WRK-CT-MES       PIC 9(02).                                00003020
          05 WRK-CT-DIA       PIC 9(02).                                00003030
       01 WRK-CORTE-R REDEFINES WRK-CORTE PIC 9(08).                    00003040
                                                                        00003050
       01 WRK-EXPIRA.                                                   00003060
          05 WRK-EX-ANO       PIC 9(04).                                00003070
          05 WRK-EX-MES       PIC 9(02).                                00003080
          05 WRK-EX-DIA       PIC 9(02).                                00003090
       01 WRK-EXPIRA-R REDEFINES WRK-EXPIRA PIC 9(08).                  00003100
                                                                        00003110
       77 WRK-CORTE-AUD       PIC X(14) VALUE SPACES.                   00003120
       77 WRK-CORTE-DB2       PIC X(10) VALUE SPACES.                   00003130
                                                                        00003140
       77 WRK-ANO-CALC        PIC 9(04).                                00003150
       77 WRK-RESTO-4         PIC 9(04).                                00003160
       77 WRK-RESTO-100       PIC 9(04).                                00003170
       77 WRK-RESTO-400       PIC 9(04).                                00003180
       77 WRK-QUOC            PIC 9(04).                                00003190
       77 WRK-BISSEXTO        PIC X(01).                                00003200
                                                                        00003210
      *   DATA DE REFERENCIA DA LINHA (AAAA-MM-DD -> AAAAMMDD)          00003220
                                                                        00003230
       77 WRK-DATA-X10        PIC X(10).                                00003240
       01 WRK-DATA-REF.                                                 00003250
          05 WRK-DR-ANO       PIC X(04).                                00003260
          05 WRK-DR-MES       PIC X(02).                                00003270
          05 WRK-DR-DIA       PIC X(02).                                00003280
       01 WRK-DATA-REF-R REDEFINES WRK-DATA-REF PIC 9(08).              00003290
                                                                        00003300
      *--------------------LOGICA-----------------------------------*   00003310
                                                                        00003320
       77 WRK-SQLCODE         PIC -999.                                 00003330
                                                                        00003340
       77 WRK-FIM-LEITURA     PIC X(01) VALUE 'N'.                      00003350
                                                                        00003360
       77 WRK-ARQUIVADOS      PIC 9(09) VALUE 0.                        00003370
       77 WRK-LIDOS-DET       PIC 9(09) VALUE 0.                        00003380
       77 WRK-EXPURGADOS      PIC 9(09) VALUE 0.                        00003390
       77 WRK-JA-EXPURGADOS   PIC 9(09) VALUE 0.                        00003400
       77 WRK-FUNCS           PIC 9(07) VALUE 0.                        00003410
       77 WRK-MANTIDOS        PIC 9(07) VALUE 0.                        00003420
       77 WRK-CARTOES         PIC 9(05) VALUE 0.                        00003430
       77 WRK-INCLUIDOS       PIC 9(05) VALUE 0.                        00003440
       77 WRK-ALTERADOS       PIC 9(05) VALUE 0.                        00003450
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00003460
                                                                        00003470
       77 WRK-DATA-MIN        PIC 9(08) VALUE 99999999.                 00003480
       77 WRK-DATA-MAX        PIC 9(08) VALUE 0.                        00003490
                                                                        00003500
      *   GRUPO DO FUNCIONARIO EM EXPURGO                               00003510
                                                                        00003520
       77 WRK-GRP-IDFUNC      PIC 9(05) VALUE 0.                        00003530
       77 WRK-GRP-QTDE        PIC 9(07) VALUE 0.                        00003540
       77 WRK-DEL-QTDE        PIC S9(09) COMP VALUE 0.                  00003550
                                                                        00003560
      *   HEADER DA GERACAO LIDA NO EXPURGO                             00003570
                                                                        00003580
       77 WRK-HDR-DATA-ARQ    PIC 9(08) VALUE 0.                        00003590
       77 WRK-HDR-HORA-ARQ    PIC 9(06) VALUE 0.                        00003600
       77 WRK-HDR-ANOS-ONL    PIC 9(02) VALUE 0.                        00003610
       77 WRK-HDR-ANOS-ARQ    PIC 9(02) VALUE 0.                        00003620
       77 WRK-HDR-EXPIRA      PIC 9(08) VALUE 0.                        00003630
       77 WRK-TRL-QTDE        PIC 9(09) VALUE 0.                        00003640
                                                                        00003650
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003660
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003670
                                                                        00003680
      *--------------------DESCRICAO DAS COLUNAS (HEADER)-----------*   00003690
                                                                        00003700
       01 WRK-COL-AUDFUNC.                                              00003710
          05 FILLER PIC X(50) VALUE                                     00003720
             'IDFUNC 9(5);DATAREF 9(8)=DATAHORA(1:8);PROGRAMA X('.      00003730
          05 FILLER PIC X(50) VALUE                                     00003740
             '8);OPERADOR X(8);DATAHORA X(14);OPERACAO X(1);IMAG'.      00003750
          05 FILLER PIC X(50) VALUE                                     00003760
             'EMANT X(110);IMAGEMNOV X(110)                     '.      00003770
          05 FILLER PIC X(50) VALUE SPACES.                             00003780
                                                                        00003790
       01 WRK-COL-HISTSAL.                                              00003800
          05 FILLER PIC X(50) VALUE                                     00003810
             'IDFUNC 9(5);DATAREF 9(8)=DATAALT;SALANT 9(7)V99;SA'.      00003820
          05 FILLER PIC X(50) VALUE                                     00003830
             'LNOVO 9(7)V99;DATAALT X(10);ORIGEM X(8)           '.      00003840
          05 FILLER PIC X(100) VALUE SPACES.                            00003850
                                                                        00003860
       01 WRK-COL-HISTTRF.                                              00003870
          05 FILLER PIC X(50) VALUE                                     00003880
             'IDFUNC 9(5);DATAREF 9(8)=DTEFET;SETORDE X(4);SETOR'.      00003890
          05 FILLER PIC X(50) VALUE                                     00003900
             'PARA X(4);DTEFET X(10);MOTIVO X(20)               '.      00003910
          05 FILLER PIC X(100) VALUE SPACES.                            00003920
                                                                        00003930
       01 WRK-COL-FUNCHIST.                                             00003940
          05 FILLER PIC X(50) VALUE                                     00003950
             'IDFUNC 9(5);DATAREF 9(8)=DATADEM;NOME X(30);IDADE '.      00003960
          05 FILLER PIC X(50) VALUE                                     00003970
             '9(3);SALARIO 9(7)V99;EMAIL X(30);SETOR X(4);DATAAD'.      00003980
          05 FILLER PIC X(50) VALUE                                     00003990
             'M X(10);DATADEM X(10);MOTIVO X(20);JUSTACAUSA X(1)'.      00004000
          05 FILLER PIC X(50) VALUE SPACES.                             00004010
                                                                        00004020
       01 WRK-COL-EVTMST.                                               00004030
          05 FILLER PIC X(50) VALUE                                     00004040
             'IDFUNC 9(5)=EVT-IDFUNC;DATAREF 9(8)=DATA-ENV;REGIS'.      00004050
          05 FILLER PIC X(50) VALUE                                     00004060
             'TRO X(66) NO LAYOUT DO EVTMST (SEQ 9(7) EVENTO X(5'.      00004070
          05 FILLER PIC X(50) VALUE                                     00004080
             '0) LNKEVT STATUS X(1) DATA-ENV 9(8))              '.      00004090
          05 FILLER PIC X(50) VALUE SPACES.                             00004100
                                                                        00004110
      *--------------------STATUS-----------------------------------*   00004120
                                                                        00004130
       77 WRK-FS-ARQHIST  PIC 9(02).                                    00004140
       77 WRK-FS-ARQHIDX  PIC 9(02).                                    00004150
       77 WRK-FS-EVTMST   PIC 9(02).                                    00004160
       77 WRK-FS-EVTMSTN  PIC 9(02).                                    00004170
       77 WRK-FS-RETCARD  PIC 9(02).                                    00004180
       77 WRK-FS-RELARH   PIC 9(02).                                    00004190
                                                                        00004200
      *--------------------LINHAS DO RESUMO-------------------------*   00004210
                                                                        00004220
       01 WRK-CABEC1.                                                   00004230
          05 FILLER   PIC X(36) VALUE                                   00004240
             'ARQUIVAMENTO DE HISTORICOS - MODO '.                      00004250
          05 WRK-C-MODO       PIC X(01).                                00004260
          05 FILLER   PIC X(10) VALUE ' TABELA: '.                      00004270
          05 WRK-C-TABELA     PIC X(08).                                00004280
          05 FILLER   PIC X(25).                                        00004290
                                                                        00004300
       01 WRK-LINHA.                                                    00004310
          05 WRK-L-TEXTO     PIC X(30).                                 00004320
          05 WRK-L-VALOR     PIC ZZZ.ZZZ.ZZ9.                           00004330
          05 FILLER          PIC X(39).                                 00004340
                                                                        00004350
       01 WRK-LINHA-DATA.                                               00004360
          05 WRK-LD-TEXTO    PIC X(30).                                 00004370
          05 WRK-LD-DATA     PIC 9999/99/99.                            00004380
          05 FILLER          PIC X(40).                                 00004390
                                                                        00004400
       01 WRK-LINHA-CARTAO.                                             00004410
          05 WRK-LC-TABELA   PIC X(08).                                 00004420
          05 FILLER          PIC X(02).                                 00004430
          05 WRK-LC-ANOS-ONL PIC Z9.                                    00004440
          05 FILLER          PIC X(02).                                 00004450
          05 WRK-LC-ANOS-ARQ PIC Z9.                                    00004460
          05 FILLER          PIC X(02).                                 00004470
          05 WRK-LC-MSG      PIC X(40).                                 00004480
          05 FILLER          PIC X(22).                                 00004490
                                                                        00004500
      *-------------------------------------------------------------*   00004510
       LINKAGE                                              SECTION.    00004520
      *-------------------------------------------------------------*   00004530
       01 LNK-ENTRADA.                                                  00004540
          05 LNK-LEN            PIC 9(04) COMP.                         00004550
          05 LNK-MODO           PIC X(01).                              00004560
          05 LNK-TABELA         PIC X(08).                              00004570
                                                                        00004580
      *=============================================================*   00004590
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004600
      *=============================================================*   00004610
                                                                        00004620
      *=============================================================*   00004630
       0000-PRINCIPAL                                       SECTION.    00004640
                                                                        00004650
            PERFORM 1000-INICIAR.                                       00004660
                                                                        00004670
            EVALUATE TRUE                                               00004680
              WHEN WRK-MODO-MANUTENCAO                                  00004690
                   PERFORM 4000-MANUTENCAO                              00004700
              WHEN WRK-MODO-ARQUIVAR                                    00004710
                   PERFORM 2000-ARQUIVAR                                00004720
              WHEN WRK-MODO-EXPURGAR                                    00004730
                   PERFORM 3000-EXPURGAR                                00004740
            END-EVALUATE.                                               00004750
                                                                        00004760
            PERFORM 8000-FINALIZAR.                                     00004770
                                                                        00004780
       0000-99-FIM.                                            EXIT.    00004790
      *=============================================================*   00004800
                                                                        00004810
      *=============================================================*   00004820
       1000-INICIAR                                         SECTION.    00004830
                                                                        00004840
            IF LNK-LEN LESS 1                                           00004850
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00004860
               MOVE '1000'                      TO WRK-SECAO            00004870
               MOVE 'PARM MODO/TABELA OBRIGAT. - ' TO WRK-MENSAGEM      00004880
               MOVE ZEROS                       TO WRK-STATUS           00004890
               PERFORM 9000-TRATARERROS                                 00004900
            END-IF.                                                     00004910
                                                                        00004920
            MOVE LNK-MODO TO WRK-MODO.                                  00004930
            IF LNK-LEN GREATER 1                                        00004940
               MOVE LNK-TABELA TO WRK-TABELA                            00004950
            END-IF.                                                     00004960
                                                                        00004970
            IF NOT WRK-MODO-ARQUIVAR AND NOT WRK-MODO-EXPURGAR          00004980
               AND NOT WRK-MODO-MANUTENCAO                              00004990
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00005000
               MOVE '1000'                      TO WRK-SECAO            00005010
               MOVE 'MODO INVALIDO NA PARM    - ' TO WRK-MENSAGEM       00005020
               MOVE ZEROS                       TO WRK-STATUS           00005030
               PERFORM 9000-TRATARERROS                                 00005040
            END-IF.                                                     00005050
                                                                        00005060
            IF NOT WRK-MODO-MANUTENCAO AND NOT WRK-TAB-VALIDA           00005070
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00005080
               MOVE '1000'                      TO WRK-SECAO            00005090
               MOVE 'TABELA INVALIDA NA PARM  - ' TO WRK-MENSAGEM       00005100
               MOVE ZEROS                       TO WRK-STATUS           00005110
               PERFORM 9000-TRATARERROS                                 00005120
            END-IF.                                                     00005130
                                                                        00005140
            MOVE 'FR21ARH1' TO LNK-DP-PROGRAMA.                         00005150
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00005160
            CALL 'FR21DTA1' USING LNK-DPRC.                             00005170
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00005180
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00005190
            MOVE WRK-SIS-ANO TO WRK-DATA-DB2(1:4).                      00005200
            MOVE '-'         TO WRK-DATA-DB2(5:1).                      00005210
            MOVE WRK-SIS-MES TO WRK-DATA-DB2(6:2).                      00005220
            MOVE '-'         TO WRK-DATA-DB2(8:1).                      00005230
            MOVE WRK-SIS-DIA TO WRK-DATA-DB2(9:2).                      00005240
                                                                        00005250
            OPEN OUTPUT RELARH.                                         00005260
                                                                        00005270
            IF WRK-FS-RELARH NOT EQUAL ZEROS                            00005280
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00005290
               MOVE '1000'                      TO WRK-SECAO            00005300
               MOVE 'ERRO OPEN RELARH         - ' TO WRK-MENSAGEM       00005310
               MOVE WRK-FS-RELARH               TO WRK-STATUS           00005320
               PERFORM 9000-TRATARERROS                                 00005330
            END-IF.                                                     00005340
                                                                        00005350
            MOVE WRK-MODO   TO WRK-C-MODO.                              00005360
            MOVE WRK-TABELA TO WRK-C-TABELA.                            00005370
            WRITE FD-RELARH FROM WRK-CABEC1.                            00005380
            WRITE FD-RELARH FROM WRK-LINHA-VAZIA.                       00005390
                                                                        00005400
      *          CHAVE DO CHECKPOINT: UMA POR TABELA, PARA QUE OS       00005410
      *          EXPURGOS DO MESMO JOB NAO SE CONFUNDAM                 00005420
                                                                        00005430
            MOVE 'ARH'            TO WRK-CKP-CHAVE(1:3).                00005440
            MOVE WRK-TABELA(1:5)  TO WRK-CKP-CHAVE(4:5).                00005450
                                                                        00005460
       1000-99-FIM.                                            EXIT.    00005470
      *=============================================================*   00005480
                                                                        00005490
      *=============================================================*   00005500
       1100-LER-RETENCAO                                    SECTION.    00005510
                                                                        00005520
            MOVE WRK-TABELA TO RTC-TABELA.                              00005530
                                                                        00005540
            EXEC SQL                                                    00005550
                 SELECT ANOSONLINE, ANOSARQ, DTULTARQ                   00005560
                   INTO :RTC-ANOSONLINE, :RTC-ANOSARQ, :RTC-DTULTARQ    00005570
                   FROM IVAN.RETENCAO                                   00005580
                  WHERE TABELA = :RTC-TABELA                            00005590
            END-EXEC.                                                   00005600
                                                                        00005610
            IF SQLCODE NOT EQUAL 0                                      00005620
               MOVE SQLCODE TO WRK-SQLCODE                              00005630
               DISPLAY 'RETENCAO NAO CADASTRADA P/' WRK-TABELA          00005640
                       ' SQLCODE ' WRK-SQLCODE                          00005650
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00005660
               MOVE '1100'                      TO WRK-SECAO            00005670
               MOVE 'SEM RETENCAO DA TABELA   - ' TO WRK-MENSAGEM       00005680
               MOVE ZEROS                       TO WRK-STATUS           00005690
               PERFORM 9000-TRATARERROS                                 00005700
            END-IF.                                                     00005710
                                                                        00005720
            IF RTC-ANOSONLINE NOT GREATER ZERO                          00005730
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00005740
               MOVE '1100'                      TO WRK-SECAO            00005750
               MOVE 'RETENCAO NA BASE ZERADA  - ' TO WRK-MENSAGEM       00005760
               MOVE ZEROS                       TO WRK-STATUS           00005770
               PERFORM 9000-TRATARERROS                                 00005780
            END-IF.                                                     00005790
                                                                        00005800
      *          CORTE E VENCIMENTO DO ARQUIVO                          00005810
                                                                        00005820
            MOVE WRK-DATA-SISTEMA TO WRK-CORTE.                         00005830
            COMPUTE WRK-CT-ANO = WRK-SIS-ANO - RTC-ANOSONLINE.          00005840
            MOVE WRK-CT-ANO TO WRK-ANO-CALC.                            00005850
            PERFORM 1150-VER-BISSEXTO.                                  00005860
            IF WRK-CT-MES EQUAL 02 AND WRK-CT-DIA EQUAL 29              00005870
               AND WRK-BISSEXTO EQUAL 'N'                               00005880
               MOVE 28 TO WRK-CT-DIA                                    00005890
            END-IF.                                                     00005900
                                                                        00005910
            MOVE WRK-DATA-SISTEMA TO WRK-EXPIRA.                        00005920
            COMPUTE WRK-EX-ANO = WRK-SIS-ANO + RTC-ANOSARQ.             00005930
            MOVE WRK-EX-ANO TO WRK-ANO-CALC.                            00005940
            PERFORM 1150-VER-BISSEXTO.                                  00005950
            IF WRK-EX-MES EQUAL 02 AND WRK-EX-DIA EQUAL 29              00005960
               AND WRK-BISSEXTO EQUAL 'N'                               00005970
               MOVE 28 TO WRK-EX-DIA                                    00005980
            END-IF.                                                     00005990
                                                                        00006000
            PERFORM 1170-MONTAR-CORTE.                                  00006010
                                                                        00006020
       1100-99-FIM.                                            EXIT.    00006030
      *=============================================================*   00006040
                                                                        00006050
      *=============================================================*   00006060
       1150-VER-BISSEXTO                                    SECTION.    00006070
                                                                        00006080
            DIVIDE WRK-ANO-CALC BY 4   GIVING WRK-QUOC                  00006090
                   REMAINDER WRK-RESTO-4.                               00006100
            DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-QUOC                  00006110
                   REMAINDER WRK-RESTO-100.                             00006120
            DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-QUOC                  00006130
                   REMAINDER WRK-RESTO-400.                             00006140
                                                                        00006150
            IF WRK-RESTO-400 EQUAL ZERO                                 00006160
               OR (WRK-RESTO-4 EQUAL ZERO                               00006170
                   AND WRK-RESTO-100 NOT EQUAL ZERO)                    00006180
               MOVE 'S' TO WRK-BISSEXTO                                 00006190
            ELSE                                                        00006200
               MOVE 'N' TO WRK-BISSEXTO                                 00006210
            END-IF.                                                     00006220
                                                                        00006230
       1150-99-FIM.                                            EXIT.    00006240
      *=============================================================*   00006250
                                                                        00006260
      *=============================================================*   00006270
       1170-MONTAR-CORTE                                    SECTION.    00006280
                                                                        00006290
      *          DATAHORA DA AUDITORIA E AAAAMMDDHHMMSS; AS DEMAIS      00006300
      *          DATAS DB2 SAO AAAA-MM-DD                               00006310
                                                                        00006320
            MOVE WRK-CORTE     TO WRK-CORTE-AUD(1:8).                   00006330
            MOVE '000000'      TO WRK-CORTE-AUD(9:6).                   00006340
                                                                        00006350
            MOVE WRK-CT-ANO    TO WRK-CORTE-DB2(1:4).                   00006360
            MOVE '-'           TO WRK-CORTE-DB2(5:1).                   00006370
            MOVE WRK-CT-MES    TO WRK-CORTE-DB2(6:2).                   00006380
            MOVE '-'           TO WRK-CORTE-DB2(8:1).                   00006390
            MOVE WRK-CT-DIA    TO WRK-CORTE-DB2(9:2).                   00006400
                                                                        00006410
       1170-99-FIM.                                            EXIT.    00006420
      *=============================================================*   00006430
                                                                        00006440
      *=============================================================*   00006450
       1200-CONVERTER-DATA                                  SECTION.    00006460
                                                                        00006470
      *          AAAA-MM-DD (WRK-DATA-X10) -> AAAAMMDD (WRK-DATA-REF)   00006480
                                                                        00006490
            MOVE WRK-DATA-X10(1:4) TO WRK-DR-ANO.                       00006500
            MOVE WRK-DATA-X10(6:2) TO WRK-DR-MES.                       00006510
            MOVE WRK-DATA-X10(9:2) TO WRK-DR-DIA.                       00006520
                                                                        00006530
            IF WRK-DATA-REF IS NOT NUMERIC                              00006540
               MOVE ZEROS TO WRK-DATA-REF-R                             00006550
            END-IF.                                                     00006560
                                                                        00006570
       1200-99-FIM.                                            EXIT.    00006580
      *=============================================================*   00006590
                                                                        00006600
      *=============================================================*   00006610
       2000-ARQUIVAR                                        SECTION.    00006620
                                                                        00006630
            PERFORM 1100-LER-RETENCAO.                                  00006640
                                                                        00006650
            OPEN OUTPUT ARQHIST.                                        00006660
                                                                        00006670
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00006680
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00006690
               MOVE '2000'                      TO WRK-SECAO            00006700
               MOVE 'ERRO OPEN ARQHIST        - ' TO WRK-MENSAGEM       00006710
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00006720
               PERFORM 9000-TRATARERROS                                 00006730
            END-IF.                                                     00006740
                                                                        00006750
      *          HEADER AUTODESCRITIVO DA GERACAO                       00006760
                                                                        00006770
            MOVE SPACES             TO REG-ARQHIST.                     00006780
            MOVE 'H'                TO AQH-TIPO.                        00006790
            MOVE WRK-TABELA         TO AQH-TABELA.                      00006800
            MOVE WRK-DATA-SISTEMA   TO AQH-H-DATA-ARQ.                  00006810
            MOVE WRK-HORA-SISTEMA   TO AQH-H-HORA-ARQ.                  00006820
            MOVE WRK-CORTE-R        TO AQH-H-CORTE.                     00006830
            MOVE RTC-ANOSONLINE     TO AQH-H-ANOS-ONL.                  00006840
            MOVE RTC-ANOSARQ        TO AQH-H-ANOS-ARQ.                  00006850
            MOVE WRK-EXPIRA-R       TO AQH-H-EXPIRA.                    00006860
                                                                        00006870
            EVALUATE TRUE                                               00006880
              WHEN WRK-TAB-AUDFUNC                                      00006890
                   MOVE 'IVAN.AUDFUNC'      TO AQH-H-ORIGEM             00006900
                   MOVE 251                 TO AQH-H-TAM-LINHA          00006910
                   MOVE WRK-COL-AUDFUNC     TO AQH-H-COLUNAS            00006920
              WHEN WRK-TAB-HISTSAL                                      00006930
                   MOVE 'IVAN.HISTSAL'      TO AQH-H-ORIGEM             00006940
                   MOVE 036                 TO AQH-H-TAM-LINHA          00006950
                   MOVE WRK-COL-HISTSAL     TO AQH-H-COLUNAS            00006960
              WHEN WRK-TAB-HISTTRF                                      00006970
                   MOVE 'IVAN.HISTTRF'      TO AQH-H-ORIGEM             00006980
                   MOVE 038                 TO AQH-H-TAM-LINHA          00006990
                   MOVE WRK-COL-HISTTRF     TO AQH-H-COLUNAS            00007000
              WHEN WRK-TAB-FUNCHIST                                     00007010
                   MOVE 'IVAN.FUNCHIST'     TO AQH-H-ORIGEM             00007020
                   MOVE 117                 TO AQH-H-TAM-LINHA          00007030
                   MOVE WRK-COL-FUNCHIST    TO AQH-H-COLUNAS            00007040
              WHEN WRK-TAB-EVTMST                                       00007050
                   MOVE 'PR.FOUR021.EVTMST' TO AQH-H-ORIGEM             00007060
                   MOVE 066                 TO AQH-H-TAM-LINHA          00007070
                   MOVE WRK-COL-EVTMST      TO AQH-H-COLUNAS            00007080
            END-EVALUATE.                                               00007090
                                                                        00007100
            WRITE REG-ARQHIST.                                          00007110
                                                                        00007120
            IF WRK-TAB-EVTMST                                           00007130
               PERFORM 2500-ARQUIVAR-EVTMST                             00007140
            ELSE                                                        00007150
               PERFORM 2100-ABRIR-CURSOR                                00007160
               PERFORM 2200-LER-LINHA                                   00007170
               PERFORM 2300-GRAVAR-LINHA                                00007180
                  UNTIL WRK-FIM-LEITURA EQUAL 'S'                       00007190
               PERFORM 2400-FECHAR-CURSOR                               00007200
            END-IF.                                                     00007210
                                                                        00007220
      *          TRAILER COM A QUANTIDADE E AS DATAS EXTREMAS           00007230
                                                                        00007240
            IF WRK-ARQUIVADOS EQUAL ZERO                                00007250
               MOVE ZEROS TO WRK-DATA-MIN                               00007260
            END-IF.                                                     00007270
                                                                        00007280
            MOVE SPACES             TO REG-ARQHIST.                     00007290
            MOVE 'T'                TO AQH-TIPO.                        00007300
            MOVE WRK-TABELA         TO AQH-TABELA.                      00007310
            MOVE WRK-ARQUIVADOS     TO AQH-T-QTDE.                      00007320
            MOVE WRK-DATA-MIN       TO AQH-T-DATA-MIN.                  00007330
            MOVE WRK-DATA-MAX       TO AQH-T-DATA-MAX.                  00007340
            WRITE REG-ARQHIST.                                          00007350
                                                                        00007360
            CLOSE ARQHIST.                                              00007370
                                                                        00007380
            MOVE 'A'            TO AQX-SITUACAO.                        00007390
            MOVE ZEROS          TO AQX-EXPURGADOS.                      00007400
            MOVE WRK-DATA-SISTEMA TO AQX-DATA-ARQ.                      00007410
            MOVE WRK-HORA-SISTEMA TO AQX-HORA-ARQ.                      00007420
            MOVE WRK-CORTE-R    TO AQX-CORTE.                           00007430
            MOVE WRK-ARQUIVADOS TO AQX-QTDE.                            00007440
            MOVE WRK-DATA-MIN   TO AQX-DATA-MIN.                        00007450
            MOVE WRK-DATA-MAX   TO AQX-DATA-MAX.                        00007460
            MOVE WRK-EXPIRA-R   TO AQX-EXPIRA.                          00007470
            PERFORM 7000-GRAVAR-INDICE.                                 00007480
                                                                        00007490
            MOVE 'CORTE (ANTERIORES A)........:' TO WRK-LD-TEXTO.       00007500
            MOVE WRK-CORTE-R                     TO WRK-LD-DATA.        00007510
            WRITE FD-RELARH FROM WRK-LINHA-DATA.                        00007520
                                                                        00007530
            MOVE 'ARQUIVO VALIDO ATE..........:' TO WRK-LD-TEXTO.       00007540
            MOVE WRK-EXPIRA-R                    TO WRK-LD-DATA.        00007550
            WRITE FD-RELARH FROM WRK-LINHA-DATA.                        00007560
                                                                        00007570
            MOVE 'LINHAS ARQUIVADAS...........:' TO WRK-L-TEXTO.        00007580
            MOVE WRK-ARQUIVADOS                  TO WRK-L-VALOR.        00007590
            WRITE FD-RELARH FROM WRK-LINHA.                             00007600
                                                                        00007610
            IF WRK-ARQUIVADOS GREATER ZERO                              00007620
               MOVE 'DATA MAIS ANTIGA............:' TO WRK-LD-TEXTO     00007630
               MOVE WRK-DATA-MIN                    TO WRK-LD-DATA      00007640
               WRITE FD-RELARH FROM WRK-LINHA-DATA                      00007650
               MOVE 'DATA MAIS RECENTE...........:' TO WRK-LD-TEXTO     00007660
               MOVE WRK-DATA-MAX                    TO WRK-LD-DATA      00007670
               WRITE FD-RELARH FROM WRK-LINHA-DATA                      00007680
            END-IF.                                                     00007690
                                                                        00007700
            IF WRK-TAB-EVTMST                                           00007710
               MOVE 'EVENTOS MANTIDOS NO MESTRE..:' TO WRK-L-TEXTO      00007720
               MOVE WRK-MANTIDOS                    TO WRK-L-VALOR      00007730
               WRITE FD-RELARH FROM WRK-LINHA                           00007740
            END-IF.                                                     00007750
                                                                        00007760
            DISPLAY 'LINHAS ARQUIVADAS.....' WRK-ARQUIVADOS.            00007770
                                                                        00007780
       2000-99-FIM.                                            EXIT.    00007790
      *=============================================================*   00007800
                                                                        00007810
      *=============================================================*   00007820
       2100-ABRIR-CURSOR                                    SECTION.    00007830
                                                                        00007840
            EVALUATE TRUE                                               00007850
              WHEN WRK-TAB-AUDFUNC                                      00007860
                   EXEC SQL                                             00007870
                        OPEN CAUDFUNC                                   00007880
                   END-EXEC                                             00007890
              WHEN WRK-TAB-HISTSAL                                      00007900
                   EXEC SQL                                             00007910
                        OPEN CHISTSAL                                   00007920
                   END-EXEC                                             00007930
              WHEN WRK-TAB-HISTTRF                                      00007940
                   EXEC SQL                                             00007950
                        OPEN CHISTTRF                                   00007960
                   END-EXEC                                             00007970
              WHEN WRK-TAB-FUNCHIST                                     00007980
                   EXEC SQL                                             00007990
                        OPEN CFUNCHIS                                   00008000
                   END-EXEC                                             00008010
            END-EVALUATE.                                               00008020
                                                                        00008030
            IF SQLCODE NOT EQUAL 0                                      00008040
               MOVE SQLCODE TO WRK-SQLCODE                              00008050
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR'         00008060
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00008070
               MOVE '2100'                      TO WRK-SECAO            00008080
               MOVE 'ERRO OPEN CURSOR HISTOR. - ' TO WRK-MENSAGEM       00008090
               MOVE ZEROS                       TO WRK-STATUS           00008100
               PERFORM 9000-TRATARERROS                                 00008110
            END-IF.                                                     00008120
                                                                        00008130
       2100-99-FIM.                                            EXIT.    00008140
      *=============================================================*   00008150
                                                                        00008160
      *=============================================================*   00008170
       2200-LER-LINHA                                       SECTION.    00008180
                                                                        00008190
            EVALUATE TRUE                                               00008200
              WHEN WRK-TAB-AUDFUNC                                      00008210
                   EXEC SQL                                             00008220
                        FETCH CAUDFUNC                                  00008230
                         INTO :AUD-IDFUNC, :AUD-PROGRAMA,               00008240
                              :AUD-OPERADOR, :AUD-DATAHORA,             00008250
                              :AUD-OPERACAO, :AUD-IMAGEMANT,            00008260
                              :AUD-IMAGEMNOV                            00008270
                   END-EXEC                                             00008280
              WHEN WRK-TAB-HISTSAL                                      00008290
                   EXEC SQL                                             00008300
                        FETCH CHISTSAL                                  00008310
                         INTO :HSA-IDFUNC, :HSA-SALANT, :HSA-SALNOVO,   00008320
                              :HSA-DATAALT, :HSA-ORIGEM                 00008330
                   END-EXEC                                             00008340
              WHEN WRK-TAB-HISTTRF                                      00008350
                   EXEC SQL                                             00008360
                        FETCH CHISTTRF                                  00008370
                         INTO :HTR-IDFUNC, :HTR-SETORDE,                00008380
                              :HTR-SETORPARA, :HTR-DTEFET,              00008390
                              :HTR-MOTIVO                               00008400
                   END-EXEC                                             00008410
              WHEN WRK-TAB-FUNCHIST                                     00008420
                   EXEC SQL                                             00008430
                        FETCH CFUNCHIS                                  00008440
                         INTO :FHI-IDFUNC, :FHI-NOME, :FHI-IDADE,       00008450
                              :FHI-SALARIO, :FHI-EMAIL, :FHI-SETOR,     00008460
                              :FHI-DATAADM, :FHI-DATADEM,               00008470
                              :FHI-MOTIVO, :FHI-JUSTACAUSA              00008480
                   END-EXEC                                             00008490
            END-EVALUATE.                                               00008500
                                                                        00008510
            EVALUATE SQLCODE                                            00008520
              WHEN 0                                                    00008530
                   CONTINUE                                             00008540
              WHEN 100                                                  00008550
                   MOVE 'S' TO WRK-FIM-LEITURA                          00008560
              WHEN OTHER                                                00008570
                   MOVE SQLCODE TO WRK-SQLCODE                          00008580
                   DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH'              00008590
                   MOVE 'FR21ARH1'                  TO WRK-PROGRAMA     00008600
                   MOVE '2200'                      TO WRK-SECAO        00008610
                   MOVE 'ERRO FETCH HISTORICO     - ' TO WRK-MENSAGEM   00008620
                   MOVE ZEROS                       TO WRK-STATUS       00008630
                   PERFORM 9000-TRATARERROS                             00008640
            END-EVALUATE.                                               00008650
                                                                        00008660
       2200-99-FIM.                                            EXIT.    00008670
      *=============================================================*   00008680
                                                                        00008690
      *=============================================================*   00008700
       2300-GRAVAR-LINHA                                    SECTION.    00008710
                                                                        00008720
            MOVE SPACES     TO REG-ARQHIST.                             00008730
            MOVE 'D'        TO AQH-TIPO.                                00008740
            MOVE WRK-TABELA TO AQH-TABELA.                              00008750
                                                                        00008760
            EVALUATE TRUE                                               00008770
              WHEN WRK-TAB-AUDFUNC                                      00008780
                   MOVE AUD-IDFUNC         TO AQH-D-IDFUNC              00008790
                   MOVE AUD-DATAHORA(1:8)  TO WRK-DATA-REF              00008800
                   IF WRK-DATA-REF IS NOT NUMERIC                       00008810
                      MOVE ZEROS TO WRK-DATA-REF-R                      00008820
                   END-IF                                               00008830
                   MOVE AUD-PROGRAMA       TO AQH-AU-PROGRAMA           00008840
                   MOVE AUD-OPERADOR       TO AQH-AU-OPERADOR           00008850
                   MOVE AUD-DATAHORA       TO AQH-AU-DATAHORA           00008860
                   MOVE AUD-OPERACAO       TO AQH-AU-OPERACAO           00008870
                   MOVE AUD-IMAGEMANT      TO AQH-AU-IMAGEMANT          00008880
                   MOVE AUD-IMAGEMNOV      TO AQH-AU-IMAGEMNOV          00008890
              WHEN WRK-TAB-HISTSAL                                      00008900
                   MOVE HSA-IDFUNC         TO AQH-D-IDFUNC              00008910
                   MOVE HSA-DATAALT        TO WRK-DATA-X10              00008920
                   PERFORM 1200-CONVERTER-DATA                          00008930
                   MOVE HSA-SALANT         TO AQH-HS-SALANT             00008940
                   MOVE HSA-SALNOVO        TO AQH-HS-SALNOVO            00008950
                   MOVE HSA-DATAALT        TO AQH-HS-DATAALT            00008960
                   MOVE HSA-ORIGEM         TO AQH-HS-ORIGEM             00008970
              WHEN WRK-TAB-HISTTRF                                      00008980
                   MOVE HTR-IDFUNC         TO AQH-D-IDFUNC              00008990
                   MOVE HTR-DTEFET         TO WRK-DATA-X10              00009000
                   PERFORM 1200-CONVERTER-DATA                          00009010
                   MOVE HTR-SETORDE        TO AQH-HT-SETORDE            00009020
                   MOVE HTR-SETORPARA      TO AQH-HT-SETORPARA          00009030
                   MOVE HTR-DTEFET         TO AQH-HT-DTEFET             00009040
                   MOVE HTR-MOTIVO         TO AQH-HT-MOTIVO             00009050
              WHEN WRK-TAB-FUNCHIST                                     00009060
                   MOVE FHI-IDFUNC         TO AQH-D-IDFUNC              00009070
                   MOVE FHI-DATADEM        TO WRK-DATA-X10              00009080
                   PERFORM 1200-CONVERTER-DATA                          00009090
                   MOVE FHI-NOME           TO AQH-FH-NOME               00009100
                   MOVE FHI-IDADE          TO AQH-FH-IDADE              00009110
                   MOVE FHI-SALARIO        TO AQH-FH-SALARIO            00009120
                   MOVE FHI-EMAIL          TO AQH-FH-EMAIL              00009130
                   MOVE FHI-SETOR          TO AQH-FH-SETOR              00009140
                   MOVE FHI-DATAADM        TO AQH-FH-DATAADM            00009150
                   MOVE FHI-DATADEM        TO AQH-FH-DATADEM            00009160
                   MOVE FHI-MOTIVO         TO AQH-FH-MOTIVO             00009170
                   MOVE FHI-JUSTACAUSA     TO AQH-FH-JUSTACAUSA         00009180
            END-EVALUATE.                                               00009190
                                                                        00009200
            MOVE WRK-DATA-REF-R TO AQH-D-DATAREF.                       00009210
            PERFORM 2350-GRAVAR-DETALHE.                                00009220
                                                                        00009230
            PERFORM 2200-LER-LINHA.                                     00009240
                                                                        00009250
       2300-99-FIM.                                            EXIT.    00009260
      *=============================================================*   00009270
                                                                        00009280
      *=============================================================*   00009290
       2350-GRAVAR-DETALHE                                  SECTION.    00009300
                                                                        00009310
            WRITE REG-ARQHIST.                                          00009320
                                                                        00009330
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00009340
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00009350
               MOVE '2350'                      TO WRK-SECAO            00009360
               MOVE 'ERRO GRAVACAO ARQHIST    - ' TO WRK-MENSAGEM       00009370
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00009380
               PERFORM 9000-TRATARERROS                                 00009390
            END-IF.                                                     00009400
                                                                        00009410
            ADD 1 TO WRK-ARQUIVADOS.                                    00009420
                                                                        00009430
            IF AQH-D-DATAREF LESS WRK-DATA-MIN                          00009440
               MOVE AQH-D-DATAREF TO WRK-DATA-MIN                       00009450
            END-IF.                                                     00009460
            IF AQH-D-DATAREF GREATER WRK-DATA-MAX                       00009470
               MOVE AQH-D-DATAREF TO WRK-DATA-MAX                       00009480
            END-IF.                                                     00009490
                                                                        00009500
       2350-99-FIM.                                            EXIT.    00009510
      *=============================================================*   00009520
                                                                        00009530
      *=============================================================*   00009540
       2400-FECHAR-CURSOR                                   SECTION.    00009550
                                                                        00009560
            EVALUATE TRUE                                               00009570
              WHEN WRK-TAB-AUDFUNC                                      00009580
                   EXEC SQL                                             00009590
                        CLOSE CAUDFUNC                                  00009600
                   END-EXEC                                             00009610
              WHEN WRK-TAB-HISTSAL                                      00009620
                   EXEC SQL                                             00009630
                        CLOSE CHISTSAL                                  00009640
                   END-EXEC                                             00009650
              WHEN WRK-TAB-HISTTRF                                      00009660
                   EXEC SQL                                             00009670
                        CLOSE CHISTTRF                                  00009680
                   END-EXEC                                             00009690
              WHEN WRK-TAB-FUNCHIST                                     00009700
                   EXEC SQL                                             00009710
                        CLOSE CFUNCHIS                                  00009720
                   END-EXEC                                             00009730
            END-EVALUATE.                                               00009740
                                                                        00009750
       2400-99-FIM.                                            EXIT.    00009760
      *=============================================================*   00009770
                                                                        00009780
      *=============================================================*   00009790
       2500-ARQUIVAR-EVTMST                                 SECTION.    00009800
                                                                        00009810
      *          SO EVENTOS ACEITOS PELO ORGAO E ENVIADOS ANTES DO      00009820
      *          CORTE; O MESTRE NAO E ALTERADO NESTE PASSO             00009830
                                                                        00009840
            OPEN INPUT EVTMST.                                          00009850
                                                                        00009860
            IF WRK-FS-EVTMST NOT EQUAL ZEROS                            00009870
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00009880
               MOVE '2500'                      TO WRK-SECAO            00009890
               MOVE 'ERRO OPEN EVTMST         - ' TO WRK-MENSAGEM       00009900
               MOVE WRK-FS-EVTMST               TO WRK-STATUS           00009910
               PERFORM 9000-TRATARERROS                                 00009920
            END-IF.                                                     00009930
                                                                        00009940
            READ EVTMST.                                                00009950
                                                                        00009960
            PERFORM UNTIL WRK-FS-EVTMST NOT EQUAL ZEROS                 00009970
               IF FD-MS-STATUS EQUAL 'A'                                00009980
                  AND FD-MS-DATA-ENV LESS WRK-CORTE-R                   00009990
                  MOVE SPACES          TO REG-ARQHIST                   00010000
                  MOVE 'D'             TO AQH-TIPO                      00010010
                  MOVE WRK-TABELA      TO AQH-TABELA                    00010020
                  IF FD-MS-IDFUNC IS NUMERIC                            00010030
                     MOVE FD-MS-IDFUNC TO AQH-D-IDFUNC                  00010040
                  ELSE                                                  00010050
                     MOVE ZEROS        TO AQH-D-IDFUNC                  00010060
                  END-IF                                                00010070
                  MOVE FD-MS-DATA-ENV  TO AQH-D-DATAREF                 00010080
                  MOVE FD-EVTMST       TO AQH-EV-REGISTRO               00010090
                  PERFORM 2350-GRAVAR-DETALHE                           00010100
               ELSE                                                     00010110
                  ADD 1 TO WRK-MANTIDOS                                 00010120
               END-IF                                                   00010130
               READ EVTMST                                              00010140
            END-PERFORM.                                                00010150
                                                                        00010160
            CLOSE EVTMST.                                               00010170
                                                                        00010180
       2500-99-FIM.                                            EXIT.    00010190
      *=============================================================*   00010200
                                                                        00010210
      *=============================================================*   00010220
       3000-EXPURGAR                                        SECTION.    00010230
                                                                        00010240
            OPEN INPUT ARQHIST.                                         00010250
                                                                        00010260
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00010270
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00010280
               MOVE '3000'                      TO WRK-SECAO            00010290
               MOVE 'ERRO OPEN ARQHIST        - ' TO WRK-MENSAGEM       00010300
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00010310
               PERFORM 9000-TRATARERROS                                 00010320
            END-IF.                                                     00010330
                                                                        00010340
      *          A GERACAO TEM DE SER DA TABELA PEDIDA; O CORTE         00010350
      *          VALE O DO HEADER, NAO UM RECALCULADO HOJE              00010360
                                                                        00010370
            READ ARQHIST.                                               00010380
                                                                        00010390
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00010400
               OR AQH-TIPO NOT EQUAL 'H'                                00010410
               OR AQH-TABELA NOT EQUAL WRK-TABELA                       00010420
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00010430
               MOVE '3000'                      TO WRK-SECAO            00010440
               MOVE 'GERACAO SEM HEADER DA TAB. - ' TO WRK-MENSAGEM     00010450
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00010460
               PERFORM 9000-TRATARERROS                                 00010470
            END-IF.                                                     00010480
                                                                        00010490
            MOVE AQH-H-DATA-ARQ TO WRK-HDR-DATA-ARQ.                    00010500
            MOVE AQH-H-HORA-ARQ TO WRK-HDR-HORA-ARQ.                    00010510
            MOVE AQH-H-ANOS-ONL TO WRK-HDR-ANOS-ONL.                    00010520
            MOVE AQH-H-ANOS-ARQ TO WRK-HDR-ANOS-ARQ.                    00010530
            MOVE AQH-H-EXPIRA   TO WRK-HDR-EXPIRA.                      00010540
            MOVE AQH-H-CORTE    TO WRK-CORTE-R.                         00010550
            PERFORM 1170-MONTAR-CORTE.                                  00010560
                                                                        00010570
            IF WRK-TAB-EVTMST                                           00010580
               PERFORM 3500-EXPURGAR-EVTMST                             00010590
            ELSE                                                        00010600
               PERFORM 3100-RETOMADA                                    00010610
               READ ARQHIST                                             00010620
               PERFORM 3200-TRATAR-DETALHE                              00010630
                  UNTIL WRK-FIM-LEITURA EQUAL 'S'                       00010640
               PERFORM 3300-EXPURGAR-FUNC                               00010650
               EXEC SQL                                                 00010660
                    COMMIT                                              00010670
               END-EXEC                                                 00010680
            END-IF.                                                     00010690
                                                                        00010700
            CLOSE ARQHIST.                                              00010710
                                                                        00010720
            IF WRK-TRL-QTDE NOT EQUAL WRK-LIDOS-DET                     00010730
               DISPLAY 'TRAILER ' WRK-TRL-QTDE                          00010740
                       ' DETALHES ' WRK-LIDOS-DET                       00010750
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00010760
               MOVE '3000'                      TO WRK-SECAO            00010770
               MOVE 'TRAILER NAO CONFERE      - ' TO WRK-MENSAGEM       00010780
               MOVE ZEROS                       TO WRK-STATUS           00010790
               PERFORM 9000-TRATARERROS                                 00010800
            END-IF.                                                     00010810
                                                                        00010820
      *          DATA DO ULTIMO ARQUIVAMENTO NA RETENCAO                00010830
                                                                        00010840
            MOVE WRK-TABELA   TO RTC-TABELA.                            00010850
            MOVE WRK-DATA-DB2 TO RTC-DTULTARQ.                          00010860
                                                                        00010870
            EXEC SQL                                                    00010880
                 UPDATE IVAN.RETENCAO                                   00010890
                    SET DTULTARQ = :RTC-DTULTARQ                        00010900
                  WHERE TABELA   = :RTC-TABELA                          00010910
            END-EXEC.                                                   00010920
                                                                        00010930
            IF SQLCODE NOT EQUAL 0                                      00010940
               MOVE SQLCODE TO WRK-SQLCODE                              00010950
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DA RETENCAO'     00010960
            END-IF.                                                     00010970
                                                                        00010980
            EXEC SQL                                                    00010990
                 COMMIT                                                 00011000
            END-EXEC.                                                   00011010
                                                                        00011020
            IF NOT WRK-TAB-EVTMST                                       00011030
               MOVE 'Z'           TO LNK-CK-OPERACAO                    00011040
               MOVE WRK-CKP-CHAVE TO LNK-CK-PROGRAMA                    00011050
               CALL 'FR21CKP1' USING LNK-CKPT                           00011060
            END-IF.                                                     00011070
                                                                        00011080
            MOVE 'E'              TO AQX-SITUACAO.                      00011090
            MOVE WRK-HDR-DATA-ARQ TO AQX-DATA-ARQ.                      00011100
            MOVE WRK-HDR-HORA-ARQ TO AQX-HORA-ARQ.                      00011110
            MOVE WRK-CORTE-R      TO AQX-CORTE.                         00011120
            MOVE WRK-TRL-QTDE     TO AQX-QTDE.                          00011130
            MOVE WRK-DATA-MIN     TO AQX-DATA-MIN.                      00011140
            MOVE WRK-DATA-MAX     TO AQX-DATA-MAX.                      00011150
            MOVE WRK-HDR-EXPIRA   TO AQX-EXPIRA.                        00011160
            MOVE WRK-EXPURGADOS   TO AQX-EXPURGADOS.                    00011170
            PERFORM 7000-GRAVAR-INDICE.                                 00011180
                                                                        00011190
            MOVE 'CORTE (ANTERIORES A)........:' TO WRK-LD-TEXTO.       00011200
            MOVE WRK-CORTE-R                     TO WRK-LD-DATA.        00011210
            WRITE FD-RELARH FROM WRK-LINHA-DATA.                        00011220
                                                                        00011230
            MOVE 'GERACAO ARQUIVADA EM........:' TO WRK-LD-TEXTO.       00011240
            MOVE WRK-HDR-DATA-ARQ                TO WRK-LD-DATA.        00011250
            WRITE FD-RELARH FROM WRK-LINHA-DATA.                        00011260
                                                                        00011270
            MOVE 'LINHAS NA GERACAO...........:' TO WRK-L-TEXTO.        00011280
            MOVE WRK-TRL-QTDE                    TO WRK-L-VALOR.        00011290
            WRITE FD-RELARH FROM WRK-LINHA.                             00011300
                                                                        00011310
            MOVE 'LINHAS EXPURGADAS...........:' TO WRK-L-TEXTO.        00011320
            MOVE WRK-EXPURGADOS                  TO WRK-L-VALOR.        00011330
            WRITE FD-RELARH FROM WRK-LINHA.                             00011340
                                                                        00011350
            MOVE 'JA EXPURGADAS ANTES.........:' TO WRK-L-TEXTO.        00011360
            MOVE WRK-JA-EXPURGADOS               TO WRK-L-VALOR.        00011370
            WRITE FD-RELARH FROM WRK-LINHA.                             00011380
                                                                        00011390
            IF WRK-TAB-EVTMST                                           00011400
               MOVE 'EVENTOS MANTIDOS NO MESTRE..:' TO WRK-L-TEXTO      00011410
               MOVE WRK-MANTIDOS                    TO WRK-L-VALOR      00011420
            ELSE                                                        00011430
               MOVE 'FUNCIONARIOS EXPURGADOS.....:' TO WRK-L-TEXTO      00011440
               MOVE WRK-FUNCS                       TO WRK-L-VALOR      00011450
            END-IF.                                                     00011460
            WRITE FD-RELARH FROM WRK-LINHA.                             00011470
                                                                        00011480
            DISPLAY 'LINHAS EXPURGADAS.....' WRK-EXPURGADOS.            00011490
            DISPLAY 'JA EXPURGADAS.........' WRK-JA-EXPURGADOS.         00011500
                                                                        00011510
       3000-99-FIM.                                            EXIT.    00011520
      *=============================================================*   00011530
                                                                        00011540
      *=============================================================*   00011550
       3100-RETOMADA                                        SECTION.    00011560
                                                                        00011570
      *          SO VALE O CHECKPOINT DA MESMA GERACAO (DATA/HORA       00011580
      *          DO HEADER); A POSICAO E A QUANTIDADE DE DETALHES       00011590
      *          DOS LOTES JA CONFIRMADOS                               00011600
                                                                        00011610
            MOVE 'L'           TO LNK-CK-OPERACAO.                      00011620
            MOVE WRK-CKP-CHAVE TO LNK-CK-PROGRAMA.                      00011630
            CALL 'FR21CKP1' USING LNK-CKPT.                             00011640
                                                                        00011650
            IF LNK-CK-STATUS EQUAL '0'                                  00011660
               AND LNK-CK-POSICAO GREATER ZEROS                         00011670
               MOVE LNK-CK-TOTAIS TO WRK-CKP-TOTAIS                     00011680
               IF WRK-CKP-DATA-ARQ EQUAL WRK-HDR-DATA-ARQ               00011690
                  AND WRK-CKP-HORA-ARQ EQUAL WRK-HDR-HORA-ARQ           00011700
                  MOVE LNK-CK-POSICAO     TO WRK-PULAR                  00011710
                  MOVE WRK-CKP-EXPURGADOS TO WRK-EXPURGADOS             00011720
                  MOVE WRK-CKP-JA-EXPURG  TO WRK-JA-EXPURGADOS          00011730
                  MOVE WRK-CKP-FUNCS      TO WRK-FUNCS                  00011740
                  DISPLAY 'RETOMADA DO EXPURGO APOS ' WRK-PULAR         00011750
                          ' LINHAS DA GERACAO'                          00011760
               ELSE                                                     00011770
                  DISPLAY 'CHECKPOINT DE OUTRA GERACAO IGNORADO'        00011780
               END-IF                                                   00011790
            END-IF.                                                     00011800
                                                                        00011810
            MOVE WRK-HDR-DATA-ARQ TO WRK-CKP-DATA-ARQ.                  00011820
            MOVE WRK-HDR-HORA-ARQ TO WRK-CKP-HORA-ARQ.                  00011830
                                                                        00011840
       3100-99-FIM.                                            EXIT.    00011850
      *=============================================================*   00011860
                                                                        00011870
      *=============================================================*   00011880
       3200-TRATAR-DETALHE                                  SECTION.    00011890
                                                                        00011900
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00011910
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00011920
               MOVE '3200'                      TO WRK-SECAO            00011930
               MOVE 'GERACAO SEM TRAILER      - ' TO WRK-MENSAGEM       00011940
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00011950
               PERFORM 9000-TRATARERROS                                 00011960
            END-IF.                                                     00011970
                                                                        00011980
            IF AQH-TIPO EQUAL 'T'                                       00011990
               MOVE AQH-T-QTDE     TO WRK-TRL-QTDE                      00012000
               MOVE AQH-T-DATA-MIN TO WRK-DATA-MIN                      00012010
               MOVE AQH-T-DATA-MAX TO WRK-DATA-MAX                      00012020
               MOVE 'S'            TO WRK-FIM-LEITURA                   00012030
               GO TO 3200-99-FIM                                        00012040
            END-IF.                                                     00012050
                                                                        00012060
            ADD 1 TO WRK-LIDOS-DET.                                     00012070
                                                                        00012080
      *          LOTES JA CONFIRMADOS ANTES DA INTERRUPCAO              00012090
                                                                        00012100
            IF WRK-LIDOS-DET NOT GREATER WRK-PULAR                      00012110
               GO TO 3200-50-LER                                        00012120
            END-IF.                                                     00012130
                                                                        00012140
      *          QUEBRA DE FUNCIONARIO: EXPURGA O ANTERIOR              00012150
                                                                        00012160
            IF WRK-GRP-QTDE GREATER ZERO                                00012170
               AND AQH-D-IDFUNC NOT EQUAL WRK-GRP-IDFUNC                00012180
               PERFORM 3300-EXPURGAR-FUNC                               00012190
            END-IF.                                                     00012200
                                                                        00012210
            MOVE AQH-D-IDFUNC TO WRK-GRP-IDFUNC.                        00012220
            ADD 1 TO WRK-GRP-QTDE.                                      00012230
                                                                        00012240
       3200-50-LER.                                                     00012250
                                                                        00012260
            READ ARQHIST.                                               00012270
                                                                        00012280
       3200-99-FIM.                                            EXIT.    00012290
      *=============================================================*   00012300
                                                                        00012310
      *=============================================================*   00012320
       3300-EXPURGAR-FUNC                                   SECTION.    00012330
                                                                        00012340
            IF WRK-GRP-QTDE EQUAL ZERO                                  00012350
               GO TO 3300-99-FIM                                        00012360
            END-IF.                                                     00012370
                                                                        00012380
            EVALUATE TRUE                                               00012390
              WHEN WRK-TAB-AUDFUNC                                      00012400
                   MOVE WRK-GRP-IDFUNC TO AUD-IDFUNC                    00012410
                   EXEC SQL                                             00012420
                        DELETE FROM IVAN.AUDFUNC                        00012430
                         WHERE IDFUNC   = :AUD-IDFUNC                   00012440
                           AND DATAHORA < :WRK-CORTE-AUD                00012450
                   END-EXEC                                             00012460
              WHEN WRK-TAB-HISTSAL                                      00012470
                   MOVE WRK-GRP-IDFUNC TO HSA-IDFUNC                    00012480
                   EXEC SQL                                             00012490
                        DELETE FROM IVAN.HISTSAL                        00012500
                         WHERE IDFUNC  = :HSA-IDFUNC                    00012510
                           AND DATAALT < :WRK-CORTE-DB2                 00012520
                   END-EXEC                                             00012530
              WHEN WRK-TAB-HISTTRF                                      00012540
                   MOVE WRK-GRP-IDFUNC TO HTR-IDFUNC                    00012550
                   EXEC SQL                                             00012560
                        DELETE FROM IVAN.HISTTRF                        00012570
                         WHERE IDFUNC = :HTR-IDFUNC                     00012580
                           AND DTEFET < :WRK-CORTE-DB2                  00012590
                   END-EXEC                                             00012600
              WHEN WRK-TAB-FUNCHIST                                     00012610
                   MOVE WRK-GRP-IDFUNC TO FHI-IDFUNC                    00012620
                   EXEC SQL                                             00012630
                        DELETE FROM IVAN.FUNCHIST                       00012640
                         WHERE IDFUNC  = :FHI-IDFUNC                    00012650
                           AND DATADEM < :WRK-CORTE-DB2                 00012660
                   END-EXEC                                             00012670
            END-EVALUATE.                                               00012680
                                                                        00012690
            IF SQLCODE NOT EQUAL 0 AND NOT EQUAL 100                    00012700
               MOVE SQLCODE TO WRK-SQLCODE                              00012710
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO DELETE DO FUNC. '       00012720
                       WRK-GRP-IDFUNC                                   00012730
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00012740
               MOVE '3300'                      TO WRK-SECAO            00012750
               MOVE 'ERRO DELETE HISTORICO    - ' TO WRK-MENSAGEM       00012760
               MOVE ZEROS                       TO WRK-STATUS           00012770
               PERFORM 9000-TRATARERROS                                 00012780
            END-IF.                                                     00012790
                                                                        00012800
            IF SQLCODE EQUAL 100                                        00012810
               MOVE ZEROS TO WRK-DEL-QTDE                               00012820
            ELSE                                                        00012830
               MOVE SQLERRD(3) TO WRK-DEL-QTDE                          00012840
            END-IF.                                                     00012850
                                                                        00012860
      *          MAIS LINHAS NA BASE DO QUE NO ARQUIVO: ALGUMA LINHA    00012870
      *          SERIA APAGADA SEM COPIA - DESFAZ E ABORTA. MENOS       00012880
      *          LINHAS: LOTE JA APAGADO ANTES DE UMA INTERRUPCAO       00012890
                                                                        00012900
            IF WRK-DEL-QTDE GREATER WRK-GRP-QTDE                        00012910
               DISPLAY 'FUNC. ' WRK-GRP-IDFUNC ' ARQUIVADAS '           00012920
                       WRK-GRP-QTDE ' NA BASE ' WRK-DEL-QTDE            00012930
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00012940
               MOVE '3300'                      TO WRK-SECAO            00012950
               MOVE 'LINHA NAO ARQUIVADA NA BASE- ' TO WRK-MENSAGEM     00012960
               MOVE ZEROS                       TO WRK-STATUS           00012970
               PERFORM 9000-TRATARERROS                                 00012980
            END-IF.                                                     00012990
                                                                        00013000
            ADD WRK-DEL-QTDE TO WRK-EXPURGADOS.                         00013010
            COMPUTE WRK-JA-EXPURGADOS = WRK-JA-EXPURGADOS               00013020
                                      + WRK-GRP-QTDE - WRK-DEL-QTDE.    00013030
            ADD 1 TO WRK-FUNCS.                                         00013040
            MOVE ZEROS TO WRK-GRP-QTDE.                                 00013050
                                                                        00013060
            ADD 1 TO WRK-DESDE-CKP.                                     00013070
            IF WRK-DESDE-CKP NOT LESS WRK-FREQ-CKP                      00013080
               PERFORM 3400-CHECKPOINT                                  00013090
            END-IF.                                                     00013100
                                                                        00013110
       3300-99-FIM.                                            EXIT.    00013120
      *=============================================================*   00013130
                                                                        00013140
      *=============================================================*   00013150
       3400-CHECKPOINT                                      SECTION.    00013160
                                                                        00013170
      *          CONFIRMA O LOTE E GRAVA A POSICAO: DETALHES LIDOS      00013180
      *          MENOS O DO FUNCIONARIO SEGUINTE, JA EM MAOS            00013190
                                                                        00013200
            EXEC SQL                                                    00013210
                 COMMIT                                                 00013220
            END-EXEC.                                                   00013230
                                                                        00013240
            MOVE WRK-EXPURGADOS    TO WRK-CKP-EXPURGADOS.               00013250
            MOVE WRK-JA-EXPURGADOS TO WRK-CKP-JA-EXPURG.                00013260
            MOVE WRK-FUNCS         TO WRK-CKP-FUNCS.                    00013270
                                                                        00013280
            MOVE 'G'            TO LNK-CK-OPERACAO.                     00013290
            MOVE WRK-CKP-CHAVE  TO LNK-CK-PROGRAMA.                     00013300
            IF WRK-FIM-LEITURA EQUAL 'S'                                00013310
               MOVE WRK-LIDOS-DET TO LNK-CK-POSICAO                     00013320
            ELSE                                                        00013330
               COMPUTE LNK-CK-POSICAO = WRK-LIDOS-DET - 1               00013340
            END-IF.                                                     00013350
            MOVE WRK-CKP-TOTAIS TO LNK-CK-TOTAIS.                       00013360
            CALL 'FR21CKP1' USING LNK-CKPT.                             00013370
                                                                        00013380
            MOVE ZEROS TO WRK-DESDE-CKP.                                00013390
                                                                        00013400
       3400-99-FIM.                                            EXIT.    00013410
      *=============================================================*   00013420
                                                                        00013430
      *=============================================================*   00013440
       3500-EXPURGAR-EVTMST                                 SECTION.    00013450
                                                                        00013460
      *          REGRAVA O MESTRE SEM OS EVENTOS ARQUIVADOS (MESMO      00013470
      *          CRITERIO DO PASSO 'A', CORTE DO HEADER); A             00013480
      *          QUANTIDADE RETIRADA TEM DE BATER COM O TRAILER         00013490
                                                                        00013500
            OPEN INPUT  EVTMST.                                         00013510
            OPEN OUTPUT EVTMSTN.                                        00013520
                                                                        00013530
            IF WRK-FS-EVTMST NOT EQUAL ZEROS                            00013540
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00013550
               MOVE '3500'                      TO WRK-SECAO            00013560
               MOVE 'ERRO OPEN EVTMST         - ' TO WRK-MENSAGEM       00013570
               MOVE WRK-FS-EVTMST               TO WRK-STATUS           00013580
               PERFORM 9000-TRATARERROS                                 00013590
            END-IF.                                                     00013600
                                                                        00013610
            IF WRK-FS-EVTMSTN NOT EQUAL ZEROS                           00013620
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00013630
               MOVE '3500'                      TO WRK-SECAO            00013640
               MOVE 'ERRO OPEN EVTMSTN        - ' TO WRK-MENSAGEM       00013650
               MOVE WRK-FS-EVTMSTN              TO WRK-STATUS           00013660
               PERFORM 9000-TRATARERROS                                 00013670
            END-IF.                                                     00013680
                                                                        00013690
            READ ARQHIST.                                               00013700
            PERFORM UNTIL WRK-FS-ARQHIST NOT EQUAL ZEROS                00013710
                       OR AQH-TIPO EQUAL 'T'                            00013720
               ADD 1 TO WRK-LIDOS-DET                                   00013730
               READ ARQHIST                                             00013740
            END-PERFORM.                                                00013750
                                                                        00013760
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00013770
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00013780
               MOVE '3500'                      TO WRK-SECAO            00013790
               MOVE 'GERACAO SEM TRAILER      - ' TO WRK-MENSAGEM       00013800
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00013810
               PERFORM 9000-TRATARERROS                                 00013820
            END-IF.                                                     00013830
                                                                        00013840
            MOVE AQH-T-QTDE     TO WRK-TRL-QTDE.                        00013850
            MOVE AQH-T-DATA-MIN TO WRK-DATA-MIN.                        00013860
            MOVE AQH-T-DATA-MAX TO WRK-DATA-MAX.                        00013870
                                                                        00013880
            READ EVTMST.                                                00013890
                                                                        00013900
            PERFORM UNTIL WRK-FS-EVTMST NOT EQUAL ZEROS                 00013910
               IF FD-MS-STATUS EQUAL 'A'                                00013920
                  AND FD-MS-DATA-ENV LESS WRK-CORTE-R                   00013930
                  ADD 1 TO WRK-EXPURGADOS                               00013940
               ELSE                                                     00013950
                  WRITE FD-EVTMSTN FROM FD-EVTMST                       00013960
                  ADD 1 TO WRK-MANTIDOS                                 00013970
               END-IF                                                   00013980
               READ EVTMST                                              00013990
            END-PERFORM.                                                00014000
                                                                        00014010
            CLOSE EVTMST EVTMSTN.                                       00014020
                                                                        00014030
            IF WRK-EXPURGADOS NOT EQUAL WRK-TRL-QTDE                    00014040
               DISPLAY 'ARQUIVADOS ' WRK-TRL-QTDE                       00014050
                       ' RETIRADOS ' WRK-EXPURGADOS                     00014060
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00014070
               MOVE '3500'                      TO WRK-SECAO            00014080
               MOVE 'MESTRE DIFERE DO ARQUIVO - ' TO WRK-MENSAGEM       00014090
               MOVE ZEROS                       TO WRK-STATUS           00014100
               PERFORM 9000-TRATARERROS                                 00014110
            END-IF.                                                     00014120
                                                                        00014130
       3500-99-FIM.                                            EXIT.    00014140
      *=============================================================*   00014150
                                                                        00014160
      *=============================================================*   00014170
       4000-MANUTENCAO                                      SECTION.    00014180
                                                                        00014190
            OPEN INPUT RETCARD.                                         00014200
                                                                        00014210
            IF WRK-FS-RETCARD NOT EQUAL ZEROS                           00014220
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00014230
               MOVE '4000'                      TO WRK-SECAO            00014240
               MOVE 'ERRO OPEN RETCARD        - ' TO WRK-MENSAGEM       00014250
               MOVE WRK-FS-RETCARD              TO WRK-STATUS           00014260
               PERFORM 9000-TRATARERROS                                 00014270
            END-IF.                                                     00014280
                                                                        00014290
            READ RETCARD.                                               00014300
            PERFORM 4100-TRATAR-CARTAO                                  00014310
               UNTIL WRK-FS-RETCARD NOT EQUAL ZEROS.                    00014320
                                                                        00014330
            CLOSE RETCARD.                                              00014340
                                                                        00014350
            EXEC SQL                                                    00014360
                 COMMIT                                                 00014370
            END-EXEC.                                                   00014380
                                                                        00014390
            WRITE FD-RELARH FROM WRK-LINHA-VAZIA.                       00014400
                                                                        00014410
            MOVE 'CARTOES LIDOS...............:' TO WRK-L-TEXTO.        00014420
            MOVE WRK-CARTOES                     TO WRK-L-VALOR.        00014430
            WRITE FD-RELARH FROM WRK-LINHA.                             00014440
                                                                        00014450
            MOVE 'RETENCOES INCLUIDAS.........:' TO WRK-L-TEXTO.        00014460
            MOVE WRK-INCLUIDOS                   TO WRK-L-VALOR.        00014470
            WRITE FD-RELARH FROM WRK-LINHA.                             00014480
                                                                        00014490
            MOVE 'RETENCOES ALTERADAS.........:' TO WRK-L-TEXTO.        00014500
            MOVE WRK-ALTERADOS                   TO WRK-L-VALOR.        00014510
            WRITE FD-RELARH FROM WRK-LINHA.                             00014520
                                                                        00014530
            MOVE 'CARTOES REJEITADOS..........:' TO WRK-L-TEXTO.        00014540
            MOVE WRK-REJEITADOS                  TO WRK-L-VALOR.        00014550
            WRITE FD-RELARH FROM WRK-LINHA.                             00014560
                                                                        00014570
            IF WRK-REJEITADOS GREATER ZERO                              00014580
               MOVE 4 TO RETURN-CODE                                    00014590
            END-IF.                                                     00014600
                                                                        00014610
       4000-99-FIM.                                            EXIT.    00014620
      *=============================================================*   00014630
                                                                        00014640
      *=============================================================*   00014650
       4100-TRATAR-CARTAO                                   SECTION.    00014660
                                                                        00014670
            ADD 1 TO WRK-CARTOES.                                       00014680
                                                                        00014690
            MOVE FD-RC-TABELA TO WRK-TABELA.                            00014700
            MOVE FD-RC-TABELA TO WRK-LC-TABELA.                         00014710
            MOVE SPACES       TO WRK-LC-MSG.                            00014720
                                                                        00014730
            IF NOT WRK-TAB-VALIDA                                       00014740
               MOVE 'TABELA SEM ARQUIVAMENTO   - REJEITADO'             00014750
                                       TO WRK-LC-MSG                    00014760
               GO TO 4100-80-REJEITAR                                   00014770
            END-IF.                                                     00014780
                                                                        00014790
            IF FD-RC-ANOS-ONL IS NOT NUMERIC                            00014800
               OR FD-RC-ANOS-ARQ IS NOT NUMERIC                         00014810
               MOVE 'ANOS NAO NUMERICOS        - REJEITADO'             00014820
                                       TO WRK-LC-MSG                    00014830
               GO TO 4100-80-REJEITAR                                   00014840
            END-IF.                                                     00014850
                                                                        00014860
            MOVE FD-RC-ANOS-ONL TO WRK-LC-ANOS-ONL.                     00014870
            MOVE FD-RC-ANOS-ARQ TO WRK-LC-ANOS-ARQ.                     00014880
                                                                        00014890
            IF FD-RC-ANOS-ONL EQUAL ZERO                                00014900
               MOVE 'ANOS NA BASE ZERADO       - REJEITADO'             00014910
                                       TO WRK-LC-MSG                    00014920
               GO TO 4100-80-REJEITAR                                   00014930
            END-IF.                                                     00014940
                                                                        00014950
            MOVE FD-RC-TABELA   TO RTC-TABELA.                          00014960
            MOVE FD-RC-ANOS-ONL TO RTC-ANOSONLINE.                      00014970
            MOVE FD-RC-ANOS-ARQ TO RTC-ANOSARQ.                         00014980
                                                                        00014990
            EXEC SQL                                                    00015000
                 UPDATE IVAN.RETENCAO                                   00015010
                    SET ANOSONLINE = :RTC-ANOSONLINE,                   00015020
                        ANOSARQ    = :RTC-ANOSARQ                       00015030
                  WHERE TABELA     = :RTC-TABELA                        00015040
            END-EXEC.                                                   00015050
                                                                        00015060
            EVALUATE SQLCODE                                            00015070
              WHEN 0                                                    00015080
                   ADD 1 TO WRK-ALTERADOS                               00015090
                   MOVE 'RETENCAO ALTERADA' TO WRK-LC-MSG               00015100
              WHEN 100                                                  00015110
                   MOVE SPACES TO RTC-DTULTARQ                          00015120
                   EXEC SQL                                             00015130
                        INSERT INTO IVAN.RETENCAO                       00015140
                               (TABELA, ANOSONLINE, ANOSARQ, DTULTARQ)  00015150
                        VALUES (:RTC-TABELA, :RTC-ANOSONLINE,           00015160
                                :RTC-ANOSARQ, :RTC-DTULTARQ)            00015170
                   END-EXEC                                             00015180
                   IF SQLCODE NOT EQUAL 0                               00015190
                      MOVE SQLCODE TO WRK-SQLCODE                       00015200
                      DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT'          00015210
                      MOVE 'ERRO NO INSERT DA RETENCAO - REJEITADO'     00015220
                                          TO WRK-LC-MSG                 00015230
                      GO TO 4100-80-REJEITAR                            00015240
                   END-IF                                               00015250
                   ADD 1 TO WRK-INCLUIDOS                               00015260
                   MOVE 'RETENCAO INCLUIDA' TO WRK-LC-MSG               00015270
              WHEN OTHER                                                00015280
                   MOVE SQLCODE TO WRK-SQLCODE                          00015290
                   DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE'             00015300
                   MOVE 'ERRO NO UPDATE DA RETENCAO - REJEITADO'        00015310
                                       TO WRK-LC-MSG                    00015320
                   GO TO 4100-80-REJEITAR                               00015330
            END-EVALUATE.                                               00015340
                                                                        00015350
            WRITE FD-RELARH FROM WRK-LINHA-CARTAO.                      00015360
            GO TO 4100-90-LER.                                          00015370
                                                                        00015380
       4100-80-REJEITAR.                                                00015390
                                                                        00015400
            ADD 1 TO WRK-REJEITADOS.                                    00015410
            WRITE FD-RELARH FROM WRK-LINHA-CARTAO.                      00015420
                                                                        00015430
       4100-90-LER.                                                     00015440
                                                                        00015450
            MOVE ZEROS TO WRK-LC-ANOS-ONL WRK-LC-ANOS-ARQ.              00015460
            READ RETCARD.                                               00015470
                                                                        00015480
       4100-99-FIM.                                            EXIT.    00015490
      *=============================================================*   00015500
                                                                        00015510
      *=============================================================*   00015520
       7000-GRAVAR-INDICE                                   SECTION.    00015530
                                                                        00015540
            MOVE WRK-TABELA TO AQX-TABELA.                              00015550
                                                                        00015560
            OPEN EXTEND ARQHIDX.                                        00015570
                                                                        00015580
            IF WRK-FS-ARQHIDX NOT EQUAL ZEROS                           00015590
               MOVE 'FR21ARH1'                  TO WRK-PROGRAMA         00015600
               MOVE '7000'                      TO WRK-SECAO            00015610
               MOVE 'ERRO OPEN ARQHIDX        - ' TO WRK-MENSAGEM       00015620
               MOVE WRK-FS-ARQHIDX              TO WRK-STATUS           00015630
               PERFORM 9000-TRATARERROS                                 00015640
            END-IF.                                                     00015650
                                                                        00015660
            WRITE REG-ARQHIDX.                                          00015670
            CLOSE ARQHIDX.                                              00015680
                                                                        00015690
       7000-99-FIM.                                            EXIT.    00015700
      *=============================================================*   00015710
                                                                        00015720
      *=============================================================*   00015730
       8000-FINALIZAR                                       SECTION.    00015740
                                                                        00015750
             CLOSE RELARH.                                              00015760
                                                                        00015770
             DISPLAY 'MODO..................' WRK-MODO.                 00015780
             DISPLAY 'TABELA................' WRK-TABELA.               00015790
             DISPLAY WRK-MSG-FINAL.                                     00015800
             STOP RUN.                                                  00015810
                                                                        00015820
       8000-99-FIM.                                            EXIT.    00015830
      *=============================================================*   00015840
                                                                        00015850
      *=============================================================*   00015860
       9000-TRATARERROS                                     SECTION.    00015870
                                                                        00015880
             EXEC SQL                                                   00015890
                  ROLLBACK                                              00015900
             END-EXEC.                                                  00015910
                                                                        00015920
             MOVE 'E' TO WRK-SEVERIDADE.                                00015930
             CALL 'GRAVALOG' USING WRK-DADOS.                           00015940
             STOP RUN.                                                  00015950
                                                                        00015960
       9000-99-FIM.                                            EXIT.    00015970
      *=============================================================*   00015980
