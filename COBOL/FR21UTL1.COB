      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21UTL1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: UTILIZACAO DE RECURSOS E INDICE FATURAVEL DA        00000120
      *      COMPETENCIA (MES DA DATA DE NEGOCIO OU AAAAMM DA PARM).    00000130
      *      PARA CADA FUNCIONARIO ATIVO AS HORAS DISPONIVEIS SAO       00000140
      *      OS DIAS UTEIS DO MES (DATANEG) MENOS OS DIAS UTEIS DE      00000150
      *      FERIAS (FEREVT) E DE AUSENCIAS (ABSAPL), VEZES A           00000160
      *      JORNADA DIARIA. AS HORAS APONTADAS VEM DO MATCHSAI DO      00000170
      *      FR21EX02: FATURAVEIS QUANDO O PROJETO TEM TARIFA (TAXA     00000180
      *      MAIOR QUE ZERO) COM VIGENCIA NO MES (TARIFAS), INTERNAS    00000190
      *      NOS DEMAIS. UTILIZACAO = APONTADAS / DISPONIVEIS E         00000200
      *      INDICE FATURAVEL = FATURAVEIS / APONTADAS. DESTACA QUEM    00000210
      *      FICA ABAIXO DO MINIMO OU ACIMA DO MAXIMO DA PARM, COM      00000220
      *      SUBTOTAL POR SETOR E CONSOLIDACAO PELA HIERARQUIA DE       00000230
      *      IVAN.SETOR (SETOR + SUBORDINADOS).                         00000240
      *      PARM: PCT MINIMO 9(03) (PADRAO 070), PCT MAXIMO 9(03)      00000250
      *      (PADRAO 110), JORNADA EM HORAS 9(02) (PADRAO 08) E         00000260
      *      COMPETENCIA AAAAMM OPCIONAL.                               00000270
      *-------------------------------------------------------------*   00000280
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000290
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000300
      *-------------------------------------------------------------*   00000310
      *   BASE DE DADOS:                                                00000320
      *   TABELA.DB2..                                                  00000330
      *    ------              I/O                 INCLUDE/BOOK         00000340
      *   IVAN.FUNC             I                  #BKFUNC----          00000350
      *   IVAN.SETOR            I                  #BKSETOR---          00000360
      *-------------------------------------------------------------*   00000370
      *   ARQUIVOS:                                                     00000380
      *    DDNAME              I/O                  COPY/BOOK           00000390
      *   MATCHSAI              I   (HORAS POR PROJETO - FR21EX02)      00000400
      *   TARIFAS               I   (TARIFAS COM VIGENCIA)              00000410
      *   FEREVT                I   (EVENTOS DE FERIAS - FR21FER2)      00000420
      *   ABSAPL                I   (AUSENCIAS APLICADAS - FR21ABS1)    00000430
      *   RELUTL                O   (UTILIZACAO POR FUNCIONARIO)        00000440
      *-------------------------------------------------------------*   00000450
      *   MODULOS....:                                                  00000460
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000470
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000480
      *   DATANEG              CALENDARIO DE DIAS UTEIS                 00000490
      *=============================================================*   00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=============================================================*   00000520
                                                                        00000530
      *-------------------------------------------------------------*   00000540
       CONFIGURATION                                        SECTION.    00000550
      *-------------------------------------------------------------*   00000560
       SPECIAL-NAMES.                                                   00000570
           DECIMAL-POINT IS COMMA.                                      00000580
                                                                        00000590
                                                                        00000600
       INPUT-OUTPUT                                         SECTION.    00000610
       FILE-CONTROL.                                                    00000620
           SELECT MATCHSAI  ASSIGN TO MATCHSAI                          00000630
               FILE STATUS  IS WRK-FS-MATCHSAI.                         00000640
                                                                        00000650
           SELECT TARIFAS   ASSIGN TO TARIFAS                           00000660
               FILE STATUS  IS WRK-FS-TARIFAS.                          00000670
                                                                        00000680
           SELECT FEREVT    ASSIGN TO FEREVT                            00000690
               FILE STATUS  IS WRK-FS-FEREVT.                           00000700
                                                                        00000710
           SELECT ABSAPL    ASSIGN TO ABSAPL                            00000720
               FILE STATUS  IS WRK-FS-ABSAPL.                           00000730
                                                                        00000740
           SELECT RELUTL    ASSIGN TO RELUTL                            00000750
               FILE STATUS  IS WRK-FS-RELUTL.                           00000760
                                                                        00000770
      *=============================================================*   00000780
       DATA                                                DIVISION.    00000790
      *=============================================================*   00000800
       FILE                                                 SECTION.    00000810
      *=============================================================*   00000820
                                                                        00000830
      *      ENTRADA - HORAS POR PROJETO (FR21EX02)   LRECL = 62        00000840
                                                                        00000850
       FD MATCHSAI                                                      00000860
           RECORDING  MODE IS F                                         00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       01 FD-MATCHSAI.                                                  00000900
          05 FD-MT-IDFUNC    PIC X(05).                                 00000910
          05 FD-MT-NOMEFUNC  PIC X(30).                                 00000920
          05 FD-MT-PROJETO   PIC X(20).                                 00000930
          05 FD-MT-HORAS     PIC 9(03).                                 00000940
          05 FD-MT-SETOR     PIC X(04).                                 00000950
                                                                        00000960
      *      ENTRADA - TARIFAS COM VIGENCIA           LRECL = 43        00000970
                                                                        00000980
       FD TARIFAS                                                       00000990
           RECORDING  MODE IS F                                         00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
                                                                        00001020
       01 FD-TARIFAS.                                                   00001030
          05 FD-TF-IDPROJ    PIC X(20).                                 00001040
          05 FD-TF-TAXA      PIC 9(05)V99.                              00001050
          05 FD-TF-VIG-INI   PIC 9(08).                                 00001060
          05 FD-TF-VIG-FIM   PIC 9(08).                                 00001070
                                                                        00001080
      *      ENTRADA - EVENTOS DE FERIAS (FR21FER2)  LRECL = 22         00001090
                                                                        00001100
       FD FEREVT                                                        00001110
           RECORDING  MODE IS F                                         00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       01 FD-FEREVT.                                                    00001150
          05 FD-FE-IDFUNC    PIC 9(05).                                 00001160
          05 FD-FE-DIAS      PIC 9(03).                                 00001170
          05 FD-FE-DATA-INI  PIC 9(08).                                 00001180
          05 FD-FE-COMPET    PIC 9(06).                                 00001190
                                                                        00001200
      *      ENTRADA - AUSENCIAS APLICADAS (FR21ABS1) LRECL = 32        00001210
                                                                        00001220
       FD ABSAPL                                                        00001230
           RECORDING  MODE IS F                                         00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
                                                                        00001260
       01 FD-ABSAPL.                                                    00001270
          05 FD-AP-IDFUNC    PIC 9(05).                                 00001280
          05 FD-AP-TIPO      PIC X(03).                                 00001290
          05 FD-AP-DATA-INI  PIC 9(08).                                 00001300
          05 FD-AP-DATA-FIM  PIC 9(08).                                 00001310
          05 FD-AP-DIAS      PIC 9(03).                                 00001320
          05 FD-AP-REMUNERA  PIC X(01).                                 00001330
          05 FD-AP-SETOR     PIC X(04).                                 00001340
                                                                        00001350
      *      SAIDA - UTILIZACAO DE RECURSOS           LRECL = 132       00001360
                                                                        00001370
       FD RELUTL                                                        00001380
           RECORDING  MODE IS F                                         00001390
           BLOCK CONTAINS 0 RECORDS.                                    00001400
                                                                        00001410
       01 FD-RELUTL       PIC X(132).                                   00001420
                                                                        00001430
      *-------------------------------------------------------------*   00001440
       WORKING-STORAGE                                      SECTION.    00001450
      *-------------------------------------------------------------*   00001460
                                                                        00001470
           EXEC SQL                                                     00001480
              INCLUDE #BKFUNC                                           00001490
           END-EXEC.                                                    00001500
                                                                        00001510
           EXEC SQL                                                     00001520
              INCLUDE #BKSETOR                                          00001530
           END-EXEC.                                                    00001540
                                                                        00001550
           EXEC SQL                                                     00001560
              INCLUDE SQLCA                                             00001570
           END-EXEC.                                                    00001580
                                                                        00001590
      *          ORDEM DE SETOR PARA A QUEBRA DO RELATORIO              00001600
                                                                        00001610
           EXEC SQL                                                     00001620
              DECLARE CUTIL CURSOR FOR                                  00001630
               SELECT F.ID, F.NOME, F.SETOR                             00001640
                FROM IVAN.FUNC F                                        00001650
                WHERE F.DATADEM IS NULL                                 00001660
                ORDER BY F.SETOR, F.ID                                  00001670
           END-EXEC.                                                    00001680
                                                                        00001690
      *------------------LOG-DE-ERROS-------------------------------*   00001700
                                                                        00001710
       01 WRK-DADOS.                                                    00001720
           05 WRK-PROGRAMA  PIC X(08).                                  00001730
           05 WRK-SECAO     PIC X(04).                                  00001740
           05 WRK-MENSAGEM  PIC X(30).                                  00001750
           05 WRK-STATUS    PIC X(02).                                  00001760
           05 WRK-SEVERIDADE PIC X(01).                                 00001770
           05 FILLER        PIC X(22).                                  00001780
                                                                        00001790
      *------------------DATA DE PROCESSAMENTO----------------------*   00001800
                                                                        00001810
           COPY 'LNKDPRC'.                                              00001820
                                                                        00001830
      *------------------CALENDARIO DE DIAS UTEIS-------------------*   00001840
                                                                        00001850
           COPY 'LNKDTNEG'.                                             00001860
                                                                        00001870
      *--------------------PARAMETROS-------------------------------*   00001880
                                                                        00001890
       77 WRK-PCT-MIN         PIC 9(03) VALUE 070.                      00001900
       77 WRK-PCT-MAX         PIC 9(03) VALUE 110.                      00001910
       77 WRK-JORNADA-DIA     PIC 9(02) VALUE 08.                       00001920
                                                                        00001930
      *--------------------LOGICA-----------------------------------*   00001940
                                                                        00001950
       77 WRK-SQLCODE         PIC -999.                                 00001960
                                                                        00001970
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001980
                                                                        00001990
       77 WRK-ABAIXO          PIC 9(05) VALUE 0.                        00002000
                                                                        00002010
       77 WRK-ACIMA           PIC 9(05) VALUE 0.                        00002020
                                                                        00002030
       77 WRK-AFASTADOS       PIC 9(05) VALUE 0.                        00002040
                                                                        00002050
       77 WRK-SEM-CADASTRO    PIC 9(05) VALUE 0.                        00002060
                                                                        00002070
       77 WRK-MATCH-LIDOS     PIC 9(07) VALUE 0.                        00002080
                                                                        00002090
       01 WRK-DATA-SISTEMA.                                             00002100
          05 WRK-SIS-ANO      PIC 9(04).                                00002110
          05 WRK-SIS-MES      PIC 9(02).                                00002120
          05 WRK-SIS-DIA      PIC 9(02).                                00002130
                                                                        00002140
       01 WRK-COMPET-ATUAL.                                             00002150
          05 WRK-CP-ANO       PIC 9(04).                                00002160
          05 WRK-CP-MES       PIC 9(02).                                00002170
       01 WRK-COMPET-N REDEFINES WRK-COMPET-ATUAL PIC 9(06).            00002180
                                                                        00002190
       01 WRK-INI-MES.                                                  00002200
          05 WRK-IM-ANOMES    PIC 9(06).                                00002210
          05 WRK-IM-DIA       PIC 9(02).                                00002220
                                                                        00002230
       01 WRK-PROX-MES.                                                 00002240
          05 WRK-PM-ANO       PIC 9(04).                                00002250
          05 WRK-PM-MES       PIC 9(02).                                00002260
          05 WRK-PM-DIA       PIC 9(02).                                00002270
       01 WRK-PROX-MES-N REDEFINES WRK-PROX-MES PIC 9(08).              00002280
                                                                        00002290
       77 WRK-FIM-MES         PIC 9(08).                                00002300
       77 WRK-UTEIS-MES       PIC 9(02) VALUE 0.                        00002310
                                                                        00002320
      *          CONTAGEM DE DIAS UTEIS DE WRK-CT-INI A WRK-CT-FIM      00002330
                                                                        00002340
       77 WRK-CT-INI          PIC 9(08).                                00002350
       77 WRK-CT-FIM          PIC 9(08).                                00002360
       77 WRK-CT-DIAS         PIC 9(03).                                00002370
       77 WRK-DATA-INT        PIC 9(08).                                00002380
                                                                        00002390
       01 WRK-IDFUNC          PIC 9(05).                                00002400
       01 WRK-IDFUNC-X REDEFINES WRK-IDFUNC PIC X(05).                  00002410
                                                                        00002420
       77 WRK-DIAS-AFAST      PIC 9(03).                                00002430
       77 WRK-DIAS-DISP       PIC 9(02).                                00002440
       77 WRK-HORAS-DISP      PIC 9(05).                                00002450
       77 WRK-HORAS-FAT       PIC 9(05).                                00002460
       77 WRK-HORAS-INT       PIC 9(05).                                00002470
                                                                        00002480
      *          ENTRADA E SAIDA DO CALCULO DOS PERCENTUAIS (2100)      00002490
                                                                        00002500
       77 WRK-PC-DISP         PIC 9(07).                                00002510
       77 WRK-PC-FAT          PIC 9(07).                                00002520
       77 WRK-PC-INT          PIC 9(07).                                00002530
       77 WRK-PC-TOTAL        PIC 9(07).                                00002540
       77 WRK-PC-UTIL         PIC 9(05)V99.                             00002550
       77 WRK-PC-FATUR        PIC 9(03)V99.                             00002560
       77 WRK-PC-ALERTA       PIC X(20).                                00002570
                                                                        00002580
      *-----------TARIFAS COM VIGENCIA------------------------------*   00002590
                                                                        00002600
       01 WRK-TAB-TF.                                                   00002610
          05 WRK-TAB-TF-QTD  PIC 9(03) VALUE 0.                         00002620
          05 WRK-TAB-TF-OCR OCCURS 100 TIMES.                           00002630
             10 WRK-TF-IDPROJ  PIC X(20).                               00002640
             10 WRK-TF-TAXA    PIC 9(05)V99.                            00002650
             10 WRK-TF-VIG-INI PIC 9(08).                               00002660
             10 WRK-TF-VIG-FIM PIC 9(08).                               00002670
                                                                        00002680
       77 WRK-IND-TF          PIC 9(03).                                00002690
       77 WRK-FATURAVEL       PIC X(01).                                00002700
                                                                        00002710
      *-----------HORAS APONTADAS POR FUNCIONARIO (MATCHSAI)-------*    00002720
                                                                        00002730
       01 WRK-TAB-HR.                                                   00002740
          05 WRK-TAB-HR-QTD  PIC 9(03) VALUE 0.                         00002750
          05 WRK-TAB-HR-OCR OCCURS 999 TIMES.                           00002760
             10 WRK-HR-IDFUNC   PIC X(05).                              00002770
             10 WRK-HR-NOME     PIC X(30).                              00002780
             10 WRK-HR-FAT      PIC 9(05).                              00002790
             10 WRK-HR-INT      PIC 9(05).                              00002800
             10 WRK-HR-USADO    PIC X(01).                              00002810
                                                                        00002820
       77 WRK-IND-HR          PIC 9(03).                                00002830
                                                                        00002840
      *-----------FERIAS E AUSENCIAS RECORTADAS NA COMPETENCIA------*   00002850
                                                                        00002860
       01 WRK-TAB-AFA.                                                  00002870
          05 WRK-TAB-AF-QTD  PIC 9(03) VALUE 0.                         00002880
          05 WRK-TAB-AF-OCR OCCURS 500 TIMES.                           00002890
             10 WRK-AF-IDFUNC   PIC 9(05).                              00002900
             10 WRK-AF-INI      PIC 9(08).                              00002910
             10 WRK-AF-FIM      PIC 9(08).                              00002920
                                                                        00002930
       77 WRK-IND-AF          PIC 9(03).                                00002940
       77 WRK-AF-DATA-FIM     PIC 9(08).                                00002950
                                                                        00002960
      *-----------QUEBRA POR SETOR----------------------------------*   00002970
                                                                        00002980
       77 WRK-SETOR-ATUAL     PIC X(04) VALUE HIGH-VALUES.              00002990
       77 WRK-ST-QTDE         PIC 9(05) VALUE 0.                        00003000
       77 WRK-ST-DISP         PIC 9(07) VALUE 0.                        00003010
       77 WRK-ST-FAT          PIC 9(07) VALUE 0.                        00003020
       77 WRK-ST-INT          PIC 9(07) VALUE 0.                        00003030
                                                                        00003040
       77 WRK-TOT-QTDE        PIC 9(05) VALUE 0.                        00003050
       77 WRK-TOT-DISP        PIC 9(07) VALUE 0.                        00003060
       77 WRK-TOT-FAT         PIC 9(07) VALUE 0.                        00003070
       77 WRK-TOT-INT         PIC 9(07) VALUE 0.                        00003080
                                                                        00003090
      *-----------CONSOLIDACAO HIERARQUICA (IVAN.SETOR)-------------*   00003100
                                                                        00003110
       01 WRK-TAB-SET.                                                  00003120
          05 WRK-TAB-SE-QTD  PIC 9(03) VALUE 0.                         00003130
          05 WRK-TAB-SE-OCR OCCURS 100 TIMES.                           00003140
             10 WRK-SE-SETOR   PIC X(04).                               00003150
             10 WRK-SE-PAI     PIC X(04).                               00003160
             10 WRK-SE-DESC    PIC X(40).                               00003170
             10 WRK-SE-QTDE    PIC 9(05).                               00003180
             10 WRK-SE-DISP    PIC 9(07).                               00003190
             10 WRK-SE-FAT     PIC 9(07).                               00003200
             10 WRK-SE-INT     PIC 9(07).                               00003210
             10 WRK-SE-ROL-QTD PIC 9(05).                               00003220
             10 WRK-SE-ROL-DIS PIC 9(07).                               00003230
             10 WRK-SE-ROL-FAT PIC 9(07).                               00003240
             10 WRK-SE-ROL-INT PIC 9(07).                               00003250
                                                                        00003260
       77 WRK-IND-SE          PIC 9(03).                                00003270
       77 WRK-IND-SP          PIC 9(03).                                00003280
       77 WRK-IND-SG          PIC 9(03).                                00003290
       77 WRK-PAI-ATUAL       PIC X(04).                                00003300
       77 WRK-NIVEIS          PIC 9(02).                                00003310
                                                                        00003320
      *          SETOR A GUARDAR NA TABELA (2600) E SEUS VALORES        00003330
                                                                        00003340
       77 WRK-SG-SETOR        PIC X(04).                                00003350
       77 WRK-SG-QTDE         PIC 9(05).                                00003360
       77 WRK-SG-DISP         PIC 9(07).                                00003370
       77 WRK-SG-FAT          PIC 9(07).                                00003380
       77 WRK-SG-INT          PIC 9(07).                                00003390
                                                                        00003400
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003410
                                                                        00003420
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003430
                                                                        00003440
      *--------------------STATUS-----------------------------------*   00003450
                                                                        00003460
       77 WRK-FS-MATCHSAI  PIC 9(02).                                   00003470
                                                                        00003480
       77 WRK-FS-TARIFAS   PIC 9(02).                                   00003490
                                                                        00003500
       77 WRK-FS-FEREVT    PIC 9(02).                                   00003510
                                                                        00003520
       77 WRK-FS-ABSAPL    PIC 9(02).                                   00003530
                                                                        00003540
       77 WRK-FS-RELUTL    PIC 9(02).                                   00003550
                                                                        00003560
      *--------------------LINHAS DO RELATORIO----------------------*   00003570
                                                                        00003580
       01 WRK-CABEC1.                                                   00003590
          05 FILLER   PIC X(44) VALUE                                   00003600
             'UTILIZACAO DE RECURSOS E INDICE FATURAVEL - '.            00003610
          05 FILLER   PIC X(08) VALUE 'COMPET. '.                       00003620
          05 WRK-C-MES        PIC 9(02).                                00003630
          05 FILLER           PIC X(01) VALUE '/'.                      00003640
          05 WRK-C-ANO        PIC 9(04).                                00003650
          05 FILLER           PIC X(14) VALUE '  DIAS UTEIS: '.         00003660
          05 WRK-C-UTEIS      PIC Z9.                                   00003670
          05 FILLER           PIC X(11) VALUE '  JORNADA: '.            00003680
          05 WRK-C-JORNADA    PIC Z9.                                   00003690
          05 FILLER           PIC X(13) VALUE 'H  FAIXA DE: '.          00003700
          05 WRK-C-MIN        PIC ZZ9.                                  00003710
          05 FILLER           PIC X(05) VALUE '% A: '.                  00003720
          05 WRK-C-MAX        PIC ZZ9.                                  00003730
          05 FILLER           PIC X(01) VALUE '%'.                      00003740
          05 FILLER   PIC X(19).                                        00003750
                                                                        00003760
       01 WRK-CABEC2.                                                   00003770
          05 FILLER   PIC X(44) VALUE                                   00003780
             'FUNC. NOME                      DU  H.DISP  '.            00003790
          05 FILLER   PIC X(44) VALUE                                   00003800
             'H.FATUR  H.INTER  H.TOTAL  %UTILIZ.  %FATUR '.            00003810
          05 FILLER   PIC X(44) VALUE                                   00003820
             ' SITUACAO                                   '.            00003830
                                                                        00003840
       01 WRK-REL-DET.                                                  00003850
          05 WRK-R-ID        PIC 9(05).                                 00003860
          05 FILLER          PIC X(01).                                 00003870
          05 WRK-R-NOME      PIC X(25).                                 00003880
          05 FILLER          PIC X(01).                                 00003890
          05 WRK-R-DIAS      PIC Z9.                                    00003900
          05 FILLER          PIC X(01).                                 00003910
          05 WRK-R-DISP      PIC ZZZ.ZZ9.                               00003920
          05 FILLER          PIC X(02).                                 00003930
          05 WRK-R-FAT       PIC ZZZ.ZZ9.                               00003940
          05 FILLER          PIC X(02).                                 00003950
          05 WRK-R-INT       PIC ZZZ.ZZ9.                               00003960
          05 FILLER          PIC X(02).                                 00003970
          05 WRK-R-TOTAL     PIC ZZZ.ZZ9.                               00003980
          05 FILLER          PIC X(02).                                 00003990
          05 WRK-R-UTIL      PIC ZZZZ9,99.                              00004000
          05 FILLER          PIC X(02).                                 00004010
          05 WRK-R-FATUR     PIC ZZ9,99.                                00004020
          05 FILLER          PIC X(02).                                 00004030
          05 WRK-R-ALERTA    PIC X(20).                                 00004040
          05 FILLER          PIC X(23).                                 00004050
                                                                        00004060
       01 WRK-REL-SETOR.                                                00004070
          05 WRK-S-TITULO    PIC X(11).                                 00004080
          05 WRK-S-QTDE      PIC ZZZ9.                                  00004090
          05 FILLER          PIC X(20) VALUE ' FUNC.'.                  00004100
          05 WRK-S-DISP      PIC ZZZ.ZZ9.                               00004110
          05 FILLER          PIC X(02).                                 00004120
          05 WRK-S-FAT       PIC ZZZ.ZZ9.                               00004130
          05 FILLER          PIC X(02).                                 00004140
          05 WRK-S-INT       PIC ZZZ.ZZ9.                               00004150
          05 FILLER          PIC X(02).                                 00004160
          05 WRK-S-TOTAL     PIC ZZZ.ZZ9.                               00004170
          05 FILLER          PIC X(02).                                 00004180
          05 WRK-S-UTIL      PIC ZZZZ9,99.                              00004190
          05 FILLER          PIC X(02).                                 00004200
          05 WRK-S-FATUR     PIC ZZ9,99.                                00004210
          05 FILLER          PIC X(02).                                 00004220
          05 WRK-S-ALERTA    PIC X(20).                                 00004230
          05 FILLER          PIC X(23).                                 00004240
                                                                        00004250
       01 WRK-REL-CRITICA.                                              00004260
          05 WRK-RC-ID       PIC X(05).                                 00004270
          05 FILLER          PIC X(02).                                 00004280
          05 WRK-RC-MOTIVO   PIC X(50).                                 00004290
          05 FILLER          PIC X(01).                                 00004300
          05 WRK-RC-HORAS    PIC ZZZ.ZZ9.                               00004310
          05 FILLER          PIC X(67).                                 00004320
                                                                        00004330
       01 WRK-ROL-CABEC1.                                               00004340
          05 FILLER   PIC X(44) VALUE                                   00004350
             'CONSOLIDACAO HIERARQUICA (SETOR + SUBORDINAD'.            00004360
          05 FILLER   PIC X(04) VALUE 'OS) '.                           00004370
          05 FILLER   PIC X(84).                                        00004380
                                                                        00004390
       01 WRK-ROL-CABEC2.                                               00004400
          05 FILLER   PIC X(44) VALUE                                   00004410
             'SETOR      DESCRICAO           FUNC H.DISP  '.            00004420
          05 FILLER   PIC X(44) VALUE                                   00004430
             'H.FATUR  H.INTER  H.TOTAL  %UTILIZ.  %FATUR '.            00004440
          05 FILLER   PIC X(44) VALUE                                   00004450
             ' SITUACAO                                   '.            00004460
                                                                        00004470
       01 WRK-ROL-DET.                                                  00004480
          05 WRK-RL-SETOR    PIC X(04).                                 00004490
          05 FILLER          PIC X(07).                                 00004500
          05 WRK-RL-DESC     PIC X(19).                                 00004510
          05 FILLER          PIC X(01).                                 00004520
          05 WRK-RL-QTDE     PIC ZZZ9.                                  00004530
          05 WRK-RL-DISP     PIC ZZZ.ZZ9.                               00004550
          05 FILLER          PIC X(02).                                 00004560
          05 WRK-RL-FAT      PIC ZZZ.ZZ9.                               00004570
          05 FILLER          PIC X(02).                                 00004580
          05 WRK-RL-INT      PIC ZZZ.ZZ9.                               00004590
          05 FILLER          PIC X(02).                                 00004600
          05 WRK-RL-TOTAL    PIC ZZZ.ZZ9.                               00004610
          05 FILLER          PIC X(02).                                 00004620
          05 WRK-RL-UTIL     PIC ZZZZ9,99.                              00004630
          05 FILLER          PIC X(02).                                 00004640
          05 WRK-RL-FATUR    PIC ZZ9,99.                                00004650
          05 FILLER          PIC X(02).                                 00004660
          05 WRK-RL-ALERTA   PIC X(20).                                 00004670
          05 FILLER          PIC X(23).                                 00004680
                                                                        00004690
      *=============================================================*   00004700
       LINKAGE                                              SECTION.    00004710
      *-------------------------------------------------------------*   00004720
       01 LNK-ENTRADA.                                                  00004730
          05 LNK-LEN            PIC 9(04) COMP.                         00004740
          05 LNK-PCT-MIN        PIC 9(03).                              00004750
          05 LNK-PCT-MAX        PIC 9(03).                              00004760
          05 LNK-JORNADA        PIC 9(02).                              00004770
          05 LNK-COMPET         PIC 9(06).                              00004780
                                                                        00004790
      *=============================================================*   00004800
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004810
      *=============================================================*   00004820
                                                                        00004830
      *=============================================================*   00004840
       0000-PRINCIPAL                                       SECTION.    00004850
                                                                        00004860
            PERFORM 1000-INICIAR.                                       00004870
            PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.             00004880
            PERFORM 3000-FINALIZAR.                                     00004890
                                                                        00004900
       0000-99-FIM.                                            EXIT.    00004910
      *=============================================================*   00004920
                                                                        00004930
      *=============================================================*   00004940
       1000-INICIAR                                         SECTION.    00004950
                                                                        00004960
      *          FAIXA DE UTILIZACAO, JORNADA E COMPETENCIA DA PARM     00004970
                                                                        00004980
            IF LNK-LEN NOT LESS 3                                       00004990
               AND LNK-PCT-MIN IS NUMERIC                               00005000
               MOVE LNK-PCT-MIN TO WRK-PCT-MIN                          00005010
            END-IF.                                                     00005020
                                                                        00005030
            IF LNK-LEN NOT LESS 6                                       00005040
               AND LNK-PCT-MAX IS NUMERIC                               00005050
               MOVE LNK-PCT-MAX TO WRK-PCT-MAX                          00005060
            END-IF.                                                     00005070
                                                                        00005080
            IF LNK-LEN NOT LESS 8                                       00005090
               AND LNK-JORNADA IS NUMERIC                               00005100
               AND LNK-JORNADA GREATER ZEROS                            00005110
               MOVE LNK-JORNADA TO WRK-JORNADA-DIA                      00005120
            END-IF.                                                     00005130
                                                                        00005140
            IF WRK-PCT-MIN GREATER WRK-PCT-MAX                          00005150
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00005160
               MOVE '1000'                      TO WRK-SECAO            00005170
               MOVE 'FAIXA DE UTILIZACAO INVALIDA' TO WRK-MENSAGEM      00005180
               MOVE SPACES                      TO WRK-STATUS           00005190
               PERFORM 9000-TRATARERROS                                 00005200
            END-IF.                                                     00005210
                                                                        00005220
      *          SEM COMPETENCIA NA PARM, O MES DA DATA DE NEGOCIO      00005230
                                                                        00005240
            MOVE 'FR21UTL1' TO LNK-DP-PROGRAMA.                         00005250
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00005260
            CALL 'FR21DTA1' USING LNK-DPRC.                             00005270
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00005280
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-N.                 00005290
                                                                        00005300
            IF LNK-LEN NOT LESS 14                                      00005310
               AND LNK-COMPET IS NUMERIC                                00005320
               AND LNK-COMPET GREATER ZEROS                             00005330
               MOVE LNK-COMPET TO WRK-COMPET-N                          00005340
            END-IF.                                                     00005350
                                                                        00005360
            IF WRK-CP-MES LESS 01 OR WRK-CP-MES GREATER 12              00005370
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00005380
               MOVE '1000'                      TO WRK-SECAO            00005390
               MOVE 'COMPETENCIA INVALIDA     ' TO WRK-MENSAGEM         00005400
               MOVE SPACES                      TO WRK-STATUS           00005410
               PERFORM 9000-TRATARERROS                                 00005420
            END-IF.                                                     00005430
                                                                        00005440
      *          PRIMEIRO E ULTIMO DIA DA COMPETENCIA                   00005450
                                                                        00005460
            MOVE WRK-COMPET-N     TO WRK-IM-ANOMES.                     00005470
            MOVE 01               TO WRK-IM-DIA.                        00005480
            MOVE WRK-CP-ANO       TO WRK-PM-ANO.                        00005490
            MOVE WRK-CP-MES       TO WRK-PM-MES.                        00005500
            MOVE 01               TO WRK-PM-DIA.                        00005510
            IF WRK-PM-MES EQUAL 12                                      00005520
               ADD 1 TO WRK-PM-ANO                                      00005530
               MOVE 01 TO WRK-PM-MES                                    00005540
            ELSE                                                        00005550
               ADD 1 TO WRK-PM-MES                                      00005560
            END-IF.                                                     00005570
            COMPUTE WRK-DATA-INT =                                      00005580
               FUNCTION INTEGER-OF-DATE(WRK-PROX-MES-N) - 1.            00005590
            COMPUTE WRK-FIM-MES =                                       00005600
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                  00005610
                                                                        00005620
            OPEN INPUT  MATCHSAI.                                       00005630
            OPEN INPUT  TARIFAS.                                        00005640
            OPEN INPUT  FEREVT.                                         00005650
            OPEN INPUT  ABSAPL.                                         00005660
            OPEN OUTPUT RELUTL.                                         00005670
                                                                        00005680
            IF WRK-FS-MATCHSAI NOT EQUAL ZEROS                          00005690
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00005700
               MOVE '1000'                      TO WRK-SECAO            00005710
               MOVE 'ERRO OPEN MATCHSAI      - ' TO WRK-MENSAGEM        00005720
               MOVE WRK-FS-MATCHSAI             TO WRK-STATUS           00005730
               PERFORM 9000-TRATARERROS                                 00005740
            END-IF.                                                     00005750
                                                                        00005760
            IF WRK-FS-TARIFAS NOT EQUAL ZEROS                           00005770
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00005780
               MOVE '1000'                      TO WRK-SECAO            00005790
               MOVE 'ERRO OPEN TARIFAS       - ' TO WRK-MENSAGEM        00005800
               MOVE WRK-FS-TARIFAS              TO WRK-STATUS           00005810
               PERFORM 9000-TRATARERROS                                 00005820
            END-IF.                                                     00005830
                                                                        00005840
            IF WRK-FS-RELUTL NOT EQUAL ZEROS                            00005850
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00005860
               MOVE '1000'                      TO WRK-SECAO            00005870
               MOVE 'ERRO OPEN RELUTL        - ' TO WRK-MENSAGEM        00005880
               MOVE WRK-FS-RELUTL               TO WRK-STATUS           00005890
               PERFORM 9000-TRATARERROS                                 00005900
            END-IF.                                                     00005910
                                                                        00005920
            MOVE WRK-INI-MES TO WRK-CT-INI.                             00005930
            MOVE WRK-FIM-MES TO WRK-CT-FIM.                             00005940
            PERFORM 2150-CONTAR-UTEIS.                                  00005950
            MOVE WRK-CT-DIAS TO WRK-UTEIS-MES.                          00005960
                                                                        00005970
            MOVE WRK-CP-MES      TO WRK-C-MES.                          00005980
            MOVE WRK-CP-ANO      TO WRK-C-ANO.                          00005990
            MOVE WRK-UTEIS-MES   TO WRK-C-UTEIS.                        00006000
            MOVE WRK-JORNADA-DIA TO WRK-C-JORNADA.                      00006010
            MOVE WRK-PCT-MIN     TO WRK-C-MIN.                          00006020
            MOVE WRK-PCT-MAX     TO WRK-C-MAX.                          00006030
            WRITE FD-RELUTL FROM WRK-CABEC1.                            00006040
            WRITE FD-RELUTL FROM WRK-LINHA-VAZIA.                       00006050
            WRITE FD-RELUTL FROM WRK-CABEC2.                            00006060
            WRITE FD-RELUTL FROM WRK-LINHA-VAZIA.                       00006070
                                                                        00006080
            PERFORM 1200-CARREGAR-TARIFAS.                              00006090
            PERFORM 1250-CARREGAR-HORAS.                                00006100
            PERFORM 1350-CARREGAR-FERIAS.                               00006110
            PERFORM 1380-CARREGAR-AUSENCIAS.                            00006120
                                                                        00006130
            EXEC SQL                                                    00006140
               OPEN CUTIL                                               00006150
            END-EXEC.                                                   00006160
                                                                        00006170
            IF SQLCODE NOT EQUAL 0                                      00006180
               MOVE SQLCODE TO WRK-SQLCODE                              00006190
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00006200
               MOVE '1000'                      TO WRK-SECAO            00006210
               MOVE 'ERRO OPEN CURSOR CUTIL  - ' TO WRK-MENSAGEM        00006220
               MOVE ZEROS                       TO WRK-STATUS           00006230
               PERFORM 9000-TRATARERROS                                 00006240
            END-IF.                                                     00006250
                                                                        00006260
            PERFORM 2500-LER-FUNCIONARIO.                               00006270
                                                                        00006280
       1000-99-FIM.                                            EXIT.    00006290
      *=============================================================*   00006300
                                                                        00006310
      *=============================================================*   00006320
       1200-CARREGAR-TARIFAS                                SECTION.    00006330
                                                                        00006340
            READ TARIFAS.                                               00006350
                                                                        00006360
            PERFORM UNTIL WRK-FS-TARIFAS NOT EQUAL ZEROS                00006370
               IF WRK-TAB-TF-QTD NOT LESS 100                           00006380
                                                                        00006390
      *           TARIFA DESCARTADA DARIA O PROJETO COMO INTERNO        00006400
                                                                        00006410
                  MOVE 'FR21UTL1'                  TO WRK-PROGRAMA      00006420
                  MOVE '1200'                      TO WRK-SECAO         00006430
                  MOVE 'EXCESSO DE TARIFAS      - ' TO WRK-MENSAGEM     00006440
                  MOVE SPACES                      TO WRK-STATUS        00006450
                  PERFORM 9000-TRATARERROS                              00006460
               END-IF                                                   00006470
               ADD 1 TO WRK-TAB-TF-QTD                                  00006480
               MOVE WRK-TAB-TF-QTD TO WRK-IND-TF                        00006490
               MOVE FD-TF-IDPROJ  TO WRK-TF-IDPROJ(WRK-IND-TF)          00006500
               MOVE FD-TF-TAXA    TO WRK-TF-TAXA(WRK-IND-TF)            00006510
               MOVE FD-TF-VIG-INI TO WRK-TF-VIG-INI(WRK-IND-TF)         00006520
               MOVE FD-TF-VIG-FIM TO WRK-TF-VIG-FIM(WRK-IND-TF)         00006530
               READ TARIFAS                                             00006540
            END-PERFORM.                                                00006550
                                                                        00006560
            IF WRK-TAB-TF-QTD EQUAL ZEROS                               00006570
               DISPLAY 'TARIFAS VAZIO - TODAS AS HORAS INTERNAS'        00006580
            END-IF.                                                     00006590
                                                                        00006600
       1200-99-FIM.                                            EXIT.    00006610
      *=============================================================*   00006620
                                                                        00006630
      *=============================================================*   00006640
       1250-CARREGAR-HORAS                                  SECTION.    00006650
                                                                        00006660
      *          ACUMULA POR FUNCIONARIO AS HORAS FATURAVEIS            00006670
      *          (PROJETO COM TARIFA VIGENTE EM ALGUM DIA DO MES)       00006680
      *          E AS INTERNAS                                          00006690
                                                                        00006700
            READ MATCHSAI.                                              00006710
                                                                        00006720
            PERFORM UNTIL WRK-FS-MATCHSAI NOT EQUAL ZEROS               00006730
               ADD 1 TO WRK-MATCH-LIDOS                                 00006740
                                                                        00006750
               MOVE 'N' TO WRK-FATURAVEL                                00006760
               PERFORM VARYING WRK-IND-TF FROM 1 BY 1 UNTIL             00006770
                  WRK-IND-TF > WRK-TAB-TF-QTD OR WRK-FATURAVEL = 'S'    00006780
                  IF FD-MT-PROJETO EQUAL WRK-TF-IDPROJ(WRK-IND-TF)      00006790
                     AND WRK-TF-TAXA(WRK-IND-TF) GREATER ZEROS          00006800
                     AND WRK-TF-VIG-INI(WRK-IND-TF) NOT GREATER         00006810
                         WRK-FIM-MES                                    00006820
                     AND WRK-TF-VIG-FIM(WRK-IND-TF) NOT LESS            00006830
                         WRK-INI-MES                                    00006840
                     MOVE 'S' TO WRK-FATURAVEL                          00006850
                  END-IF                                                00006860
               END-PERFORM                                              00006870
                                                                        00006880
               PERFORM VARYING WRK-IND-HR FROM 1 BY 1 UNTIL             00006890
                  WRK-IND-HR > WRK-TAB-HR-QTD                           00006900
                  OR WRK-HR-IDFUNC(WRK-IND-HR) EQUAL FD-MT-IDFUNC       00006910
                  CONTINUE                                              00006920
               END-PERFORM                                              00006930
                                                                        00006940
               IF WRK-IND-HR GREATER WRK-TAB-HR-QTD                     00006950
                  IF WRK-TAB-HR-QTD NOT LESS 999                        00006960
                     MOVE 'FR21UTL1'                  TO WRK-PROGRAMA   00006970
                     MOVE '1250'                      TO WRK-SECAO      00006980
                     MOVE 'TABELA DE HORAS ESTOUROU  ' TO WRK-MENSAGEM  00006990
                     MOVE SPACES                      TO WRK-STATUS     00007000
                     PERFORM 9000-TRATARERROS                           00007010
                  END-IF                                                00007020
                  ADD 1 TO WRK-TAB-HR-QTD                               00007030
                  MOVE WRK-TAB-HR-QTD TO WRK-IND-HR                     00007040
                  MOVE FD-MT-IDFUNC   TO WRK-HR-IDFUNC(WRK-IND-HR)      00007050
                  MOVE FD-MT-NOMEFUNC TO WRK-HR-NOME(WRK-IND-HR)        00007060
                  MOVE ZEROS          TO WRK-HR-FAT(WRK-IND-HR)         00007070
                  MOVE ZEROS          TO WRK-HR-INT(WRK-IND-HR)         00007080
                  MOVE 'N'            TO WRK-HR-USADO(WRK-IND-HR)       00007090
               END-IF                                                   00007100
                                                                        00007110
               IF WRK-FATURAVEL EQUAL 'S'                               00007120
                  ADD FD-MT-HORAS TO WRK-HR-FAT(WRK-IND-HR)             00007130
               ELSE                                                     00007140
                  ADD FD-MT-HORAS TO WRK-HR-INT(WRK-IND-HR)             00007150
               END-IF                                                   00007160
                                                                        00007170
               READ MATCHSAI                                            00007180
            END-PERFORM.                                                00007190
                                                                        00007200
            IF WRK-MATCH-LIDOS EQUAL ZEROS                              00007210
               DISPLAY 'MATCHSAI VAZIO - SEM HORAS APONTADAS'           00007220
            END-IF.                                                     00007230
                                                                        00007240
       1250-99-FIM.                                            EXIT.    00007250
      *=============================================================*   00007260
                                                                        00007270
      *=============================================================*   00007280
       1350-CARREGAR-FERIAS                                 SECTION.    00007290
                                                                        00007300
      *          PERIODO DE GOZO (DATA-INI + DIAS CORRIDOS) QUE         00007310
      *          ALCANCA A COMPETENCIA, RECORTADO NELA                  00007320
                                                                        00007330
            IF WRK-FS-FEREVT NOT EQUAL ZEROS                            00007340
               DISPLAY 'SEM EVENTOS DE FERIAS'                          00007350
               GO TO 1350-99-FIM                                        00007360
            END-IF.                                                     00007370
                                                                        00007380
            READ FEREVT.                                                00007390
                                                                        00007400
            PERFORM UNTIL WRK-FS-FEREVT NOT EQUAL ZEROS                 00007410
               IF FD-FE-DIAS GREATER ZEROS                              00007420
                  COMPUTE WRK-DATA-INT =                                00007430
                     FUNCTION INTEGER-OF-DATE(FD-FE-DATA-INI)           00007440
                     + FD-FE-DIAS - 1                                   00007450
                  COMPUTE WRK-AF-DATA-FIM =                             00007460
                     FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)             00007470
                  MOVE FD-FE-IDFUNC   TO WRK-IDFUNC                     00007480
                  MOVE FD-FE-DATA-INI TO WRK-CT-INI                     00007490
                  MOVE WRK-AF-DATA-FIM TO WRK-CT-FIM                    00007500
                  PERFORM 1400-GUARDAR-AFASTAMENTO                      00007510
               END-IF                                                   00007520
               READ FEREVT                                              00007530
            END-PERFORM.                                                00007540
                                                                        00007550
       1350-99-FIM.                                            EXIT.    00007560
      *=============================================================*   00007570
                                                                        00007580
      *=============================================================*   00007590
       1380-CARREGAR-AUSENCIAS                              SECTION.    00007600
                                                                        00007610
      *          QUALQUER AUSENCIA, REMUNERADA OU NAO, TIRA O           00007620
      *          FUNCIONARIO DA CAPACIDADE DO MES                       00007630
                                                                        00007640
            IF WRK-FS-ABSAPL NOT EQUAL ZEROS                            00007650
               DISPLAY 'SEM AUSENCIAS APLICADAS'                        00007660
               GO TO 1380-99-FIM                                        00007670
            END-IF.                                                     00007680
                                                                        00007690
            READ ABSAPL.                                                00007700
                                                                        00007710
            PERFORM UNTIL WRK-FS-ABSAPL NOT EQUAL ZEROS                 00007720
               MOVE FD-AP-IDFUNC   TO WRK-IDFUNC                        00007730
               MOVE FD-AP-DATA-INI TO WRK-CT-INI                        00007740
               MOVE FD-AP-DATA-FIM TO WRK-CT-FIM                        00007750
               PERFORM 1400-GUARDAR-AFASTAMENTO                         00007760
               READ ABSAPL                                              00007770
            END-PERFORM.                                                00007780
                                                                        00007790
       1380-99-FIM.                                            EXIT.    00007800
      *=============================================================*   00007810
                                                                        00007820
      *=============================================================*   00007830
       1400-GUARDAR-AFASTAMENTO                             SECTION.    00007840
                                                                        00007850
      *          PERIODO WRK-CT-INI A WRK-CT-FIM DE WRK-IDFUNC;         00007860
      *          FORA DA COMPETENCIA E DESPREZADO                       00007870
                                                                        00007880
            IF WRK-CT-INI GREATER WRK-FIM-MES                           00007890
               OR WRK-CT-FIM LESS WRK-INI-MES                           00007900
               GO TO 1400-99-FIM                                        00007910
            END-IF.                                                     00007920
                                                                        00007930
            IF WRK-CT-INI LESS WRK-INI-MES                              00007940
               MOVE WRK-INI-MES TO WRK-CT-INI                           00007950
            END-IF.                                                     00007960
                                                                        00007970
            IF WRK-CT-FIM GREATER WRK-FIM-MES                           00007980
               MOVE WRK-FIM-MES TO WRK-CT-FIM                           00007990
            END-IF.                                                     00008000
                                                                        00008010
            IF WRK-TAB-AF-QTD NOT LESS 500                              00008020
               MOVE 'FR21UTL1'                  TO WRK-PROGRAMA         00008030
               MOVE '1400'                      TO WRK-SECAO            00008040
               MOVE 'TABELA AFASTAMENTO ESTOUROU' TO WRK-MENSAGEM       00008050
               MOVE SPACES                      TO WRK-STATUS           00008060
               PERFORM 9000-TRATARERROS                                 00008070
            END-IF.                                                     00008080
                                                                        00008090
            ADD 1 TO WRK-TAB-AF-QTD.                                    00008100
            MOVE WRK-TAB-AF-QTD TO WRK-IND-AF.                          00008110
            MOVE WRK-IDFUNC     TO WRK-AF-IDFUNC(WRK-IND-AF).           00008120
            MOVE WRK-CT-INI     TO WRK-AF-INI(WRK-IND-AF).              00008130
            MOVE WRK-CT-FIM     TO WRK-AF-FIM(WRK-IND-AF).              00008140
                                                                        00008150
       1400-99-FIM.                                            EXIT.    00008160
      *=============================================================*   00008170
                                                                        00008180
      *=============================================================*   00008190
       2000-PROCESSAR                                       SECTION.    00008200
                                                                        00008210
           ADD 1 TO WRK-LIDOS.                                          00008220
           MOVE DB2-ID TO WRK-IDFUNC.                                   00008230
                                                                        00008240
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ATUAL                       00008250
              PERFORM 2400-QUEBRA-SETOR                                 00008260
           END-IF.                                                      00008270
                                                                        00008280
      *          DIAS DISPONIVEIS = UTEIS DO MES - UTEIS AFASTADO       00008290
                                                                        00008300
           MOVE ZEROS TO WRK-DIAS-AFAST.                                00008310
           PERFORM VARYING WRK-IND-AF FROM 1 BY 1 UNTIL                 00008320
              WRK-IND-AF > WRK-TAB-AF-QTD                               00008330
              IF WRK-AF-IDFUNC(WRK-IND-AF) EQUAL WRK-IDFUNC             00008340
                 MOVE WRK-AF-INI(WRK-IND-AF) TO WRK-CT-INI              00008350
                 MOVE WRK-AF-FIM(WRK-IND-AF) TO WRK-CT-FIM              00008360
                 PERFORM 2150-CONTAR-UTEIS                              00008370
                 ADD WRK-CT-DIAS TO WRK-DIAS-AFAST                      00008380
              END-IF                                                    00008390
           END-PERFORM.                                                 00008400
                                                                        00008410
           IF WRK-DIAS-AFAST NOT LESS WRK-UTEIS-MES                     00008420
              MOVE ZEROS TO WRK-DIAS-DISP                               00008430
           ELSE                                                         00008440
              COMPUTE WRK-DIAS-DISP = WRK-UTEIS-MES - WRK-DIAS-AFAST    00008450
           END-IF.                                                      00008460
                                                                        00008470
           COMPUTE WRK-HORAS-DISP = WRK-DIAS-DISP * WRK-JORNADA-DIA.    00008480
                                                                        00008490
      *          HORAS APONTADAS NO MATCHSAI                            00008500
                                                                        00008510
           MOVE ZEROS TO WRK-HORAS-FAT WRK-HORAS-INT.                   00008520
           PERFORM VARYING WRK-IND-HR FROM 1 BY 1 UNTIL                 00008530
              WRK-IND-HR > WRK-TAB-HR-QTD                               00008540
              OR WRK-HR-IDFUNC(WRK-IND-HR) EQUAL WRK-IDFUNC-X           00008550
              CONTINUE                                                  00008560
           END-PERFORM.                                                 00008570
                                                                        00008580
           IF WRK-IND-HR NOT GREATER WRK-TAB-HR-QTD                     00008590
              MOVE WRK-HR-FAT(WRK-IND-HR) TO WRK-HORAS-FAT              00008600
              MOVE WRK-HR-INT(WRK-IND-HR) TO WRK-HORAS-INT              00008610
              MOVE 'S' TO WRK-HR-USADO(WRK-IND-HR)                      00008620
           END-IF.                                                      00008630
                                                                        00008640
           MOVE WRK-HORAS-DISP TO WRK-PC-DISP.                          00008650
           MOVE WRK-HORAS-FAT  TO WRK-PC-FAT.                           00008660
           MOVE WRK-HORAS-INT  TO WRK-PC-INT.                           00008670
           PERFORM 2100-CALCULAR-PERCENTUAIS.                           00008680
                                                                        00008690
           EVALUATE WRK-PC-ALERTA                                       00008700
              WHEN 'ABAIXO DO MINIMO'                                   00008710
                 ADD 1 TO WRK-ABAIXO                                    00008720
              WHEN 'ACIMA DO MAXIMO'                                    00008730
                 ADD 1 TO WRK-ACIMA                                     00008740
              WHEN 'AFASTADO NO MES'                                    00008750
                 ADD 1 TO WRK-AFASTADOS                                 00008760
           END-EVALUATE.                                                00008770
                                                                        00008780
           MOVE WRK-IDFUNC      TO WRK-R-ID.                            00008790
           MOVE DB2-NOME        TO WRK-R-NOME.                          00008800
           MOVE WRK-DIAS-DISP   TO WRK-R-DIAS.                          00008810
           MOVE WRK-HORAS-DISP  TO WRK-R-DISP.                          00008820
           MOVE WRK-HORAS-FAT   TO WRK-R-FAT.                           00008830
           MOVE WRK-HORAS-INT   TO WRK-R-INT.                           00008840
           MOVE WRK-PC-TOTAL    TO WRK-R-TOTAL.                         00008850
           MOVE WRK-PC-UTIL     TO WRK-R-UTIL.                          00008860
           MOVE WRK-PC-FATUR    TO WRK-R-FATUR.                         00008870
           MOVE WRK-PC-ALERTA   TO WRK-R-ALERTA.                        00008880
           WRITE FD-RELUTL FROM WRK-REL-DET.                            00008890
                                                                        00008900
           ADD 1              TO WRK-ST-QTDE.                           00008910
           ADD WRK-HORAS-DISP TO WRK-ST-DISP.                           00008920
           ADD WRK-HORAS-FAT  TO WRK-ST-FAT.                            00008930
           ADD WRK-HORAS-INT  TO WRK-ST-INT.                            00008940
                                                                        00008950
       2000-50-LER.                                                     00008960
                                                                        00008970
           PERFORM 2500-LER-FUNCIONARIO.                                00008980
                                                                        00008990
       2000-99-FIM.                                            EXIT.    00009000
      *=============================================================*   00009010
                                                                        00009020
      *=============================================================*   00009030
       2100-CALCULAR-PERCENTUAIS                            SECTION.    00009040
                                                                        00009050
      *          UTILIZACAO = APONTADAS / DISPONIVEIS E INDICE          00009060
      *          FATURAVEL = FATURAVEIS / APONTADAS; SEM HORA           00009070
      *          DISPONIVEL NAO HA FAIXA A CRITICAR                     00009080
                                                                        00009090
           COMPUTE WRK-PC-TOTAL = WRK-PC-FAT + WRK-PC-INT.              00009100
           MOVE ZEROS  TO WRK-PC-UTIL WRK-PC-FATUR.                     00009110
           MOVE SPACES TO WRK-PC-ALERTA.                                00009120
                                                                        00009130
           IF WRK-PC-TOTAL GREATER ZEROS                                00009140
              COMPUTE WRK-PC-FATUR ROUNDED =                            00009150
                 WRK-PC-FAT * 100 / WRK-PC-TOTAL                        00009160
           END-IF.                                                      00009170
                                                                        00009180
           IF WRK-PC-DISP EQUAL ZEROS                                   00009190
              MOVE 'AFASTADO NO MES' TO WRK-PC-ALERTA                   00009200
              GO TO 2100-99-FIM                                         00009210
           END-IF.                                                      00009220
                                                                        00009230
           COMPUTE WRK-PC-UTIL ROUNDED =                                00009240
              WRK-PC-TOTAL * 100 / WRK-PC-DISP                          00009250
              ON SIZE ERROR                                             00009260
                 MOVE 99999,99 TO WRK-PC-UTIL                           00009270
           END-COMPUTE.                                                 00009280
                                                                        00009290
           IF WRK-PC-UTIL LESS WRK-PCT-MIN                              00009300
              MOVE 'ABAIXO DO MINIMO' TO WRK-PC-ALERTA                  00009310
           END-IF.                                                      00009320
                                                                        00009330
           IF WRK-PC-UTIL GREATER WRK-PCT-MAX                           00009340
              MOVE 'ACIMA DO MAXIMO'  TO WRK-PC-ALERTA                  00009350
           END-IF.                                                      00009360
                                                                        00009370
       2100-99-FIM.                                            EXIT.    00009380
      *=============================================================*   00009390
                                                                        00009400
      *=============================================================*   00009410
       2150-CONTAR-UTEIS                                    SECTION.    00009420
                                                                        00009430
      *          O DATANEG CONTA DE DATA1 (EXCLUSIVE) A DATA2           00009440
      *          (INCLUSIVE); DATA1 = VESPERA DE WRK-CT-INI             00009450
                                                                        00009460
           COMPUTE WRK-DATA-INT =                                       00009470
              FUNCTION INTEGER-OF-DATE(WRK-CT-INI) - 1.                 00009480
           MOVE 'E' TO LNK-DN-OPERACAO.                                 00009490
           COMPUTE LNK-DN-DATA1 =                                       00009500
              FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                   00009510
           MOVE WRK-CT-FIM TO LNK-DN-DATA2.                             00009520
           CALL 'DATANEG' USING LNK-DATANEG.                            00009530
           MOVE LNK-DN-RESULTADO TO WRK-CT-DIAS.                        00009540
                                                                        00009550
       2150-99-FIM.                                            EXIT.    00009560
      *=============================================================*   00009570
                                                                        00009580
      *=============================================================*   00009590
       2400-QUEBRA-SETOR                                    SECTION.    00009600
                                                                        00009610
      *          SUBTOTAL DO SETOR ANTERIOR, GUARDADO TAMBEM PARA A     00009620
      *          CONSOLIDACAO; NA PRIMEIRA LEITURA SO INICIA            00009630
                                                                        00009640
           IF WRK-SETOR-ATUAL NOT EQUAL HIGH-VALUES                     00009650
              MOVE WRK-ST-DISP TO WRK-PC-DISP                           00009660
              MOVE WRK-ST-FAT  TO WRK-PC-FAT                            00009670
              MOVE WRK-ST-INT  TO WRK-PC-INT                            00009680
              PERFORM 2100-CALCULAR-PERCENTUAIS                         00009690
              MOVE SPACES          TO WRK-S-TITULO                      00009700
              MOVE 'SETOR '        TO WRK-S-TITULO(1:6)                 00009710
              MOVE WRK-SETOR-ATUAL TO WRK-S-TITULO(7:4)                 00009720
              MOVE WRK-ST-QTDE     TO WRK-S-QTDE                        00009730
              MOVE WRK-ST-DISP     TO WRK-S-DISP                        00009740
              MOVE WRK-ST-FAT      TO WRK-S-FAT                         00009750
              MOVE WRK-ST-INT      TO WRK-S-INT                         00009760
              MOVE WRK-PC-TOTAL    TO WRK-S-TOTAL                       00009770
              MOVE WRK-PC-UTIL     TO WRK-S-UTIL                        00009780
              MOVE WRK-PC-FATUR    TO WRK-S-FATUR                       00009790
              MOVE WRK-PC-ALERTA   TO WRK-S-ALERTA                      00009800
              WRITE FD-RELUTL FROM WRK-REL-SETOR                        00009810
              WRITE FD-RELUTL FROM WRK-LINHA-VAZIA                      00009820
              ADD WRK-ST-QTDE TO WRK-TOT-QTDE                           00009830
              ADD WRK-ST-DISP TO WRK-TOT-DISP                           00009840
              ADD WRK-ST-FAT  TO WRK-TOT-FAT                            00009850
              ADD WRK-ST-INT  TO WRK-TOT-INT                            00009860
              MOVE WRK-SETOR-ATUAL TO WRK-SG-SETOR                      00009870
              MOVE WRK-ST-QTDE     TO WRK-SG-QTDE                       00009880
              MOVE WRK-ST-DISP     TO WRK-SG-DISP                       00009890
              MOVE WRK-ST-FAT      TO WRK-SG-FAT                        00009900
              MOVE WRK-ST-INT      TO WRK-SG-INT                        00009910
              PERFORM 2600-GUARDAR-SETOR                                00009920
           END-IF.                                                      00009930
                                                                        00009940
           MOVE DB2-SETOR TO WRK-SETOR-ATUAL.                           00009950
           MOVE ZEROS TO WRK-ST-QTDE WRK-ST-DISP WRK-ST-FAT             00009960
                         WRK-ST-INT.                                    00009970
                                                                        00009980
       2400-99-FIM.                                            EXIT.    00009990
      *=============================================================*   00010000
                                                                        00010010
      *=============================================================*   00010020
       2500-LER-FUNCIONARIO                                 SECTION.    00010030
                                                                        00010040
           EXEC SQL                                                     00010050
            FETCH CUTIL                                                 00010060
             INTO :DB2-ID,                                              00010070
                  :DB2-NOME,                                            00010080
                  :DB2-SETOR                                            00010090
           END-EXEC.                                                    00010100
                                                                        00010110
           IF SQLCODE NOT EQUAL 0 AND 100                               00010120
              MOVE SQLCODE TO WRK-SQLCODE                               00010130
              MOVE 'FR21UTL1'                  TO WRK-PROGRAMA          00010140
              MOVE '2500'                      TO WRK-SECAO             00010150
              MOVE 'ERRO LEITURA CUTIL      - ' TO WRK-MENSAGEM         00010160
              MOVE ZEROS                       TO WRK-STATUS            00010170
              PERFORM 9000-TRATARERROS                                  00010180
           END-IF.                                                      00010190
                                                                        00010200
       2500-99-FIM.                                            EXIT.    00010210
      *=============================================================*   00010220
                                                                        00010230
      *=============================================================*   00010240
       2600-GUARDAR-SETOR                                   SECTION.    00010250
                                                                        00010260
      *          WRK-SG-SETOR COM SEUS VALORES PROPRIOS; PAI E          00010270
      *          DESCRICAO VEM DE IVAN.SETOR (BRANCOS SE NAO ACHAR)     00010280
                                                                        00010290
           IF WRK-TAB-SE-QTD NOT LESS 100                               00010300
              MOVE 'FR21UTL1'                  TO WRK-PROGRAMA          00010310
              MOVE '2600'                      TO WRK-SECAO             00010320
              MOVE 'TABELA DE SETORES ESTOUROU' TO WRK-MENSAGEM         00010330
              MOVE SPACES                      TO WRK-STATUS            00010340
              PERFORM 9000-TRATARERROS                                  00010350
           END-IF.                                                      00010360
                                                                        00010370
           MOVE WRK-SG-SETOR TO DB2-IDSETOR.                            00010380
           MOVE SPACES TO DB2-SETORPAI DB2-DESCSETOR.                   00010390
           EXEC SQL                                                     00010400
                SELECT SETORPAI, DESCSETOR                              00010410
                  INTO :DB2-SETORPAI, :DB2-DESCSETOR                    00010420
                  FROM IVAN.SETOR                                       00010430
                 WHERE IDSETOR = :DB2-IDSETOR                           00010440
                 FETCH FIRST ROW ONLY                                   00010450
           END-EXEC.                                                    00010460
           IF SQLCODE NOT EQUAL 0                                       00010470
              MOVE SPACES TO DB2-SETORPAI DB2-DESCSETOR                 00010480
           END-IF.                                                      00010490
                                                                        00010500
      *          SETOR QUE SE DECLARA PAI DE SI MESMO E RAIZ            00010510
                                                                        00010520
           IF DB2-SETORPAI EQUAL WRK-SG-SETOR                           00010530
              MOVE SPACES TO DB2-SETORPAI                               00010540
           END-IF.                                                      00010550
                                                                        00010560
           ADD 1 TO WRK-TAB-SE-QTD.                                     00010570
           MOVE WRK-TAB-SE-QTD TO WRK-IND-SG.                           00010580
           MOVE WRK-SG-SETOR  TO WRK-SE-SETOR(WRK-IND-SG).              00010590
           MOVE DB2-SETORPAI  TO WRK-SE-PAI(WRK-IND-SG).                00010600
           MOVE DB2-DESCSETOR TO WRK-SE-DESC(WRK-IND-SG).               00010610
           MOVE WRK-SG-QTDE   TO WRK-SE-QTDE(WRK-IND-SG).               00010620
           MOVE WRK-SG-DISP   TO WRK-SE-DISP(WRK-IND-SG).               00010630
           MOVE WRK-SG-FAT    TO WRK-SE-FAT(WRK-IND-SG).                00010640
           MOVE WRK-SG-INT    TO WRK-SE-INT(WRK-IND-SG).                00010650
           MOVE ZEROS TO WRK-SE-ROL-QTD(WRK-IND-SG).                    00010660
           MOVE ZEROS TO WRK-SE-ROL-DIS(WRK-IND-SG).                    00010670
           MOVE ZEROS TO WRK-SE-ROL-FAT(WRK-IND-SG).                    00010680
           MOVE ZEROS TO WRK-SE-ROL-INT(WRK-IND-SG).                    00010690
                                                                        00010700
       2600-99-FIM.                                            EXIT.    00010710
      *=============================================================*   00010720
                                                                        00010730
      *=============================================================*   00010740
       2700-CONSOLIDAR                                      SECTION.    00010750
                                                                        00010760
      *          CADA SETOR CONTRIBUI PARA SI E PARA TODA A CADEIA      00010770
      *          DE PAIS (ATE VINTE NIVEIS). O PAI SEM FUNCIONARIO      00010780
      *          ATIVO ENTRA NA TABELA SEM VALORES PROPRIOS, PARA A     00010790
      *          CADEIA NAO SE PERDER NELE                              00010800
                                                                        00010810
           MOVE ZEROS TO WRK-SG-QTDE WRK-SG-DISP WRK-SG-FAT             00010820
                         WRK-SG-INT.                                    00010830
                                                                        00010840
           PERFORM VARYING WRK-IND-SE FROM 1 BY 1                       00010850
                   UNTIL WRK-IND-SE > WRK-TAB-SE-QTD                    00010860
                                                                        00010870
              MOVE WRK-SE-SETOR(WRK-IND-SE) TO WRK-PAI-ATUAL            00010880
              MOVE ZEROS TO WRK-NIVEIS                                  00010890
                                                                        00010900
              PERFORM UNTIL WRK-PAI-ATUAL EQUAL SPACES                  00010910
                      OR WRK-NIVEIS GREATER 20                          00010920
                                                                        00010930
      *          LOCALIZA O ELO CORRENTE DA CADEIA NA TABELA            00010940
                                                                        00010950
                 PERFORM VARYING WRK-IND-SP FROM 1 BY 1                 00010960
                         UNTIL WRK-IND-SP > WRK-TAB-SE-QTD              00010970
                         OR WRK-SE-SETOR(WRK-IND-SP) EQUAL              00010980
                            WRK-PAI-ATUAL                               00010990
                    CONTINUE                                            00011000
                 END-PERFORM                                            00011010
                                                                        00011020
                 IF WRK-IND-SP GREATER WRK-TAB-SE-QTD                   00011030
                    MOVE WRK-PAI-ATUAL TO WRK-SG-SETOR                  00011040
                    PERFORM 2600-GUARDAR-SETOR                          00011050
                    MOVE WRK-IND-SG    TO WRK-IND-SP                    00011060
                 END-IF                                                 00011070
                                                                        00011080
                 ADD WRK-SE-QTDE(WRK-IND-SE)                            00011090
                    TO WRK-SE-ROL-QTD(WRK-IND-SP)                       00011100
                 ADD WRK-SE-DISP(WRK-IND-SE)                            00011110
                    TO WRK-SE-ROL-DIS(WRK-IND-SP)                       00011120
                 ADD WRK-SE-FAT(WRK-IND-SE)                             00011130
                    TO WRK-SE-ROL-FAT(WRK-IND-SP)                       00011140
                 ADD WRK-SE-INT(WRK-IND-SE)                             00011150
                    TO WRK-SE-ROL-INT(WRK-IND-SP)                       00011160
                 MOVE WRK-SE-PAI(WRK-IND-SP) TO WRK-PAI-ATUAL           00011170
                 ADD 1 TO WRK-NIVEIS                                    00011180
              END-PERFORM                                               00011190
           END-PERFORM.                                                 00011200
                                                                        00011210
           WRITE FD-RELUTL FROM WRK-LINHA-VAZIA.                        00011220
           WRITE FD-RELUTL FROM WRK-ROL-CABEC1.                         00011230
           WRITE FD-RELUTL FROM WRK-LINHA-VAZIA.                        00011240
           WRITE FD-RELUTL FROM WRK-ROL-CABEC2.                         00011250
           WRITE FD-RELUTL FROM WRK-LINHA-VAZIA.                        00011260
                                                                        00011270
           PERFORM VARYING WRK-IND-SE FROM 1 BY 1                       00011280
                   UNTIL WRK-IND-SE > WRK-TAB-SE-QTD                    00011290
              MOVE WRK-SE-ROL-DIS(WRK-IND-SE) TO WRK-PC-DISP            00011300
              MOVE WRK-SE-ROL-FAT(WRK-IND-SE) TO WRK-PC-FAT             00011310
              MOVE WRK-SE-ROL-INT(WRK-IND-SE) TO WRK-PC-INT             00011320
              PERFORM 2100-CALCULAR-PERCENTUAIS                         00011330
              MOVE WRK-SE-SETOR(WRK-IND-SE)   TO WRK-RL-SETOR           00011340
              MOVE WRK-SE-DESC(WRK-IND-SE)    TO WRK-RL-DESC            00011350
              MOVE WRK-SE-ROL-QTD(WRK-IND-SE) TO WRK-RL-QTDE            00011360
              MOVE WRK-SE-ROL-DIS(WRK-IND-SE) TO WRK-RL-DISP            00011370
              MOVE WRK-SE-ROL-FAT(WRK-IND-SE) TO WRK-RL-FAT             00011380
              MOVE WRK-SE-ROL-INT(WRK-IND-SE) TO WRK-RL-INT             00011390
              MOVE WRK-PC-TOTAL               TO WRK-RL-TOTAL           00011400
              MOVE WRK-PC-UTIL                TO WRK-RL-UTIL            00011410
              MOVE WRK-PC-FATUR               TO WRK-RL-FATUR           00011420
              MOVE WRK-PC-ALERTA              TO WRK-RL-ALERTA          00011430
              WRITE FD-RELUTL FROM WRK-ROL-DET                          00011440
           END-PERFORM.                                                 00011450
                                                                        00011460
       2700-99-FIM.                                            EXIT.    00011470
      *=============================================================*   00011480
                                                                        00011490
      *=============================================================*   00011500
       2800-HORAS-SEM-CADASTRO                              SECTION.    00011510
                                                                        00011520
      *          HORAS APONTADAS POR QUEM NAO ESTA NO CADASTRO ATIVO    00011530
      *          FICAM FORA DA UTILIZACAO E SAO LISTADAS A PARTE        00011540
                                                                        00011550
           WRITE FD-RELUTL FROM WRK-LINHA-VAZIA.                        00011560
                                                                        00011570
           PERFORM VARYING WRK-IND-HR FROM 1 BY 1                       00011580
                   UNTIL WRK-IND-HR > WRK-TAB-HR-QTD                    00011590
              IF WRK-HR-USADO(WRK-IND-HR) EQUAL 'N'                     00011600
                 ADD 1 TO WRK-SEM-CADASTRO                              00011610
                 MOVE WRK-HR-IDFUNC(WRK-IND-HR) TO WRK-RC-ID            00011620
                 MOVE                                                   00011630
                'HORAS APONTADAS SEM FUNCIONARIO ATIVO NO CADASTRO'     00011640
                                  TO WRK-RC-MOTIVO                      00011650
                 COMPUTE WRK-RC-HORAS = WRK-HR-FAT(WRK-IND-HR)          00011660
                                      + WRK-HR-INT(WRK-IND-HR)          00011670
                 WRITE FD-RELUTL FROM WRK-REL-CRITICA                   00011680
              END-IF                                                    00011690
           END-PERFORM.                                                 00011700
                                                                        00011710
       2800-99-FIM.                                            EXIT.    00011720
      *=============================================================*   00011730
                                                                        00011740
      *=============================================================*   00011750
       3000-FINALIZAR                                       SECTION.    00011760
                                                                        00011770
             EXEC SQL                                                   00011780
                CLOSE CUTIL                                             00011790
             END-EXEC.                                                  00011800
                                                                        00011810
      *          SUBTOTAL DO ULTIMO SETOR E TOTAL GERAL                 00011820
                                                                        00011830
             MOVE HIGH-VALUES TO DB2-SETOR.                             00011840
             PERFORM 2400-QUEBRA-SETOR.                                 00011850
                                                                        00011860
             MOVE WRK-TOT-DISP TO WRK-PC-DISP.                          00011870
             MOVE WRK-TOT-FAT  TO WRK-PC-FAT.                           00011880
             MOVE WRK-TOT-INT  TO WRK-PC-INT.                           00011890
             PERFORM 2100-CALCULAR-PERCENTUAIS.                         00011900
             MOVE 'TOTAL GERAL'  TO WRK-S-TITULO.                       00011910
             MOVE WRK-TOT-QTDE   TO WRK-S-QTDE.                         00011920
             MOVE WRK-TOT-DISP   TO WRK-S-DISP.                         00011930
             MOVE WRK-TOT-FAT    TO WRK-S-FAT.                          00011940
             MOVE WRK-TOT-INT    TO WRK-S-INT.                          00011950
             MOVE WRK-PC-TOTAL   TO WRK-S-TOTAL.                        00011960
             MOVE WRK-PC-UTIL    TO WRK-S-UTIL.                         00011970
             MOVE WRK-PC-FATUR   TO WRK-S-FATUR.                        00011980
             MOVE WRK-PC-ALERTA  TO WRK-S-ALERTA.                       00011990
             WRITE FD-RELUTL FROM WRK-REL-SETOR.                        00012000
                                                                        00012010
             PERFORM 2800-HORAS-SEM-CADASTRO.                           00012020
                                                                        00012030
             IF WRK-TAB-SE-QTD GREATER ZEROS                            00012040
                PERFORM 2700-CONSOLIDAR                                 00012050
             END-IF.                                                    00012060
                                                                        00012070
             DISPLAY 'FUNCIONARIOS LIDOS....' WRK-LIDOS.                00012080
             DISPLAY 'ABAIXO DO MINIMO......' WRK-ABAIXO.               00012090
             DISPLAY 'ACIMA DO MAXIMO.......' WRK-ACIMA.                00012100
             DISPLAY 'AFASTADOS NO MES......' WRK-AFASTADOS.            00012110
             DISPLAY 'APONTAMENTOS LIDOS....' WRK-MATCH-LIDOS.          00012120
             DISPLAY 'SEM CADASTRO ATIVO....' WRK-SEM-CADASTRO.         00012130
             DISPLAY WRK-MSG-FINAL.                                     00012140
                                                                        00012150
             CLOSE MATCHSAI.                                            00012160
             CLOSE TARIFAS.                                             00012170
             IF WRK-FS-FEREVT NOT EQUAL 35                              00012180
                CLOSE FEREVT                                            00012190
             END-IF.                                                    00012200
             IF WRK-FS-ABSAPL NOT EQUAL 35                              00012210
                CLOSE ABSAPL                                            00012220
             END-IF.                                                    00012230
             CLOSE RELUTL.                                              00012240
             STOP RUN.                                                  00012250
                                                                        00012260
       3000-99-FIM.                                            EXIT.    00012270
      *=============================================================*   00012280
                                                                        00012290
      *=============================================================*   00012300
       9000-TRATARERROS                                     SECTION.    00012310
                                                                        00012320
             MOVE 'E' TO WRK-SEVERIDADE.                                00012330
             CALL 'GRAVALOG' USING WRK-DADOS.                           00012340
             STOP RUN.                                                  00012350
                                                                        00012360
       9000-99-FIM.                                            EXIT.    00012370
      *=============================================================*   00012380
