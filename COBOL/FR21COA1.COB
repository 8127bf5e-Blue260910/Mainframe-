      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21COA1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: COMUNICACAO AO COAF DE OPERACOES EM ESPECIE.        00000150
      *      RODA NO FIM DA CADEIA NOTURNA SOBRE AS GERACOES            00000160
      *      RECENTES DO MOVHIST (MOVHCOAF, CLASSIFICADAS POR CHAVE     00000170
      *      COMO NO FR21VEL1). MOVIMENTO EM ESPECIE E O APLICADO       00000180
      *      CUJA DESCRICAO COMECA POR UM DOS PREFIXOS DA TABELA        00000190
      *      WRK-TAB-ESPECIE (DEPOSITO/SAQUE EM DINHEIRO). AS           00000200
      *      CONTAS SAO AGRUPADAS PELO DOCUMENTO DO TITULAR             00000210
      *      (CAD-DOCUMENTO; SEM CADASTRO, VALE A PROPRIA CONTA).       00000220
      *      ABRE CASO NO COACAS PARA:                                  00000230
      *      - 'V' CADA MOVIMENTO DO DIA NO LIMITE LEGAL OU ACIMA;      00000240
      *      - 'F' FRACIONAMENTO: MOVIMENTOS ABAIXO DO LIMITE QUE,      00000250
      *        SOMADOS NA JANELA MOVEL DE DIAS DA PARM, ATINGEM O       00000260
      *        LIMITE (SO COM MOVIMENTO NO DIA E SEM OUTRO CASO 'F'     00000270
      *        DO MESMO DOCUMENTO ABERTO DENTRO DA JANELA).             00000280
      *      ANTES, APLICA AS DECISOES DO ANALISTA DE COMPLIANCE        00000290
      *      (COAFDEC: COMUNICAR OU DESCARTAR). DEPOIS, CASO SEM        00000300
      *      DECISAO NO PRAZO LEGAL DA PARM E COMUNICADO POR PRAZO;     00000310
      *      TODO CASO A COMUNICAR VAI PARA O COAFCOM E FICA            00000320
      *      COMUNICADO. RELATORIO DO DIA NO RELCOA.                    00000330
      *-------------------------------------------------------------*   00000340
      *   ARQUIVOS.....:                                                00000350
      *                                                                 00000360
      *   NAME                I/O                                       00000370
      *   MOVHCOAF             I   (HISTORICO RECENTE CLASSIFICADO)     00000380
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000390
      *   CADCLI               I   (KSDS - CADBOOK)                     00000400
      *   COAFDEC              I   (DECISOES DO ANALISTA)               00000410
      *   COACAS              I-O  (KSDS - COABOOK)                     00000420
      *   COAFCOM              O   (COMUNICACOES AO COAF)               00000430
      *   RELCOA               O   (RELATORIO DO DIA)                   00000440
      *-------------------------------------------------------------*   00000450
      *   MODULOS....:                                                  00000460
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000470
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000480
      *-------------------------------------------------------------*   00000490
      *   PARM.....: LIMITE 9(08) + JANELA EM DIAS 9(03) + PRAZO DE     00000500
      *               DECISAO EM DIAS 9(03) (OMITIDA = LIMITE           00000510
      *               00050000, JANELA 010, PRAZO 045)                  00000520
      *=============================================================*   00000530
       ENVIRONMENT                               DIVISION.              00000540
      *=============================================================*   00000550
                                                                        00000560
      *-------------------------------------------------------------*   00000570
       CONFIGURATION                                        SECTION.    00000580
      *-------------------------------------------------------------*   00000590
       SPECIAL-NAMES.                                                   00000600
           DECIMAL-POINT IS COMMA.                                      00000610
                                                                        00000620
                                                                        00000630
       INPUT-OUTPUT                                         SECTION.    00000640
       FILE-CONTROL.                                                    00000650
           SELECT MOVHCOAF ASSIGN TO MOVHCOAF                           00000660
               FILE STATUS  IS WRK-FS-MOVHCOAF.                         00000670
                                                                        00000680
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000690
               ORGANIZATION  IS INDEXED                                 00000700
               ACCESS MODE   IS RANDOM                                  00000710
               RECORD KEY    IS CLI-CHAVE                               00000720
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000730
                                                                        00000740
           SELECT CADCLI   ASSIGN TO CADCLI                             00000750
               ORGANIZATION  IS INDEXED                                 00000760
               ACCESS MODE   IS RANDOM                                  00000770
               RECORD KEY    IS CAD-CHAVE                               00000780
               FILE STATUS   IS WRK-FS-CADCLI.                          00000790
                                                                        00000800
           SELECT COAFDEC  ASSIGN TO COAFDEC                            00000810
               FILE STATUS  IS WRK-FS-COAFDEC.                          00000820
                                                                        00000830
           SELECT COACAS   ASSIGN TO COACAS                             00000840
               ORGANIZATION  IS INDEXED                                 00000850
               ACCESS MODE   IS DYNAMIC                                 00000860
               RECORD KEY    IS COA-CASO                                00000870
               FILE STATUS   IS WRK-FS-COACAS.                          00000880
                                                                        00000890
           SELECT COAFCOM  ASSIGN TO COAFCOM                            00000900
               FILE STATUS  IS WRK-FS-COAFCOM.                          00000910
                                                                        00000920
           SELECT RELCOA   ASSIGN TO RELCOA                             00000930
               FILE STATUS  IS WRK-FS-RELCOA.                           00000940
                                                                        00000950
      *=============================================================*   00000960
       DATA                                                DIVISION.    00000970
      *=============================================================*   00000980
       FILE                                                 SECTION.    00000990
      *=============================================================*   00001000
                                                                        00001010
      *-------------------------------------------------------------*   00001020
      *       HISTORICO RECENTE (LAYOUT MOVHIST)  LRECL = 56        *   00001030
      *-------------------------------------------------------------*   00001040
       FD MOVHCOAF                                                      00001050
           RECORDING  MODE IS F                                         00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
                                                                        00001080
       01 FD-MOVHCOAF.                                                  00001090
          05 FD-HS-CHAVE       PIC X(08).                               00001100
          05 FD-HS-MOVIMENTO   PIC X(30).                               00001110
          05 FD-HS-VALOR       PIC 9(08).                               00001120
          05 FD-HS-TIPO        PIC X(01).                               00001130
          05 FD-HS-DATA        PIC 9(08).                               00001140
          05 FD-HS-DISP        PIC X(01).                               00001150
                                                                        00001160
      *-------------------------------------------------------------*   00001170
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001180
      *-------------------------------------------------------------*   00001190
       FD CLIENTES.                                                     00001200
                                                                        00001210
       COPY 'CLIBOOK'.                                                  00001220
                                                                        00001230
      *-------------------------------------------------------------*   00001240
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00001250
      *-------------------------------------------------------------*   00001260
       FD CADCLI.                                                       00001270
                                                                        00001280
       COPY 'CADBOOK'.                                                  00001290
                                                                        00001300
      *-------------------------------------------------------------*   00001310
      *       ARQUIVO DE ENTRADA COAFDEC   LRECL = 40               *   00001320
      *       DECISAO 'R' COMUNICAR / 'D' DESCARTAR                 *   00001330
      *-------------------------------------------------------------*   00001340
       FD COAFDEC                                                       00001350
           RECORDING  MODE IS F                                         00001360
           BLOCK CONTAINS 0 RECORDS.                                    00001370
                                                                        00001380
       01 FD-COAFDEC.                                                   00001390
          05 FD-CD-CASO      PIC X(26).                                 00001400
          05 FD-CD-DECISAO   PIC X(01).                                 00001410
          05 FD-CD-ANALISTA  PIC X(08).                                 00001420
          05 FILLER          PIC X(05).                                 00001430
                                                                        00001440
      *-------------------------------------------------------------*   00001450
      *       CASOS DE COMUNICACAO AO COAF (KSDS)   LRECL = 130     *   00001460
      *-------------------------------------------------------------*   00001470
       FD COACAS.                                                       00001480
                                                                        00001490
       COPY 'COABOOK'.                                                  00001500
                                                                        00001510
      *-------------------------------------------------------------*   00001520
      *       ARQUIVO DE SAIDA   COAFCOM   LRECL = 120              *   00001530
      *       TIPO 'E' OPERACAO EM ESPECIE / 'S' FRACIONAMENTO      *   00001540
      *-------------------------------------------------------------*   00001550
       FD COAFCOM                                                       00001560
           RECORDING  MODE IS F                                         00001570
           BLOCK CONTAINS 0 RECORDS.                                    00001580
                                                                        00001590
       01 FD-COAFCOM.                                                   00001600
          05 FD-CM-TIPO-COM   PIC X(01).                                00001610
          05 FD-CM-CASO       PIC X(26).                                00001620
          05 FD-CM-TIPO-DOC   PIC X(01).                                00001630
          05 FD-CM-NOME       PIC X(30).                                00001640
          05 FD-CM-CHAVE      PIC X(08).                                00001650
          05 FD-CM-VALOR      PIC 9(10).                                00001660
          05 FD-CM-QTDE       PIC 9(04).                                00001670
          05 FD-CM-DATA-INI   PIC 9(08).                                00001680
          05 FD-CM-DATA-FIM   PIC 9(08).                                00001690
          05 FD-CM-DECISAO    PIC X(01).                                00001700
          05 FD-CM-ANALISTA   PIC X(08).                                00001710
          05 FD-CM-DATA-COMUN PIC 9(08).                                00001720
          05 FILLER           PIC X(07).                                00001730
                                                                        00001740
      *-------------------------------------------------------------*   00001750
      *       ARQUIVO DE SAIDA   RELCOA   LRECL = 100               *   00001760
      *-------------------------------------------------------------*   00001770
       FD RELCOA                                                        00001780
           RECORDING  MODE IS F                                         00001790
           BLOCK CONTAINS 0 RECORDS.                                    00001800
                                                                        00001810
       01 FD-RELCOA     PIC X(100).                                     00001820
                                                                        00001830
      *-------------------------------------------------------------*   00001840
       WORKING-STORAGE                                      SECTION.    00001850
      *-------------------------------------------------------------*   00001860
                                                                        00001870
      *------------------LOG-DE-ERROS-------------------------------*   00001880
                                                                        00001890
       01 WRK-DADOS.                                                    00001900
           05 WRK-PROGRAMA  PIC X(08).                                  00001910
           05 WRK-SECAO     PIC X(04).                                  00001920
           05 WRK-MENSAGEM  PIC X(30).                                  00001930
           05 WRK-STATUS    PIC X(02).                                  00001940
           05 WRK-SEVERIDADE PIC X(01).                                 00001950
           05 FILLER        PIC X(22).                                  00001960
                                                                        00001970
      *--------------------PARAMETROS-------------------------------*   00001980
                                                                        00001990
       77 WRK-LIMITE          PIC 9(08) VALUE 00050000.                 00002000
                                                                        00002010
       77 WRK-JANELA          PIC 9(03) VALUE 010.                      00002020
                                                                        00002030
       77 WRK-PRAZO           PIC 9(03) VALUE 045.                      00002040
                                                                        00002050
      *--------------------PREFIXOS DE MOVIMENTO EM ESPECIE---------*   00002060
                                                                        00002070
       01 WRK-ESPECIE-VALORES.                                          00002080
          05 FILLER PIC X(22) VALUE 'DEPOSITO EM ESPECIE 19'.           00002090
          05 FILLER PIC X(22) VALUE 'DEPOSITO DINHEIRO   17'.           00002100
          05 FILLER PIC X(22) VALUE 'DEP ESPECIE         11'.           00002110
          05 FILLER PIC X(22) VALUE 'DEP DINHEIRO        12'.           00002120
          05 FILLER PIC X(22) VALUE 'SAQUE               05'.           00002130
       01 WRK-TAB-ESPECIE REDEFINES WRK-ESPECIE-VALORES.                00002140
          05 WRK-ES-OCR OCCURS 5 TIMES.                                 00002150
             10 WRK-ES-PREFIXO PIC X(20).                               00002160
             10 WRK-ES-TAM     PIC 9(02).                               00002170
                                                                        00002180
       77 WRK-IND-ES          PIC 9(02).                                00002190
                                                                        00002200
       77 WRK-ESPECIE         PIC X(01) VALUE 'N'.                      00002210
                                                                        00002220
      *--------------------LOGICA-----------------------------------*   00002230
                                                                        00002240
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00002250
                                                                        00002260
       77 WRK-MOV-ESPECIE     PIC 9(07) VALUE 0.                        00002270
                                                                        00002280
       77 WRK-DECISOES        PIC 9(05) VALUE 0.                        00002290
                                                                        00002300
       77 WRK-DEC-REJEIT      PIC 9(05) VALUE 0.                        00002310
                                                                        00002320
       77 WRK-CASOS-V         PIC 9(05) VALUE 0.                        00002330
                                                                        00002340
       77 WRK-CASOS-F         PIC 9(05) VALUE 0.                        00002350
                                                                        00002360
       77 WRK-JA-ABERTOS      PIC 9(05) VALUE 0.                        00002370
                                                                        00002380
       77 WRK-POR-PRAZO       PIC 9(05) VALUE 0.                        00002390
                                                                        00002400
       77 WRK-COMUNICADOS     PIC 9(05) VALUE 0.                        00002410
                                                                        00002420
       77 WRK-PENDENTES       PIC 9(05) VALUE 0.                        00002430
                                                                        00002440
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002450
                                                                        00002460
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002470
                                                                        00002480
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002490
                                                                        00002500
       77 WRK-HOJE-INT        PIC 9(08) VALUE 0.                        00002510
                                                                        00002520
       77 WRK-INI-JANELA      PIC 9(08) VALUE 0.                        00002530
                                                                        00002540
       77 WRK-ABERT-INT       PIC 9(08) VALUE 0.                        00002550
                                                                        00002560
       77 WRK-DIAS            PIC 9(05) VALUE 0.                        00002570
                                                                        00002580
       77 WRK-MOTIVO          PIC X(25).                                00002590
                                                                        00002600
       77 WRK-EVENTO          PIC X(18).                                00002610
                                                                        00002620
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.                      00002630
                                                                        00002640
      *        TITULAR DA CONTA EM LEITURA (O MOVHCOAF VEM POR CHAVE)   00002650
                                                                        00002660
       77 WRK-CHAVE-ATUAL     PIC X(08) VALUE LOW-VALUES.               00002670
                                                                        00002680
       77 WRK-TIT-DOCUMENTO   PIC X(14) VALUE SPACES.                   00002690
                                                                        00002700
       77 WRK-TIT-TIPO-DOC    PIC X(01) VALUE SPACE.                    00002710
                                                                        00002720
       77 WRK-TIT-NOME        PIC X(30) VALUE SPACES.                   00002730
                                                                        00002740
      *        DOCUMENTOS COM MOVIMENTO EM ESPECIE NA JANELA:           00002750
      *        QTD/VALOR SO DOS MOVIMENTOS ABAIXO DO LIMITE (BASE DO    00002760
      *        FRACIONAMENTO); SEQ-V NUMERA OS CASOS 'V' DO DIA         00002770
                                                                        00002780
       01 WRK-TAB-DOC.                                                  00002790
          05 WRK-DC-QTD-TAB   PIC 9(04) VALUE 0.                        00002800
          05 WRK-DC-OCR OCCURS 3000 TIMES.                              00002810
             10 WRK-DC-DOC      PIC X(14).                              00002820
             10 WRK-DC-TIPO-DOC PIC X(01).                              00002830
             10 WRK-DC-CHAVE    PIC X(08).                              00002840
             10 WRK-DC-NOME     PIC X(30).                              00002850
             10 WRK-DC-QTD      PIC 9(04).                              00002860
             10 WRK-DC-VALOR    PIC 9(10).                              00002870
             10 WRK-DC-QTD-HOJE PIC 9(04).                              00002880
             10 WRK-DC-DATA-INI PIC 9(08).                              00002890
             10 WRK-DC-SEQ-V    PIC 9(03).                              00002900
                                                                        00002910
       77 WRK-IND-DC          PIC 9(04).                                00002920
                                                                        00002930
       77 WRK-DC-MAXIMO       PIC 9(04) VALUE 3000.                     00002940
                                                                        00002950
           COPY 'LNKDPRC'.                                              00002960
                                                                        00002970
      *--------------------STATUS-----------------------------------*   00002980
                                                                        00002990
       77 WRK-FS-MOVHCOAF PIC 9(02).                                    00003000
                                                                        00003010
       77 WRK-FS-CLIENTES PIC 9(02).                                    00003020
                                                                        00003030
       77 WRK-FS-CADCLI   PIC 9(02).                                    00003040
                                                                        00003050
       77 WRK-FS-COAFDEC  PIC 9(02).                                    00003060
                                                                        00003070
       77 WRK-FS-COACAS   PIC 9(02).                                    00003080
                                                                        00003090
       77 WRK-FS-COAFCOM  PIC 9(02).                                    00003100
                                                                        00003110
       77 WRK-FS-RELCOA   PIC 9(02).                                    00003120
                                                                        00003130
      *--------------------LINHAS DO RELATORIO----------------------*   00003140
                                                                        00003150
       01 WRK-CABEC1.                                                   00003160
          05 FILLER   PIC X(44) VALUE                                   00003170
             'COMUNICACAO AO COAF - OPERACOES EM ESPECIE  '.            00003180
          05 FILLER   PIC X(05) VALUE 'DATA '.                          00003190
          05 WRK-C1-DATA PIC 9(08).                                     00003200
          05 FILLER   PIC X(43).                                        00003210
                                                                        00003220
       01 WRK-CABEC2.                                                   00003230
          05 FILLER   PIC X(19) VALUE 'EVENTO'.                         00003240
          05 FILLER   PIC X(16) VALUE 'DOCUMENTO'.                      00003250
          05 FILLER   PIC X(02) VALUE 'T'.                              00003260
          05 FILLER   PIC X(09) VALUE 'ABERTURA'.                       00003270
          05 FILLER   PIC X(02) VALUE 'T'.                              00003280
          05 FILLER   PIC X(17) VALUE 'CONTA'.                          00003290
          05 FILLER   PIC X(05) VALUE 'VALOR'.                          00003300
          05 FILLER   PIC X(06) VALUE '   QTD'.                         00003310
          05 FILLER   PIC X(07) VALUE ' DIAS'.                          00003320
          05 FILLER   PIC X(17) VALUE 'OBSERVACAO'.                     00003330
                                                                        00003340
       01 WRK-DETALHE.                                                  00003350
          05 WRK-D-EVENTO    PIC X(18).                                 00003360
          05 FILLER          PIC X(01).                                 00003370
          05 WRK-D-DOCUMENTO PIC X(14).                                 00003380
          05 FILLER          PIC X(02).                                 00003390
          05 WRK-D-TIPO-DOC  PIC X(01).                                 00003400
          05 FILLER          PIC X(01).                                 00003410
          05 WRK-D-ABERTURA  PIC 9(08).                                 00003420
          05 FILLER          PIC X(01).                                 00003430
          05 WRK-D-TIPO      PIC X(01).                                 00003440
          05 FILLER          PIC X(01).                                 00003450
          05 WRK-D-CHAVE     PIC X(08).                                 00003460
          05 FILLER          PIC X(01).                                 00003470
          05 WRK-D-VALOR     PIC Z.ZZZ.ZZZ.ZZ9.                         00003480
          05 FILLER          PIC X(01).                                 00003490
          05 WRK-D-QTDE      PIC ZZZ9.                                  00003500
          05 FILLER          PIC X(01).                                 00003510
          05 WRK-D-DIAS      PIC ZZZZ9.                                 00003520
          05 FILLER          PIC X(02).                                 00003530
          05 WRK-D-OBS       PIC X(17).                                 00003540
                                                                        00003550
      *-------------------------------------------------------------*   00003560
       LINKAGE                                              SECTION.    00003570
      *-------------------------------------------------------------*   00003580
       01 LNK-ENTRADA.                                                  00003590
          05 LNK-LEN            PIC 9(04) COMP.                         00003600
          05 LNK-LIMITE         PIC 9(08).                              00003610
          05 LNK-JANELA         PIC 9(03).                              00003620
          05 LNK-PRAZO          PIC 9(03).                              00003630
                                                                        00003640
      *=============================================================*   00003650
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00003660
      *=============================================================*   00003670
                                                                        00003680
      *=============================================================*   00003690
       0000-PRINCIPAL                                       SECTION.    00003700
                                                                        00003710
            PERFORM 1000-INICIAR.                                       00003720
            PERFORM 1500-APLICAR-DECISAO                                00003730
               UNTIL WRK-FS-COAFDEC EQUAL 10.                           00003740
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-MOVHCOAF EQUAL 10.      00003750
            PERFORM 2600-AVALIAR-DOCUMENTO                              00003760
               VARYING WRK-IND-DC FROM 1 BY 1                           00003770
               UNTIL WRK-IND-DC GREATER WRK-DC-QTD-TAB.                 00003780
            PERFORM 4000-PRAZO-E-COMUNICACAO.                           00003790
            PERFORM 3000-FINALIZAR.                                     00003800
                                                                        00003810
       0000-99-FIM.                                            EXIT.    00003820
      *=============================================================*   00003830
                                                                        00003840
      *=============================================================*   00003850
       1000-INICIAR                                         SECTION.    00003860
                                                                        00003870
            OPEN INPUT  MOVHCOAF.                                       00003880
            OPEN INPUT  CLIENTES.                                       00003890
            OPEN INPUT  CADCLI.                                         00003900
            OPEN INPUT  COAFDEC.                                        00003910
            OPEN I-O    COACAS.                                         00003920
            OPEN OUTPUT COAFCOM.                                        00003930
            OPEN OUTPUT RELCOA.                                         00003940
                                                                        00003950
            IF WRK-FS-MOVHCOAF NOT EQUAL ZEROS                          00003960
               MOVE 'FR21COA1'                  TO WRK-PROGRAMA         00003970
               MOVE '1000'                      TO WRK-SECAO            00003980
               MOVE 'ERRO OPEN HISTORICO      ' TO WRK-MENSAGEM         00003990
               MOVE WRK-FS-MOVHCOAF             TO WRK-STATUS           00004000
               PERFORM 9000-TRATARERROS                                 00004010
            END-IF.                                                     00004020
                                                                        00004030
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00004040
               MOVE 'FR21COA1'                  TO WRK-PROGRAMA         00004050
               MOVE '1000'                      TO WRK-SECAO            00004060
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00004070
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00004080
               PERFORM 9000-TRATARERROS                                 00004090
            END-IF.                                                     00004100
                                                                        00004110
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00004120
               MOVE 'FR21COA1'                  TO WRK-PROGRAMA         00004130
               MOVE '1000'                      TO WRK-SECAO            00004140
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00004150
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00004160
               PERFORM 9000-TRATARERROS                                 00004170
            END-IF.                                                     00004180
                                                                        00004190
            IF WRK-FS-COAFDEC NOT EQUAL ZEROS                           00004200
               MOVE 'FR21COA1'                  TO WRK-PROGRAMA         00004210
               MOVE '1000'                      TO WRK-SECAO            00004220
               MOVE 'ERRO OPEN DECISOES       ' TO WRK-MENSAGEM         00004230
               MOVE WRK-FS-COAFDEC              TO WRK-STATUS           00004240
               PERFORM 9000-TRATARERROS                                 00004250
            END-IF.                                                     00004260
                                                                        00004270
            IF WRK-FS-COACAS NOT EQUAL ZEROS                            00004280
               MOVE 'FR21COA1'                  TO WRK-PROGRAMA         00004290
               MOVE '1000'                      TO WRK-SECAO            00004300
               MOVE 'ERRO OPEN COACAS         ' TO WRK-MENSAGEM         00004310
               MOVE WRK-FS-COACAS               TO WRK-STATUS           00004320
               PERFORM 9000-TRATARERROS                                 00004330
            END-IF.                                                     00004340
                                                                        00004350
            IF LNK-LEN NOT EQUAL ZERO                                   00004360
               MOVE LNK-LIMITE TO WRK-LIMITE                            00004370
               MOVE LNK-JANELA TO WRK-JANELA                            00004380
               MOVE LNK-PRAZO  TO WRK-PRAZO                             00004390
            END-IF.                                                     00004400
                                                                        00004410
            MOVE 'FR21COA1' TO LNK-DP-PROGRAMA.                         00004420
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004430
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004440
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004450
                                                                        00004460
      *                 JANELA MOVEL: OS ULTIMOS N DIAS CORRIDOS,       00004470
      *                 CONTANDO O DIA DE HOJE                          00004480
                                                                        00004490
            COMPUTE WRK-HOJE-INT =                                      00004500
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00004510
            COMPUTE WRK-INI-JANELA = FUNCTION DATE-OF-INTEGER           00004520
               (WRK-HOJE-INT - WRK-JANELA + 1).                         00004530
                                                                        00004540
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00004550
            WRITE FD-RELCOA FROM WRK-CABEC1.                            00004560
            WRITE FD-RELCOA FROM WRK-LINHA-VAZIA.                       00004570
            WRITE FD-RELCOA FROM WRK-CABEC2.                            00004580
                                                                        00004590
            READ COAFDEC.                                               00004600
            READ MOVHCOAF.                                              00004610
                                                                        00004620
       1000-99-FIM.                                            EXIT.    00004630
      *=============================================================*   00004640
                                                                        00004650
      *=============================================================*   00004660
       1500-APLICAR-DECISAO                                 SECTION.    00004670
                                                                        00004680
           MOVE SPACES     TO WRK-MOTIVO.                               00004690
           MOVE FD-CD-CASO TO COA-CASO.                                 00004700
           READ COACAS.                                                 00004710
                                                                        00004720
           EVALUATE TRUE                                                00004730
             WHEN WRK-FS-COACAS NOT EQUAL ZEROS                         00004740
                  MOVE 'CASO INEXISTENTE         ' TO WRK-MOTIVO        00004750
             WHEN COA-SITUACAO NOT EQUAL 'A'                            00004760
                  MOVE 'CASO JA DECIDIDO         ' TO WRK-MOTIVO        00004770
             WHEN FD-CD-DECISAO NOT EQUAL 'R'                           00004780
              AND FD-CD-DECISAO NOT EQUAL 'D'                           00004790
                  MOVE 'DECISAO INVALIDA (R/D)   ' TO WRK-MOTIVO        00004800
             WHEN FD-CD-ANALISTA EQUAL SPACES                           00004810
                  MOVE 'ANALISTA NAO INFORMADO   ' TO WRK-MOTIVO        00004820
           END-EVALUATE.                                                00004830
                                                                        00004840
           IF WRK-MOTIVO NOT EQUAL SPACES                               00004850
              ADD 1 TO WRK-DEC-REJEIT                                   00004860
              MOVE SPACES           TO WRK-DETALHE                      00004870
              MOVE 'DECISAO REJEITADA' TO WRK-D-EVENTO                  00004880
              MOVE FD-CD-CASO(1:14) TO WRK-D-DOCUMENTO                  00004890
              MOVE WRK-MOTIVO       TO WRK-D-OBS                        00004900
              WRITE FD-RELCOA FROM WRK-DETALHE                          00004910
              GO TO 1500-50-LER                                         00004920
           END-IF.                                                      00004930
                                                                        00004940
           MOVE FD-CD-DECISAO  TO COA-SITUACAO COA-DECISAO.             00004950
           MOVE FD-CD-ANALISTA TO COA-ANALISTA.                         00004960
           MOVE WRK-HOJE       TO COA-DATA-DECISAO.                     00004970
           PERFORM 4900-REGRAVAR-CASO.                                  00004980
           ADD 1 TO WRK-DECISOES.                                       00004990
                                                                        00005000
           IF COA-DECISAO EQUAL 'R'                                     00005010
              MOVE 'DECIDIDO COMUNICAR' TO WRK-EVENTO                   00005020
           ELSE                                                         00005030
              MOVE 'DECIDIDO DESCARTAR' TO WRK-EVENTO                   00005040
           END-IF.                                                      00005050
           MOVE ZEROS TO WRK-DIAS.                                      00005060
           PERFORM 2800-DETALHE-CASO.                                   00005070
                                                                        00005080
       1500-50-LER.                                                     00005090
                                                                        00005100
           READ COAFDEC.                                                00005110
                                                                        00005120
       1500-99-FIM.                                            EXIT.    00005130
      *=============================================================*   00005140
                                                                        00005150
      *=============================================================*   00005160
       2000-PROCESSAR                                       SECTION.    00005170
                                                                        00005180
           ADD 1 TO WRK-LIDOS.                                          00005190
                                                                        00005200
      *                 SO MOVIMENTO APLICADO DENTRO DA JANELA          00005210
                                                                        00005220
           IF FD-HS-DISP NOT EQUAL 'A'                                  00005230
              OR FD-HS-DATA LESS WRK-INI-JANELA                         00005240
              OR FD-HS-DATA GREATER WRK-HOJE                            00005250
              GO TO 2000-50-LER                                         00005260
           END-IF.                                                      00005270
                                                                        00005280
           PERFORM 2100-VERIFICAR-ESPECIE.                              00005290
                                                                        00005300
           IF WRK-ESPECIE EQUAL 'N'                                     00005310
              GO TO 2000-50-LER                                         00005320
           END-IF.                                                      00005330
                                                                        00005340
           ADD 1 TO WRK-MOV-ESPECIE.                                    00005350
                                                                        00005360
           IF FD-HS-CHAVE NOT EQUAL WRK-CHAVE-ATUAL                     00005370
              PERFORM 2150-IDENTIFICAR-TITULAR                          00005380
           END-IF.                                                      00005390
                                                                        00005400
           PERFORM 2200-LOCALIZAR-DOCUMENTO.                            00005410
                                                                        00005420
           IF FD-HS-VALOR NOT LESS WRK-LIMITE                           00005430
              IF FD-HS-DATA EQUAL WRK-HOJE                              00005440
                 ADD 1 TO WRK-DC-SEQ-V(WRK-IND-DC)                      00005450
                 PERFORM 2300-ABRIR-CASO-VALOR                          00005460
              END-IF                                                    00005470
           ELSE                                                         00005480
              ADD 1           TO WRK-DC-QTD(WRK-IND-DC)                 00005490
              ADD FD-HS-VALOR TO WRK-DC-VALOR(WRK-IND-DC)               00005500
              MOVE FD-HS-CHAVE TO WRK-DC-CHAVE(WRK-IND-DC)              00005510
              IF FD-HS-DATA LESS WRK-DC-DATA-INI(WRK-IND-DC)            00005520
                 MOVE FD-HS-DATA TO WRK-DC-DATA-INI(WRK-IND-DC)         00005530
              END-IF                                                    00005540
              IF FD-HS-DATA EQUAL WRK-HOJE                              00005550
                 ADD 1 TO WRK-DC-QTD-HOJE(WRK-IND-DC)                   00005560
              END-IF                                                    00005570
           END-IF.                                                      00005580
                                                                        00005590
       2000-50-LER.                                                     00005600
                                                                        00005610
           READ MOVHCOAF.                                               00005620
                                                                        00005630
       2000-99-FIM.                                            EXIT.    00005640
      *=============================================================*   00005650
                                                                        00005660
      *=============================================================*   00005670
       2100-VERIFICAR-ESPECIE                               SECTION.    00005680
                                                                        00005690
           MOVE 'N' TO WRK-ESPECIE.                                     00005700
                                                                        00005710
           PERFORM VARYING WRK-IND-ES FROM 1 BY 1                       00005720
                   UNTIL WRK-IND-ES GREATER 5                           00005730
                      OR WRK-ESPECIE EQUAL 'S'                          00005740
              IF FD-HS-MOVIMENTO(1:WRK-ES-TAM(WRK-IND-ES)) EQUAL        00005750
                 WRK-ES-PREFIXO(WRK-IND-ES)(1:WRK-ES-TAM(WRK-IND-ES))   00005760
                 MOVE 'S' TO WRK-ESPECIE                                00005770
              END-IF                                                    00005780
           END-PERFORM.                                                 00005790
                                                                        00005800
       2100-99-FIM.                                            EXIT.    00005810
      *=============================================================*   00005820
                                                                        00005830
      *=============================================================*   00005840
       2150-IDENTIFICAR-TITULAR                             SECTION.    00005850
                                                                        00005860
      *          DOCUMENTO DO CADASTRO COMPLEMENTAR; SEM ELE, A         00005870
      *          PROPRIA CONTA IDENTIFICA O TITULAR (TIPO EM BRANCO)    00005880
                                                                        00005890
           MOVE FD-HS-CHAVE TO WRK-CHAVE-ATUAL CLI-CHAVE CAD-CHAVE.     00005900
                                                                        00005910
           READ CLIENTES.                                               00005920
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00005930
              MOVE CLI-NOME TO WRK-TIT-NOME                             00005940
           ELSE                                                         00005950
              MOVE SPACES   TO WRK-TIT-NOME                             00005960
           END-IF.                                                      00005970
                                                                        00005980
           READ CADCLI.                                                 00005990
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00006000
              MOVE CAD-DOCUMENTO TO WRK-TIT-DOCUMENTO                   00006010
              MOVE CAD-TIPO-DOC  TO WRK-TIT-TIPO-DOC                    00006020
           ELSE                                                         00006030
              MOVE FD-HS-CHAVE   TO WRK-TIT-DOCUMENTO                   00006040
              MOVE SPACE         TO WRK-TIT-TIPO-DOC                    00006050
           END-IF.                                                      00006060
                                                                        00006070
       2150-99-FIM.                                            EXIT.    00006080
      *=============================================================*   00006090
                                                                        00006100
      *=============================================================*   00006110
       2200-LOCALIZAR-DOCUMENTO                             SECTION.    00006120
                                                                        00006130
           MOVE 'N' TO WRK-ACHOU.                                       00006140
                                                                        00006150
           PERFORM VARYING WRK-IND-DC FROM 1 BY 1                       00006160
                   UNTIL WRK-IND-DC GREATER WRK-DC-QTD-TAB              00006170
                      OR WRK-ACHOU EQUAL 'S'                            00006180
              IF WRK-DC-DOC(WRK-IND-DC) EQUAL WRK-TIT-DOCUMENTO         00006190
                 MOVE 'S' TO WRK-ACHOU                                  00006200
              END-IF                                                    00006210
           END-PERFORM.                                                 00006220
                                                                        00006230
           IF WRK-ACHOU EQUAL 'S'                                       00006240
              SUBTRACT 1 FROM WRK-IND-DC                                00006250
              GO TO 2200-99-FIM                                         00006260
           END-IF.                                                      00006270
                                                                        00006280
           IF WRK-DC-QTD-TAB NOT LESS WRK-DC-MAXIMO                     00006290
              MOVE 'FR21COA1'                  TO WRK-PROGRAMA          00006300
              MOVE '2200'                      TO WRK-SECAO             00006310
              MOVE 'TABELA DE DOCUMENTOS CHEIA' TO WRK-MENSAGEM         00006320
              MOVE SPACES                      TO WRK-STATUS            00006330
              PERFORM 9000-TRATARERROS                                  00006340
           END-IF.                                                      00006350
                                                                        00006360
           ADD 1 TO WRK-DC-QTD-TAB.                                     00006370
           MOVE WRK-DC-QTD-TAB    TO WRK-IND-DC.                        00006380
           MOVE WRK-TIT-DOCUMENTO TO WRK-DC-DOC(WRK-IND-DC).            00006390
           MOVE WRK-TIT-TIPO-DOC  TO WRK-DC-TIPO-DOC(WRK-IND-DC).       00006400
           MOVE FD-HS-CHAVE       TO WRK-DC-CHAVE(WRK-IND-DC).          00006410
           MOVE WRK-TIT-NOME      TO WRK-DC-NOME(WRK-IND-DC).           00006420
           MOVE ZEROS             TO WRK-DC-QTD(WRK-IND-DC)             00006430
                                     WRK-DC-VALOR(WRK-IND-DC)           00006440
                                     WRK-DC-QTD-HOJE(WRK-IND-DC)        00006450
                                     WRK-DC-SEQ-V(WRK-IND-DC).          00006460
           MOVE WRK-HOJE          TO WRK-DC-DATA-INI(WRK-IND-DC).       00006470
                                                                        00006480
       2200-99-FIM.                                            EXIT.    00006490
      *=============================================================*   00006500
                                                                        00006510
      *=============================================================*   00006520
       2300-ABRIR-CASO-VALOR                                SECTION.    00006530
                                                                        00006540
      *          UM CASO POR MOVIMENTO; NA REEXECUCAO DO DIA A          00006550
      *          CHAVE SE REPETE E O CASO JA ABERTO E MANTIDO           00006560
                                                                        00006570
           MOVE SPACES                     TO REG-COACAS.               00006580
           MOVE WRK-TIT-DOCUMENTO          TO COA-DOCUMENTO.            00006590
           MOVE WRK-HOJE                   TO COA-DATA-ABERT.           00006600
           MOVE 'V'                        TO COA-TIPO.                 00006610
           MOVE WRK-DC-SEQ-V(WRK-IND-DC)   TO COA-SEQ.                  00006620
           MOVE WRK-TIT-TIPO-DOC           TO COA-TIPO-DOC.             00006630
           MOVE FD-HS-CHAVE                TO COA-CHAVE.                00006640
           MOVE WRK-TIT-NOME               TO COA-NOME.                 00006650
           MOVE FD-HS-VALOR                TO COA-VALOR.                00006660
           MOVE 1                          TO COA-QTDE.                 00006670
           MOVE FD-HS-DATA                 TO COA-DATA-INI              00006680
                                              COA-DATA-FIM.             00006690
                                                                        00006700
           PERFORM 2500-GRAVAR-CASO.                                    00006710
                                                                        00006720
           IF WRK-ACHOU EQUAL 'N'                                       00006730
              ADD 1 TO WRK-CASOS-V                                      00006740
           END-IF.                                                      00006750
                                                                        00006760
       2300-99-FIM.                                            EXIT.    00006770
      *=============================================================*   00006780
                                                                        00006790
      *=============================================================*   00006800
       2500-GRAVAR-CASO                                     SECTION.    00006810
                                                                        00006820
           MOVE 'A'    TO COA-SITUACAO.                                 00006830
           MOVE SPACE  TO COA-DECISAO.                                  00006840
           MOVE SPACES TO COA-ANALISTA.                                 00006850
           MOVE ZEROS  TO COA-DATA-DECISAO COA-DATA-COMUN.              00006860
                                                                        00006870
           WRITE REG-COACAS.                                            00006880
                                                                        00006890
           EVALUATE WRK-FS-COACAS                                       00006900
             WHEN ZEROS                                                 00006910
                  MOVE 'N' TO WRK-ACHOU                                 00006920
                  MOVE 'CASO ABERTO       ' TO WRK-EVENTO               00006930
                  MOVE ZEROS TO WRK-DIAS                                00006940
                  PERFORM 2800-DETALHE-CASO                             00006950
             WHEN 22                                                    00006960
                  MOVE 'S' TO WRK-ACHOU                                 00006970
                  ADD 1 TO WRK-JA-ABERTOS                               00006980
             WHEN OTHER                                                 00006990
                  MOVE 'FR21COA1'                  TO WRK-PROGRAMA      00007000
                  MOVE '2500'                      TO WRK-SECAO         00007010
                  MOVE 'ERRO WRITE COACAS        ' TO WRK-MENSAGEM      00007020
                  MOVE WRK-FS-COACAS               TO WRK-STATUS        00007030
                  PERFORM 9000-TRATARERROS                              00007040
           END-EVALUATE.                                                00007050
                                                                        00007060
       2500-99-FIM.                                            EXIT.    00007070
      *=============================================================*   00007080
                                                                        00007090
      *=============================================================*   00007100
       2600-AVALIAR-DOCUMENTO                               SECTION.    00007110
                                                                        00007120
      *          FRACIONAMENTO: DOIS OU MAIS MOVIMENTOS ABAIXO DO       00007130
      *          LIMITE SOMANDO O LIMITE NA JANELA, UM DELES HOJE       00007140
                                                                        00007150
           IF WRK-DC-QTD-HOJE(WRK-IND-DC) EQUAL ZEROS                   00007160
              OR WRK-DC-QTD(WRK-IND-DC) LESS 2                          00007170
              OR WRK-DC-VALOR(WRK-IND-DC) LESS WRK-LIMITE               00007180
              GO TO 2600-99-FIM                                         00007190
           END-IF.                                                      00007200
                                                                        00007210
      *          UM CASO 'F' POR DOCUMENTO DENTRO DA JANELA             00007220
                                                                        00007230
           MOVE WRK-DC-DOC(WRK-IND-DC) TO COA-DOCUMENTO.                00007240
           MOVE WRK-INI-JANELA         TO COA-DATA-ABERT.               00007250
           MOVE LOW-VALUE              TO COA-TIPO.                     00007260
           MOVE ZEROS                  TO COA-SEQ.                      00007270
           MOVE 'N'                    TO WRK-ACHOU.                    00007280
                                                                        00007290
           START COACAS KEY NOT LESS COA-CASO.                          00007300
                                                                        00007310
           IF WRK-FS-COACAS EQUAL ZEROS                                 00007320
              READ COACAS NEXT                                          00007330
           END-IF.                                                      00007340
                                                                        00007350
           PERFORM UNTIL WRK-FS-COACAS NOT EQUAL ZEROS                  00007360
                      OR COA-DOCUMENTO NOT EQUAL WRK-DC-DOC(WRK-IND-DC) 00007370
                      OR WRK-ACHOU EQUAL 'S'                            00007380
              IF COA-TIPO EQUAL 'F'                                     00007390
                 MOVE 'S' TO WRK-ACHOU                                  00007400
              ELSE                                                      00007410
                 READ COACAS NEXT                                       00007420
              END-IF                                                    00007430
           END-PERFORM.                                                 00007440
                                                                        00007450
           IF WRK-ACHOU EQUAL 'S'                                       00007460
              ADD 1 TO WRK-JA-ABERTOS                                   00007470
              GO TO 2600-99-FIM                                         00007480
           END-IF.                                                      00007490
                                                                        00007500
           MOVE SPACES                      TO REG-COACAS.              00007510
           MOVE WRK-DC-DOC(WRK-IND-DC)      TO COA-DOCUMENTO.           00007520
           MOVE WRK-HOJE                    TO COA-DATA-ABERT.          00007530
           MOVE 'F'                         TO COA-TIPO.                00007540
           MOVE 1                           TO COA-SEQ.                 00007550
           MOVE WRK-DC-TIPO-DOC(WRK-IND-DC) TO COA-TIPO-DOC.            00007560
           MOVE WRK-DC-CHAVE(WRK-IND-DC)    TO COA-CHAVE.               00007570
           MOVE WRK-DC-NOME(WRK-IND-DC)     TO COA-NOME.                00007580
           MOVE WRK-DC-VALOR(WRK-IND-DC)    TO COA-VALOR.               00007590
           MOVE WRK-DC-QTD(WRK-IND-DC)      TO COA-QTDE.                00007600
           MOVE WRK-DC-DATA-INI(WRK-IND-DC) TO COA-DATA-INI.            00007610
           MOVE WRK-HOJE                    TO COA-DATA-FIM.            00007620
                                                                        00007630
           PERFORM 2500-GRAVAR-CASO.                                    00007640
                                                                        00007650
           IF WRK-ACHOU EQUAL 'N'                                       00007660
              ADD 1 TO WRK-CASOS-F                                      00007670
           END-IF.                                                      00007680
                                                                        00007690
       2600-99-FIM.                                            EXIT.    00007700
      *=============================================================*   00007710
                                                                        00007720
      *=============================================================*   00007730
       2800-DETALHE-CASO                                    SECTION.    00007740
                                                                        00007750
           MOVE SPACES         TO WRK-DETALHE.                          00007760
           MOVE WRK-EVENTO     TO WRK-D-EVENTO.                         00007770
           MOVE COA-DOCUMENTO  TO WRK-D-DOCUMENTO.                      00007780
           MOVE COA-TIPO-DOC   TO WRK-D-TIPO-DOC.                       00007790
           MOVE COA-DATA-ABERT TO WRK-D-ABERTURA.                       00007800
           MOVE COA-TIPO       TO WRK-D-TIPO.                           00007810
           MOVE COA-CHAVE      TO WRK-D-CHAVE.                          00007820
           MOVE COA-VALOR      TO WRK-D-VALOR.                          00007830
           MOVE COA-QTDE       TO WRK-D-QTDE.                           00007840
           MOVE WRK-DIAS       TO WRK-D-DIAS.                           00007850
                                                                        00007860
           IF COA-TIPO-DOC EQUAL SPACE                                  00007870
              MOVE 'SEM CADASTRO'  TO WRK-D-OBS                         00007880
           END-IF.                                                      00007890
                                                                        00007900
           IF COA-DECISAO EQUAL 'P'                                     00007910
              MOVE 'PRAZO VENCIDO'  TO WRK-D-OBS                        00007920
           END-IF.                                                      00007930
                                                                        00007940
           WRITE FD-RELCOA FROM WRK-DETALHE.                            00007950
                                                                        00007960
       2800-99-FIM.                                            EXIT.    00007970
      *=============================================================*   00007980
                                                                        00007990
      *=============================================================*   00008000
       4000-PRAZO-E-COMUNICACAO                             SECTION.    00008010
                                                                        00008020
      *          PERCORRE TODOS OS CASOS: ABERTO SEM DECISAO NO         00008030
      *          PRAZO PASSA A COMUNICAR; A COMUNICAR VAI AO COAFCOM    00008040
                                                                        00008050
           MOVE LOW-VALUES TO COA-CASO.                                 00008060
           START COACAS KEY NOT LESS COA-CASO.                          00008070
                                                                        00008080
           IF WRK-FS-COACAS EQUAL ZEROS                                 00008090
              READ COACAS NEXT                                          00008100
           END-IF.                                                      00008110
                                                                        00008120
           PERFORM 4100-TRATAR-CASO                                     00008130
              UNTIL WRK-FS-COACAS NOT EQUAL ZEROS.                      00008140
                                                                        00008150
       4000-99-FIM.                                            EXIT.    00008160
      *=============================================================*   00008170
                                                                        00008180
      *=============================================================*   00008190
       4100-TRATAR-CASO                                     SECTION.    00008200
                                                                        00008210
           IF COA-SITUACAO EQUAL 'A'                                    00008220
              COMPUTE WRK-ABERT-INT =                                   00008230
                 FUNCTION INTEGER-OF-DATE(COA-DATA-ABERT)               00008240
              COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-ABERT-INT           00008250
              IF WRK-DIAS NOT LESS WRK-PRAZO                            00008260
                 MOVE 'R'      TO COA-SITUACAO                          00008270
                 MOVE 'P'      TO COA-DECISAO                           00008280
                 MOVE WRK-HOJE TO COA-DATA-DECISAO                      00008290
                 ADD 1 TO WRK-POR-PRAZO                                 00008300
              ELSE                                                      00008310
                 ADD 1 TO WRK-PENDENTES                                 00008320
                 COMPUTE WRK-DIAS = WRK-PRAZO - WRK-DIAS                00008330
                 MOVE 'AGUARDA DECISAO   ' TO WRK-EVENTO                00008340
                 PERFORM 2800-DETALHE-CASO                              00008350
              END-IF                                                    00008360
           END-IF.                                                      00008370
                                                                        00008380
           IF COA-SITUACAO EQUAL 'R'                                    00008390
              PERFORM 4200-COMUNICAR                                    00008400
           END-IF.                                                      00008410
                                                                        00008420
           READ COACAS NEXT.                                            00008430
                                                                        00008440
       4100-99-FIM.                                            EXIT.    00008450
      *=============================================================*   00008460
                                                                        00008470
      *=============================================================*   00008480
       4200-COMUNICAR                                       SECTION.    00008490
                                                                        00008500
           IF COA-TIPO EQUAL 'V'                                        00008510
              MOVE 'E' TO FD-CM-TIPO-COM                                00008520
           ELSE                                                         00008530
              MOVE 'S' TO FD-CM-TIPO-COM                                00008540
           END-IF.                                                      00008550
                                                                        00008560
           MOVE COA-CASO         TO FD-CM-CASO.                         00008570
           MOVE COA-TIPO-DOC     TO FD-CM-TIPO-DOC.                     00008580
           MOVE COA-NOME         TO FD-CM-NOME.                         00008590
           MOVE COA-CHAVE        TO FD-CM-CHAVE.                        00008600
           MOVE COA-VALOR        TO FD-CM-VALOR.                        00008610
           MOVE COA-QTDE         TO FD-CM-QTDE.                         00008620
           MOVE COA-DATA-INI     TO FD-CM-DATA-INI.                     00008630
           MOVE COA-DATA-FIM     TO FD-CM-DATA-FIM.                     00008640
           MOVE COA-DECISAO      TO FD-CM-DECISAO.                      00008650
           MOVE COA-ANALISTA     TO FD-CM-ANALISTA.                     00008660
           MOVE WRK-HOJE         TO FD-CM-DATA-COMUN.                   00008670
                                                                        00008680
           WRITE FD-COAFCOM.                                            00008690
                                                                        00008700
           IF WRK-FS-COAFCOM NOT EQUAL ZEROS                            00008710
              MOVE 'FR21COA1'                  TO WRK-PROGRAMA          00008720
              MOVE '4200'                      TO WRK-SECAO             00008730
              MOVE 'ERRO WRITE COAFCOM       ' TO WRK-MENSAGEM          00008740
              MOVE WRK-FS-COAFCOM              TO WRK-STATUS            00008750
              PERFORM 9000-TRATARERROS                                  00008760
           END-IF.                                                      00008770
                                                                        00008780
           MOVE 'C'      TO COA-SITUACAO.                               00008790
           MOVE WRK-HOJE TO COA-DATA-COMUN.                             00008800
           PERFORM 4900-REGRAVAR-CASO.                                  00008810
           ADD 1 TO WRK-COMUNICADOS.                                    00008820
                                                                        00008830
           MOVE 'COMUNICADO       ' TO WRK-EVENTO.                      00008840
           MOVE ZEROS TO WRK-DIAS.                                      00008850
           PERFORM 2800-DETALHE-CASO.                                   00008860
                                                                        00008870
       4200-99-FIM.                                            EXIT.    00008880
      *=============================================================*   00008890
                                                                        00008900
      *=============================================================*   00008910
       4900-REGRAVAR-CASO                                   SECTION.    00008920
                                                                        00008930
           REWRITE REG-COACAS.                                          00008940
                                                                        00008950
           IF WRK-FS-COACAS NOT EQUAL ZEROS                             00008960
              MOVE 'FR21COA1'                  TO WRK-PROGRAMA          00008970
              MOVE '4900'                      TO WRK-SECAO             00008980
              MOVE 'ERRO REWRITE COACAS      ' TO WRK-MENSAGEM          00008990
              MOVE WRK-FS-COACAS               TO WRK-STATUS            00009000
              PERFORM 9000-TRATARERROS                                  00009010
           END-IF.                                                      00009020
                                                                        00009030
       4900-99-FIM.                                            EXIT.    00009040
      *=============================================================*   00009050
                                                                        00009060
      *=============================================================*   00009070
       3000-FINALIZAR                                       SECTION.    00009080
                                                                        00009090
             DISPLAY 'HISTORICO LIDO........' WRK-LIDOS.                00009100
             DISPLAY 'MOVIMENTOS EM ESPECIE.' WRK-MOV-ESPECIE.          00009110
             DISPLAY 'DECISOES APLICADAS....' WRK-DECISOES.             00009120
             DISPLAY 'DECISOES REJEITADAS...' WRK-DEC-REJEIT.           00009130
             DISPLAY 'CASOS NOVOS - VALOR...' WRK-CASOS-V.              00009140
             DISPLAY 'CASOS NOVOS - FRACION.' WRK-CASOS-F.              00009150
             DISPLAY 'CASOS JA EXISTENTES...' WRK-JA-ABERTOS.           00009160
             DISPLAY 'VENCIDOS NO PRAZO.....' WRK-POR-PRAZO.            00009170
             DISPLAY 'COMUNICADOS AO COAF...' WRK-COMUNICADOS.          00009180
             DISPLAY 'AGUARDANDO DECISAO....' WRK-PENDENTES.            00009190
             DISPLAY WRK-MSG-FINAL.                                     00009200
                                                                        00009210
             CLOSE MOVHCOAF CLIENTES CADCLI COAFDEC.                    00009220
             CLOSE COACAS COAFCOM RELCOA.                               00009230
             STOP RUN.                                                  00009240
                                                                        00009250
       3000-99-FIM.                                            EXIT.    00009260
      *=============================================================*   00009270
                                                                        00009280
      *=============================================================*   00009290
       9000-TRATARERROS                                     SECTION.    00009300
                                                                        00009310
             MOVE 'E' TO WRK-SEVERIDADE.                                00009320
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009330
             STOP RUN.                                                  00009340
                                                                        00009350
       9000-99-FIM.                                            EXIT.    00009360
      *=============================================================*   00009370
