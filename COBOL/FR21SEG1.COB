      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21SEG1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RELATORIO SEMANAL DE SEGURANCA DO MENU ONLINE.      00000150
      *      LE O JORNAL DE SESSOES DA SEMANA (SESSLOG, DESCARGA        00000160
      *      DA FILA TD 'SJRN') E LISTA NO RELSEG:                      00000170
      *      - TENTATIVAS FALHAS DE SIGNON (SF/NC/SB);                  00000180
      *      - BLOQUEIOS, DESBLOQUEIOS, SENHAS REDEFINIDAS,             00000190
      *        INATIVACOES E REABILITACOES (BL/DB/RS/IN/RH);            00000200
      *      - ALTERACOES DE PERFIL E DOS PARAMETROS DE                 00000210
      *        SEGURANCA, COM O ANTES E O DEPOIS (PF/PM).               00000220
      *      DEPOIS VARRE O USUARIOS: OPERADOR ATIVO SEM SIGNON         00000230
      *      HA MAIS DIAS QUE O PARAMETRO DE INATIVACAO (REGISTRO       00000240
      *      '*PARAMET', PADRAO 90) E INATIVADO ('I'); OS               00000250
      *      INATIVADOS AGORA E OS QUE JA ESTAO BLOQUEADOS OU           00000260
      *      INATIVOS SAO LISTADOS. OPERADOR SEM SIGNON USA A           00000270
      *      DATA DA SENHA; SEM NENHUMA DAS DUAS NAO E AVALIADO.        00000280
      *      COM BLOQUEIO NA SEMANA OU INATIVACAO AGORA ENCERRA         00000290
      *      COM RETURN-CODE 4; ERRO DE ARQUIVO, COM 8.                 00000300
      *-------------------------------------------------------------*   00000310
      *   ARQUIVOS.....:                                                00000320
      *                                                                 00000330
      *   NAME                I/O                                       00000340
      *   SESSLOG              I   (JORNAL DE SESSOES - SESBOOK)        00000350
      *   USUARIOS            I-O  (KSDS - USUBOOK)                     00000360
      *   RELSEG               O   (RELATORIO DE SEGURANCA)             00000370
      *-------------------------------------------------------------*   00000380
      *   MODULOS....:                                                  00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000410
      *=============================================================*   00000420
       ENVIRONMENT                               DIVISION.              00000430
      *=============================================================*   00000440
                                                                        00000450
      *-------------------------------------------------------------*   00000460
       CONFIGURATION                                        SECTION.    00000470
      *-------------------------------------------------------------*   00000480
       SPECIAL-NAMES.                                                   00000490
           DECIMAL-POINT IS COMMA.                                      00000500
                                                                        00000510
                                                                        00000520
       INPUT-OUTPUT                                         SECTION.    00000530
       FILE-CONTROL.                                                    00000540
           SELECT SESSLOG  ASSIGN TO SESSLOG                            00000550
               FILE STATUS  IS WRK-FS-SESSLOG.                          00000560
                                                                        00000570
           SELECT USUARIOS ASSIGN TO USUARIOS                           00000580
               ORGANIZATION  IS INDEXED                                 00000590
               ACCESS MODE   IS DYNAMIC                                 00000600
               RECORD KEY    IS USU-OPERADOR                            00000610
               FILE STATUS   IS WRK-FS-USUARIOS.                        00000620
                                                                        00000630
           SELECT RELSEG   ASSIGN TO RELSEG                             00000640
               FILE STATUS  IS WRK-FS-RELSEG.                           00000650
                                                                        00000660
      *=============================================================*   00000670
       DATA                                                DIVISION.    00000680
      *=============================================================*   00000690
       FILE                                                 SECTION.    00000700
      *=============================================================*   00000710
                                                                        00000720
      *-------------------------------------------------------------*   00000730
      *       JORNAL DE SESSOES             LRECL = 100             *   00000740
      *-------------------------------------------------------------*   00000750
       FD SESSLOG                                                       00000760
           RECORDING  MODE IS F                                         00000770
           BLOCK CONTAINS 0 RECORDS.                                    00000780
                                                                        00000790
           COPY 'SESBOOK'.                                              00000800
                                                                        00000810
      *-------------------------------------------------------------*   00000820
      *       CADASTRO DE OPERADORES (KSDS) LRECL = 70              *   00000830
      *-------------------------------------------------------------*   00000840
       FD USUARIOS.                                                     00000850
                                                                        00000860
           COPY 'USUBOOK'.                                              00000870
                                                                        00000880
      *-------------------------------------------------------------*   00000890
      *       ARQUIVO DE SAIDA   RELSEG   LRECL = 100               *   00000900
      *-------------------------------------------------------------*   00000910
       FD RELSEG                                                        00000920
           RECORDING  MODE IS F                                         00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-RELSEG     PIC X(100).                                     00000960
                                                                        00000970
      *-------------------------------------------------------------*   00000980
       WORKING-STORAGE                                      SECTION.    00000990
      *-------------------------------------------------------------*   00001000
                                                                        00001010
      *------------------LOG-DE-ERROS-------------------------------*   00001020
                                                                        00001030
       01 WRK-DADOS.                                                    00001040
           05 WRK-PROGRAMA  PIC X(08).                                  00001050
           05 WRK-SECAO     PIC X(04).                                  00001060
           05 WRK-MENSAGEM  PIC X(30).                                  00001070
           05 WRK-STATUS    PIC X(02).                                  00001080
           05 WRK-SEVERIDADE PIC X(01).                                 00001090
           05 FILLER        PIC X(22).                                  00001100
                                                                        00001110
      *--------------------LOGICA-----------------------------------*   00001120
                                                                        00001130
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001140
       77 WRK-PASSO           PIC 9(01) VALUE 0.                        00001150
       77 WRK-CHAVE-PARAM     PIC X(08) VALUE '*PARAMET'.               00001160
       77 WRK-DIAS-INATIV     PIC 9(03) VALUE 090.                      00001170
       77 WRK-DATA-USO        PIC 9(08) VALUE 0.                        00001180
       77 WRK-DIAS            PIC S9(07) VALUE 0.                       00001190
       77 WRK-LISTAR          PIC X(01) VALUE 'N'.                      00001200
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001210
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001220
                                                                        00001230
      *        CONTADORES DA SEMANA E DA VARREDURA                      00001240
                                                                        00001250
       01 WRK-TOTAIS.                                                   00001260
          05 WRK-EVENTOS-LIDOS PIC 9(07) VALUE 0.                       00001270
          05 WRK-QT-SO         PIC 9(07) VALUE 0.                       00001280
          05 WRK-QT-SF         PIC 9(07) VALUE 0.                       00001290
          05 WRK-QT-NC         PIC 9(07) VALUE 0.                       00001300
          05 WRK-QT-SB         PIC 9(07) VALUE 0.                       00001310
          05 WRK-QT-BL         PIC 9(07) VALUE 0.                       00001320
          05 WRK-QT-TS         PIC 9(07) VALUE 0.                       00001330
          05 WRK-QT-IN         PIC 9(07) VALUE 0.                       00001340
          05 WRK-QT-XC         PIC 9(07) VALUE 0.                       00001350
          05 WRK-QT-DB         PIC 9(07) VALUE 0.                       00001360
          05 WRK-QT-RH         PIC 9(07) VALUE 0.                       00001370
          05 WRK-QT-RS         PIC 9(07) VALUE 0.                       00001380
          05 WRK-QT-PF         PIC 9(07) VALUE 0.                       00001390
          05 WRK-QT-PM         PIC 9(07) VALUE 0.                       00001400
          05 WRK-QT-OUTROS     PIC 9(07) VALUE 0.                       00001410
          05 WRK-OPERADORES    PIC 9(07) VALUE 0.                       00001420
          05 WRK-INATIVADOS    PIC 9(07) VALUE 0.                       00001430
          05 WRK-BLOQUEADOS    PIC 9(07) VALUE 0.                       00001440
          05 WRK-INATIVOS      PIC 9(07) VALUE 0.                       00001450
                                                                        00001460
           COPY 'LNKDPRC'.                                              00001470
                                                                        00001480
      *--------------------STATUS-----------------------------------*   00001490
                                                                        00001500
       77 WRK-FS-SESSLOG  PIC 9(02).                                    00001510
       77 WRK-FS-USUARIOS PIC 9(02).                                    00001520
       77 WRK-FS-RELSEG   PIC 9(02).                                    00001530
                                                                        00001540
      *--------------------LINHAS DO RELATORIO----------------------*   00001550
                                                                        00001560
       01 WRK-CABEC1.                                                   00001570
          05 FILLER   PIC X(44) VALUE                                   00001580
             'RELATORIO SEMANAL DE SEGURANCA - MENU ONLINE'.            00001590
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00001600
          05 WRK-C1-DATA     PIC 9(08).                                 00001610
          05 FILLER   PIC X(42) VALUE SPACES.                           00001620
                                                                        00001630
       01 WRK-CABEC2.                                                   00001640
          05 WRK-C2-TITULO   PIC X(60).                                 00001650
          05 FILLER   PIC X(40) VALUE SPACES.                           00001660
                                                                        00001670
       01 WRK-CABEC-EVT.                                                00001680
          05 FILLER   PIC X(09) VALUE 'DATA'.                           00001690
          05 FILLER   PIC X(07) VALUE 'HORA'.                           00001700
          05 FILLER   PIC X(09) VALUE 'OPERADOR'.                       00001710
          05 FILLER   PIC X(05) VALUE 'TERM'.                           00001720
          05 FILLER   PIC X(03) VALUE 'EV'.                             00001730
          05 FILLER   PIC X(09) VALUE 'PROGRAMA'.                       00001740
          05 FILLER   PIC X(09) VALUE 'ALVO'.                           00001750
          05 FILLER   PIC X(25) VALUE 'ANTES'.                          00001760
          05 FILLER   PIC X(24) VALUE 'DEPOIS'.                         00001770
                                                                        00001780
       01 WRK-DET-EVT.                                                  00001790
          05 WRK-DE-DATA     PIC X(08).                                 00001800
          05 FILLER          PIC X(01) VALUE SPACE.                     00001810
          05 WRK-DE-HORA     PIC X(06).                                 00001820
          05 FILLER          PIC X(01) VALUE SPACE.                     00001830
          05 WRK-DE-OPERADOR PIC X(08).                                 00001840
          05 FILLER          PIC X(01) VALUE SPACE.                     00001850
          05 WRK-DE-TERMINAL PIC X(04).                                 00001860
          05 FILLER          PIC X(01) VALUE SPACE.                     00001870
          05 WRK-DE-EVENTO   PIC X(02).                                 00001880
          05 FILLER          PIC X(01) VALUE SPACE.                     00001890
          05 WRK-DE-PROGRAMA PIC X(08).                                 00001900
          05 FILLER          PIC X(01) VALUE SPACE.                     00001910
          05 WRK-DE-ALVO     PIC X(08).                                 00001920
          05 FILLER          PIC X(01) VALUE SPACE.                     00001930
          05 WRK-DE-ANTES    PIC X(24).                                 00001940
          05 FILLER          PIC X(01) VALUE SPACE.                     00001950
          05 WRK-DE-DEPOIS   PIC X(24).                                 00001960
                                                                        00001970
       01 WRK-CABEC-USU.                                                00001980
          05 FILLER   PIC X(10) VALUE 'OPERADOR'.                       00001990
          05 FILLER   PIC X(05) VALUE 'SIT'.                            00002000
          05 FILLER   PIC X(07) VALUE 'TENTAT'.                         00002010
          05 FILLER   PIC X(11) VALUE 'ULT SIGNON'.                     00002020
          05 FILLER   PIC X(11) VALUE 'DATA SENHA'.                     00002030
          05 FILLER   PIC X(10) VALUE 'DIAS S/USO'.                     00002040
          05 FILLER   PIC X(46) VALUE ' OCORRENCIA'.                    00002050
                                                                        00002060
       01 WRK-DET-USU.                                                  00002070
          05 WRK-DU-OPERADOR PIC X(08).                                 00002080
          05 FILLER          PIC X(02) VALUE SPACES.                    00002090
          05 WRK-DU-SITUACAO PIC X(01).                                 00002100
          05 FILLER          PIC X(06) VALUE SPACES.                    00002110
          05 WRK-DU-TENTAT   PIC Z9.                                    00002120
          05 FILLER          PIC X(03) VALUE SPACES.                    00002130
          05 WRK-DU-ULT-SIGN PIC 9(08).                                 00002140
          05 FILLER          PIC X(03) VALUE SPACES.                    00002150
          05 WRK-DU-DT-SENHA PIC 9(08).                                 00002160
          05 FILLER          PIC X(03) VALUE SPACES.                    00002170
          05 WRK-DU-DIAS     PIC ZZZZZZ9.                               00002180
          05 FILLER          PIC X(03) VALUE SPACES.                    00002190
          05 WRK-DU-OCORR    PIC X(30).                                 00002200
          05 FILLER          PIC X(16) VALUE SPACES.                    00002210
                                                                        00002220
       01 WRK-DET-TOT.                                                  00002230
          05 WRK-DT-TEXTO    PIC X(40).                                 00002240
          05 WRK-DT-VALOR    PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00002250
          05 FILLER          PIC X(44) VALUE SPACES.                    00002260
                                                                        00002270
      *=============================================================*   00002280
       PROCEDURE DIVISION.                                              00002290
      *=============================================================*   00002300
                                                                        00002310
      *=============================================================*   00002320
       0000-PRINCIPAL                                       SECTION.    00002330
                                                                        00002340
            PERFORM 1000-INICIAR.                                       00002350
                                                                        00002360
            PERFORM 2000-LER-JORNAL                                     00002370
                    VARYING WRK-PASSO FROM 1 BY 1                       00002380
                    UNTIL WRK-PASSO GREATER 3.                          00002390
                                                                        00002400
            PERFORM 4000-VARRER-USUARIOS.                               00002410
                                                                        00002420
            PERFORM 3000-FINALIZAR.                                     00002430
                                                                        00002440
       0000-99-FIM.                                            EXIT.    00002450
      *=============================================================*   00002460
                                                                        00002470
      *=============================================================*   00002480
       1000-INICIAR                                         SECTION.    00002490
                                                                        00002500
            OPEN I-O    USUARIOS.                                       00002510
            OPEN OUTPUT RELSEG.                                         00002520
                                                                        00002530
            IF WRK-FS-USUARIOS NOT EQUAL ZEROS                          00002540
               MOVE 'FR21SEG1'                  TO WRK-PROGRAMA         00002550
               MOVE '1000'                      TO WRK-SECAO            00002560
               MOVE 'ERRO OPEN USUARIOS       ' TO WRK-MENSAGEM         00002570
               MOVE WRK-FS-USUARIOS             TO WRK-STATUS           00002580
               PERFORM 9000-TRATARERROS                                 00002590
            END-IF.                                                     00002600
                                                                        00002610
            IF WRK-FS-RELSEG NOT EQUAL ZEROS                            00002620
               MOVE 'FR21SEG1'                  TO WRK-PROGRAMA         00002630
               MOVE '1000'                      TO WRK-SECAO            00002640
               MOVE 'ERRO OPEN RELSEG         ' TO WRK-MENSAGEM         00002650
               MOVE WRK-FS-RELSEG               TO WRK-STATUS           00002660
               PERFORM 9000-TRATARERROS                                 00002670
            END-IF.                                                     00002680
                                                                        00002690
            MOVE 'FR21SEG1' TO LNK-DP-PROGRAMA.                         00002700
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002710
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002720
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002730
                                                                        00002740
      *        PARAMETRO DE INATIVACAO DO REGISTRO '*PARAMET'; SEM      00002750
      *        ELE (OU ZERADO) VALE O PADRAO DE 90 DIAS                 00002760
                                                                        00002770
            MOVE WRK-CHAVE-PARAM TO USU-OPERADOR.                       00002780
            READ USUARIOS.                                              00002790
            IF WRK-FS-USUARIOS EQUAL ZEROS                              00002800
               IF USU-PRM-DIAS-INATIV IS NUMERIC                        00002810
                  AND USU-PRM-DIAS-INATIV GREATER ZEROS                 00002820
                  MOVE USU-PRM-DIAS-INATIV TO WRK-DIAS-INATIV           00002830
               END-IF                                                   00002840
            ELSE                                                        00002850
               IF WRK-FS-USUARIOS NOT EQUAL 23                          00002860
                  MOVE 'FR21SEG1'                  TO WRK-PROGRAMA      00002870
                  MOVE '1000'                      TO WRK-SECAO         00002880
                  MOVE 'ERRO LEITURA PARAMETROS  ' TO WRK-MENSAGEM      00002890
                  MOVE WRK-FS-USUARIOS             TO WRK-STATUS        00002900
                  PERFORM 9000-TRATARERROS                              00002910
               END-IF                                                   00002920
            END-IF.                                                     00002930
                                                                        00002940
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00002950
            WRITE FD-RELSEG FROM WRK-CABEC1.                            00002960
                                                                        00002970
       1000-99-FIM.                                            EXIT.    00002980
      *=============================================================*   00002990
                                                                        00003000
      *=============================================================*   00003010
       2000-LER-JORNAL                                      SECTION.    00003020
                                                                        00003030
      *        O JORNAL E LIDO UMA VEZ POR QUADRO DO RELATORIO:         00003040
      *        1 - TENTATIVAS FALHAS  2 - BLOQUEIOS E LIBERACOES        00003050
      *        3 - PERFIS E PARAMETROS                                  00003060
                                                                        00003070
            EVALUATE WRK-PASSO                                          00003080
              WHEN 1                                                    00003090
                 MOVE 'TENTATIVAS FALHAS DE SIGNON (SF/NC/SB)'          00003100
                      TO WRK-C2-TITULO                                  00003110
              WHEN 2                                                    00003120
                 MOVE 'BLOQUEIOS E LIBERACOES (BL/DB/RS/IN/RH)'         00003130
                      TO WRK-C2-TITULO                                  00003140
              WHEN 3                                                    00003150
                 MOVE 'ALTERACOES DE PERFIL E DE PARAMETROS (PF/PM)'    00003160
                      TO WRK-C2-TITULO                                  00003170
            END-EVALUATE.                                               00003180
                                                                        00003190
            WRITE FD-RELSEG FROM WRK-LINHA-VAZIA.                       00003200
            WRITE FD-RELSEG FROM WRK-CABEC2.                            00003210
            WRITE FD-RELSEG FROM WRK-LINHA-VAZIA.                       00003220
            WRITE FD-RELSEG FROM WRK-CABEC-EVT.                         00003230
                                                                        00003240
            OPEN INPUT SESSLOG.                                         00003250
            IF WRK-FS-SESSLOG NOT EQUAL ZEROS                           00003260
               MOVE 'FR21SEG1'                  TO WRK-PROGRAMA         00003270
               MOVE '2000'                      TO WRK-SECAO            00003280
               MOVE 'ERRO OPEN SESSLOG        ' TO WRK-MENSAGEM         00003290
               MOVE WRK-FS-SESSLOG              TO WRK-STATUS           00003300
               PERFORM 9000-TRATARERROS                                 00003310
            END-IF.                                                     00003320
                                                                        00003330
            READ SESSLOG.                                               00003340
            PERFORM 2100-EVENTO UNTIL WRK-FS-SESSLOG EQUAL 10.          00003350
                                                                        00003360
            CLOSE SESSLOG.                                              00003370
                                                                        00003380
       2000-99-FIM.                                            EXIT.    00003390
      *=============================================================*   00003400
                                                                        00003410
      *=============================================================*   00003420
       2100-EVENTO                                          SECTION.    00003430
                                                                        00003440
            IF WRK-FS-SESSLOG NOT EQUAL ZEROS                           00003450
               MOVE 'FR21SEG1'                  TO WRK-PROGRAMA         00003460
               MOVE '2100'                      TO WRK-SECAO            00003470
               MOVE 'ERRO LEITURA SESSLOG     ' TO WRK-MENSAGEM         00003480
               MOVE WRK-FS-SESSLOG              TO WRK-STATUS           00003490
               PERFORM 9000-TRATARERROS                                 00003500
            END-IF.                                                     00003510
                                                                        00003520
            IF WRK-PASSO EQUAL 1                                        00003530
               PERFORM 2200-CONTAR                                      00003540
            END-IF.                                                     00003550
                                                                        00003560
            MOVE 'N' TO WRK-LISTAR.                                     00003570
            EVALUATE WRK-PASSO ALSO SES-EVENTO                          00003580
              WHEN 1 ALSO 'SF'                                          00003590
              WHEN 1 ALSO 'NC'                                          00003600
              WHEN 1 ALSO 'SB'                                          00003610
              WHEN 2 ALSO 'BL'                                          00003620
              WHEN 2 ALSO 'DB'                                          00003630
              WHEN 2 ALSO 'RS'                                          00003640
              WHEN 2 ALSO 'IN'                                          00003650
              WHEN 2 ALSO 'RH'                                          00003660
              WHEN 3 ALSO 'PF'                                          00003670
              WHEN 3 ALSO 'PM'                                          00003680
                 MOVE 'S' TO WRK-LISTAR                                 00003690
              WHEN OTHER                                                00003700
                 CONTINUE                                               00003710
            END-EVALUATE.                                               00003720
                                                                        00003730
            IF WRK-LISTAR EQUAL 'S'                                     00003740
               MOVE SES-DATA       TO WRK-DE-DATA                       00003750
               MOVE SES-HORA       TO WRK-DE-HORA                       00003760
               MOVE SES-OPERADOR   TO WRK-DE-OPERADOR                   00003770
               MOVE SES-TERMINAL   TO WRK-DE-TERMINAL                   00003780
               MOVE SES-EVENTO     TO WRK-DE-EVENTO                     00003790
               MOVE SES-PROGRAMA   TO WRK-DE-PROGRAMA                   00003800
               MOVE SES-ALVO       TO WRK-DE-ALVO                       00003810
               MOVE SES-DET-ANTES  TO WRK-DE-ANTES                      00003820
               MOVE SES-DET-DEPOIS TO WRK-DE-DEPOIS                     00003830
               WRITE FD-RELSEG FROM WRK-DET-EVT                         00003840
            END-IF.                                                     00003850
                                                                        00003860
            READ SESSLOG.                                               00003870
                                                                        00003880
       2100-99-FIM.                                            EXIT.    00003890
      *=============================================================*   00003900
                                                                        00003910
      *=============================================================*   00003920
       2200-CONTAR                                          SECTION.    00003930
                                                                        00003940
            ADD 1 TO WRK-EVENTOS-LIDOS.                                 00003950
                                                                        00003960
            EVALUATE SES-EVENTO                                         00003970
              WHEN 'SO'  ADD 1 TO WRK-QT-SO                             00003980
              WHEN 'SF'  ADD 1 TO WRK-QT-SF                             00003990
              WHEN 'NC'  ADD 1 TO WRK-QT-NC                             00004000
              WHEN 'SB'  ADD 1 TO WRK-QT-SB                             00004010
              WHEN 'BL'  ADD 1 TO WRK-QT-BL                             00004020
              WHEN 'TS'  ADD 1 TO WRK-QT-TS                             00004030
              WHEN 'IN'  ADD 1 TO WRK-QT-IN                             00004040
              WHEN 'XC'  ADD 1 TO WRK-QT-XC                             00004050
              WHEN 'DB'  ADD 1 TO WRK-QT-DB                             00004060
              WHEN 'RH'  ADD 1 TO WRK-QT-RH                             00004070
              WHEN 'RS'  ADD 1 TO WRK-QT-RS                             00004080
              WHEN 'PF'  ADD 1 TO WRK-QT-PF                             00004090
              WHEN 'PM'  ADD 1 TO WRK-QT-PM                             00004100
              WHEN OTHER ADD 1 TO WRK-QT-OUTROS                         00004110
            END-EVALUATE.                                               00004120
                                                                        00004130
       2200-99-FIM.                                            EXIT.    00004140
      *=============================================================*   00004150
                                                                        00004160
      *=============================================================*   00004170
       3000-FINALIZAR                                       SECTION.    00004180
                                                                        00004190
           MOVE 'TOTAIS DA SEMANA E DA VARREDURA' TO WRK-C2-TITULO.     00004200
           WRITE FD-RELSEG FROM WRK-LINHA-VAZIA.                        00004210
           WRITE FD-RELSEG FROM WRK-CABEC2.                             00004220
           WRITE FD-RELSEG FROM WRK-LINHA-VAZIA.                        00004230
                                                                        00004240
           MOVE 'EVENTOS LIDOS NO JORNAL'       TO WRK-DT-TEXTO.        00004250
           MOVE WRK-EVENTOS-LIDOS               TO WRK-DT-VALOR.        00004260
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004270
           MOVE 'SIGNONS ACEITOS (SO)'          TO WRK-DT-TEXTO.        00004280
           MOVE WRK-QT-SO                       TO WRK-DT-VALOR.        00004290
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004300
           MOVE 'DESVIOS PARA FUNCOES (XC)'     TO WRK-DT-TEXTO.        00004310
           MOVE WRK-QT-XC                       TO WRK-DT-VALOR.        00004320
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004330
           MOVE 'SENHAS INVALIDAS (SF)'         TO WRK-DT-TEXTO.        00004340
           MOVE WRK-QT-SF                       TO WRK-DT-VALOR.        00004350
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004360
           MOVE 'OPERADORES NAO CADASTRADOS (NC)' TO WRK-DT-TEXTO.      00004370
           MOVE WRK-QT-NC                       TO WRK-DT-VALOR.        00004380
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004390
           MOVE 'SIGNON DE BLOQUEADO/INATIVO (SB)' TO WRK-DT-TEXTO.     00004400
           MOVE WRK-QT-SB                       TO WRK-DT-VALOR.        00004410
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004420
           MOVE 'BLOQUEIOS POR TENTATIVAS (BL)' TO WRK-DT-TEXTO.        00004430
           MOVE WRK-QT-BL                       TO WRK-DT-VALOR.        00004440
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004450
           MOVE 'TROCAS DE SENHA (TS)'          TO WRK-DT-TEXTO.        00004460
           MOVE WRK-QT-TS                       TO WRK-DT-VALOR.        00004470
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004480
           MOVE 'INATIVADOS NO SIGNON (IN)'     TO WRK-DT-TEXTO.        00004490
           MOVE WRK-QT-IN                       TO WRK-DT-VALOR.        00004500
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004510
           MOVE 'DESBLOQUEIOS (DB)'             TO WRK-DT-TEXTO.        00004520
           MOVE WRK-QT-DB                       TO WRK-DT-VALOR.        00004530
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004540
           MOVE 'REABILITACOES (RH)'            TO WRK-DT-TEXTO.        00004550
           MOVE WRK-QT-RH                       TO WRK-DT-VALOR.        00004560
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004570
           MOVE 'SENHAS PROVISORIAS (RS)'       TO WRK-DT-TEXTO.        00004580
           MOVE WRK-QT-RS                       TO WRK-DT-VALOR.        00004590
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004600
           MOVE 'ALTERACOES DE PERFIL (PF)'     TO WRK-DT-TEXTO.        00004610
           MOVE WRK-QT-PF                       TO WRK-DT-VALOR.        00004620
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004630
           MOVE 'ALTERACOES DE PARAMETROS (PM)' TO WRK-DT-TEXTO.        00004640
           MOVE WRK-QT-PM                       TO WRK-DT-VALOR.        00004650
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004660
           MOVE 'EVENTOS NAO RECONHECIDOS'      TO WRK-DT-TEXTO.        00004670
           MOVE WRK-QT-OUTROS                   TO WRK-DT-VALOR.        00004680
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004690
           MOVE 'OPERADORES CADASTRADOS'        TO WRK-DT-TEXTO.        00004700
           MOVE WRK-OPERADORES                  TO WRK-DT-VALOR.        00004710
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004720
           MOVE 'INATIVADOS NESTA VARREDURA'    TO WRK-DT-TEXTO.        00004730
           MOVE WRK-INATIVADOS                  TO WRK-DT-VALOR.        00004740
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004750
           MOVE 'BLOQUEADOS NO CADASTRO'        TO WRK-DT-TEXTO.        00004760
           MOVE WRK-BLOQUEADOS                  TO WRK-DT-VALOR.        00004770
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004780
           MOVE 'INATIVOS NO CADASTRO'          TO WRK-DT-TEXTO.        00004790
           MOVE WRK-INATIVOS                    TO WRK-DT-VALOR.        00004800
           WRITE FD-RELSEG FROM WRK-DET-TOT.                            00004810
                                                                        00004820
           DISPLAY 'EVENTOS LIDOS.........' WRK-EVENTOS-LIDOS.          00004830
           DISPLAY 'SENHAS INVALIDAS......' WRK-QT-SF.                  00004840
           DISPLAY 'BLOQUEIOS NA SEMANA...' WRK-QT-BL.                  00004850
           DISPLAY 'ALTERACOES DE PERFIL..' WRK-QT-PF.                  00004860
           DISPLAY 'INATIVADOS AGORA......' WRK-INATIVADOS.             00004870
           DISPLAY WRK-MSG-FINAL.                                       00004880
                                                                        00004890
           IF WRK-QT-BL GREATER ZEROS                                   00004900
              OR WRK-INATIVADOS GREATER ZEROS                           00004910
              MOVE 4 TO RETURN-CODE                                     00004920
           END-IF.                                                      00004930
                                                                        00004940
           CLOSE USUARIOS RELSEG.                                       00004950
           STOP RUN.                                                    00004960
                                                                        00004970
       3000-99-FIM.                                            EXIT.    00004980
      *=============================================================*   00004990
                                                                        00005000
      *=============================================================*   00005010
       4000-VARRER-USUARIOS                                 SECTION.    00005020
                                                                        00005030
           MOVE 'SITUACAO DOS OPERADORES - INATIVACAO APOS'             00005040
                TO WRK-C2-TITULO.                                       00005050
           MOVE WRK-DIAS-INATIV TO WRK-C2-TITULO(43:3).                 00005060
           MOVE 'DIAS SEM USO' TO WRK-C2-TITULO(47:12).                 00005070
           WRITE FD-RELSEG FROM WRK-LINHA-VAZIA.                        00005080
           WRITE FD-RELSEG FROM WRK-CABEC2.                             00005090
           WRITE FD-RELSEG FROM WRK-LINHA-VAZIA.                        00005100
           WRITE FD-RELSEG FROM WRK-CABEC-USU.                          00005110
                                                                        00005120
           MOVE LOW-VALUES TO USU-OPERADOR.                             00005130
           START USUARIOS KEY NOT LESS USU-OPERADOR.                    00005140
           IF WRK-FS-USUARIOS EQUAL ZEROS                               00005150
              READ USUARIOS NEXT                                        00005160
           END-IF.                                                      00005170
                                                                        00005180
           PERFORM UNTIL WRK-FS-USUARIOS NOT EQUAL ZEROS                00005190
              IF USU-OPERADOR NOT EQUAL WRK-CHAVE-PARAM                 00005200
                 PERFORM 4100-AVALIAR-OPERADOR                          00005210
              END-IF                                                    00005220
              READ USUARIOS NEXT                                        00005230
           END-PERFORM.                                                 00005240
                                                                        00005250
           IF WRK-FS-USUARIOS NOT EQUAL 10                              00005260
              AND WRK-FS-USUARIOS NOT EQUAL 23                          00005270
              MOVE 'FR21SEG1'                  TO WRK-PROGRAMA          00005280
              MOVE '4000'                      TO WRK-SECAO             00005290
              MOVE 'ERRO LEITURA USUARIOS    ' TO WRK-MENSAGEM          00005300
              MOVE WRK-FS-USUARIOS             TO WRK-STATUS            00005310
              PERFORM 9000-TRATARERROS                                  00005320
           END-IF.                                                      00005330
                                                                        00005340
       4000-99-FIM.                                            EXIT.    00005350
      *=============================================================*   00005360
                                                                        00005370
      *=============================================================*   00005380
       4100-AVALIAR-OPERADOR                                SECTION.    00005390
                                                                        00005400
           ADD 1 TO WRK-OPERADORES.                                     00005410
                                                                        00005420
      *        REGISTRO RECARREGADO DO LAYOUT ANTIGO VEM COM OS CAMPOS  00005430
      *        NOVOS EM BRANCO (MESMA REGRA DO SIGNON NO F21CIP0)       00005440
                                                                        00005450
           IF USU-SITUACAO EQUAL SPACES                                 00005460
              MOVE 'A' TO USU-SITUACAO                                  00005470
           END-IF.                                                      00005480
           IF USU-TENTATIVAS NOT NUMERIC                                00005490
              MOVE ZEROS TO USU-TENTATIVAS                              00005500
           END-IF.                                                      00005510
           IF USU-DATA-SENHA NOT NUMERIC                                00005520
              MOVE ZEROS TO USU-DATA-SENHA                              00005530
           END-IF.                                                      00005540
           IF USU-ULT-SIGNON NOT NUMERIC                                00005550
              MOVE ZEROS TO USU-ULT-SIGNON                              00005560
           END-IF.                                                      00005570
                                                                        00005580
           MOVE USU-ULT-SIGNON TO WRK-DATA-USO.                         00005590
           IF WRK-DATA-USO EQUAL ZEROS                                  00005600
              MOVE USU-DATA-SENHA TO WRK-DATA-USO                       00005610
           END-IF.                                                      00005620
           MOVE ZEROS TO WRK-DIAS.                                      00005630
           IF WRK-DATA-USO GREATER ZEROS                                00005640
              AND WRK-DATA-USO NOT GREATER WRK-HOJE                     00005650
              COMPUTE WRK-DIAS =                                        00005660
                      FUNCTION INTEGER-OF-DATE(WRK-HOJE)                00005670
                    - FUNCTION INTEGER-OF-DATE(WRK-DATA-USO)            00005680
           END-IF.                                                      00005690
                                                                        00005700
           MOVE SPACES TO WRK-DU-OCORR.                                 00005710
           EVALUATE TRUE                                                00005720
             WHEN USU-SITUACAO EQUAL 'A'                                00005730
                  AND WRK-DIAS GREATER WRK-DIAS-INATIV                  00005740
                MOVE 'I' TO USU-SITUACAO                                00005750
                REWRITE REG-USUARIO                                     00005760
                IF WRK-FS-USUARIOS NOT EQUAL ZEROS                      00005770
                   MOVE 'FR21SEG1'                  TO WRK-PROGRAMA     00005780
                   MOVE '4100'                      TO WRK-SECAO        00005790
                   MOVE 'ERRO REWRITE USUARIOS    ' TO WRK-MENSAGEM     00005800
                   MOVE WRK-FS-USUARIOS             TO WRK-STATUS       00005810
                   PERFORM 9000-TRATARERROS                             00005820
                END-IF                                                  00005830
                ADD 1 TO WRK-INATIVADOS                                 00005840
                MOVE 'INATIVADO AGORA POR FALTA USO' TO WRK-DU-OCORR    00005850
             WHEN USU-SITUACAO EQUAL 'B'                                00005860
                ADD 1 TO WRK-BLOQUEADOS                                 00005870
                MOVE 'BLOQUEADO POR SENHA ERRADA' TO WRK-DU-OCORR       00005880
             WHEN USU-SITUACAO EQUAL 'I'                                00005890
                ADD 1 TO WRK-INATIVOS                                   00005900
                MOVE 'INATIVO' TO WRK-DU-OCORR                          00005910
           END-EVALUATE.                                                00005920
                                                                        00005930
           IF WRK-DU-OCORR NOT EQUAL SPACES                             00005940
              MOVE USU-OPERADOR   TO WRK-DU-OPERADOR                    00005950
              MOVE USU-SITUACAO   TO WRK-DU-SITUACAO                    00005960
              MOVE USU-TENTATIVAS TO WRK-DU-TENTAT                      00005970
              MOVE USU-ULT-SIGNON TO WRK-DU-ULT-SIGN                    00005980
              MOVE USU-DATA-SENHA TO WRK-DU-DT-SENHA                    00005990
              MOVE WRK-DIAS       TO WRK-DU-DIAS                        00006000
              WRITE FD-RELSEG FROM WRK-DET-USU                          00006010
           END-IF.                                                      00006020
                                                                        00006030
       4100-99-FIM.                                            EXIT.    00006040
      *=============================================================*   00006050
                                                                        00006060
      *=============================================================*   00006070
       9000-TRATARERROS                                     SECTION.    00006080
                                                                        00006090
             MOVE 'E' TO WRK-SEVERIDADE.                                00006100
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006110
             MOVE 8 TO RETURN-CODE.                                     00006120
             STOP RUN.                                                  00006130
                                                                        00006140
       9000-99-FIM.                                            EXIT.    00006150
      *=============================================================*   00006160
