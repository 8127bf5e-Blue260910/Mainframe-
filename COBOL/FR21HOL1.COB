      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21HOL1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: CARGA DOS HOLERITES PARA A CONSULTA ONLINE          00000120
      *      (F21CIPK). GRAVA EM IVAN.HOLERITE O RESUMO DE CADA         00000130
      *      FUNCIONARIO NA COMPETENCIA (PROVENTOS, TOTAL DE            00000140
      *      DESCONTOS E LIQUIDO DO FOLHPAG) E EM IVAN.HOLDESC AS       00000150
      *      LINHAS DE DESCONTO DO FOLHDED, NA ORDEM EM QUE O           00000160
      *      FR21PAG1 AS GRAVOU. RODA DEPOIS DA FOLHA (FOLHPAG E        00000170
      *      FOLHDED) E DE NOVO DEPOIS DO RETORNO DO BANCO (PAGOS,      00000180
      *      DO FR21BNC2), QUE MARCA O HOLERITE MAIS RECENTE DO         00000190
      *      FUNCIONARIO COMO LIQUIDADO ('S') OU RECUSADO ('R'),        00000200
      *      CASANDO O VALOR PAGO COM O LIQUIDO (PAGAMENTO AVULSO       00000210
      *      NAO CASA E E SO CONTADO). NO FIM MANTEM SO AS DOZE         00000220
      *      COMPETENCIAS MAIS RECENTES NAS DUAS TABELAS.               00000230
      *      REPETIR A CARGA DA MESMA COMPETENCIA REGRAVA O             00000240
      *      HOLERITE E AS LINHAS DE DESCONTO, SEM DUPLICAR.            00000250
      *-------------------------------------------------------------*   00000260
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000270
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000280
      *  1.1   15/10/26   VICTOR ARANDA    COMISSAO DE VENDAS (FOLH-    00000281
      *                   COMISSAO) NO HOLERITE                         00000282
      *-------------------------------------------------------------*   00000290
      *   BASE DE DADOS:                                                00000300
      *   TABELA.DB2..                                                  00000310
      *    ------              I/O                 INCLUDE/BOOK         00000320
      *   IVAN.HOLERITE        I-O                 #BKHOLR---           00000330
      *   IVAN.HOLDESC         I-O                 #BKHDES---           00000340
      *-------------------------------------------------------------*   00000350
      *   ARQUIVOS:                                                     00000360
      *    DDNAME              I/O                  COPY/BOOK           00000370
      *   FOLHPAG               I   (FOLHA DO MES) FOLHBOOK---          00000380
      *   FOLHDED               I   (DESCONTOS DA FOLHA - FR21PAG1)     00000390
      *   PAGOS                 I   (SITUACAO DOS PAGAMENTOS)           00000400
      *-------------------------------------------------------------*   00000410
      *   MODULOS....:                                                  00000420
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000430
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000440
      *=============================================================*   00000450
       ENVIRONMENT                               DIVISION.              00000460
      *=============================================================*   00000470
                                                                        00000480
      *-------------------------------------------------------------*   00000490
       CONFIGURATION                                        SECTION.    00000500
      *-------------------------------------------------------------*   00000510
       SPECIAL-NAMES.                                                   00000520
           DECIMAL-POINT IS COMMA.                                      00000530
                                                                        00000540
                                                                        00000550
       INPUT-OUTPUT                                         SECTION.    00000560
       FILE-CONTROL.                                                    00000570
           SELECT FOLHPAG  ASSIGN TO FOLHPAG                            00000580
               FILE STATUS  IS WRK-FS-FOLHPAG.                          00000590
                                                                        00000600
           SELECT FOLHDED  ASSIGN TO FOLHDED                            00000610
               FILE STATUS  IS WRK-FS-FOLHDED.                          00000620
                                                                        00000630
           SELECT PAGOS    ASSIGN TO PAGOS                              00000640
               FILE STATUS  IS WRK-FS-PAGOS.                            00000650
                                                                        00000660
      *=============================================================*   00000670
       DATA                                                DIVISION.    00000680
      *=============================================================*   00000690
       FILE                                                 SECTION.    00000700
      *=============================================================*   00000710
                                                                        00000720
      *      ENTRADA - FOLHA DO MES                  LRECL = 250        00000730
                                                                        00000740
       FD FOLHPAG                                                       00000750
           RECORDING  MODE IS F                                         00000760
           BLOCK CONTAINS 0 RECORDS.                                    00000770
                                                                        00000780
       COPY 'FOLHBOOK'.                                                 00000790
                                                                        00000800
      *      ENTRADA - DESCONTOS DA FOLHA (FR21PAG1) LRECL = 29         00000810
                                                                        00000820
       FD FOLHDED                                                       00000830
           RECORDING  MODE IS F                                         00000840
           BLOCK CONTAINS 0 RECORDS.                                    00000850
                                                                        00000860
       01 FD-FOLHDED.                                                   00000870
          05 FD-DD-IDFUNC    PIC X(05).                                 00000880
          05 FD-DD-TIPO      PIC X(01).                                 00000890
          05 FD-DD-BASE      PIC 9(07)V99.                              00000900
          05 FD-DD-ALIQ      PIC 9(03)V99.                              00000910
          05 FD-DD-VALOR     PIC 9(07)V99.                              00000920
                                                                        00000930
      *      ENTRADA - SITUACAO DOS PAGAMENTOS       LRECL = 50         00000940
                                                                        00000950
       FD PAGOS                                                         00000960
           RECORDING  MODE IS F                                         00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
                                                                        00000990
       01 FD-PAGOS.                                                     00001000
          05 FD-PG-TIPO      PIC X(01).                                 00001010
          05 FD-PG-IDFUNC    PIC 9(05).                                 00001020
          05 FD-PG-AGENCIA   PIC X(04).                                 00001030
          05 FD-PG-CONTA     PIC X(05).                                 00001040
          05 FD-PG-VALOR     PIC 9(07)V99.                              00001050
          05 FD-PG-STATUS    PIC X(01).                                 00001060
          05 FD-PG-MOTIVO    PIC X(20).                                 00001070
          05 FILLER          PIC X(05).                                 00001080
                                                                        00001090
      *-------------------------------------------------------------*   00001100
       WORKING-STORAGE                                      SECTION.    00001110
      *-------------------------------------------------------------*   00001120
                                                                        00001130
           EXEC SQL                                                     00001140
              INCLUDE #BKHOLR                                           00001150
           END-EXEC.                                                    00001160
                                                                        00001170
           EXEC SQL                                                     00001180
              INCLUDE #BKHDES                                           00001190
           END-EXEC.                                                    00001200
                                                                        00001210
           EXEC SQL                                                     00001220
              INCLUDE SQLCA                                             00001230
           END-EXEC.                                                    00001240
                                                                        00001250
      *------------------LOG-DE-ERROS-------------------------------*   00001260
                                                                        00001270
       01 WRK-DADOS.                                                    00001280
           05 WRK-PROGRAMA  PIC X(08).                                  00001290
           05 WRK-SECAO     PIC X(04).                                  00001300
           05 WRK-MENSAGEM  PIC X(30).                                  00001310
           05 WRK-STATUS    PIC X(02).                                  00001320
           05 WRK-SEVERIDADE PIC X(01).                                 00001330
           05 FILLER        PIC X(22).                                  00001340
                                                                        00001350
      *------------------DATA DE PROCESSAMENTO----------------------*   00001360
                                                                        00001370
           COPY 'LNKDPRC'.                                              00001380
                                                                        00001390
      *--------------------LOGICA-----------------------------------*   00001400
                                                                        00001410
       77 WRK-SQLCODE         PIC -999.                                 00001420
                                                                        00001430
       77 WRK-FOLHAS-LIDAS    PIC 9(05) VALUE 0.                        00001440
                                                                        00001450
       77 WRK-HOL-INCLUIDOS   PIC 9(05) VALUE 0.                        00001460
                                                                        00001470
       77 WRK-HOL-REGRAVADOS  PIC 9(05) VALUE 0.                        00001480
                                                                        00001490
       77 WRK-DESC-GRAVADOS   PIC 9(07) VALUE 0.                        00001500
                                                                        00001510
       77 WRK-DESC-SEM-HOL    PIC 9(05) VALUE 0.                        00001520
                                                                        00001530
       77 WRK-PAGOS-LIDOS     PIC 9(05) VALUE 0.                        00001540
                                                                        00001550
       77 WRK-PAGOS-MARCADOS  PIC 9(05) VALUE 0.                        00001560
                                                                        00001570
       77 WRK-PAGOS-SEM-HOL   PIC 9(05) VALUE 0.                        00001580
                                                                        00001590
       77 WRK-HOL-EXPURGADOS  PIC 9(07) VALUE 0.                        00001600
                                                                        00001610
       01 WRK-DATA-SISTEMA.                                             00001620
          05 WRK-SIS-ANO      PIC 9(04).                                00001630
          05 WRK-SIS-MES      PIC 9(02).                                00001640
          05 WRK-SIS-DIA      PIC 9(02).                                00001650
                                                                        00001660
       01 WRK-DATA-ISO.                                                 00001670
          05 WRK-ISO-ANO      PIC 9(04).                                00001680
          05 FILLER           PIC X(01) VALUE '-'.                      00001690
          05 WRK-ISO-MES      PIC 9(02).                                00001700
          05 FILLER           PIC X(01) VALUE '-'.                      00001710
          05 WRK-ISO-DIA      PIC 9(02).                                00001720
                                                                        00001730
      *          COMPETENCIA DA CARGA: A DO PRIMEIRO FOLHPAG (O         00001740
      *          FOLHDED NAO TRAZ COMPETENCIA; E DA MESMA FOLHA)        00001750
                                                                        00001760
       77 WRK-COMPET-CARGA    PIC X(06) VALUE SPACES.                   00001770
                                                                        00001780
       77 WRK-IDFUNC-ANT      PIC X(05) VALUE SPACES.                   00001790
       77 WRK-SEQ-DESC        PIC 9(03) VALUE 0.                        00001800
                                                                        00001810
       01 WRK-COMPET          PIC 9(06).                                00001820
       01 WRK-COMPET-R REDEFINES WRK-COMPET.                            00001830
          05 WRK-CP-ANO       PIC 9(04).                                00001840
          05 WRK-CP-MES       PIC 9(02).                                00001850
                                                                        00001860
       77 WRK-MESES-CORR      PIC 9(07).                                00001870
       77 WRK-COMPET-CORTE    PIC X(06).                                00001880
       77 WRK-IND-NULL        PIC S9(04) COMP.                          00001890
       77 WRK-IDFUNC          PIC 9(05).                                00001900
                                                                        00001910
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001920
                                                                        00001930
      *--------------------STATUS-----------------------------------*   00001940
                                                                        00001950
       77 WRK-FS-FOLHPAG  PIC 9(02).                                    00001960
                                                                        00001970
       77 WRK-FS-FOLHDED  PIC 9(02).                                    00001980
                                                                        00001990
       77 WRK-FS-PAGOS    PIC 9(02).                                    00002000
                                                                        00002010
      *=============================================================*   00002020
       PROCEDURE DIVISION.                                              00002030
      *=============================================================*   00002040
                                                                        00002050
      *=============================================================*   00002060
       0000-PRINCIPAL                                       SECTION.    00002070
                                                                        00002080
            PERFORM 1000-INICIAR.                                       00002090
            PERFORM 2000-CARREGAR-HOLERITE                              00002100
               UNTIL WRK-FS-FOLHPAG NOT EQUAL ZEROS.                    00002110
            PERFORM 3000-CARREGAR-DESCONTO                              00002120
               UNTIL WRK-FS-FOLHDED NOT EQUAL ZEROS.                    00002130
            PERFORM 4000-MARCAR-PAGAMENTO                               00002140
               UNTIL WRK-FS-PAGOS NOT EQUAL ZEROS.                      00002150
            PERFORM 5000-EXPURGAR.                                      00002160
            PERFORM 6000-FINALIZAR.                                     00002170
                                                                        00002180
       0000-99-FIM.                                            EXIT.    00002190
      *=============================================================*   00002200
                                                                        00002210
      *=============================================================*   00002220
       1000-INICIAR                                         SECTION.    00002230
                                                                        00002240
            MOVE 'FR21HOL1' TO LNK-DP-PROGRAMA.                         00002250
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002260
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002270
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00002280
            MOVE WRK-SIS-ANO TO WRK-ISO-ANO.                            00002290
            MOVE WRK-SIS-MES TO WRK-ISO-MES.                            00002300
            MOVE WRK-SIS-DIA TO WRK-ISO-DIA.                            00002310
                                                                        00002320
            OPEN INPUT FOLHPAG.                                         00002330
            OPEN INPUT FOLHDED.                                         00002340
            OPEN INPUT PAGOS.                                           00002350
                                                                        00002360
      *          CADA ENTRADA E OPCIONAL: NA CARGA DA FOLHA O PAGOS     00002370
      *          VEM DUMMY; NA CARGA DO RETORNO, A FOLHA                00002380
                                                                        00002390
            IF WRK-FS-FOLHPAG EQUAL ZEROS                               00002400
               READ FOLHPAG                                             00002410
            ELSE                                                        00002420
               DISPLAY 'SEM FOLHA A CARREGAR'                           00002430
            END-IF.                                                     00002440
                                                                        00002450
            IF WRK-FS-FOLHDED EQUAL ZEROS                               00002460
               READ FOLHDED                                             00002470
            ELSE                                                        00002480
               DISPLAY 'SEM DESCONTOS A CARREGAR'                       00002490
            END-IF.                                                     00002500
                                                                        00002510
            IF WRK-FS-PAGOS EQUAL ZEROS                                 00002520
               READ PAGOS                                               00002530
            ELSE                                                        00002540
               DISPLAY 'SEM RETORNO DO BANCO'                           00002550
            END-IF.                                                     00002560
                                                                        00002570
       1000-99-FIM.                                            EXIT.    00002580
      *=============================================================*   00002590
                                                                        00002600
      *=============================================================*   00002610
       2000-CARREGAR-HOLERITE                               SECTION.    00002620
                                                                        00002630
            ADD 1 TO WRK-FOLHAS-LIDAS.                                  00002640
                                                                        00002650
            IF WRK-COMPET-CARGA EQUAL SPACES                            00002660
               MOVE FOLH-COMPET TO WRK-COMPET-CARGA                     00002670
            END-IF.                                                     00002680
                                                                        00002690
            MOVE FOLH-IDFUNC      TO HOL-IDFUNC.                        00002700
            MOVE FOLH-COMPET      TO HOL-COMPET.                        00002710
            MOVE FOLH-NOME        TO HOL-NOME.                          00002720
            MOVE FOLH-HORAS       TO HOL-HORAS.                         00002730
            MOVE FOLH-HORAS-EXT   TO HOL-HORASEXT.                      00002740
            MOVE FOLH-HORAS-FDS   TO HOL-HORASFDS.                      00002750
            MOVE FOLH-SALBASE     TO HOL-SALBASE.                       00002760
            MOVE FOLH-VAL-EXT     TO HOL-VALEXT.                        00002770
            MOVE FOLH-VAL-FDS     TO HOL-VALFDS.                        00002780
            MOVE FOLH-FERIAS      TO HOL-FERIAS.                        00002790
            MOVE FOLH-TERCO       TO HOL-TERCO.                         00002800
            MOVE FOLH-ADIC-TEMPO  TO HOL-ADICTEMPO.                     00002810
            MOVE FOLH-RETRO       TO HOL-RETRO.                         00002820
            MOVE FOLH-COMISSAO    TO HOL-COMISSAO.                      00002821
            MOVE FOLH-BRUTO       TO HOL-BRUTO.                         00002830
            MOVE FOLH-LIQUIDO     TO HOL-LIQUIDO.                       00002840
            COMPUTE HOL-TOTDESC = FOLH-BRUTO - FOLH-LIQUIDO.            00002850
            MOVE SPACES           TO HOL-SITPAG.                        00002860
            MOVE SPACES           TO HOL-MOTIVO.                        00002870
            MOVE WRK-DATA-ISO     TO HOL-DTULTALT.                      00002880
                                                                        00002890
      *          FOLHA REPROCESSADA: REGRAVA O HOLERITE E VOLTA A       00002900
      *          SITUACAO PARA 'AGUARDANDO RETORNO'                     00002910
                                                                        00002920
            EXEC SQL                                                    00002930
                 UPDATE IVAN.HOLERITE                                   00002940
                    SET NOME      = :HOL-NOME,                          00002950
                        HORAS     = :HOL-HORAS,                         00002960
                        HORASEXT  = :HOL-HORASEXT,                      00002970
                        HORASFDS  = :HOL-HORASFDS,                      00002980
                        SALBASE   = :HOL-SALBASE,                       00002990
                        VALEXT    = :HOL-VALEXT,                        00003000
                        VALFDS    = :HOL-VALFDS,                        00003010
                        FERIAS    = :HOL-FERIAS,                        00003020
                        TERCO     = :HOL-TERCO,                         00003030
                        ADICTEMPO = :HOL-ADICTEMPO,                     00003040
                        RETRO     = :HOL-RETRO,                         00003050
                        COMISSAO  = :HOL-COMISSAO,                      00003051
                        BRUTO     = :HOL-BRUTO,                         00003060
                        TOTDESC   = :HOL-TOTDESC,                       00003070
                        LIQUIDO   = :HOL-LIQUIDO,                       00003080
                        SITPAG    = :HOL-SITPAG,                        00003090
                        MOTIVO    = :HOL-MOTIVO,                        00003100
                        DTULTALT  = :HOL-DTULTALT                       00003110
                  WHERE IDFUNC    = :HOL-IDFUNC                         00003120
                    AND COMPET    = :HOL-COMPET                         00003130
            END-EXEC.                                                   00003140
                                                                        00003150
            IF SQLCODE EQUAL 0                                          00003160
               ADD 1 TO WRK-HOL-REGRAVADOS                              00003170
            END-IF.                                                     00003180
                                                                        00003190
            IF SQLCODE EQUAL 100                                        00003200
               EXEC SQL                                                 00003210
                    INSERT INTO IVAN.HOLERITE                           00003220
                          (IDFUNC, COMPET, NOME, HORAS, HORASEXT,       00003230
                           HORASFDS, SALBASE, VALEXT, VALFDS,           00003240
                           FERIAS, TERCO, ADICTEMPO, RETRO, BRUTO,      00003250
                           TOTDESC, LIQUIDO, SITPAG, MOTIVO,            00003260
                           DTULTALT, COMISSAO)                          00003270
                    VALUES (:HOL-IDFUNC, :HOL-COMPET, :HOL-NOME,        00003280
                            :HOL-HORAS, :HOL-HORASEXT,                  00003290
                            :HOL-HORASFDS, :HOL-SALBASE,                00003300
                            :HOL-VALEXT, :HOL-VALFDS, :HOL-FERIAS,      00003310
                            :HOL-TERCO, :HOL-ADICTEMPO, :HOL-RETRO,     00003320
                            :HOL-BRUTO, :HOL-TOTDESC, :HOL-LIQUIDO,     00003330
                            :HOL-SITPAG, :HOL-MOTIVO, :HOL-DTULTALT,    00003340
                            :HOL-COMISSAO)                              00003341
               END-EXEC                                                 00003350
               IF SQLCODE EQUAL 0                                       00003360
                  ADD 1 TO WRK-HOL-INCLUIDOS                            00003370
               END-IF                                                   00003380
            END-IF.                                                     00003390
                                                                        00003400
            MOVE '2000' TO WRK-SECAO.                                   00003410
            PERFORM 7000-CONFERIR-SQL.                                  00003420
                                                                        00003430
      *          AS LINHAS DE DESCONTO DA COMPETENCIA SAO REFEITAS      00003440
      *          PELO FOLHDED DESTA MESMA CARGA                         00003450
                                                                        00003460
            MOVE HOL-IDFUNC TO HDS-IDFUNC.                              00003470
            MOVE HOL-COMPET TO HDS-COMPET.                              00003480
                                                                        00003490
            EXEC SQL                                                    00003500
                 DELETE FROM IVAN.HOLDESC                               00003510
                  WHERE IDFUNC = :HDS-IDFUNC                            00003520
                    AND COMPET = :HDS-COMPET                            00003530
            END-EXEC.                                                   00003540
                                                                        00003550
            IF SQLCODE EQUAL 100                                        00003560
               MOVE ZEROS TO SQLCODE                                    00003570
            END-IF.                                                     00003580
                                                                        00003590
            PERFORM 7000-CONFERIR-SQL.                                  00003600
                                                                        00003610
            READ FOLHPAG.                                               00003620
                                                                        00003630
       2000-99-FIM.                                            EXIT.    00003640
      *=============================================================*   00003650
                                                                        00003660
      *=============================================================*   00003670
       3000-CARREGAR-DESCONTO                               SECTION.    00003680
                                                                        00003690
      *          FOLHDED SEM FOLHA NA MESMA CARGA NAO TEM COMPETENCIA   00003700
                                                                        00003710
            IF WRK-COMPET-CARGA EQUAL SPACES                            00003720
               ADD 1 TO WRK-DESC-SEM-HOL                                00003730
               GO TO 3000-90-PROXIMO                                    00003740
            END-IF.                                                     00003750
                                                                        00003760
            IF FD-DD-IDFUNC NOT EQUAL WRK-IDFUNC-ANT                    00003770
               MOVE FD-DD-IDFUNC TO WRK-IDFUNC-ANT                      00003780
               MOVE ZEROS        TO WRK-SEQ-DESC                        00003790
            END-IF.                                                     00003800
                                                                        00003810
            ADD 1 TO WRK-SEQ-DESC.                                      00003820
                                                                        00003830
            MOVE FD-DD-IDFUNC     TO HDS-IDFUNC.                        00003840
            MOVE WRK-COMPET-CARGA TO HDS-COMPET.                        00003850
            MOVE WRK-SEQ-DESC     TO HDS-SEQ.                           00003860
            MOVE FD-DD-TIPO       TO HDS-TIPO.                          00003870
            MOVE FD-DD-BASE       TO HDS-BASE.                          00003880
            MOVE FD-DD-ALIQ       TO HDS-ALIQ.                          00003890
            MOVE FD-DD-VALOR      TO HDS-VALOR.                         00003900
                                                                        00003910
            EXEC SQL                                                    00003920
                 INSERT INTO IVAN.HOLDESC                               00003930
                       (IDFUNC, COMPET, SEQ, TIPO, BASE, ALIQ, VALOR)   00003940
                 VALUES (:HDS-IDFUNC, :HDS-COMPET, :HDS-SEQ,            00003950
                         :HDS-TIPO, :HDS-BASE, :HDS-ALIQ, :HDS-VALOR)   00003960
            END-EXEC.                                                   00003970
                                                                        00003980
            MOVE '3000' TO WRK-SECAO.                                   00003990
            PERFORM 7000-CONFERIR-SQL.                                  00004000
            ADD 1 TO WRK-DESC-GRAVADOS.                                 00004010
                                                                        00004020
       3000-90-PROXIMO.                                                 00004030
                                                                        00004040
            READ FOLHDED.                                               00004050
                                                                        00004060
       3000-99-FIM.                                            EXIT.    00004070
      *=============================================================*   00004080
                                                                        00004090
      *=============================================================*   00004100
       4000-MARCAR-PAGAMENTO                                SECTION.    00004110
                                                                        00004120
      *          SO O DETALHE ('1') TRAZ PAGAMENTO; A SITUACAO VAI NO   00004130
      *          HOLERITE MAIS RECENTE DO FUNCIONARIO QUANDO O VALOR    00004140
      *          PAGO E O LIQUIDO DELE                                  00004150
                                                                        00004160
            IF FD-PG-TIPO NOT EQUAL '1'                                 00004170
               GO TO 4000-90-PROXIMO                                    00004180
            END-IF.                                                     00004190
                                                                        00004200
            ADD 1 TO WRK-PAGOS-LIDOS.                                   00004210
                                                                        00004220
            MOVE FD-PG-IDFUNC TO HOL-IDFUNC.                            00004230
            MOVE FD-PG-VALOR  TO HOL-LIQUIDO.                           00004240
            MOVE FD-PG-MOTIVO TO HOL-MOTIVO.                            00004250
            MOVE WRK-DATA-ISO TO HOL-DTULTALT.                          00004260
                                                                        00004270
            IF FD-PG-STATUS EQUAL 'R'                                   00004280
               MOVE 'R'    TO HOL-SITPAG                                00004290
            ELSE                                                        00004300
               MOVE 'S'    TO HOL-SITPAG                                00004310
               MOVE SPACES TO HOL-MOTIVO                                00004320
            END-IF.                                                     00004330
                                                                        00004340
            EXEC SQL                                                    00004350
                 UPDATE IVAN.HOLERITE                                   00004360
                    SET SITPAG   = :HOL-SITPAG,                         00004370
                        MOTIVO   = :HOL-MOTIVO,                         00004380
                        DTULTALT = :HOL-DTULTALT                        00004390
                  WHERE IDFUNC   = :HOL-IDFUNC                          00004400
                    AND LIQUIDO  = :HOL-LIQUIDO                         00004410
                    AND COMPET   =                                      00004420
                        (SELECT MAX(COMPET)                             00004430
                           FROM IVAN.HOLERITE                           00004440
                          WHERE IDFUNC = :HOL-IDFUNC)                   00004450
            END-EXEC.                                                   00004460
                                                                        00004470
            IF SQLCODE EQUAL 100                                        00004480
               ADD 1 TO WRK-PAGOS-SEM-HOL                               00004490
               MOVE ZEROS TO SQLCODE                                    00004500
            ELSE                                                        00004510
               IF SQLCODE EQUAL 0                                       00004520
                  ADD 1 TO WRK-PAGOS-MARCADOS                           00004530
               END-IF                                                   00004540
            END-IF.                                                     00004550
                                                                        00004560
            MOVE '4000' TO WRK-SECAO.                                   00004570
            PERFORM 7000-CONFERIR-SQL.                                  00004580
                                                                        00004590
       4000-90-PROXIMO.                                                 00004600
                                                                        00004610
            READ PAGOS.                                                 00004620
                                                                        00004630
       4000-99-FIM.                                            EXIT.    00004640
      *=============================================================*   00004650
                                                                        00004660
      *=============================================================*   00004670
       5000-EXPURGAR                                        SECTION.    00004680
                                                                        00004690
      *          FICAM AS DOZE COMPETENCIAS MAIS RECENTES: O CORTE E    00004700
      *          ONZE MESES ANTES DA ULTIMA COMPETENCIA CARREGADA       00004710
                                                                        00004720
            EXEC SQL                                                    00004730
                 SELECT MAX(COMPET)                                     00004740
                   INTO :HOL-COMPET :WRK-IND-NULL                       00004750
                   FROM IVAN.HOLERITE                                   00004760
            END-EXEC.                                                   00004770
                                                                        00004780
            MOVE '5000' TO WRK-SECAO.                                   00004790
            PERFORM 7000-CONFERIR-SQL.                                  00004800
                                                                        00004810
            IF WRK-IND-NULL LESS ZEROS                                  00004820
               GO TO 5000-99-FIM                                        00004830
            END-IF.                                                     00004840
                                                                        00004850
            MOVE HOL-COMPET TO WRK-COMPET.                              00004860
            COMPUTE WRK-MESES-CORR =                                    00004870
               WRK-CP-ANO * 12 + WRK-CP-MES - 1 - 11.                   00004880
            DIVIDE WRK-MESES-CORR BY 12                                 00004890
               GIVING WRK-CP-ANO REMAINDER WRK-CP-MES.                  00004900
            ADD 1 TO WRK-CP-MES.                                        00004910
            MOVE WRK-COMPET TO WRK-COMPET-CORTE.                        00004920
                                                                        00004930
            MOVE WRK-COMPET-CORTE TO HDS-COMPET.                        00004940
                                                                        00004950
            EXEC SQL                                                    00004960
                 DELETE FROM IVAN.HOLDESC                               00004970
                  WHERE COMPET < :HDS-COMPET                            00004980
            END-EXEC.                                                   00004990
                                                                        00005000
            IF SQLCODE EQUAL 100                                        00005010
               MOVE ZEROS TO SQLCODE                                    00005020
            END-IF.                                                     00005030
                                                                        00005040
            PERFORM 7000-CONFERIR-SQL.                                  00005050
                                                                        00005060
            MOVE WRK-COMPET-CORTE TO HOL-COMPET.                        00005070
                                                                        00005080
            EXEC SQL                                                    00005090
                 DELETE FROM IVAN.HOLERITE                              00005100
                  WHERE COMPET < :HOL-COMPET                            00005110
            END-EXEC.                                                   00005120
                                                                        00005130
            IF SQLCODE EQUAL 100                                        00005140
               MOVE ZEROS TO SQLCODE                                    00005150
            ELSE                                                        00005160
               MOVE SQLERRD(3) TO WRK-HOL-EXPURGADOS                    00005170
            END-IF.                                                     00005180
                                                                        00005190
            PERFORM 7000-CONFERIR-SQL.                                  00005200
                                                                        00005210
            EXEC SQL                                                    00005220
                 COMMIT                                                 00005230
            END-EXEC.                                                   00005240
                                                                        00005250
       5000-99-FIM.                                            EXIT.    00005260
      *=============================================================*   00005270
                                                                        00005280
      *=============================================================*   00005290
       6000-FINALIZAR                                       SECTION.    00005300
                                                                        00005310
             DISPLAY 'COMPETENCIA CARREGADA.' WRK-COMPET-CARGA.         00005320
             DISPLAY 'FOLHAS LIDAS..........' WRK-FOLHAS-LIDAS.         00005330
             DISPLAY 'HOLERITES INCLUIDOS...' WRK-HOL-INCLUIDOS.        00005340
             DISPLAY 'HOLERITES REGRAVADOS..' WRK-HOL-REGRAVADOS.       00005350
             DISPLAY 'LINHAS DE DESCONTO....' WRK-DESC-GRAVADOS.        00005360
             DISPLAY 'DESCONTOS SEM FOLHA...' WRK-DESC-SEM-HOL.         00005370
             DISPLAY 'PAGAMENTOS LIDOS......' WRK-PAGOS-LIDOS.          00005380
             DISPLAY 'PAGAMENTOS MARCADOS...' WRK-PAGOS-MARCADOS.       00005390
             DISPLAY 'PAGAMENTOS SEM HOLER..' WRK-PAGOS-SEM-HOL.        00005400
             DISPLAY 'HOLERITES EXPURGADOS..' WRK-HOL-EXPURGADOS.       00005410
             DISPLAY WRK-MSG-FINAL.                                     00005420
                                                                        00005430
             IF WRK-FS-FOLHPAG NOT EQUAL 35                             00005440
                CLOSE FOLHPAG                                           00005450
             END-IF.                                                    00005460
             IF WRK-FS-FOLHDED NOT EQUAL 35                             00005470
                CLOSE FOLHDED                                           00005480
             END-IF.                                                    00005490
             IF WRK-FS-PAGOS NOT EQUAL 35                               00005500
                CLOSE PAGOS                                             00005510
             END-IF.                                                    00005520
                                                                        00005530
             STOP RUN.                                                  00005540
                                                                        00005550
       6000-99-FIM.                                            EXIT.    00005560
      *=============================================================*   00005570
                                                                        00005580
      *=============================================================*   00005590
       7000-CONFERIR-SQL                                    SECTION.    00005600
                                                                        00005610
      *          ERRO DB2 DESFAZ A CARGA INTEIRA: A REEXECUCAO          00005620
      *          REGRAVA TUDO DESDE O INICIO                            00005630
                                                                        00005640
            IF SQLCODE NOT EQUAL 0                                      00005650
               MOVE SQLCODE    TO WRK-SQLCODE                           00005660
               MOVE HOL-IDFUNC TO WRK-IDFUNC                            00005670
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA SECAO ' WRK-SECAO       00005680
                       ' FUNCIONARIO ' WRK-IDFUNC                       00005690
               EXEC SQL                                                 00005700
                    ROLLBACK                                            00005710
               END-EXEC                                                 00005720
               MOVE 'FR21HOL1'                  TO WRK-PROGRAMA         00005730
               MOVE 'ERRO DB2 NOS HOLERITES  - ' TO WRK-MENSAGEM        00005740
               MOVE ZEROS                       TO WRK-STATUS           00005750
               PERFORM 9000-TRATARERROS                                 00005760
            END-IF.                                                     00005770
                                                                        00005780
       7000-99-FIM.                                            EXIT.    00005790
      *=============================================================*   00005800
                                                                        00005810
      *=============================================================*   00005820
       9000-TRATARERROS                                     SECTION.    00005830
                                                                        00005840
             MOVE 'E' TO WRK-SEVERIDADE.                                00005850
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005860
             STOP RUN.                                                  00005870
                                                                        00005880
       9000-99-FIM.                                            EXIT.    00005890
      *=============================================================*   00005900
