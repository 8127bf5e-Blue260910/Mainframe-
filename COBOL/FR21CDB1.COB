      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       RECUSA A APLICACAO DE     00000131
      *                   CLIENTE COM A REVISAO CADASTRAL VENCIDA       00000132
      *                   ALEM DA CARENCIA (CADCLI)                     00000133
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: ABERTURA DE DEPOSITOS A PRAZO (CDB). LE AS          00000150
      *      APLICACOES DO DIA (CDBMOV: CONTA, SEQUENCIA, VALOR,        00000160
      *      NORMAL FR21WRH1/FR21EDMV/FR21EX04 - SE A CONTA NAO         00000200
      *      TIVER SALDO O PROPRIO FR21EX04 RECUSA O DEBITO E O         00000210
      *      CONTRATO E CANCELADO NA CONCILIACAO DA MESA. CRITICA       00000220
      *      EM RELCDB1. CLIENTE COM A REVISAO PERIODICA DO CADASTRO    00000230
      *      VENCIDA ALEM DA CARENCIA (CAD-KYC-SITUACAO 'B', MARCADA    00000231
      *      PELO FR21KYC1) NAO ABRE APLICACAO NOVA ATE A REVISAO.      00000232
      *-------------------------------------------------------------*   00000240
      *   ARQUIVOS.....:                                                00000250
      *                                                                 00000260
      *   NAME                I/O                                       00000270
      *   CDBMOV               I   (APLICACOES DO DIA)                  00000280
      *   CDBMAS              I-O  (KSDS - CDBBOOK)                     00000290
      *   CADCLI               I   (KSDS - CADBOOK)                     00000291
      *   MOVCDB               O   (LAYOUT MOV0106E)                    00000300
      *   RELCDB1              O   (CRITICA)                            00000310
      *-------------------------------------------------------------*   00000320
               RECORD KEY    IS CDB-CHAVE-REG                           00000540
               FILE STATUS  IS WRK-FS-CDBMAS.                           00000550
                                                                        00000560
           SELECT CADCLI   ASSIGN TO CADCLI                             00000561
               ORGANIZATION  IS INDEXED                                 00000562
               ACCESS MODE   IS RANDOM                                  00000563
               RECORD KEY    IS CAD-CHAVE                               00000564
               FILE STATUS  IS WRK-FS-CADCLI.                           00000565
                                                                        00000566
           SELECT MOVCDB   ASSIGN TO MOVCDB                             00000570
               FILE STATUS  IS WRK-FS-MOVCDB.                           00000580
                                                                        00000590
                                                                        00000870
       COPY 'CDBBOOK'.                                                  00000880
                                                                        00000890
      *-------------------------------------------------------------*   00000891
      *       CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132             *   00000892
      *-------------------------------------------------------------*   00000893
       FD CADCLI.                                                       00000894
                                                                        00000895
       COPY 'CADBOOK'.                                                  00000896
                                                                        00000897
      *-------------------------------------------------------------*   00000900
      *       MOVIMENTOS GERADOS (LAYOUT MOV0106E)  LRECL = 55      *   00000910
      *-------------------------------------------------------------*   00000920
       77 WRK-FS-CDBMOV   PIC 9(02).                                    00001400
                                                                        00001410
       77 WRK-FS-CDBMAS   PIC 9(02).                                    00001420
                                                                        00001421
       77 WRK-FS-CADCLI   PIC 9(02).                                    00001422
                                                                        00001430
       77 WRK-FS-MOVCDB   PIC 9(02).                                    00001440
                                                                        00001450
                                                                        00001900
            OPEN INPUT  CDBMOV.                                         00001910
            OPEN I-O    CDBMAS.                                         00001920
            OPEN INPUT  CADCLI.                                         00001921
            OPEN OUTPUT MOVCDB.                                         00001930
            OPEN OUTPUT RELCDB1.                                        00001940
                                                                        00001950
               PERFORM 9000-TRATARERROS                                 00002090
            END-IF.                                                     00002100
                                                                        00002110
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00002111
               MOVE 'FR21CDB1'                  TO WRK-PROGRAMA         00002112
               MOVE '1000'                      TO WRK-SECAO            00002113
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00002114
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00002115
               PERFORM 9000-TRATARERROS                                 00002116
            END-IF.                                                     00002117
                                                                        00002118
            ACCEPT WRK-HOJE FROM DATE YYYYMMDD.                         00002120
                                                                        00002130
            WRITE FD-RELCDB1 FROM WRK-CABEC1.                           00002140
              GO TO 2000-50-LER                                         00002370
           END-IF.                                                      00002380
                                                                        00002390
      *                 REVISAO DO CADASTRO VENCIDA ALEM DA CARENCIA    0000239A
                                                                        0000239B
           MOVE FD-CB-CHAVE TO CAD-CHAVE.                               0000239C
           READ CADCLI.                                                 0000239D
                                                                        0000239E
           IF WRK-FS-CADCLI EQUAL ZEROS                                 0000239F
              AND CAD-KYC-SITUACAO EQUAL 'B'                            0000239G
              MOVE 'REVISAO CADASTRAL VENCIDA' TO WRK-MOTIVO            0000239H
              PERFORM 2700-REJEITAR                                     0000239I
              GO TO 2000-50-LER                                         0000239J
           END-IF.                                                      0000239K
                                                                        0000239L
      *                 CONTRATO NO CADASTRO                            00002400
                                                                        00002410
           MOVE FD-CB-CHAVE     TO CDB-CHAVE.                           00002420
             DISPLAY 'APLICACOES REJEITADAS.' WRK-REJEITADOS.           00003060
             DISPLAY WRK-MSG-FINAL.                                     00003070
                                                                        00003080
             CLOSE CDBMOV CDBMAS CADCLI.                                00003090
             CLOSE MOVCDB RELCDB1.                                      00003100
             STOP RUN.                                                  00003110
                                                                        00003120
