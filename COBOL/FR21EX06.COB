      *  1.3   02/09/26   VICTOR ARANDA    DATA DE NEGOCIO VINDA DO     0000018A
      *                   CONTROLE DA OPERACAO (FR21DTA1) NO LUGAR      0000018B
      *                   DO RELOGIO DO SISTEMA                         0000018C
      *  1.4   15/10/26   VICTOR ARANDA    AVISO DA TROCA DE PACOTE DE  0000018D
      *                   SERVICOS AGENDADA (PACCTA/TABPAC)             0000018E
      *-------------------------------------------------------------*   00000190
      *   ARQUIVOS.....:                                                00000200
      *                                                                 00000210
      *                           ENDERECO NO CABECALHO)                00000244
      *   AGENSEQ              I  (CADASTRO DE AGENCIAS - FR21AGM1,     00000245
      *                           NOME DA AGENCIA NO CABECALHO)         00000246
      *   PACCTA               I  (KSDS - PACBOOK, AVISO DA TROCA       00000247
      *                           DE PACOTE DE SERVICOS)                00000248
      *   TABPAC               I  (TABELA DE PACOTES - TPABOOK)         00000249
      *   EXTRATO              O                                        00000250
      *-------------------------------------------------------------*   00000260
      *   MODULOS....:                                                  00000270
                                                                        0000048C
           SELECT AGENSEQ  ASSIGN TO AGENSEQ                            0000048D
               FILE STATUS  IS WRK-FS-AGENSEQ.                          0000048E

           SELECT PACCTA   ASSIGN TO PACCTA
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS PAC-CHAVE
               FILE STATUS  IS WRK-FS-PACCTA.

           SELECT TABPAC   ASSIGN TO TABPAC
               FILE STATUS  IS WRK-FS-TABPAC.
                                                                        0000048F
           SELECT EXTRATO  ASSIGN TO EXTRATO                            00000490
               FILE STATUS  IS WRK-FS-EXTRATO.                          00000500
       COPY 'BLQBOOK'.                                                  00000866
                                                                        00000867
      *-------------------------------------------------------------*   00000868
      *       CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132             *   00000869
      *-------------------------------------------------------------*   0000086A
       FD CADCLI.                                                       0000086B
                                                                        0000086C
          05 FD-AS-NOMEAGEN  PIC X(30).                                 00000879
          05 FD-AS-REGIAO    PIC X(10).                                 0000087A
          05 FD-AS-STATUS    PIC X(01).                                 0000087B

      *-------------------------------------------------------------*
      *       PACOTE DE SERVICOS POR CONTA (KSDS)  LRECL = 60       *
      *-------------------------------------------------------------*
       FD PACCTA.

       COPY 'PACBOOK'.

      *-------------------------------------------------------------*
      *       TABELA DE PACOTES          LRECL = 80                 *
      *-------------------------------------------------------------*
       FD TABPAC
           RECORDING  MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       COPY 'TPABOOK'.
                                                                        0000087C
      *-------------------------------------------------------------*   0000087D
      *       ARQUIVO DE SAIDA   EXTRATO  LRECL = 80                *   00000880
             10 WRK-AG-NOME    PIC X(30).                               0000135E
                                                                        0000135F
       77 WRK-IND-AG       PIC 9(03).                                   00001360

       77 WRK-FS-PACCTA   PIC 9(02).

       77 WRK-FS-TABPAC   PIC 9(02).

      *--------------------TABELA DE PACOTES------------------------*

       01 WRK-TAB-PAC.
          05 WRK-TAB-PAC-QTD PIC 9(02) VALUE 0.
          05 WRK-TAB-PAC-OCR OCCURS 20 TIMES.
             10 WRK-PC-PACOTE  PIC X(02).
             10 WRK-PC-DESCR   PIC X(20).

       77 WRK-IND-PC       PIC 9(02).

       01 WRK-VIGOR        PIC 9(08).
       01 FILLER REDEFINES WRK-VIGOR.
          05 WRK-VG-ANO    PIC 9(04).
          05 WRK-VG-MES    PIC 9(02).
          05 WRK-VG-DIA    PIC 9(02).
                                                                        00001353
       77 WRK-BLOQUEADO   PIC 9(09) VALUE 0.                            00001354
                                                                        00001360
          05 WRK-C3-UF    PIC X(02).                                    00001560
          05 FILLER       PIC X(05).                                    00001561
                                                                        00001562

      *    AVISO DA TROCA DE PACOTE AGENDADA PELO FR21PAC1: SAI EM
      *    TODO EXTRATO ENTRE O PEDIDO E A VIGENCIA (30 DIAS NO
      *    MINIMO)

       01 WRK-LIN-AVISO1.
          05 FILLER       PIC X(47) VALUE
             'AVISO: SEU PACOTE DE SERVICOS SERA ALTERADO EM '.
          05 WRK-AV-DIA   PIC 9(02).
          05 FILLER       PIC X(01) VALUE '/'.
          05 WRK-AV-MES   PIC 9(02).
          05 FILLER       PIC X(01) VALUE '/'.
          05 WRK-AV-ANO   PIC 9(04).
          05 FILLER       PIC X(23).

       01 WRK-LIN-AVISO2.
          05 FILLER       PIC X(07) VALUE '   DE: '.
          05 WRK-AV-ATUAL PIC X(23).
          05 FILLER       PIC X(08) VALUE '  PARA: '.
          05 WRK-AV-NOVO  PIC X(23).
          05 FILLER       PIC X(19).

       01 WRK-LIN-ABERTURA.                                             00001563
          05 FILLER           PIC X(23) VALUE                           00001570
             'SALDO DE ABERTURA....:'.                                  00001580
            OPEN INPUT  BLOQJUD.                                        00002111
            OPEN INPUT  CADCLI.                                         00002112
            OPEN INPUT  AGENSEQ.                                        00002113
            OPEN INPUT  PACCTA TABPAC.
            OPEN OUTPUT EXTRATO.                                        00002120
                                                                        00002130
            PERFORM 1200-TESTARSTATUS.                                  00002140
               END-PERFORM
               CLOSE AGENSEQ
            END-IF.

      *    TABELA DE PACOTES (DESCRICAO NO AVISO DE TROCA)

            IF WRK-FS-TABPAC EQUAL ZEROS
               READ TABPAC
               PERFORM UNTIL WRK-FS-TABPAC NOT EQUAL ZEROS
                  IF WRK-TAB-PAC-QTD LESS 20
                     ADD 1 TO WRK-TAB-PAC-QTD
                     MOVE WRK-TAB-PAC-QTD TO WRK-IND-PC
                     MOVE TPA-PACOTE
                          TO WRK-PC-PACOTE(WRK-IND-PC)
                     MOVE TPA-DESCRICAO
                          TO WRK-PC-DESCR(WRK-IND-PC)
                  END-IF
                  READ TABPAC
               END-PERFORM
               CLOSE TABPAC
            END-IF.
            COMPUTE WRK-DIA-INT =                                       00002173
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) - 1.                  00002174
            COMPUTE WRK-ONTEM =                                         00002175
              MOVE CAD-UF        TO WRK-C3-UF                           0000316A
              WRITE FD-EXTRATO FROM WRK-CABEC3                          0000316B
           END-IF.                                                      0000316C

      *          TROCA DE PACOTE AGENDADA E AINDA NAO VIGENTE

           MOVE FD-CHAVE1 TO PAC-CHAVE.
           READ PACCTA.
           IF WRK-FS-PACCTA EQUAL ZEROS
              AND PAC-PACOTE-NOVO NOT EQUAL SPACES
              AND PAC-DATA-VIGOR GREATER WRK-HOJE
              PERFORM 2120-AVISO-PACOTE
           END-IF.
                                                                        0000316D
           WRITE FD-EXTRATO FROM WRK-LINHA-VAZIA.                       00003170
                                                                        00003180
       2100-99-FIM.                                            EXIT.    00003190
      *=============================================================*   00003200

      *=============================================================*
       2120-AVISO-PACOTE                                    SECTION.

           MOVE PAC-DATA-VIGOR TO WRK-VIGOR.
           MOVE WRK-VG-DIA     TO WRK-AV-DIA.
           MOVE WRK-VG-MES     TO WRK-AV-MES.
           MOVE WRK-VG-ANO     TO WRK-AV-ANO.

           MOVE PAC-PACOTE      TO WRK-AV-ATUAL.
           MOVE PAC-PACOTE-NOVO TO WRK-AV-NOVO.
           PERFORM VARYING WRK-IND-PC FROM 1 BY 1 UNTIL
              WRK-IND-PC > WRK-TAB-PAC-QTD
              IF WRK-PC-PACOTE(WRK-IND-PC) EQUAL PAC-PACOTE
                 MOVE WRK-PC-DESCR(WRK-IND-PC)
                      TO WRK-AV-ATUAL(4:20)
              END-IF
              IF WRK-PC-PACOTE(WRK-IND-PC) EQUAL PAC-PACOTE-NOVO
                 MOVE WRK-PC-DESCR(WRK-IND-PC)
                      TO WRK-AV-NOVO(4:20)
              END-IF
           END-PERFORM.

           WRITE FD-EXTRATO FROM WRK-LIN-AVISO1.
           WRITE FD-EXTRATO FROM WRK-LIN-AVISO2.

       2120-99-FIM.                                            EXIT.
      *=============================================================*
                                                                        00003201
      *=============================================================*   00003202
       2150-SOMAR-BLOQUEIOS                                 SECTION.    00003203
             CLOSE CLIENTES HISTMOV.                                    00004000
             CLOSE BLOQJUD.                                             00004001
             CLOSE CADCLI.                                              00004002
             CLOSE PACCTA.
             CLOSE EXTRATO.                                             00004010
                                                                        00004020
             DISPLAY WRK-LINHA-VAZIA.                                   00004030
