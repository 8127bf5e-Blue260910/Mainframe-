      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. FR21NOT0.                                            00000040
      *=============================================================*   00000050
      *   AUTOR....:VICTOR ARANDA                                   *   00000060
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000070
      *   DATA ....:15/10/2026                                      *   00000080
      *-------------------------------------------------------------*   00000090
      *   OBJETIVO:CAIXA DE SAIDA DE NOTIFICACOES AO FUNCIONARIO.   *   00000100
      *             OS PROGRAMAS DE FOLHA, FERIAS, AUMENTO,         *   00000110
      *             TRANSFERENCIA E BENEFICIOS CHAMAM O MODULO A    *   00000120
      *             CADA EVENTO EFETIVADO; O MODULO CARIMBA         *   00000130
      *             DATA/HORA E GRAVA EM NOTIFIC, QUE O FR21NOT1    *   00000140
      *             TRANSFORMA NA INTERFACE DO GATEWAY DE CORREIO.  *   00000150
      *             AVISO PERDIDO NAO PARA A FOLHA: FALHA NA        *   00000160
      *             GRAVACAO SAI NO SYSOUT DO PASSO.                *   00000170
      *-------------------------------------------------------------*   00000180
      *   COMMAREA.: NOT-DADOS (BOOK LNKNOTF)                       *   00000190
      *-------------------------------------------------------------*   00000210
      *   ARQUIVOS:                                                 *   00000220
      *    DDNAME              I/O                  COPY/BOOK       *   00000230
      *    NOTIFIC              O                   LNKNOTF         *   00000240
      *=============================================================*   00000250
                                                                        00000260
      *====================================================             00000270
       ENVIRONMENT                               DIVISION.              00000280
      *====================================================             00000290
       CONFIGURATION                             SECTION.               00000300
       SPECIAL-NAMES.                                                   00000310
           DECIMAL-POINT  IS COMMA.                                     00000320
                                                                        00000330
       INPUT-OUTPUT                              SECTION.               00000340
       FILE-CONTROL.                                                    00000350
           SELECT NOTIFIC   ASSIGN TO NOTIFIC                           00000360
               FILE STATUS  IS WRK-FS-NOTIFIC.                          00000370
                                                                        00000380
      *====================================================             00000390
       DATA                                      DIVISION.              00000400
      *====================================================             00000410
       FILE                                      SECTION.               00000420
       FD NOTIFIC                                                       00000430
           RECORDING  MODE IS F                                         00000440
           BLOCK CONTAINS 0 RECORDS.                                    00000450
                                                                        00000460
       01 FD-NOTIFIC PIC X(75).                                         00000470
                                                                        00000480
       WORKING-STORAGE                           SECTION.               00000490
      *====================================================             00000500
                                                                        00000510
       77 WRK-FS-NOTIFIC  PIC 9(02).                                    00000520
       77 WRK-SIS-DATA    PIC 9(08).                                    00000530
       77 WRK-SIS-HORA    PIC X(06).                                    00000540
                                                                        00000550
       LINKAGE                                   SECTION.               00000560
                                                                        00000570
       COPY 'LNKNOTF'.                                                  00000580
                                                                        00000590
       PROCEDURE   DIVISION USING NOT-DADOS.                            00000600
      *====================================================             00000610
       0000-PRINCIPAL                            SECTION.               00000620
           OPEN EXTEND NOTIFIC.                                         00000640
                                                                        00000650
      *    SEM A CAIXA DE SAIDA O PROCESSAMENTO SEGUE; O AVISO          00000660
      *    FICA REGISTRADO NO SYSOUT DO PASSO                           00000670
                                                                        00000680
           IF WRK-FS-NOTIFIC NOT EQUAL ZEROS                            00000690
              DISPLAY 'FR21NOT0: ERRO OPEN NOTIFIC ' WRK-FS-NOTIFIC     00000700
                      ' - AVISO ' NOT-EVENTO ' ' NOT-IDFUNC             00000710
                      ' NAO GRAVADO'                                    00000720
              GOBACK                                                    00000740
           END-IF.                                                      00000750
                                                                        00000760
           ACCEPT WRK-SIS-DATA FROM DATE YYYYMMDD.                      00000770
           ACCEPT WRK-SIS-HORA FROM TIME.                               00000780
                                                                        00000790
           MOVE WRK-SIS-DATA TO NOT-DATA.                               00000800
           MOVE WRK-SIS-HORA TO NOT-HORA.                               00000810
                                                                        00000820
           MOVE NOT-DADOS TO FD-NOTIFIC.                                00000830
                                                                        00000840
           WRITE FD-NOTIFIC.                                            00000850
           CLOSE NOTIFIC.                                               00000860
                                                                        00000870
           GOBACK.                                                      00000880
