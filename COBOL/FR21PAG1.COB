      *      O SALARIO (SALFUNC) NA TABELA IVAN.FUNC, CONVERTE O        00000140
      *      SALARIO EM VALOR-HORA (DIVISOR MENSAL DE 220 HORAS) E      00000150
      *      GRAVA O SALARIO BRUTO DO PERIODO EM FOLHPAG, UM            00000160
      *      REGISTRO POR FUNCIONARIO. APLICA AS FAIXAS PROGRESSIVAS    00000170
      *      DE INSS E IRRF (IVAN.FAIXADESC, VIGENCIA DO ANO            00000180
      *      CORRENTE), GRAVANDO O DETALHE DOS DESCONTOS EM FOLHDED     00000190
      *      E O SALARIO LIQUIDO NO PROPRIO FOLHPAG.                    00000200
      *-------------------------------------------------------------*   00000210
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000220
      *  1.0   21/08/26   VICTOR ARANDA    VERSAO INICIAL               00000230
      *  1.1   02/09/26   VICTOR ARANDA    BANDAS DE HORA: EXTRAS       00000240
      *                   ALEM DO TETO MENSAL A 50 PCT E FIM DE         00000250
      *                   SEMANA/FERIADO (PNTDET DO FR21PNT1) A         00000260
      *                   100 PCT, CADA BANDA NO FOLHPAG E NO           00000270
      *                   CONTRACHEQUE                                  00000280
      *  1.2   02/09/26   VICTOR ARANDA    CONSIGNACOES EM FOLHA        00000290
      *                   (CONSIG): PARCELAS APOS OS DESCONTOS          00000300
      *                   LEGAIS, COM TETO DE 30 PCT DO LIQUIDO,        00000310
      *                   SALDOS DECREMENTADOS (CONSNOVO) E RESUMO      00000320
      *                   POR BENEFICIARIO (RELCSG)                     00000330
      *  1.3   02/09/26   VICTOR ARANDA    EVENTOS DE FERIAS DO         00000340
      *                   FR21FER2 (FEREVT) MONETIZADOS NA              00000350
      *                   COMPETENCIA: DIAS + TERCO CONSTITUCIONAL      00000360
      *                   E REDUCAO PROPORCIONAL DAS HORAS              00000370
      *  1.4   02/09/26   VICTOR ARANDA    AUSENCIAS NAO REMUNERADAS    00000380
      *                   (ABSAPL DO FR21ABS1) REDUZEM AS HORAS         00000390
      *                   PAGAS NA MESMA PROPORCAO                      00000400
      *  1.5   02/09/26   VICTOR ARANDA    ADICIONAL POR TEMPO DE       00000410
      *                   SERVICO (DATAADM + TABELA ANUENIO), LINHA     00000420
      *                   PROPRIA NO FOLHPAG E NO CONTRACHEQUE          00000430
      *  1.6   02/09/26   VICTOR ARANDA    CHECKPOINT/RETOMADA          00000440
      *                   (FR21CKP1): PULA OS FUNCIONARIOS JA           00000450
      *                   GRAVADOS E RECARREGA AS CONSIGNACOES DO       00000460
      *                   RETRATO GRAVADO NO CONSNOVO A CADA            00000470
      *                   CHECKPOINT                                    00000480
      *  1.7   02/09/26   VICTOR ARANDA    DATA DE NEGOCIO VINDA DO     00000490
      *                   CONTROLE DA OPERACAO (FR21DTA1) NO LUGAR      00000500
      *                   DO RELOGIO DO SISTEMA                         00000510
      *  1.8   03/09/26   VICTOR ARANDA    RETOMADA SEM PAGAMENTO EM    00000520
      *                   DOBRO: AS SAIDAS SAO RECOMPOSTAS DOS DD       00000530
      *                   *SALV ATE AS QUANTIDADES DO CHECKPOINT E      00000540
      *                   O EXCEDENTE E DESCARTADO                      00000550
      *  1.9   15/10/26   VICTOR ARANDA    DIFERENCAS DE AUMENTO        00000560
      *                   RETROATIVO (DIFRET DO FR21RET1) PAGAS NA      00000570
      *                   VERBA FOLH-RETRO, DENTRO DO BRUTO; GRAVA A    00000580
      *                   COMPETENCIA DA FOLHA EM FOLH-COMPET           00000590
      *  2.0   15/10/26   VICTOR ARANDA    DESCONTO DO ADIANTAMENTO     00000600
      *                   QUINZENAL PAGO NA COMPETENCIA (ADIANT DO      00000610
      *                   FR21ADT1): LINHA 'A' NO FOLHDED E VERBA       00000620
      *                   FOLH-ADIANT, LIMITADO AO LIQUIDO              00000630
      *  2.1   15/10/26   VICTOR ARANDA    PENSAO ALIMENTICIA POR ORDEM 00000640
      *                   JUDICIAL (IVAN.PENSAO): PERCENTUAL DO         00000650
      *                   LIQUIDO APOS INSS/IRRF OU VALOR FIXO,         00000660
      *                   ANTES DAS CONSIGNACOES; UMA LINHA 'P' NO      00000670
      *                   FOLHDED POR ORDEM E VERBA FOLH-PENSAO         00000680
      *  2.2   15/10/26   VICTOR ARANDA    DESCONTO DO VALE-TRANSPORTE  00000690
      *                   DA COMPETENCIA (VALES DO FR21VAL1, ATE 6%     00000700
      *                   DO SALARIO BASE): LINHA 'V' NO FOLHDED E      00000710
      *                   VERBA FOLH-VALE-TRANSP, LIMITADO AO LIQUIDO   00000720
      *  2.3   15/10/26   VICTOR ARANDA    DEDUCAO POR DEPENDENTE NA    00000730
      *                   BASE DO IRRF: DEPENDENTES MARCADOS EM         00000740
      *                   IVAN.DEPEND (DEPIR) E ELEGIVEIS PELO          00000750
      *                   FR21DIR1, VALOR POR DEPENDENTE DA FAIXA 'D'   00000760
      *                   DO ANO; VERBAS FOLH-QTD-DEPIR/FOLH-DED-DEPIR  00000770
      *  2.4   15/10/26   VICTOR ARANDA    BANCO DE HORAS (BHVENC DO    00000780
      *                   FR21BHR1): AS HORAS CREDITADAS NO BANCO NA    00000790
      *                   COMPETENCIA NAO SAO PAGAS NO MES E AS         00000800
      *                   VENCIDAS (SEIS MESES) ENTRAM NAS EXTRAS A     00000810
      *                   50 PCT; SEM O ARQUIVO, REGRA ANTERIOR         00000820
      *  2.5   15/10/26   VICTOR ARANDA    COPARTICIPACAO DO PLANO      00000830
      *                   MEDICO (COPDESC DO FR21COP1) DESCONTADA       00000840
      *                   DEPOIS DO VALE-TRANSPORTE NA VERBA            00000850
      *                   FOLH-COPART, LIMITADA AO LIQUIDO; FOLHDED     00000860
      *                   TIPO 'M'                                      00000870
      *  2.6   15/10/26   VICTOR ARANDA    AVISO DE HOLERITE            00000880
      *                   DISPONIVEL AO FUNCIONARIO PELA CAIXA DE       00000890
      *                   SAIDA DE NOTIFICACOES (FR21NOT0)              00000900
      *  2.7   15/10/26   VICTOR ARANDA    COMISSAO DE VENDAS (COMISSAO 00000910
      *                   DO FR21COM1) PAGA NA VERBA FOLH-COMISSAO,     00000920
      *                   DENTRO DO BRUTO                               00000930
      *  2.8   15/10/26   VICTOR ARANDA    TETO DAS CONSIGNACOES SOBRE O00000931
      *                   LIQUIDO APOS INSS/IRRF/PENSAO                 00000932
      *-------------------------------------------------------------*   00000940
      *   BASE DE DADOS:                                                00000950
      *   TABELA.DB2..                                                  00000960
      *    ------              I/O                 INCLUDE/BOOK         00000970
      *   IVAN.FUNC             I                  #BKFUNC----          00000980
      *   IVAN.FAIXADESC        I                  #BKFAIXA---          00000990
      *   IVAN.PENSAO           I                  #BKPENS----          00001000
      *   IVAN.DEPEND           I                  #BKDEP-----          00001010
      *-------------------------------------------------------------*   00001020
      *   ARQUIVOS:                                                     00001030
      *    DDNAME              I/O                  COPY/BOOK           00001040
      *   ARQUIOU4              I                  -----------          00001050
      *   PNTDET                I  (DETALHE DATADO DO FR21PNT1)         00001060
      *   CONSIG                I  (CONSIGNACOES ATIVAS)                00001070
      *   FEREVT                I  (EVENTOS DE FERIAS - FR21FER2)       00001080
      *   ABSAPL                I  (AUSENCIAS APLICADAS - FR21ABS1)     00001090
      *   ANUENIO               I  (DEGRAUS DO ADICIONAL DE TEMPO)      00001100
      *   DIFRET                I                  DIFRBOOK---          00001110
      *   ADIANT                I                  ADIABOOK---          00001120
      *   VALES                 I                  VALEBOOK---          00001130
      *   BHVENC                I                  BHVBOOK----          00001140
      *   COPDESC               I                  CPDBOOK----          00001150
      *   COMISSAO              I                  CMSBOOK----          00001160
      *   CONSNOVO              O  (CONSIGNACOES ATUALIZADAS)           00001170
      *   RELCSG                O  (RESUMO POR BENEFICIARIO)            00001180
      *   FOLHPAG               O                  FOLHBOOK---          00001190
      *   FOLHDED               O                  -----------          00001200
      *   FOLHREJ               O                  -----------          00001210
      *-------------------------------------------------------------*   00001220
      *   MODULOS....:                                                  00001230
      *   GRAVALOG             GRAVA LOG DE ERROS                       00001240
      *   DATAEXT              OBTEM DATA E HORA ATUAL                  00001250
      *   FR21CKP1             CHECKPOINT/RETOMADA (LNKCKPT)            00001260
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00001270
      *   FR21CALC             MATEMATICA FINANCEIRA (LNKCALC)          00001280
      *   FR21DIR1             ELEGIBILIDADE DEPENDENTE IR (LNKDPIR)    00001290
      *   FR21NOT0             CAIXA DE SAIDA DE NOTIFICACOES (LNKNOTF) 00001300
      *=============================================================*   00001310
       ENVIRONMENT                               DIVISION.              00001320
      *=============================================================*   00001330
                                                                        00001340
      *-------------------------------------------------------------*   00001350
       CONFIGURATION                                        SECTION.    00001360
      *-------------------------------------------------------------*   00001370
       SPECIAL-NAMES.                                                   00001380
           DECIMAL-POINT IS COMMA.                                      00001390
                                                                        00001400
                                                                        00001410
       INPUT-OUTPUT                                         SECTION.    00001420
       FILE-CONTROL.                                                    00001430
           SELECT ARQUIOU4 ASSIGN TO ARQUIOU4                           00001440
               FILE STATUS  IS WRK-FS-ARQUIOU4.                         00001450
                                                                        00001460
           SELECT PNTDET   ASSIGN TO PNTDET                             00001470
               FILE STATUS  IS WRK-FS-PNTDET.                           00001480
                                                                        00001490
           SELECT CONSIG   ASSIGN TO CONSIG                             00001500
               FILE STATUS  IS WRK-FS-CONSIG.                           00001510
                                                                        00001520
           SELECT FEREVT   ASSIGN TO FEREVT                             00001530
               FILE STATUS  IS WRK-FS-FEREVT.                           00001540
                                                                        00001550
           SELECT ABSAPL   ASSIGN TO ABSAPL                             00001560
               FILE STATUS  IS WRK-FS-ABSAPL.                           00001570
                                                                        00001580
           SELECT ANUENIO  ASSIGN TO ANUENIO                            00001590
               FILE STATUS  IS WRK-FS-ANUENIO.                          00001600
                                                                        00001610
           SELECT DIFRET   ASSIGN TO DIFRET                             00001620
               FILE STATUS  IS WRK-FS-DIFRET.                           00001630
                                                                        00001640
           SELECT ADIANT   ASSIGN TO ADIANT                             00001650
               FILE STATUS  IS WRK-FS-ADIANT.                           00001660
                                                                        00001670
           SELECT VALES    ASSIGN TO VALES                              00001680
               FILE STATUS  IS WRK-FS-VALES.                            00001690
                                                                        00001700
           SELECT BHVENC   ASSIGN TO BHVENC                             00001710
               FILE STATUS  IS WRK-FS-BHVENC.                           00001720
                                                                        00001730
           SELECT COPDESC  ASSIGN TO COPDESC                            00001740
               FILE STATUS  IS WRK-FS-COPDESC.                          00001750
                                                                        00001760
           SELECT COMISSAO ASSIGN TO COMISSAO                           00001770
               FILE STATUS  IS WRK-FS-COMISSAO.                         00001780
                                                                        00001790
           SELECT CONSNOVO ASSIGN TO CONSNOVO                           00001800
               FILE STATUS  IS WRK-FS-CONSNOVO.                         00001810
                                                                        00001820
           SELECT RELCSG   ASSIGN TO RELCSG                             00001830
               FILE STATUS  IS WRK-FS-RELCSG.                           00001840
                                                                        00001850
           SELECT FOLHPAG  ASSIGN TO FOLHPAG                            00001860
               FILE STATUS  IS WRK-FS-FOLHPAG.                          00001870
                                                                        00001880
           SELECT FOLHDED  ASSIGN TO FOLHDED                            00001890
               FILE STATUS  IS WRK-FS-FOLHDED.                          00001900
                                                                        00001910
           SELECT FOLHREJ  ASSIGN TO FOLHREJ                            00001920
               FILE STATUS  IS WRK-FS-FOLHREJ.                          00001930
                                                                        00001940
           SELECT FPGSALV  ASSIGN TO FPGSALV                            00001950
               FILE STATUS  IS WRK-FS-FPGSALV.                          00001960
                                                                        00001970
           SELECT FDESALV  ASSIGN TO FDESALV                            00001980
               FILE STATUS  IS WRK-FS-FDESALV.                          00001990
                                                                        00002000
           SELECT FRJSALV  ASSIGN TO FRJSALV                            00002010
               FILE STATUS  IS WRK-FS-FRJSALV.                          00002020
                                                                        00002030
      *=============================================================*   00002040
       DATA                                                DIVISION.    00002050
      *=============================================================*   00002060
       FILE                                                 SECTION.    00002070
      *=============================================================*   00002080
                                                                        00002090
      *      ARQUIVO DE ENTRADA - RESUMO DE HORAS (FR21EX02)            00002100
       FD ARQUIOU4                                                      00002110
           RECORDING  MODE IS F                                         00002120
           BLOCK CONTAINS 0 RECORDS.                                    00002130
                                                                        00002140
       01 FD-ARQUIOU4.                                                  00002150
          05 FD-IDFUNC    PIC X(05).                                    00002160
          05 FD-NOMEFUNC  PIC X(30).                                    00002170
          05 FD-HORAS     PIC 9(05).                                    00002180
                                                                        00002190
      *      ARQUIVO DE ENTRADA - DETALHE DATADO DO PONTO               00002200
      *      (FR21PNT1): HORAS COM MARCA DE DIA UTIL 'S'/'N'            00002210
       FD PNTDET                                                        00002220
           RECORDING  MODE IS F                                         00002230
           BLOCK CONTAINS 0 RECORDS.                                    00002240
                                                                        00002250
       01 FD-PNTDET.                                                    00002260
          05 FD-PD-IDFUNC    PIC X(05).                                 00002270
          05 FD-PD-DATA      PIC 9(08).                                 00002280
          05 FD-PD-HORAS     PIC 9(02).                                 00002290
          05 FD-PD-UTIL      PIC X(01).                                 00002300
                                                                        00002310
      *      ARQUIVO DE ENTRADA - EVENTOS DE FERIAS (FR21FER2)          00002320
       FD FEREVT                                                        00002330
           RECORDING  MODE IS F                                         00002340
           BLOCK CONTAINS 0 RECORDS.                                    00002350
                                                                        00002360
       01 FD-FEREVT.                                                    00002370
          05 FD-FE-IDFUNC    PIC 9(05).                                 00002380
          05 FD-FE-DIAS      PIC 9(03).                                 00002390
          05 FD-FE-DATA-INI  PIC 9(08).                                 00002400
          05 FD-FE-COMPET    PIC 9(06).                                 00002410
                                                                        00002420
      *      ARQUIVO DE ENTRADA - DEGRAUS DO ADICIONAL DE TEMPO         00002430
      *      (PERCENTUAL POR ANOS COMPLETOS DE SERVICO)                 00002440
       FD ANUENIO                                                       00002450
           RECORDING  MODE IS F                                         00002460
           BLOCK CONTAINS 0 RECORDS.                                    00002470
                                                                        00002480
       01 FD-ANUENIO.                                                   00002490
          05 FD-AN-ANOS      PIC 9(02).                                 00002500
          05 FD-AN-PCT       PIC 9(03)V99.                              00002510
                                                                        00002520
      *      ARQUIVO DE ENTRADA - DIFERENCAS DE AUMENTO RETROATIVO      00002530
      *      (FR21RET1), UMA POR FUNCIONARIO E COMPETENCIA              00002540
       FD DIFRET                                                        00002550
           RECORDING  MODE IS F                                         00002560
           BLOCK CONTAINS 0 RECORDS.                                    00002570
                                                                        00002580
       COPY 'DIFRBOOK'.                                                 00002590
                                                                        00002600
      *      ARQUIVO DE ENTRADA - ADIANTAMENTOS QUINZENAIS PAGOS        00002610
      *      (FR21ADT1), UM POR FUNCIONARIO E COMPETENCIA               00002620
       FD ADIANT                                                        00002630
           RECORDING  MODE IS F                                         00002640
           BLOCK CONTAINS 0 RECORDS.                                    00002650
                                                                        00002660
       COPY 'ADIABOOK'.                                                 00002670
                                                                        00002680
      *      ARQUIVO DE ENTRADA - VALE-TRANSPORTE E REFEICAO DA         00002690
      *      COMPETENCIA (FR21VAL1), UM POR FUNCIONARIO                 00002700
       FD VALES                                                         00002710
           RECORDING  MODE IS F                                         00002720
           BLOCK CONTAINS 0 RECORDS.                                    00002730
                                                                        00002740
       COPY 'VALEBOOK'.                                                 00002750
                                                                        00002760
      *      ARQUIVO DE ENTRADA - BANCO DE HORAS DA COMPETENCIA         00002770
      *      (FR21BHR1), UM POR FUNCIONARIO                             00002780
       FD BHVENC                                                        00002790
           RECORDING  MODE IS F                                         00002800
           BLOCK CONTAINS 0 RECORDS.                                    00002810
                                                                        00002820
       COPY 'BHVBOOK'.                                                  00002830
                                                                        00002840
      *      ARQUIVO DE ENTRADA - COPARTICIPACAO DO PLANO MEDICO        00002850
      *      DA COMPETENCIA (FR21COP1), UM POR FUNCIONARIO              00002860
       FD COPDESC                                                       00002870
           RECORDING  MODE IS F                                         00002880
           BLOCK CONTAINS 0 RECORDS.                                    00002890
                                                                        00002900
       COPY 'CPDBOOK'.                                                  00002910
                                                                        00002920
      *      ARQUIVO DE ENTRADA - COMISSAO DE VENDAS DA                 00002930
      *      COMPETENCIA (FR21COM1), UMA POR FUNCIONARIO E VENDEDOR     00002940
       FD COMISSAO                                                      00002950
           RECORDING  MODE IS F                                         00002960
           BLOCK CONTAINS 0 RECORDS.                                    00002970
                                                                        00002980
       COPY 'CMSBOOK'.                                                  00002990
                                                                        00003000
      *      ARQUIVO DE ENTRADA - AUSENCIAS APLICADAS (FR21ABS1)        00003010
       FD ABSAPL                                                        00003020
           RECORDING  MODE IS F                                         00003030
           BLOCK CONTAINS 0 RECORDS.                                    00003040
                                                                        00003050
       01 FD-ABSAPL.                                                    00003060
          05 FD-AP-IDFUNC    PIC 9(05).                                 00003070
          05 FD-AP-TIPO      PIC X(03).                                 00003080
          05 FD-AP-DATA-INI  PIC 9(08).                                 00003090
          05 FD-AP-DATA-FIM  PIC 9(08).                                 00003100
          05 FD-AP-DIAS      PIC 9(03).                                 00003110
          05 FD-AP-REMUNERA  PIC X(01).                                 00003120
          05 FD-AP-SETOR     PIC X(04).                                 00003130
                                                                        00003140
      *      ARQUIVO DE ENTRADA - CONSIGNACOES ATIVAS   LRECL = 37      00003150
       FD CONSIG                                                        00003160
           RECORDING  MODE IS F                                         00003170
           BLOCK CONTAINS 0 RECORDS.                                    00003180
                                                                        00003190
       01 FD-CONSIG.                                                    00003200
          05 FD-CS-IDFUNC    PIC X(05).                                 00003210
          05 FD-CS-TIPO      PIC X(02).                                 00003220
          05 FD-CS-PARCELA   PIC 9(05)V99.                              00003230
          05 FD-CS-RESTANTES PIC 9(03).                                 00003240
          05 FD-CS-BENEFIC   PIC X(20).                                 00003250
                                                                        00003260
      *      ARQUIVO DE SAIDA - CONSIGNACOES ATUALIZADAS                00003270
       FD CONSNOVO                                                      00003280
           RECORDING  MODE IS F                                         00003290
           BLOCK CONTAINS 0 RECORDS.                                    00003300
                                                                        00003310
       01 FD-CONSNOVO     PIC X(37).                                    00003320
                                                                        00003330
      *      ARQUIVO DE SAIDA - RESUMO POR BENEFICIARIO                 00003340
       FD RELCSG                                                        00003350
           RECORDING  MODE IS F                                         00003360
           BLOCK CONTAINS 0 RECORDS.                                    00003370
                                                                        00003380
       01 FD-RELCSG       PIC X(80).                                    00003390
                                                                        00003400
      *      ARQUIVO DE SAIDA - FOLHA DE PAGAMENTO                      00003410
       FD FOLHPAG                                                       00003420
           RECORDING  MODE IS F                                         00003430
           BLOCK CONTAINS 0 RECORDS.                                    00003440
                                                                        00003450
       COPY 'FOLHBOOK'.                                                 00003460
                                                                        00003470
      *      ARQUIVO DE SAIDA - DETALHE DE DESCONTOS                    00003480
       FD FOLHDED                                                       00003490
           RECORDING  MODE IS F                                         00003500
           BLOCK CONTAINS 0 RECORDS.                                    00003510
                                                                        00003520
       01 FD-FOLHDED      PIC X(29).                                    00003530
                                                                        00003540
      *      ARQUIVO DE SAIDA - REJEITADOS                              00003550
       FD FOLHREJ                                                       00003560
           RECORDING  MODE IS F                                         00003570
           BLOCK CONTAINS 0 RECORDS.                                    00003580
                                                                        00003590
       01 FD-FOLHREJ      PIC X(65).                                    00003600
                                                                        00003610
      *      SAIDAS DO CICLO INTERROMPIDO (SO NA RETOMADA)              00003620
       FD FPGSALV                                                       00003630
           RECORDING  MODE IS F                                         00003640
           BLOCK CONTAINS 0 RECORDS.                                    00003650
                                                                        00003660
       01 FD-FPGSALV      PIC X(250).                                   00003670
                                                                        00003680
       FD FDESALV                                                       00003690
           RECORDING  MODE IS F                                         00003700
           BLOCK CONTAINS 0 RECORDS.                                    00003710
                                                                        00003720
       01 FD-FDESALV      PIC X(29).                                    00003730
                                                                        00003740
       FD FRJSALV                                                       00003750
           RECORDING  MODE IS F                                         00003760
           BLOCK CONTAINS 0 RECORDS.                                    00003770
                                                                        00003780
       01 FD-FRJSALV      PIC X(65).                                    00003790
                                                                        00003800
      *-------------------------------------------------------------*   00003810
       WORKING-STORAGE                                      SECTION.    00003820
      *-------------------------------------------------------------*   00003830
                                                                        00003840
      *------------------LOG-DE-ERROS-------------------------------*   00003850
                                                                        00003860
       01 WRK-DADOS.                                                    00003870
           05 WRK-PROGRAMA  PIC X(08).                                  00003880
           05 WRK-SECAO     PIC X(04).                                  00003890
           05 WRK-MENSAGEM  PIC X(30).                                  00003900
           05 WRK-STATUS    PIC X(02).                                  00003910
           05 WRK-SEVERIDADE PIC X(01).                                 00003920
           05 FILLER        PIC X(22).                                  00003930
                                                                        00003940
      *------------------DB2 FUNC-----------------------------------*   00003950
                                                                        00003960
           EXEC SQL INCLUDE #BKFUNC  END-EXEC.                          00003970
           EXEC SQL INCLUDE #BKFAIXA END-EXEC.                          00003980
           EXEC SQL INCLUDE #BKPENS  END-EXEC.                          00003990
           EXEC SQL INCLUDE #BKDEP   END-EXEC.                          00004000
           EXEC SQL INCLUDE SQLCA    END-EXEC.                          00004010
                                                                        00004020
           EXEC SQL                                                     00004030
              DECLARE CFAIXA CURSOR FOR                                 00004040
               SELECT TIPODESC,LIMINF,LIMSUP,ALIQUOTA,PARCDED           00004050
                FROM IVAN.FAIXADESC                                     00004060
                WHERE ANOVIG = :DB2-ANOVIG                              00004070
                ORDER BY TIPODESC, LIMINF                               00004080
           END-EXEC.                                                    00004090
                                                                        00004100
      *          ORDENS DE PENSAO VIGENTES NA COMPETENCIA, NA ORDEM     00004110
      *          DE DESCONTO (SEQPENS) DE CADA FUNCIONARIO              00004120
                                                                        00004130
           EXEC SQL                                                     00004140
              DECLARE CPENSAO CURSOR FOR                                00004150
               SELECT IDFUNC, SEQPENS, BASECALC, PERCENT, VALOR         00004160
                FROM IVAN.PENSAO                                        00004170
                WHERE DATAINI <= :WRK-PEN-DATA-REF                      00004180
                  AND DATAFIM >= :WRK-PEN-INICIO-MES                    00004190
                ORDER BY IDFUNC, SEQPENS                                00004200
           END-EXEC.                                                    00004210
                                                                        00004220
      *          DEPENDENTES MARCADOS PARA O IRRF; A ELEGIBILIDADE      00004230
      *          (IDADE/ESTUDANTE/PARENTESCO) E DO FR21DIR1             00004240
                                                                        00004250
           EXEC SQL                                                     00004260
              DECLARE CDEPIR CURSOR FOR                                 00004270
               SELECT IDFUNC, DTNASC, PARENTESCO, ESTUDANTE             00004280
                FROM IVAN.DEPEND                                        00004290
                WHERE DEPIR = 'S'                                       00004300
                ORDER BY IDFUNC, SEQDEP                                 00004310
           END-EXEC.                                                    00004320
                                                                        00004330
       77 WRK-SQLCODE         PIC -999.                                 00004340
                                                                        00004350
      *--------------------LOGICA-----------------------------------*   00004360
                                                                        00004370
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00004380
                                                                        00004390
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00004400
                                                                        00004410
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00004420
                                                                        00004430
      *-------------------------------------------------------------*   00004440
      *   DIVISOR MENSAL PADRAO (JORNADA DE 44 HORAS SEMANAIS):     *   00004450
      *   220 HORAS POR MES PARA CONVERSAO DE SALARIO EM VALOR-HORA *   00004460
      *-------------------------------------------------------------*   00004470
       77 WRK-DIVISOR-MENSAL  PIC 9(03) VALUE 220.                      00004480
                                                                        00004490
       77 WRK-SALARIO         PIC 9(07)V99 VALUE 0.                     00004500
       77 WRK-VALOR-HORA      PIC 9(05)V99 VALUE 0.                     00004510
       77 WRK-BRUTO           PIC 9(07)V99 VALUE 0.                     00004520
                                                                        00004530
      *-----------BANDAS DE HORA------------------------------------*   00004540
      *   TETO MENSAL = DIVISOR (220 HORAS): O QUE PASSAR DO TETO    *  00004550
      *   PAGA ADICIONAL DE 50 PCT; HORA DE FIM DE SEMANA/FERIADO    *  00004560
      *   (PNTDET COM MARCA 'N') PAGA ADICIONAL DE 100 PCT           *  00004570
                                                                        00004580
       77 WRK-HORAS-FDS       PIC 9(05) VALUE 0.                        00004590
       77 WRK-HORAS-REST      PIC 9(05) VALUE 0.                        00004600
       77 WRK-HORAS-NORM      PIC 9(05) VALUE 0.                        00004610
       77 WRK-HORAS-EXT       PIC 9(05) VALUE 0.                        00004620
       77 WRK-VAL-NORM        PIC 9(07)V99 VALUE 0.                     00004630
       77 WRK-VAL-EXT         PIC 9(07)V99 VALUE 0.                     00004640
       77 WRK-VAL-FDS         PIC 9(07)V99 VALUE 0.                     00004650
                                                                        00004660
       01 WRK-TAB-FDS.                                                  00004670
          05 WRK-TAB-FD-QTD  PIC 9(03) VALUE 0.                         00004680
          05 WRK-TAB-FD-OCR OCCURS 200 TIMES.                           00004690
             10 WRK-FD-IDFUNC  PIC X(05).                               00004700
             10 WRK-FD-HORAS   PIC 9(05).                               00004710
                                                                        00004720
       77 WRK-IND-FD          PIC 9(03).                                00004730
       77 WRK-ACHOU-FD        PIC X(01).                                00004740
                                                                        00004750
      *-----------CONSIGNACOES EM FOLHA-----------------------------*   00004760
      *   PARCELAS APLICADAS DEPOIS DE INSS/IRRF, LIMITADAS AO       *  00004770
      *   TETO LEGAL DE 30 PCT DO LIQUIDO; A PARCELA QUE ESTOURA     *  00004780
      *   O TETO FICA PARA A COMPETENCIA SEGUINTE                    *  00004790
                                                                        00004800
       01 WRK-TAB-CONSIG.                                               00004810
          05 WRK-TAB-CS-QTD  PIC 9(03) VALUE 0.                         00004820
          05 WRK-TAB-CS-OCR OCCURS 500 TIMES.                           00004830
             10 WRK-CS-IDFUNC  PIC X(05).                               00004840
             10 WRK-CS-TIPO    PIC X(02).                               00004850
             10 WRK-CS-PARCELA PIC 9(05)V99.                            00004860
             10 WRK-CS-REST    PIC 9(03).                               00004870
             10 WRK-CS-BENEFIC PIC X(20).                               00004880
                                                                        00004890
       77 WRK-IND-CS          PIC 9(03).                                00004900
       77 WRK-PCT-TETO-CSG    PIC 9(03)V99 VALUE 030,00.                00004910
       77 WRK-TETO-CSG        PIC 9(07)V99 VALUE 0.                     00004920
       77 WRK-TOT-CSG-FUNC    PIC 9(07)V99 VALUE 0.                     00004930
       77 WRK-CSG-APLICADAS   PIC 9(05) VALUE 0.                        00004940
       77 WRK-CSG-ADIADAS     PIC 9(05) VALUE 0.                        00004950
                                                                        00004960
       01 WRK-TAB-BENEF.                                                00004970
          05 WRK-TAB-BN-QTD  PIC 9(03) VALUE 0.                         00004980
          05 WRK-TAB-BN-OCR OCCURS 100 TIMES.                           00004990
             10 WRK-BN-BENEFIC PIC X(20).                               00005000
             10 WRK-BN-QTDE    PIC 9(05).                               00005010
             10 WRK-BN-VALOR   PIC 9(09)V99.                            00005020
                                                                        00005030
       77 WRK-IND-BN          PIC 9(03).                                00005040
       77 WRK-ACHOU-BN        PIC X(01).                                00005050
                                                                        00005060
      *-----------EVENTOS DE FERIAS---------------------------------*   00005070
      *   DIAS DE FERIAS DA COMPETENCIA CORRENTE: PAGAM DIAS VEZES   *  00005080
      *   (SALARIO/30) MAIS O TERCO CONSTITUCIONAL; AS HORAS         *  00005090
      *   TRABALHADAS PAGAS CAEM NA PROPORCAO (220/30 POR DIA)       *  00005100
                                                                        00005110
       01 WRK-TAB-FER.                                                  00005120
          05 WRK-TAB-FR-QTD  PIC 9(03) VALUE 0.                         00005130
          05 WRK-TAB-FR-OCR OCCURS 200 TIMES.                           00005140
             10 WRK-FR-IDFUNC  PIC X(05).                               00005150
             10 WRK-FR-DIAS    PIC 9(03).                               00005160
                                                                        00005170
       77 WRK-IND-FR          PIC 9(03).                                00005180
       77 WRK-ACHOU-FR        PIC X(01).                                00005190
       77 WRK-DIAS-FERIAS     PIC 9(03) VALUE 0.                        00005200
       77 WRK-VAL-DIA         PIC 9(05)V99 VALUE 0.                     00005210
       77 WRK-VAL-FERIAS      PIC 9(07)V99 VALUE 0.                     00005220
       77 WRK-VAL-TERCO       PIC 9(07)V99 VALUE 0.                     00005230
       77 WRK-HORAS-REDUZ     PIC 9(05) VALUE 0.                        00005240
       77 WRK-HORAS-PAGAR     PIC 9(05) VALUE 0.                        00005250
       77 WRK-COMPET-FOLHA    PIC 9(06) VALUE 0.                        00005260
       77 WRK-EVT-MONETIZADOS PIC 9(05) VALUE 0.                        00005270
                                                                        00005280
      *-----------AUSENCIAS NAO REMUNERADAS-------------------------*   00005290
                                                                        00005300
       01 WRK-TAB-ABS.                                                  00005310
          05 WRK-TAB-AB-QTD  PIC 9(03) VALUE 0.                         00005320
          05 WRK-TAB-AB-OCR OCCURS 200 TIMES.                           00005330
             10 WRK-AB-IDFUNC  PIC X(05).                               00005340
             10 WRK-AB-DIAS    PIC 9(03).                               00005350
                                                                        00005360
       77 WRK-IND-AB          PIC 9(03).                                00005370
       77 WRK-ACHOU-AB        PIC X(01).                                00005380
       77 WRK-DIAS-AUSENCIA   PIC 9(03) VALUE 0.                        00005390
                                                                        00005400
      *-----------ADICIONAL POR TEMPO DE SERVICO--------------------*   00005410
      *   ANOS COMPLETOS DESDE A ADMISSAO (DATAADM DO FUNC) VALEM    *  00005420
      *   O PERCENTUAL DO MAIOR DEGRAU ALCANCADO DA TABELA ANUENIO   *  00005430
                                                                        00005440
       01 WRK-TAB-ANU.                                                  00005450
          05 WRK-TAB-AN-QTD  PIC 9(02) VALUE 0.                         00005460
          05 WRK-TAB-AN-OCR OCCURS 20 TIMES.                            00005470
             10 WRK-AN-ANOS    PIC 9(02).                               00005480
             10 WRK-AN-PCT     PIC 9(03)V99.                            00005490
                                                                        00005500
       77 WRK-IND-AN          PIC 9(02).                                00005510
       77 WRK-ANOS-SERVICO    PIC S9(03) VALUE 0.                       00005520
       77 WRK-PCT-TEMPO       PIC 9(03)V99 VALUE 0.                     00005530
       77 WRK-VAL-TEMPO       PIC 9(07)V99 VALUE 0.                     00005540
                                                                        00005550
      *-----------DIFERENCAS DE AUMENTO RETROATIVO------------------*   00005560
      *   SOMA DAS COMPETENCIAS DO DIFRET POR FUNCIONARIO, PAGA NA   *  00005570
      *   FOLHA CORRENTE COMO VERBA PROPRIA (FOLH-RETRO)             *  00005580
                                                                        00005590
       01 WRK-TAB-RET.                                                  00005600
          05 WRK-TAB-RT-QTD  PIC 9(03) VALUE 0.                         00005610
          05 WRK-TAB-RT-OCR OCCURS 200 TIMES.                           00005620
             10 WRK-RT-IDFUNC  PIC X(05).                               00005630
             10 WRK-RT-VALOR   PIC 9(07)V99.                            00005640
                                                                        00005650
       77 WRK-IND-RT          PIC 9(03).                                00005660
       77 WRK-ACHOU-RT        PIC X(01).                                00005670
       77 WRK-VAL-RETRO       PIC 9(07)V99 VALUE 0.                     00005680
                                                                        00005690
      *-----------ADIANTAMENTO QUINZENAL DA COMPETENCIA-------------*   00005700
      *   VALOR PAGO PELO FR21ADT1, DESCONTADO DEPOIS DOS DESCONTOS  *  00005710
      *   LEGAIS E DAS CONSIGNACOES, ATE O LIQUIDO RESTANTE          *  00005720
                                                                        00005730
       01 WRK-TAB-ADT.                                                  00005740
          05 WRK-TAB-AD-QTD  PIC 9(03) VALUE 0.                         00005750
          05 WRK-TAB-AD-OCR OCCURS 500 TIMES.                           00005760
             10 WRK-AD-IDFUNC  PIC X(05).                               00005770
             10 WRK-AD-VALOR   PIC 9(07)V99.                            00005780
                                                                        00005790
       77 WRK-IND-AD          PIC 9(03).                                00005800
       77 WRK-ADT-PAGO        PIC 9(07)V99 VALUE 0.                     00005810
       77 WRK-VAL-ADIANT      PIC 9(07)V99 VALUE 0.                     00005820
                                                                        00005830
      *-----------PENSAO ALIMENTICIA (ORDENS JUDICIAIS)-------------*   00005840
      *   'P' PERCENTUAL DO LIQUIDO APOS INSS/IRRF   'F' VALOR FIXO  *  00005850
      *   A SOMA DAS ORDENS NAO PASSA DESSE LIQUIDO                  *  00005860
                                                                        00005870
       01 WRK-TAB-PEN.                                                  00005880
          05 WRK-TAB-PN-QTD  PIC 9(03) VALUE 0.                         00005890
          05 WRK-TAB-PN-OCR OCCURS 200 TIMES.                           00005900
             10 WRK-PN-IDFUNC  PIC X(05).                               00005910
             10 WRK-PN-BASECALC PIC X(01).                              00005920
             10 WRK-PN-PERCENT PIC 9(03)V99.                            00005930
             10 WRK-PN-VALOR   PIC 9(07)V99.                            00005940
                                                                        00005950
       77 WRK-IND-PN          PIC 9(03).                                00005960
       77 WRK-PEN-ID          PIC 9(05).                                00005970
       77 WRK-PEN-DATA-REF    PIC X(10).                                00005980
       77 WRK-PEN-INICIO-MES  PIC X(10).                                00005990
       77 WRK-LIQ-LEGAL       PIC 9(07)V99 VALUE 0.                     00006000
       77 WRK-VAL-PENSAO      PIC 9(07)V99 VALUE 0.                     00006010
       77 WRK-TOT-PENSAO      PIC 9(07)V99 VALUE 0.                     00006020
                                                                        00006030
      *-----------VALE-TRANSPORTE DA COMPETENCIA--------------------*   00006040
      *   PARTE DO FUNCIONARIO APURADA PELO FR21VAL1, DESCONTADA     *  00006050
      *   DEPOIS DA PENSAO E ANTES DAS CONSIGNACOES                  *  00006060
                                                                        00006070
       01 WRK-TAB-VAL.                                                  00006080
          05 WRK-TAB-VL-QTD  PIC 9(03) VALUE 0.                         00006090
          05 WRK-TAB-VL-OCR OCCURS 500 TIMES.                           00006100
             10 WRK-VL-IDFUNC  PIC X(05).                               00006110
             10 WRK-VL-VALOR   PIC 9(07)V99.                            00006120
                                                                        00006130
       77 WRK-IND-VL          PIC 9(03).                                00006140
       77 WRK-VT-DEVIDO       PIC 9(07)V99 VALUE 0.                     00006150
       77 WRK-VAL-VALE-TRANSP PIC 9(07)V99 VALUE 0.                     00006160
                                                                        00006170
      *-----------BANCO DE HORAS DA COMPETENCIA---------------------*   00006180
      *   HORAS CREDITADAS NO BANCO (SAEM DAS PAGAS NO MES) E        *  00006190
      *   VENCIDAS (PAGAS COMO EXTRA) APURADAS PELO FR21BHR1         *  00006200
                                                                        00006210
       01 WRK-TAB-BHV.                                                  00006220
          05 WRK-TAB-BH-QTD  PIC 9(03) VALUE 0.                         00006230
          05 WRK-TAB-BH-OCR OCCURS 500 TIMES.                           00006240
             10 WRK-BH-IDFUNC  PIC X(05).                               00006250
             10 WRK-BH-CRED    PIC 9(05).                               00006260
             10 WRK-BH-VENC    PIC 9(05).                               00006270
                                                                        00006280
       77 WRK-IND-BH          PIC 9(03).                                00006290
       77 WRK-HORAS-BANCO     PIC 9(05) VALUE 0.                        00006300
       77 WRK-HORAS-VENC      PIC 9(05) VALUE 0.                        00006310
                                                                        00006320
      *-----------COPARTICIPACAO DO PLANO MEDICO--------------------*   00006330
      *   VALOR A DESCONTAR NA COMPETENCIA APURADO PELO FR21COP1     *  00006340
      *   (JA LIMITADO AO TETO MENSAL), DEPOIS DO VALE-TRANSPORTE    *  00006350
                                                                        00006360
       01 WRK-TAB-COP.                                                  00006370
          05 WRK-TAB-CP-QTD  PIC 9(03) VALUE 0.                         00006380
          05 WRK-TAB-CP-OCR OCCURS 500 TIMES.                           00006390
             10 WRK-CP-IDFUNC  PIC X(05).                               00006400
             10 WRK-CP-VALOR   PIC 9(07)V99.                            00006410
                                                                        00006420
       77 WRK-IND-CP          PIC 9(03).                                00006430
       77 WRK-COP-DEVIDO      PIC 9(07)V99 VALUE 0.                     00006440
       77 WRK-VAL-COPART      PIC 9(07)V99 VALUE 0.                     00006450
                                                                        00006460
      *-----------COMISSAO DE VENDAS DA COMPETENCIA-----------------*   00006470
      *   SOMA DOS VENDEDORES DO FUNCIONARIO APURADA PELO FR21COM1,  *  00006480
      *   PAGA COMO VERBA PROPRIA (FOLH-COMISSAO) DENTRO DO BRUTO    *  00006490
                                                                        00006500
       01 WRK-TAB-CMS.                                                  00006510
          05 WRK-TAB-CM-QTD  PIC 9(03) VALUE 0.                         00006520
          05 WRK-TAB-CM-OCR OCCURS 500 TIMES.                           00006530
             10 WRK-CM-IDFUNC  PIC X(05).                               00006540
             10 WRK-CM-VALOR   PIC 9(07)V99.                            00006550
                                                                        00006560
       77 WRK-IND-CM          PIC 9(03).                                00006570
       77 WRK-ACHOU-CM        PIC X(01).                                00006580
       77 WRK-VAL-COMISSAO    PIC 9(07)V99 VALUE 0.                     00006590
                                                                        00006600
      *-----------DEPENDENTES DE IRRF-------------------------------*   00006610
      *   QUANTIDADE DE DEPENDENTES ELEGIVEIS POR FUNCIONARIO; CADA  *  00006620
      *   UM DEDUZ DA BASE DO IRRF O VALOR DA FAIXA 'D' DO ANO       *  00006630
                                                                        00006640
       01 WRK-TAB-DIR.                                                  00006650
          05 WRK-TAB-DI-QTD  PIC 9(03) VALUE 0.                         00006660
          05 WRK-TAB-DI-OCR OCCURS 500 TIMES.                           00006670
             10 WRK-DI-IDFUNC  PIC X(05).                               00006680
             10 WRK-DI-QTD     PIC 9(02).                               00006690
                                                                        00006700
       77 WRK-IND-DI          PIC 9(03).                                00006710
       77 WRK-DIR-ID          PIC 9(05).                                00006720
       77 WRK-VAL-DEP-IR      PIC 9(07)V99 VALUE 0.                     00006730
       77 WRK-QTD-DEPIR       PIC 9(02) VALUE 0.                        00006740
       77 WRK-DED-DEPIR       PIC 9(07)V99 VALUE 0.                     00006750
                                                                        00006760
       01 WRK-DATAADM-DEC.                                              00006770
          05 WRK-ADM-ANO      PIC 9(04).                                00006780
          05 WRK-ADM-MES      PIC 9(02).                                00006790
          05 WRK-ADM-DIA      PIC 9(02).                                00006800
                                                                        00006810
       01 WRK-CSG-LINHA.                                                00006820
          05 WRK-CL-BENEFIC   PIC X(20).                                00006830
          05 FILLER           PIC X(02).                                00006840
          05 WRK-CL-QTDE      PIC ZZZZ9.                                00006850
          05 FILLER           PIC X(10) VALUE ' PARCELAS '.             00006860
          05 WRK-CL-VALOR     PIC ZZZ.ZZZ.ZZ9,99.                       00006870
          05 FILLER           PIC X(29).                                00006880
       77 WRK-TOT-BRUTO       PIC 9(09)V99 VALUE 0.                     00006890
       77 WRK-TOT-BRUTO-ED    PIC ZZZ.ZZZ.ZZ9,99.                       00006900
                                                                        00006910
      *-----------FAIXAS PROGRESSIVAS DE DESCONTO-------------------*   00006920
                                                                        00006930
       77 WRK-ANO-CORRENTE    PIC 9(04).                                00006940
                                                                        00006950
       01 WRK-DATA-SISTEMA.                                             00006960
          05 WRK-SIS-ANO      PIC 9(04).                                00006970
          05 WRK-SIS-MES      PIC 9(02).                                00006980
          05 WRK-SIS-DIA      PIC 9(02).                                00006990
                                                                        00007000
       01 WRK-TAB-INSS.                                                 00007010
          05 WRK-TAB-INSS-QTD PIC 9(02) VALUE 0.                        00007020
          05 WRK-TAB-INSS-OCR OCCURS 10 TIMES.                          00007030
             10 WRK-TI-LIMINF   PIC 9(07)V99.                           00007040
             10 WRK-TI-LIMSUP   PIC 9(07)V99.                           00007050
             10 WRK-TI-ALIQUOTA PIC 9(03)V99.                           00007060
             10 WRK-TI-PARCDED  PIC 9(07)V99.                           00007070
                                                                        00007080
       01 WRK-TAB-IRRF.                                                 00007090
          05 WRK-TAB-IRRF-QTD PIC 9(02) VALUE 0.                        00007100
          05 WRK-TAB-IRRF-OCR OCCURS 10 TIMES.                          00007110
             10 WRK-TR-LIMINF   PIC 9(07)V99.                           00007120
             10 WRK-TR-LIMSUP   PIC 9(07)V99.                           00007130
             10 WRK-TR-ALIQUOTA PIC 9(03)V99.                           00007140
             10 WRK-TR-PARCDED  PIC 9(07)V99.                           00007150
                                                                        00007160
       77 WRK-IND-FX          PIC 9(02).                                00007170
       77 WRK-ACHOU-FX        PIC X(01).                                00007180
       77 WRK-FX-ESTOURO      PIC X(01) VALUE 'N'.                      00007190
       77 WRK-BASE-CALC       PIC 9(07)V99 VALUE 0.                     00007200
       77 WRK-INSS            PIC 9(07)V99 VALUE 0.                     00007210
       77 WRK-IRRF            PIC 9(07)V99 VALUE 0.                     00007220
       77 WRK-LIQUIDO         PIC 9(07)V99 VALUE 0.                     00007230
       77 WRK-TOT-LIQUIDO     PIC 9(09)V99 VALUE 0.                     00007240
       77 WRK-TOT-LIQUIDO-ED  PIC ZZZ.ZZZ.ZZ9,99.                       00007250
                                                                        00007260
      *-----------MODULO DE MATEMATICA FINANCEIRA-------------------*   00007270
                                                                        00007280
           COPY 'LNKCALC'.                                              00007290
                                                                        00007300
           COPY 'LNKCKPT'.                                              00007310
                                                                        00007320
           COPY 'LNKDPRC'.                                              00007330
                                                                        00007340
           COPY 'LNKDPIR'.                                              00007350
                                                                        00007360
           COPY 'LNKNOTF'.                                              00007370
                                                                        00007380
      *-----------AVISO DE HOLERITE DISPONIVEL----------------------*   00007390
                                                                        00007400
       77 WRK-AVISOS          PIC 9(05) VALUE 0.                        00007410
                                                                        00007420
       01 WRK-NOT-HOLERITE.                                             00007430
          05 WRK-NH-MES       PIC 9(02).                                00007440
          05 FILLER           PIC X(01) VALUE '/'.                      00007450
          05 WRK-NH-ANO       PIC 9(04).                                00007460
                                                                        00007470
      *--------------------CHECKPOINT/RETOMADA----------------------*   00007480
                                                                        00007490
       77 WRK-RETOMADA        PIC X(01) VALUE 'N'.                      00007500
       77 WRK-PULAR           PIC 9(07) VALUE 0.                        00007510
       77 WRK-PULADOS         PIC 9(07) VALUE 0.                        00007520
       77 WRK-DESDE-CKP       PIC 9(05) VALUE 0.                        00007530
       77 WRK-FREQ-CKP        PIC 9(05) VALUE 500.                      00007540
       77 WRK-DED-GRAVADOS    PIC 9(07) VALUE 0.                        00007550
       77 WRK-COPIADOS        PIC 9(07) VALUE 0.                        00007560
                                                                        00007570
       77 WRK-FS-FPGSALV      PIC 9(02) VALUE 0.                        00007580
       77 WRK-FS-FDESALV      PIC 9(02) VALUE 0.                        00007590
       77 WRK-FS-FRJSALV      PIC 9(02) VALUE 0.                        00007600
                                                                        00007610
       01 WRK-CKP-TOTAIS.                                               00007620
          05 WRK-CT-LIDOS        PIC 9(05).                             00007630
          05 WRK-CT-GRAVADOS     PIC 9(05).                             00007640
          05 WRK-CT-REJEITADOS   PIC 9(05).                             00007650
          05 WRK-CT-CSG-APL      PIC 9(05).                             00007660
          05 WRK-CT-CSG-ADI      PIC 9(05).                             00007670
          05 WRK-CT-EVT-MON      PIC 9(05).                             00007680
          05 WRK-CT-TOT-BRUTO    PIC 9(09)V99.                          00007690
          05 WRK-CT-TOT-LIQ      PIC 9(09)V99.                          00007700
          05 WRK-CT-DED          PIC 9(07).                             00007710
          05 FILLER              PIC X(21).                             00007720
                                                                        00007730
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00007740
                                                                        00007750
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00007760
                                                                        00007770
      *--------------------STATUS-----------------------------------*   00007780
                                                                        00007790
       77 WRK-FS-ARQUIOU4 PIC 9(02).                                    00007800
                                                                        00007810
       77 WRK-FS-PNTDET   PIC 9(02).                                    00007820
                                                                        00007830
       77 WRK-FS-CONSIG   PIC 9(02).                                    00007840
       77 WRK-FS-FEREVT   PIC 9(02).                                    00007850
       77 WRK-FS-ABSAPL   PIC 9(02).                                    00007860
       77 WRK-FS-ANUENIO  PIC 9(02).                                    00007870
       77 WRK-FS-DIFRET   PIC 9(02).                                    00007880
       77 WRK-FS-ADIANT   PIC 9(02).                                    00007890
       77 WRK-FS-VALES    PIC 9(02).                                    00007900
       77 WRK-FS-BHVENC   PIC 9(02).                                    00007910
       77 WRK-FS-COPDESC  PIC 9(02).                                    00007920
       77 WRK-FS-COMISSAO PIC 9(02).                                    00007930
       77 WRK-FS-CONSNOVO PIC 9(02).                                    00007940
       77 WRK-FS-RELCSG   PIC 9(02).                                    00007950
                                                                        00007960
       77 WRK-FS-FOLHPAG  PIC 9(02).                                    00007970
                                                                        00007980
       77 WRK-FS-FOLHDED  PIC 9(02).                                    00007990
                                                                        00008000
       77 WRK-FS-FOLHREJ  PIC 9(02).                                    00008010
                                                                        00008020
      *--------------------LAYOUT REJEITADOS------------------------*   00008030
                                                                        00008040
       01 WRK-REJEITADA.                                                00008050
          05 WRK-IDFUNC-REJ   PIC X(05).                                00008060
          05 FILLER           PIC X(01).                                00008070
          05 WRK-NOMEFUNC-REJ PIC X(30).                                00008080
          05 FILLER           PIC X(01).                                00008090
          05 WRK-MOTIVO-REJ   PIC X(28).                                00008100
                                                                        00008110
      *--------------------LAYOUT DETALHE DESCONTOS-----------------*   00008120
                                                                        00008130
       01 WRK-DEDUCAO.                                                  00008140
          05 WRK-IDFUNC-DED   PIC X(05).                                00008150
          05 WRK-TIPO-DED     PIC X(01).                                00008160
          05 WRK-BASE-DED     PIC 9(07)V99.                             00008170
          05 WRK-ALIQ-DED     PIC 9(03)V99.                             00008180
          05 WRK-VALOR-DED    PIC 9(07)V99.                             00008190
                                                                        00008200
      *-------------------------------------------------------------*   00008210
       LINKAGE                                              SECTION.    00008220
      *-------------------------------------------------------------*   00008230
                                                                        00008240
       01 LNK-INFO-DATA.                                                00008250
          02 LINK-DATA       PIC X(23).                                 00008260
          02 LINK-HORA       PIC X(8).                                  00008270
          02 LINK-DIA-SEMANA PIC X(13).                                 00008280
                                                                        00008290
      *=============================================================*   00008300
       PROCEDURE DIVISION USING LNK-INFO-DATA.                          00008310
      *=============================================================*   00008320
                                                                        00008330
      *=============================================================*   00008340
       0000-PRINCIPAL                                       SECTION.    00008350
                                                                        00008360
            PERFORM 1000-INICIAR.                                       00008370
            PERFORM 1500-TESTAR-VAZIO.                                  00008380
            IF WRK-PULAR GREATER ZEROS                                  00008390
               PERFORM 1600-REPOSICIONAR                                00008400
                  UNTIL WRK-PULADOS EQUAL WRK-PULAR                     00008410
                     OR WRK-FS-ARQUIOU4 NOT EQUAL ZEROS                 00008420
            END-IF.                                                     00008430
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-ARQUIOU4 EQUAL 10.      00008440
            PERFORM 3000-FINALIZAR.                                     00008450
                                                                        00008460
       0000-99-FIM.                                            EXIT.    00008470
      *=============================================================*   00008480
                                                                        00008490
      *=============================================================*   00008500
       1000-INICIAR                                         SECTION.    00008510
                                                                        00008520
      *          RETOMADA: O ULTIMO CHECKPOINT DECIDE COMO ABRIR        00008530
      *          AS SAIDAS, QUANTO PULAR E DE ONDE VEM A TABELA         00008540
      *          DE CONSIGNACOES                                        00008550
                                                                        00008560
            MOVE 'L'        TO LNK-CK-OPERACAO.                         00008570
            MOVE 'FR21PAG1' TO LNK-CK-PROGRAMA.                         00008580
            CALL 'FR21CKP1' USING LNK-CKPT.                             00008590
                                                                        00008600
            IF LNK-CK-STATUS EQUAL '0'                                  00008610
               AND LNK-CK-POSICAO GREATER ZEROS                         00008620
               MOVE 'S'            TO WRK-RETOMADA                      00008630
               MOVE LNK-CK-POSICAO TO WRK-PULAR                         00008640
               MOVE LNK-CK-TOTAIS  TO WRK-CKP-TOTAIS                    00008650
               MOVE WRK-CT-LIDOS      TO WRK-LIDOS                      00008660
               MOVE WRK-CT-GRAVADOS   TO WRK-GRAVADOS                   00008670
               MOVE WRK-CT-REJEITADOS TO WRK-REJEITADOS                 00008680
               MOVE WRK-CT-CSG-APL    TO WRK-CSG-APLICADAS              00008690
               MOVE WRK-CT-CSG-ADI    TO WRK-CSG-ADIADAS                00008700
               MOVE WRK-CT-EVT-MON    TO WRK-EVT-MONETIZADOS            00008710
               MOVE WRK-CT-TOT-BRUTO  TO WRK-TOT-BRUTO                  00008720
               MOVE WRK-CT-TOT-LIQ    TO WRK-TOT-LIQUIDO                00008730
               MOVE WRK-CT-DED        TO WRK-DED-GRAVADOS               00008740
            END-IF.                                                     00008750
                                                                        00008760
            OPEN INPUT  ARQUIOU4.                                       00008770
            OPEN INPUT  PNTDET.                                         00008780
            OPEN INPUT  CONSIG.                                         00008790
            OPEN INPUT  FEREVT.                                         00008800
            OPEN INPUT  ABSAPL.                                         00008810
            OPEN INPUT  ANUENIO.                                        00008820
            OPEN INPUT  DIFRET.                                         00008830
            OPEN INPUT  ADIANT.                                         00008840
            OPEN INPUT  VALES.                                          00008850
            OPEN INPUT  BHVENC.                                         00008860
            OPEN INPUT  COPDESC.                                        00008870
            OPEN INPUT  COMISSAO.                                       00008880
            IF WRK-RETOMADA EQUAL 'S'                                   00008890
               OPEN INPUT CONSNOVO                                      00008900
               PERFORM 1370-RECARREGAR-CONSIG                           00008910
               CLOSE CONSNOVO                                           00008920
            END-IF.                                                     00008930
            OPEN OUTPUT CONSNOVO.                                       00008940
            OPEN OUTPUT RELCSG.                                         00008950
            OPEN OUTPUT FOLHPAG.                                        00008960
            OPEN OUTPUT FOLHDED.                                        00008970
            OPEN OUTPUT FOLHREJ.                                        00008980
                                                                        00008990
      *          RETOMADA: AS SAIDAS DO CICLO INTERROMPIDO (DD          00009000
      *          FPGSALV/FDESALV/FRJSALV) SAO RECOMPOSTAS ATE AS        00009010
      *          QUANTIDADES DO CHECKPOINT; O EXCEDENTE E               00009020
      *          DESCARTADO E REGRAVADO NO REPROCESSAMENTO, SEM         00009030
      *          PAGAMENTO EM DOBRO                                     00009040
                                                                        00009050
            IF WRK-RETOMADA EQUAL 'S'                                   00009060
               PERFORM 1700-RECOMPOR-SAIDAS                             00009070
            END-IF.                                                     00009080
                                                                        00009090
            PERFORM 1200-TESTARSTATUS.                                  00009100
            PERFORM 1300-CARREGAR-FAIXAS.                               00009110
            PERFORM 1320-CARREGAR-PONTO.                                00009120
            IF WRK-RETOMADA NOT EQUAL 'S'                               00009130
               PERFORM 1360-CARREGAR-CONSIG                             00009140
            END-IF.                                                     00009150
            PERFORM 1380-CARREGAR-FERIAS.                               00009160
            PERFORM 1385-CARREGAR-AUSENCIAS.                            00009170
            PERFORM 1395-CARREGAR-ANUENIO.                              00009180
            PERFORM 1396-CARREGAR-RETROATIVO.                           00009190
            PERFORM 1398-CARREGAR-ADIANTAMENTO.                         00009200
            PERFORM 1399-CARREGAR-VALES.                                00009210
            PERFORM 1400-CARREGAR-PENSAO.                               00009220
            PERFORM 1410-CARREGAR-DEPEND-IR.                            00009230
            PERFORM 1420-CARREGAR-BANCO-HORAS.                          00009240
            PERFORM 1430-CARREGAR-COPART.                               00009250
            PERFORM 1440-CARREGAR-COMISSAO.                             00009260
                                                                        00009270
       1000-99-FIM.                                            EXIT.    00009280
      *=============================================================*   00009290
                                                                        00009300
      *=============================================================*   00009310
       1200-TESTARSTATUS                                    SECTION.    00009320
                                                                        00009330
               IF WRK-FS-ARQUIOU4 NOT EQUAL ZEROS                       00009340
                MOVE 'FR21PAG1'                  TO WRK-PROGRAMA        00009350
                MOVE '1000'                      TO WRK-SECAO           00009360
                MOVE 'ERRO OPEN RESUMO HORAS  - ' TO WRK-MENSAGEM       00009370
                MOVE WRK-FS-ARQUIOU4             TO WRK-STATUS          00009380
                PERFORM 9000-TRATARERROS                                00009390
               END-IF.                                                  00009400
                                                                        00009410
               IF WRK-FS-FOLHPAG  NOT EQUAL ZEROS                       00009420
                MOVE 'FR21PAG1'                  TO WRK-PROGRAMA        00009430
                MOVE '1000'                      TO WRK-SECAO           00009440
                MOVE 'ERRO OPEN FOLHA PAGTO   - ' TO WRK-MENSAGEM       00009450
                MOVE WRK-FS-FOLHPAG              TO WRK-STATUS          00009460
                PERFORM 9000-TRATARERROS                                00009470
               END-IF.                                                  00009480
                                                                        00009490
       1200-99-FIM.                                            EXIT.    00009500
      *=============================================================*   00009510
                                                                        00009520
      *=============================================================*   00009530
       1300-CARREGAR-FAIXAS                                 SECTION.    00009540
                                                                        00009550
      *                 FAIXAS DA VIGENCIA DO ANO CORRENTE              00009560
                                                                        00009570
           MOVE 'FR21PAG1' TO LNK-DP-PROGRAMA.                          00009580
           MOVE ZEROS      TO LNK-DP-DIAS-TOL.                          00009590
           CALL 'FR21DTA1' USING LNK-DPRC.                              00009600
           MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                        00009610
           MOVE WRK-SIS-ANO TO WRK-ANO-CORRENTE.                        00009620
           MOVE WRK-ANO-CORRENTE TO DB2-ANOVIG.                         00009630
                                                                        00009640
           EXEC SQL                                                     00009650
              OPEN CFAIXA                                               00009660
           END-EXEC.                                                    00009670
                                                                        00009680
           PERFORM 1350-LER-FAIXA.                                      00009690
                                                                        00009700
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00009710
              EVALUATE DB2-TIPODESC                                     00009720
                WHEN 'I'                                                00009730
                  IF WRK-TAB-INSS-QTD NOT LESS 10                       00009740
                     MOVE 'S' TO WRK-FX-ESTOURO                         00009750
                  END-IF                                                00009760
                  IF WRK-TAB-INSS-QTD LESS 10                           00009770
                  ADD 1 TO WRK-TAB-INSS-QTD                             00009780
                  MOVE WRK-TAB-INSS-QTD TO WRK-IND-FX                   00009790
                  MOVE DB2-LIMINF   TO WRK-TI-LIMINF(WRK-IND-FX)        00009800
                  MOVE DB2-LIMSUP   TO WRK-TI-LIMSUP(WRK-IND-FX)        00009810
                  MOVE DB2-ALIQUOTA TO WRK-TI-ALIQUOTA(WRK-IND-FX)      00009820
                  MOVE DB2-PARCDED  TO WRK-TI-PARCDED(WRK-IND-FX)       00009830
                  END-IF                                                00009840
                WHEN 'R'                                                00009850
                  IF WRK-TAB-IRRF-QTD NOT LESS 10                       00009860
                     MOVE 'S' TO WRK-FX-ESTOURO                         00009870
                  END-IF                                                00009880
                  IF WRK-TAB-IRRF-QTD LESS 10                           00009890
                  ADD 1 TO WRK-TAB-IRRF-QTD                             00009900
                  MOVE WRK-TAB-IRRF-QTD TO WRK-IND-FX                   00009910
                  MOVE DB2-LIMINF   TO WRK-TR-LIMINF(WRK-IND-FX)        00009920
                  MOVE DB2-LIMSUP   TO WRK-TR-LIMSUP(WRK-IND-FX)        00009930
                  MOVE DB2-ALIQUOTA TO WRK-TR-ALIQUOTA(WRK-IND-FX)      00009940
                  MOVE DB2-PARCDED  TO WRK-TR-PARCDED(WRK-IND-FX)       00009950
                  END-IF                                                00009960
                WHEN 'D'                                                00009970
                  MOVE DB2-PARCDED  TO WRK-VAL-DEP-IR                   00009980
              END-EVALUATE                                              00009990
              PERFORM 1350-LER-FAIXA                                    00010000
           END-PERFORM.                                                 00010010
                                                                        00010020
           EXEC SQL                                                     00010030
              CLOSE CFAIXA                                              00010040
           END-EXEC.                                                    00010050
                                                                        00010060
      *          FAIXA DESCARTADA E ERRO DE PARAMETRIZACAO: A           00010070
      *          FOLHA NAO PODE RODAR SEM A FAIXA MAIS ALTA             00010080
                                                                        00010090
           IF WRK-FX-ESTOURO EQUAL 'S'                                  00010100
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00010110
              MOVE '1300'                      TO WRK-SECAO             00010120
              MOVE 'EXCESSO DE FAIXAS DESCONTO' TO WRK-MENSAGEM         00010130
              MOVE SPACES                      TO WRK-STATUS            00010140
              PERFORM 9000-TRATARERROS                                  00010150
           END-IF.                                                      00010160
                                                                        00010170
           IF WRK-TAB-INSS-QTD EQUAL ZEROS OR                           00010180
              WRK-TAB-IRRF-QTD EQUAL ZEROS                              00010190
              DISPLAY 'FAIXAS DE DESCONTO AUSENTES P/ANO '              00010200
                      WRK-ANO-CORRENTE                                  00010210
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00010220
              MOVE '1300'                      TO WRK-SECAO             00010230
              MOVE 'FAIXAS DESCONTO AUSENTES - ' TO WRK-MENSAGEM        00010240
              MOVE SPACES                      TO WRK-STATUS            00010250
              PERFORM 9000-TRATARERROS                                  00010260
           END-IF.                                                      00010270
                                                                        00010280
      *          SEM A FAIXA 'D' NAO HA DEDUCAO POR DEPENDENTE          00010290
                                                                        00010300
           IF WRK-VAL-DEP-IR EQUAL ZEROS                                00010310
              DISPLAY 'SEM VALOR POR DEPENDENTE DE IRRF P/ANO '         00010320
                      WRK-ANO-CORRENTE                                  00010330
           END-IF.                                                      00010340
                                                                        00010350
       1300-99-FIM.                                            EXIT.    00010360
      *=============================================================*   00010370
                                                                        00010380
      *=============================================================*   00010390
       1320-CARREGAR-PONTO                                  SECTION.    00010400
                                                                        00010410
      *          HORAS DE FIM DE SEMANA/FERIADO POR FUNCIONARIO         00010420
      *          (DETALHE DATADO DO FR21PNT1, MARCA 'N'); SEM O         00010430
      *          ARQUIVO A FOLHA PAGA TUDO COMO HORA NORMAL,            00010440
      *          COMO SEMPRE FEZ                                        00010450
                                                                        00010460
           IF WRK-FS-PNTDET NOT EQUAL ZEROS                             00010470
              DISPLAY 'SEM DETALHE DE PONTO - SEM BANDA DE 100PCT'      00010480
              GO TO 1320-99-FIM                                         00010490
           END-IF.                                                      00010500
                                                                        00010510
           READ PNTDET.                                                 00010520
                                                                        00010530
           PERFORM UNTIL WRK-FS-PNTDET NOT EQUAL ZEROS                  00010540
              IF FD-PD-UTIL EQUAL 'N'                                   00010550
                 PERFORM 1340-ACUMULAR-FDS                              00010560
              END-IF                                                    00010570
              READ PNTDET                                               00010580
           END-PERFORM.                                                 00010590
                                                                        00010600
       1320-99-FIM.                                            EXIT.    00010610
      *=============================================================*   00010620
                                                                        00010630
      *=============================================================*   00010640
       1340-ACUMULAR-FDS                                    SECTION.    00010650
                                                                        00010660
           MOVE 'N' TO WRK-ACHOU-FD.                                    00010670
           PERFORM VARYING WRK-IND-FD FROM 1 BY 1 UNTIL                 00010680
              WRK-IND-FD > WRK-TAB-FD-QTD OR WRK-ACHOU-FD = 'S'         00010690
              IF WRK-FD-IDFUNC(WRK-IND-FD) EQUAL FD-PD-IDFUNC           00010700
                 MOVE 'S' TO WRK-ACHOU-FD                               00010710
                 SUBTRACT 1 FROM WRK-IND-FD                             00010720
              END-IF                                                    00010730
           END-PERFORM.                                                 00010740
                                                                        00010750
           IF WRK-ACHOU-FD NOT EQUAL 'S'                                00010760
              IF WRK-TAB-FD-QTD NOT LESS 200                            00010770
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00010780
                 MOVE '1340'                      TO WRK-SECAO          00010790
                 MOVE 'TABELA DE HORAS FDS ESTOUROU' TO WRK-MENSAGEM    00010800
                 MOVE SPACES                      TO WRK-STATUS         00010810
                 PERFORM 9000-TRATARERROS                               00010820
              END-IF                                                    00010830
              ADD 1 TO WRK-TAB-FD-QTD                                   00010840
              MOVE WRK-TAB-FD-QTD TO WRK-IND-FD                         00010850
              MOVE FD-PD-IDFUNC TO WRK-FD-IDFUNC(WRK-IND-FD)            00010860
              MOVE ZEROS        TO WRK-FD-HORAS(WRK-IND-FD)             00010870
           END-IF.                                                      00010880
                                                                        00010890
           ADD FD-PD-HORAS TO WRK-FD-HORAS(WRK-IND-FD).                 00010900
                                                                        00010910
       1340-99-FIM.                                            EXIT.    00010920
      *=============================================================*   00010930
                                                                        00010940
      *=============================================================*   00010950
       1360-CARREGAR-CONSIG                                 SECTION.    00010960
                                                                        00010970
      *          CONSIGNACOES ATIVAS EM TABELA; SEM O ARQUIVO A         00010980
      *          FOLHA RODA SEM CONSIGNACAO, COMO SEMPRE FEZ            00010990
                                                                        00011000
           IF WRK-FS-CONSIG NOT EQUAL ZEROS                             00011010
              DISPLAY 'SEM ARQUIVO DE CONSIGNACOES'                     00011020
              GO TO 1360-99-FIM                                         00011030
           END-IF.                                                      00011040
                                                                        00011050
           READ CONSIG.                                                 00011060
                                                                        00011070
           PERFORM UNTIL WRK-FS-CONSIG NOT EQUAL ZEROS                  00011080
              IF WRK-TAB-CS-QTD LESS 500                                00011090
                 ADD 1 TO WRK-TAB-CS-QTD                                00011100
                 MOVE WRK-TAB-CS-QTD TO WRK-IND-CS                      00011110
                 MOVE FD-CS-IDFUNC                                      00011120
                      TO WRK-CS-IDFUNC(WRK-IND-CS)                      00011130
                 MOVE FD-CS-TIPO                                        00011140
                      TO WRK-CS-TIPO(WRK-IND-CS)                        00011150
                 MOVE FD-CS-PARCELA                                     00011160
                      TO WRK-CS-PARCELA(WRK-IND-CS)                     00011170
                 MOVE FD-CS-RESTANTES                                   00011180
                      TO WRK-CS-REST(WRK-IND-CS)                        00011190
                 MOVE FD-CS-BENEFIC                                     00011200
                      TO WRK-CS-BENEFIC(WRK-IND-CS)                     00011210
              ELSE                                                      00011220
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00011230
                 MOVE '1360'                      TO WRK-SECAO          00011240
                 MOVE 'EXCESSO DE CONSIGNACOES  ' TO WRK-MENSAGEM       00011250
                 MOVE SPACES                      TO WRK-STATUS         00011260
                 PERFORM 9000-TRATARERROS                               00011270
              END-IF                                                    00011280
              READ CONSIG                                               00011290
           END-PERFORM.                                                 00011300
                                                                        00011310
       1360-99-FIM.                                            EXIT.    00011320
      *=============================================================*   00011330
                                                                        00011340
      *=============================================================*   00011350
       1380-CARREGAR-FERIAS                                 SECTION.    00011360
                                                                        00011370
      *          EVENTOS DA COMPETENCIA CORRENTE (MES DA DATA DO        00011380
      *          SISTEMA); SEM O ARQUIVO A FOLHA RODA SEM FERIAS        00011390
                                                                        00011400
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-FOLHA.              00011410
                                                                        00011420
           IF WRK-FS-FEREVT NOT EQUAL ZEROS                             00011430
              DISPLAY 'SEM EVENTOS DE FERIAS'                           00011440
              GO TO 1380-99-FIM                                         00011450
           END-IF.                                                      00011460
                                                                        00011470
           READ FEREVT.                                                 00011480
                                                                        00011490
           PERFORM UNTIL WRK-FS-FEREVT NOT EQUAL ZEROS                  00011500
              IF FD-FE-COMPET EQUAL WRK-COMPET-FOLHA                    00011510
                 PERFORM 1390-ACUMULAR-FERIAS                           00011520
              END-IF                                                    00011530
              READ FEREVT                                               00011540
           END-PERFORM.                                                 00011550
                                                                        00011560
       1380-99-FIM.                                            EXIT.    00011570
      *=============================================================*   00011580
                                                                        00011590
      *=============================================================*   00011600
       1390-ACUMULAR-FERIAS                                 SECTION.    00011610
                                                                        00011620
           MOVE 'N' TO WRK-ACHOU-FR.                                    00011630
           PERFORM VARYING WRK-IND-FR FROM 1 BY 1 UNTIL                 00011640
              WRK-IND-FR > WRK-TAB-FR-QTD OR WRK-ACHOU-FR = 'S'         00011650
              IF WRK-FR-IDFUNC(WRK-IND-FR) EQUAL FD-FE-IDFUNC           00011660
                 MOVE 'S' TO WRK-ACHOU-FR                               00011670
                 SUBTRACT 1 FROM WRK-IND-FR                             00011680
              END-IF                                                    00011690
           END-PERFORM.                                                 00011700
                                                                        00011710
           IF WRK-ACHOU-FR NOT EQUAL 'S'                                00011720
              IF WRK-TAB-FR-QTD NOT LESS 200                            00011730
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00011740
                 MOVE '1390'                      TO WRK-SECAO          00011750
                 MOVE 'TABELA DE FERIAS ESTOUROU  ' TO WRK-MENSAGEM     00011760
                 MOVE SPACES                      TO WRK-STATUS         00011770
                 PERFORM 9000-TRATARERROS                               00011780
              END-IF                                                    00011790
              ADD 1 TO WRK-TAB-FR-QTD                                   00011800
              MOVE WRK-TAB-FR-QTD TO WRK-IND-FR                         00011810
              MOVE FD-FE-IDFUNC TO WRK-FR-IDFUNC(WRK-IND-FR)            00011820
              MOVE ZEROS        TO WRK-FR-DIAS(WRK-IND-FR)              00011830
           END-IF.                                                      00011840
                                                                        00011850
           ADD FD-FE-DIAS TO WRK-FR-DIAS(WRK-IND-FR).                   00011860
                                                                        00011870
       1390-99-FIM.                                            EXIT.    00011880
      *=============================================================*   00011890
                                                                        00011900
      *=============================================================*   00011910
       1385-CARREGAR-AUSENCIAS                              SECTION.    00011920
                                                                        00011930
      *          SO A AUSENCIA NAO REMUNERADA ('N') REDUZ AS            00011940
      *          HORAS PAGAS; A REMUNERADA SO DOCUMENTA                 00011950
                                                                        00011960
           IF WRK-FS-ABSAPL NOT EQUAL ZEROS                             00011970
              DISPLAY 'SEM AUSENCIAS APLICADAS'                         00011980
              GO TO 1385-99-FIM                                         00011990
           END-IF.                                                      00012000
                                                                        00012010
           READ ABSAPL.                                                 00012020
                                                                        00012030
           PERFORM UNTIL WRK-FS-ABSAPL NOT EQUAL ZEROS                  00012040
              IF FD-AP-REMUNERA EQUAL 'N'                               00012050
                 PERFORM 1387-ACUMULAR-AUSENCIA                         00012060
              END-IF                                                    00012070
              READ ABSAPL                                               00012080
           END-PERFORM.                                                 00012090
                                                                        00012100
       1385-99-FIM.                                            EXIT.    00012110
      *=============================================================*   00012120
                                                                        00012130
      *=============================================================*   00012140
       1387-ACUMULAR-AUSENCIA                               SECTION.    00012150
                                                                        00012160
           MOVE 'N' TO WRK-ACHOU-AB.                                    00012170
           PERFORM VARYING WRK-IND-AB FROM 1 BY 1 UNTIL                 00012180
              WRK-IND-AB > WRK-TAB-AB-QTD OR WRK-ACHOU-AB = 'S'         00012190
              IF WRK-AB-IDFUNC(WRK-IND-AB) EQUAL FD-AP-IDFUNC           00012200
                 MOVE 'S' TO WRK-ACHOU-AB                               00012210
                 SUBTRACT 1 FROM WRK-IND-AB                             00012220
              END-IF                                                    00012230
           END-PERFORM.                                                 00012240
                                                                        00012250
           IF WRK-ACHOU-AB NOT EQUAL 'S'                                00012260
              IF WRK-TAB-AB-QTD NOT LESS 200                            00012270
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00012280
                 MOVE '1387'                      TO WRK-SECAO          00012290
                 MOVE 'TABELA DE AUSENCIAS ESTOUROU' TO WRK-MENSAGEM    00012300
                 MOVE SPACES                      TO WRK-STATUS         00012310
                 PERFORM 9000-TRATARERROS                               00012320
              END-IF                                                    00012330
              ADD 1 TO WRK-TAB-AB-QTD                                   00012340
              MOVE WRK-TAB-AB-QTD TO WRK-IND-AB                         00012350
              MOVE FD-AP-IDFUNC TO WRK-AB-IDFUNC(WRK-IND-AB)            00012360
              MOVE ZEROS        TO WRK-AB-DIAS(WRK-IND-AB)              00012370
           END-IF.                                                      00012380
                                                                        00012390
           ADD FD-AP-DIAS TO WRK-AB-DIAS(WRK-IND-AB).                   00012400
                                                                        00012410
       1387-99-FIM.                                            EXIT.    00012420
      *=============================================================*   00012430
                                                                        00012440
      *=============================================================*   00012450
       1395-CARREGAR-ANUENIO                                SECTION.    00012460
                                                                        00012470
      *          SEM A TABELA A FOLHA RODA SEM O ADICIONAL, COMO        00012480
      *          SEMPRE FEZ                                             00012490
                                                                        00012500
           IF WRK-FS-ANUENIO NOT EQUAL ZEROS                            00012510
              DISPLAY 'SEM TABELA DE ANUENIO'                           00012520
              GO TO 1395-99-FIM                                         00012530
           END-IF.                                                      00012540
                                                                        00012550
           READ ANUENIO.                                                00012560
                                                                        00012570
           PERFORM UNTIL WRK-FS-ANUENIO NOT EQUAL ZEROS                 00012580
              IF WRK-TAB-AN-QTD LESS 20                                 00012590
                 ADD 1 TO WRK-TAB-AN-QTD                                00012600
                 MOVE WRK-TAB-AN-QTD TO WRK-IND-AN                      00012610
                 MOVE FD-AN-ANOS TO WRK-AN-ANOS(WRK-IND-AN)             00012620
                 MOVE FD-AN-PCT  TO WRK-AN-PCT(WRK-IND-AN)              00012630
              END-IF                                                    00012640
              READ ANUENIO                                              00012650
           END-PERFORM.                                                 00012660
                                                                        00012670
       1395-99-FIM.                                            EXIT.    00012680
      *=============================================================*   00012690
                                                                        00012700
      *=============================================================*   00012710
       1396-CARREGAR-RETROATIVO                             SECTION.    00012720
                                                                        00012730
      *          SEM O DIFRET NAO HA DIFERENCA A PAGAR NESTA FOLHA      00012740
                                                                        00012750
           IF WRK-FS-DIFRET NOT EQUAL ZEROS                             00012760
              DISPLAY 'SEM DIFERENCAS RETROATIVAS'                      00012770
              GO TO 1396-99-FIM                                         00012780
           END-IF.                                                      00012790
                                                                        00012800
           READ DIFRET.                                                 00012810
                                                                        00012820
           PERFORM UNTIL WRK-FS-DIFRET NOT EQUAL ZEROS                  00012830
              PERFORM 1397-ACUMULAR-RETROATIVO                          00012840
              READ DIFRET                                               00012850
           END-PERFORM.                                                 00012860
                                                                        00012870
       1396-99-FIM.                                            EXIT.    00012880
      *=============================================================*   00012890
                                                                        00012900
      *=============================================================*   00012910
       1397-ACUMULAR-RETROATIVO                             SECTION.    00012920
                                                                        00012930
           MOVE 'N' TO WRK-ACHOU-RT.                                    00012940
           PERFORM VARYING WRK-IND-RT FROM 1 BY 1 UNTIL                 00012950
              WRK-IND-RT > WRK-TAB-RT-QTD OR WRK-ACHOU-RT = 'S'         00012960
              IF WRK-RT-IDFUNC(WRK-IND-RT) EQUAL DIFR-IDFUNC            00012970
                 MOVE 'S' TO WRK-ACHOU-RT                               00012980
                 SUBTRACT 1 FROM WRK-IND-RT                             00012990
              END-IF                                                    00013000
           END-PERFORM.                                                 00013010
                                                                        00013020
           IF WRK-ACHOU-RT NOT EQUAL 'S'                                00013030
              IF WRK-TAB-RT-QTD NOT LESS 200                            00013040
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00013050
                 MOVE '1397'                      TO WRK-SECAO          00013060
                 MOVE 'TABELA DE RETROATIVO ESTOUROU' TO WRK-MENSAGEM   00013070
                 MOVE SPACES                      TO WRK-STATUS         00013080
                 PERFORM 9000-TRATARERROS                               00013090
              END-IF                                                    00013100
              ADD 1 TO WRK-TAB-RT-QTD                                   00013110
              MOVE WRK-TAB-RT-QTD TO WRK-IND-RT                         00013120
              MOVE DIFR-IDFUNC  TO WRK-RT-IDFUNC(WRK-IND-RT)            00013130
              MOVE ZEROS        TO WRK-RT-VALOR(WRK-IND-RT)             00013140
           END-IF.                                                      00013150
                                                                        00013160
           ADD DIFR-TOTAL TO WRK-RT-VALOR(WRK-IND-RT).                  00013170
                                                                        00013180
       1397-99-FIM.                                            EXIT.    00013190
      *=============================================================*   00013200
                                                                        00013210
      *=============================================================*   00013220
       1398-CARREGAR-ADIANTAMENTO                           SECTION.    00013230
                                                                        00013240
      *          SO O ADIANTAMENTO DA COMPETENCIA DESTA FOLHA; O DE     00013250
      *          OUTRA COMPETENCIA JA FOI DESCONTADO OU NAO E DELA      00013260
                                                                        00013270
           IF WRK-FS-ADIANT NOT EQUAL ZEROS                             00013280
              DISPLAY 'SEM ADIANTAMENTOS QUINZENAIS'                    00013290
              GO TO 1398-99-FIM                                         00013300
           END-IF.                                                      00013310
                                                                        00013320
           READ ADIANT.                                                 00013330
                                                                        00013340
           PERFORM UNTIL WRK-FS-ADIANT NOT EQUAL ZEROS                  00013350
              IF ADIA-COMPET EQUAL WRK-COMPET-FOLHA                     00013360
                 IF WRK-TAB-AD-QTD NOT LESS 500                         00013370
                    MOVE 'FR21PAG1'                  TO WRK-PROGRAMA    00013380
                    MOVE '1398'                      TO WRK-SECAO       00013390
                    MOVE 'TABELA ADIANTAMENTO ESTOUROU'                 00013400
                                                     TO WRK-MENSAGEM    00013410
                    MOVE SPACES                      TO WRK-STATUS      00013420
                    PERFORM 9000-TRATARERROS                            00013430
                 END-IF                                                 00013440
                 ADD 1 TO WRK-TAB-AD-QTD                                00013450
                 MOVE WRK-TAB-AD-QTD TO WRK-IND-AD                      00013460
                 MOVE ADIA-IDFUNC TO WRK-AD-IDFUNC(WRK-IND-AD)          00013470
                 MOVE ADIA-VALOR  TO WRK-AD-VALOR(WRK-IND-AD)           00013480
              END-IF                                                    00013490
              READ ADIANT                                               00013500
           END-PERFORM.                                                 00013510
                                                                        00013520
       1398-99-FIM.                                            EXIT.    00013530
      *=============================================================*   00013540
                                                                        00013550
      *=============================================================*   00013560
       1399-CARREGAR-VALES                                  SECTION.    00013570
                                                                        00013580
      *          SO OS VALES DA COMPETENCIA DESTA FOLHA                 00013590
                                                                        00013600
           IF WRK-FS-VALES NOT EQUAL ZEROS                              00013610
              DISPLAY 'SEM VALE-TRANSPORTE A DESCONTAR'                 00013620
              GO TO 1399-99-FIM                                         00013630
           END-IF.                                                      00013640
                                                                        00013650
           READ VALES.                                                  00013660
                                                                        00013670
           PERFORM UNTIL WRK-FS-VALES NOT EQUAL ZEROS                   00013680
              IF VALE-COMPET EQUAL WRK-COMPET-FOLHA                     00013690
                 AND VALE-VT-DESCONTO GREATER ZEROS                     00013700
                 IF WRK-TAB-VL-QTD NOT LESS 500                         00013710
                    MOVE 'FR21PAG1'                  TO WRK-PROGRAMA    00013720
                    MOVE '1399'                      TO WRK-SECAO       00013730
                    MOVE 'TABELA DE VALES ESTOUROU'  TO WRK-MENSAGEM    00013740
                    MOVE SPACES                      TO WRK-STATUS      00013750
                    PERFORM 9000-TRATARERROS                            00013760
                 END-IF                                                 00013770
                 ADD 1 TO WRK-TAB-VL-QTD                                00013780
                 MOVE WRK-TAB-VL-QTD TO WRK-IND-VL                      00013790
                 MOVE VALE-IDFUNC      TO WRK-VL-IDFUNC(WRK-IND-VL)     00013800
                 MOVE VALE-VT-DESCONTO TO WRK-VL-VALOR(WRK-IND-VL)      00013810
              END-IF                                                    00013820
              READ VALES                                                00013830
           END-PERFORM.                                                 00013840
                                                                        00013850
       1399-99-FIM.                                            EXIT.    00013860
      *=============================================================*   00013870
                                                                        00013880
      *=============================================================*   00013890
       1400-CARREGAR-PENSAO                                 SECTION.    00013900
                                                                        00013910
      *          VIGENTE = INICIADA ATE A DATA DA FOLHA E NAO           00013920
      *          ENCERRADA ANTES DO PRIMEIRO DIA DA COMPETENCIA         00013930
      *          (ORDEM SEM TERMO TEM DATAFIM 9999-12-31)               00013940
                                                                        00013950
           MOVE WRK-SIS-ANO TO WRK-PEN-DATA-REF(1:4).                   00013960
           MOVE '-'         TO WRK-PEN-DATA-REF(5:1).                   00013970
           MOVE WRK-SIS-MES TO WRK-PEN-DATA-REF(6:2).                   00013980
           MOVE '-'         TO WRK-PEN-DATA-REF(8:1).                   00013990
           MOVE WRK-SIS-DIA TO WRK-PEN-DATA-REF(9:2).                   00014000
           MOVE WRK-PEN-DATA-REF TO WRK-PEN-INICIO-MES.                 00014010
           MOVE '01'        TO WRK-PEN-INICIO-MES(9:2).                 00014020
                                                                        00014030
           EXEC SQL                                                     00014040
              OPEN CPENSAO                                              00014050
           END-EXEC.                                                    00014060
                                                                        00014070
           PERFORM 1450-LER-PENSAO.                                     00014080
                                                                        00014090
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00014100
              IF WRK-TAB-PN-QTD NOT LESS 200                            00014110
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00014120
                 MOVE '1400'                      TO WRK-SECAO          00014130
                 MOVE 'TABELA DE PENSAO ESTOUROU' TO WRK-MENSAGEM       00014140
                 MOVE SPACES                      TO WRK-STATUS         00014150
                 PERFORM 9000-TRATARERROS                               00014160
              END-IF                                                    00014170
              ADD 1 TO WRK-TAB-PN-QTD                                   00014180
              MOVE WRK-TAB-PN-QTD TO WRK-IND-PN                         00014190
              MOVE PEN-IDFUNC   TO WRK-PEN-ID                           00014200
              MOVE WRK-PEN-ID   TO WRK-PN-IDFUNC(WRK-IND-PN)            00014210
              MOVE PEN-BASECALC TO WRK-PN-BASECALC(WRK-IND-PN)          00014220
              MOVE PEN-PERCENT  TO WRK-PN-PERCENT(WRK-IND-PN)           00014230
              MOVE PEN-VALOR    TO WRK-PN-VALOR(WRK-IND-PN)             00014240
              PERFORM 1450-LER-PENSAO                                   00014250
           END-PERFORM.                                                 00014260
                                                                        00014270
           EXEC SQL                                                     00014280
              CLOSE CPENSAO                                             00014290
           END-EXEC.                                                    00014300
                                                                        00014310
       1400-99-FIM.                                            EXIT.    00014320
      *=============================================================*   00014330
                                                                        00014340
      *=============================================================*   00014350
       1450-LER-PENSAO                                      SECTION.    00014360
                                                                        00014370
           EXEC SQL                                                     00014380
            FETCH CPENSAO                                               00014390
             INTO :PEN-IDFUNC,                                          00014400
                  :PEN-SEQPENS,                                         00014410
                  :PEN-BASECALC,                                        00014420
                  :PEN-PERCENT,                                         00014430
                  :PEN-VALOR                                            00014440
           END-EXEC.                                                    00014450
                                                                        00014460
      *          ORDEM NAO LIDA SERIA PENSAO NAO DESCONTADA             00014470
                                                                        00014480
           IF SQLCODE NOT EQUAL 0 AND 100                               00014490
              MOVE SQLCODE TO WRK-SQLCODE                               00014500
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00014510
              MOVE '1450'                      TO WRK-SECAO             00014520
              MOVE 'ERRO LEITURA IVAN.PENSAO - ' TO WRK-MENSAGEM        00014530
              MOVE ZEROS                       TO WRK-STATUS            00014540
              PERFORM 9000-TRATARERROS                                  00014550
           END-IF.                                                      00014560
                                                                        00014570
       1450-99-FIM.                                            EXIT.    00014580
      *=============================================================*   00014590
                                                                        00014600
      *=============================================================*   00014610
       1410-CARREGAR-DEPEND-IR                              SECTION.    00014620
                                                                        00014630
      *          SO CONTAM OS ELEGIVEIS NA DATA DA FOLHA; O CURSOR      00014640
      *          VEM EM ORDEM DE IDFUNC, UMA OCORRENCIA POR FUNC        00014650
                                                                        00014660
           EXEC SQL                                                     00014670
              OPEN CDEPIR                                               00014680
           END-EXEC.                                                    00014690
                                                                        00014700
           PERFORM 1460-LER-DEPEND-IR.                                  00014710
                                                                        00014720
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00014730
              MOVE DEP-PARENTESCO   TO LNK-DI-PARENTESCO                00014740
              MOVE DEP-DTNASC       TO LNK-DI-DTNASC                    00014750
              MOVE DEP-ESTUDANTE    TO LNK-DI-ESTUDANTE                 00014760
              MOVE WRK-DATA-SISTEMA TO LNK-DI-DATA-REF                  00014770
              CALL 'FR21DIR1' USING LNK-DEPIR                           00014780
              IF LNK-DI-ELEGIVEL EQUAL 'S'                              00014790
                 PERFORM 1470-CONTAR-DEPEND-IR                          00014800
              END-IF                                                    00014810
              PERFORM 1460-LER-DEPEND-IR                                00014820
           END-PERFORM.                                                 00014830
                                                                        00014840
           EXEC SQL                                                     00014850
              CLOSE CDEPIR                                              00014860
           END-EXEC.                                                    00014870
                                                                        00014880
       1410-99-FIM.                                            EXIT.    00014890
      *=============================================================*   00014900
                                                                        00014910
      *=============================================================*   00014920
       1460-LER-DEPEND-IR                                   SECTION.    00014930
                                                                        00014940
           EXEC SQL                                                     00014950
            FETCH CDEPIR                                                00014960
             INTO :DEP-IDFUNC,                                          00014970
                  :DEP-DTNASC,                                          00014980
                  :DEP-PARENTESCO,                                      00014990
                  :DEP-ESTUDANTE                                        00015000
           END-EXEC.                                                    00015010
                                                                        00015020
      *          DEPENDENTE NAO LIDO SERIA IRRF A MAIOR                 00015030
                                                                        00015040
           IF SQLCODE NOT EQUAL 0 AND 100                               00015050
              MOVE SQLCODE TO WRK-SQLCODE                               00015060
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00015070
              MOVE '1460'                      TO WRK-SECAO             00015080
              MOVE 'ERRO LEITURA IVAN.DEPEND - ' TO WRK-MENSAGEM        00015090
              MOVE ZEROS                       TO WRK-STATUS            00015100
              PERFORM 9000-TRATARERROS                                  00015110
           END-IF.                                                      00015120
                                                                        00015130
       1460-99-FIM.                                            EXIT.    00015140
      *=============================================================*   00015150
                                                                        00015160
      *=============================================================*   00015170
       1470-CONTAR-DEPEND-IR                                SECTION.    00015180
                                                                        00015190
           MOVE DEP-IDFUNC TO WRK-DIR-ID.                               00015200
                                                                        00015210
           IF WRK-TAB-DI-QTD GREATER ZEROS                              00015220
              IF WRK-DI-IDFUNC(WRK-TAB-DI-QTD) EQUAL WRK-DIR-ID         00015230
                 ADD 1 TO WRK-DI-QTD(WRK-TAB-DI-QTD)                    00015240
                 GO TO 1470-99-FIM                                      00015250
              END-IF                                                    00015260
           END-IF.                                                      00015270
                                                                        00015280
           IF WRK-TAB-DI-QTD NOT LESS 500                               00015290
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00015300
              MOVE '1470'                      TO WRK-SECAO             00015310
              MOVE 'TABELA DEPENDENTES ESTOUROU' TO WRK-MENSAGEM        00015320
              MOVE SPACES                      TO WRK-STATUS            00015330
              PERFORM 9000-TRATARERROS                                  00015340
           END-IF.                                                      00015350
                                                                        00015360
           ADD 1 TO WRK-TAB-DI-QTD.                                     00015370
           MOVE WRK-TAB-DI-QTD TO WRK-IND-DI.                           00015380
           MOVE WRK-DIR-ID     TO WRK-DI-IDFUNC(WRK-IND-DI).            00015390
           MOVE 1              TO WRK-DI-QTD(WRK-IND-DI).               00015400
                                                                        00015410
       1470-99-FIM.                                            EXIT.    00015420
      *=============================================================*   00015430
                                                                        00015440
      *=============================================================*   00015450
       1420-CARREGAR-BANCO-HORAS                            SECTION.    00015460
                                                                        00015470
      *          SO O BANCO DA COMPETENCIA DESTA FOLHA; SEM O           00015480
      *          ARQUIVO AS EXTRAS SAO PAGAS PELA REGRA DO TETO         00015490
                                                                        00015500
           IF WRK-FS-BHVENC NOT EQUAL ZEROS                             00015510
              DISPLAY 'SEM BANCO DE HORAS NA COMPETENCIA'               00015520
              GO TO 1420-99-FIM                                         00015530
           END-IF.                                                      00015540
                                                                        00015550
           READ BHVENC.                                                 00015560
                                                                        00015570
           PERFORM UNTIL WRK-FS-BHVENC NOT EQUAL ZEROS                  00015580
              IF BHV-COMPET EQUAL WRK-COMPET-FOLHA                      00015590
                 IF WRK-TAB-BH-QTD NOT LESS 500                         00015600
                    MOVE 'FR21PAG1'                  TO WRK-PROGRAMA    00015610
                    MOVE '1420'                      TO WRK-SECAO       00015620
                    MOVE 'TABELA BANCO HORAS ESTOUROU' TO WRK-MENSAGEM  00015630
                    MOVE SPACES                      TO WRK-STATUS      00015640
                    PERFORM 9000-TRATARERROS                            00015650
                 END-IF                                                 00015660
                 ADD 1 TO WRK-TAB-BH-QTD                                00015670
                 MOVE WRK-TAB-BH-QTD TO WRK-IND-BH                      00015680
                 MOVE BHV-IDFUNC     TO WRK-BH-IDFUNC(WRK-IND-BH)       00015690
                 MOVE BHV-HORAS-CRED TO WRK-BH-CRED(WRK-IND-BH)         00015700
                 MOVE BHV-HORAS-VENC TO WRK-BH-VENC(WRK-IND-BH)         00015710
              END-IF                                                    00015720
              READ BHVENC                                               00015730
           END-PERFORM.                                                 00015740
                                                                        00015750
       1420-99-FIM.                                            EXIT.    00015760
      *=============================================================*   00015770
                                                                        00015780
      *=============================================================*   00015790
       1430-CARREGAR-COPART                                 SECTION.    00015800
                                                                        00015810
      *          SO A COPARTICIPACAO DA COMPETENCIA DESTA FOLHA         00015820
                                                                        00015830
           IF WRK-FS-COPDESC NOT EQUAL ZEROS                            00015840
              DISPLAY 'SEM COPARTICIPACAO A DESCONTAR'                  00015850
              GO TO 1430-99-FIM                                         00015860
           END-IF.                                                      00015870
                                                                        00015880
           READ COPDESC.                                                00015890
                                                                        00015900
           PERFORM UNTIL WRK-FS-COPDESC NOT EQUAL ZEROS                 00015910
              IF COPD-COMPET EQUAL WRK-COMPET-FOLHA                     00015920
                 AND COPD-VALOR-DESC GREATER ZEROS                      00015930
                 IF WRK-TAB-CP-QTD NOT LESS 500                         00015940
                    MOVE 'FR21PAG1'                  TO WRK-PROGRAMA    00015950
                    MOVE '1430'                      TO WRK-SECAO       00015960
                    MOVE 'TABELA COPARTICIPACAO ESTOUROU'               00015970
                                                     TO WRK-MENSAGEM    00015980
                    MOVE SPACES                      TO WRK-STATUS      00015990
                    PERFORM 9000-TRATARERROS                            00016000
                 END-IF                                                 00016010
                 ADD 1 TO WRK-TAB-CP-QTD                                00016020
                 MOVE WRK-TAB-CP-QTD TO WRK-IND-CP                      00016030
                 MOVE COPD-IDFUNC     TO WRK-CP-IDFUNC(WRK-IND-CP)      00016040
                 MOVE COPD-VALOR-DESC TO WRK-CP-VALOR(WRK-IND-CP)       00016050
              END-IF                                                    00016060
              READ COPDESC                                              00016070
           END-PERFORM.                                                 00016080
                                                                        00016090
       1430-99-FIM.                                            EXIT.    00016100
      *=============================================================*   00016110
                                                                        00016120
      *=============================================================*   00016130
       1440-CARREGAR-COMISSAO                               SECTION.    00016140
                                                                        00016150
      *          SO A COMISSAO DA COMPETENCIA DESTA FOLHA; O MESMO      00016160
      *          FUNCIONARIO PODE TER MAIS DE UM CODIGO DE VENDEDOR     00016170
                                                                        00016180
           IF WRK-FS-COMISSAO NOT EQUAL ZEROS                           00016190
              DISPLAY 'SEM COMISSAO DE VENDAS A PAGAR'                  00016200
              GO TO 1440-99-FIM                                         00016210
           END-IF.                                                      00016220
                                                                        00016230
           READ COMISSAO.                                               00016240
                                                                        00016250
           PERFORM UNTIL WRK-FS-COMISSAO NOT EQUAL ZEROS                00016260
              IF CMS-COMPET EQUAL WRK-COMPET-FOLHA                      00016270
                 AND CMS-TOTAL GREATER ZEROS                            00016280
                 PERFORM 1445-ACUMULAR-COMISSAO                         00016290
              END-IF                                                    00016300
              READ COMISSAO                                             00016310
           END-PERFORM.                                                 00016320
                                                                        00016330
       1440-99-FIM.                                            EXIT.    00016340
      *=============================================================*   00016350
                                                                        00016360
      *=============================================================*   00016370
       1445-ACUMULAR-COMISSAO                               SECTION.    00016380
                                                                        00016390
           MOVE 'N' TO WRK-ACHOU-CM.                                    00016400
           PERFORM VARYING WRK-IND-CM FROM 1 BY 1 UNTIL                 00016410
              WRK-IND-CM > WRK-TAB-CM-QTD OR WRK-ACHOU-CM = 'S'         00016420
              IF WRK-CM-IDFUNC(WRK-IND-CM) EQUAL CMS-IDFUNC             00016430
                 MOVE 'S' TO WRK-ACHOU-CM                               00016440
                 SUBTRACT 1 FROM WRK-IND-CM                             00016450
              END-IF                                                    00016460
           END-PERFORM.                                                 00016470
                                                                        00016480
           IF WRK-ACHOU-CM NOT EQUAL 'S'                                00016490
              IF WRK-TAB-CM-QTD NOT LESS 500                            00016500
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00016510
                 MOVE '1445'                      TO WRK-SECAO          00016520
                 MOVE 'TABELA DE COMISSAO ESTOUROU' TO WRK-MENSAGEM     00016530
                 MOVE SPACES                      TO WRK-STATUS         00016540
                 PERFORM 9000-TRATARERROS                               00016550
              END-IF                                                    00016560
              ADD 1 TO WRK-TAB-CM-QTD                                   00016570
              MOVE WRK-TAB-CM-QTD TO WRK-IND-CM                         00016580
              MOVE CMS-IDFUNC   TO WRK-CM-IDFUNC(WRK-IND-CM)            00016590
              MOVE ZEROS        TO WRK-CM-VALOR(WRK-IND-CM)             00016600
           END-IF.                                                      00016610
                                                                        00016620
           ADD CMS-TOTAL TO WRK-CM-VALOR(WRK-IND-CM).                   00016630
                                                                        00016640
       1445-99-FIM.                                            EXIT.    00016650
      *=============================================================*   00016660
                                                                        00016670
      *=============================================================*   00016680
       1350-LER-FAIXA                                       SECTION.    00016690
                                                                        00016700
           EXEC SQL                                                     00016710
            FETCH CFAIXA                                                00016720
             INTO :DB2-TIPODESC,                                        00016730
                  :DB2-LIMINF,                                          00016740
                  :DB2-LIMSUP,                                          00016750
                  :DB2-ALIQUOTA,                                        00016760
                  :DB2-PARCDED                                          00016770
           END-EXEC.                                                    00016780
                                                                        00016790
           IF SQLCODE NOT EQUAL 0 AND 100                               00016800
              MOVE SQLCODE TO WRK-SQLCODE                               00016810
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DE FAIXAS'       00016820
           END-IF.                                                      00016830
                                                                        00016840
       1350-99-FIM.                                            EXIT.    00016850
      *=============================================================*   00016860
                                                                        00016870
      *=============================================================*   00016880
       1500-TESTAR-VAZIO                                    SECTION.    00016890
                                                                        00016900
              READ ARQUIOU4.                                            00016910
                                                                        00016920
              IF WRK-FS-ARQUIOU4 NOT EQUAL ZERO                         00016930
                 DISPLAY WRK-MSG-FINAL                                  00016940
                 STOP RUN                                               00016950
              END-IF.                                                   00016960
                                                                        00016970
       1500-99-FIM.                                            EXIT.    00016980
      *=============================================================*   00016990
                                                                        00017000
      *=============================================================*   00017010
       1600-REPOSICIONAR                                    SECTION.    00017020
                                                                        00017030
      *          RETOMADA: PULA OS RESUMOS JA GRAVADOS NO CICLO         00017040
      *          INTERROMPIDO (POSICAO DO ULTIMO CHECKPOINT)            00017050
                                                                        00017060
           ADD 1 TO WRK-PULADOS.                                        00017070
           READ ARQUIOU4.                                               00017080
                                                                        00017090
       1600-99-FIM.                                            EXIT.    00017100
      *=============================================================*   00017110
                                                                        00017120
      *=============================================================*   00017130
       1370-RECARREGAR-CONSIG                               SECTION.    00017140
                                                                        00017150
      *          NA RETOMADA AS CONSIGNACOES VEM DO RETRATO QUE O       00017160
      *          CHECKPOINT DEIXOU NO CONSNOVO, JA COM AS PARCELAS      00017170
      *          DOS FUNCIONARIOS ANTERIORES DESCONTADAS                00017180
                                                                        00017190
           IF WRK-FS-CONSNOVO NOT EQUAL ZEROS                           00017200
              DISPLAY 'RETOMADA SEM RETRATO DE CONSIGNACOES'            00017210
              GO TO 1370-99-FIM                                         00017220
           END-IF.                                                      00017230
                                                                        00017240
           READ CONSNOVO INTO FD-CONSIG.                                00017250
                                                                        00017260
           PERFORM UNTIL WRK-FS-CONSNOVO NOT EQUAL ZEROS                00017270
              IF WRK-TAB-CS-QTD LESS 500                                00017280
                 ADD 1 TO WRK-TAB-CS-QTD                                00017290
                 MOVE WRK-TAB-CS-QTD TO WRK-IND-CS                      00017300
                 MOVE FD-CS-IDFUNC                                      00017310
                      TO WRK-CS-IDFUNC(WRK-IND-CS)                      00017320
                 MOVE FD-CS-TIPO                                        00017330
                      TO WRK-CS-TIPO(WRK-IND-CS)                        00017340
                 MOVE FD-CS-PARCELA                                     00017350
                      TO WRK-CS-PARCELA(WRK-IND-CS)                     00017360
                 MOVE FD-CS-RESTANTES                                   00017370
                      TO WRK-CS-REST(WRK-IND-CS)                        00017380
                 MOVE FD-CS-BENEFIC                                     00017390
                      TO WRK-CS-BENEFIC(WRK-IND-CS)                     00017400
              END-IF                                                    00017410
              READ CONSNOVO INTO FD-CONSIG                              00017420
           END-PERFORM.                                                 00017430
                                                                        00017440
       1370-99-FIM.                                            EXIT.    00017450
      *=============================================================*   00017460
                                                                        00017470
      *=============================================================*   00017480
       2060-CHECKPOINT                                      SECTION.    00017490
                                                                        00017500
      *          FUNCIONARIO FECHADO = POSICAO SEGURA; O RETRATO        00017510
      *          DAS CONSIGNACOES VAI JUNTO NO CONSNOVO                 00017520
                                                                        00017530
           MOVE WRK-LIDOS            TO WRK-CT-LIDOS.                   00017540
           MOVE WRK-GRAVADOS         TO WRK-CT-GRAVADOS.                00017550
           MOVE WRK-REJEITADOS       TO WRK-CT-REJEITADOS.              00017560
           MOVE WRK-CSG-APLICADAS    TO WRK-CT-CSG-APL.                 00017570
           MOVE WRK-CSG-ADIADAS      TO WRK-CT-CSG-ADI.                 00017580
           MOVE WRK-EVT-MONETIZADOS  TO WRK-CT-EVT-MON.                 00017590
           MOVE WRK-TOT-BRUTO        TO WRK-CT-TOT-BRUTO.               00017600
           MOVE WRK-TOT-LIQUIDO      TO WRK-CT-TOT-LIQ.                 00017610
           MOVE WRK-DED-GRAVADOS     TO WRK-CT-DED.                     00017620
                                                                        00017630
           MOVE 'G'            TO LNK-CK-OPERACAO.                      00017640
           MOVE 'FR21PAG1'     TO LNK-CK-PROGRAMA.                      00017650
           MOVE WRK-LIDOS      TO LNK-CK-POSICAO.                       00017660
           MOVE WRK-CKP-TOTAIS TO LNK-CK-TOTAIS.                        00017670
           CALL 'FR21CKP1' USING LNK-CKPT.                              00017680
                                                                        00017690
           CLOSE CONSNOVO.                                              00017700
           OPEN OUTPUT CONSNOVO.                                        00017710
           PERFORM 2070-RETRATO-CONSIG.                                 00017720
                                                                        00017730
           MOVE ZEROS TO WRK-DESDE-CKP.                                 00017740
                                                                        00017750
       2060-99-FIM.                                            EXIT.    00017760
      *=============================================================*   00017770
                                                                        00017780
      *=============================================================*   00017790
       2070-RETRATO-CONSIG                                  SECTION.    00017800
                                                                        00017810
           PERFORM VARYING WRK-IND-CS FROM 1 BY 1                       00017820
                   UNTIL WRK-IND-CS > WRK-TAB-CS-QTD                    00017830
              MOVE WRK-CS-IDFUNC(WRK-IND-CS)  TO FD-CS-IDFUNC           00017840
              MOVE WRK-CS-TIPO(WRK-IND-CS)    TO FD-CS-TIPO             00017850
              MOVE WRK-CS-PARCELA(WRK-IND-CS) TO FD-CS-PARCELA          00017860
              MOVE WRK-CS-REST(WRK-IND-CS)    TO FD-CS-RESTANTES        00017870
              MOVE WRK-CS-BENEFIC(WRK-IND-CS) TO FD-CS-BENEFIC          00017880
              WRITE FD-CONSNOVO FROM FD-CONSIG                          00017890
           END-PERFORM.                                                 00017900
                                                                        00017910
       2070-99-FIM.                                            EXIT.    00017920
      *=============================================================*   00017930
                                                                        00017940
      *=============================================================*   00017950
       1700-RECOMPOR-SAIDAS                                 SECTION.    00017960
                                                                        00017970
           OPEN INPUT FPGSALV.                                          00017980
                                                                        00017990
           IF WRK-FS-FPGSALV NOT EQUAL ZEROS                            00018000
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00018010
              MOVE '1700'                      TO WRK-SECAO             00018020
              MOVE 'RETOMADA SEM FPGSALV - '   TO WRK-MENSAGEM          00018030
              MOVE WRK-FS-FPGSALV              TO WRK-STATUS            00018040
              PERFORM 9000-TRATARERROS                                  00018050
           END-IF.                                                      00018060
                                                                        00018070
           MOVE ZEROS TO WRK-COPIADOS.                                  00018080
           PERFORM 1710-COPIAR-FOLHA                                    00018090
              UNTIL WRK-COPIADOS EQUAL WRK-CT-GRAVADOS.                 00018100
           CLOSE FPGSALV.                                               00018110
                                                                        00018120
           OPEN INPUT FDESALV.                                          00018130
                                                                        00018140
           IF WRK-FS-FDESALV NOT EQUAL ZEROS                            00018150
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00018160
              MOVE '1700'                      TO WRK-SECAO             00018170
              MOVE 'RETOMADA SEM FDESALV - '   TO WRK-MENSAGEM          00018180
              MOVE WRK-FS-FDESALV              TO WRK-STATUS            00018190
              PERFORM 9000-TRATARERROS                                  00018200
           END-IF.                                                      00018210
                                                                        00018220
           MOVE ZEROS TO WRK-COPIADOS.                                  00018230
           PERFORM 1720-COPIAR-DEDUCOES                                 00018240
              UNTIL WRK-COPIADOS EQUAL WRK-CT-DED.                      00018250
           CLOSE FDESALV.                                               00018260
                                                                        00018270
           OPEN INPUT FRJSALV.                                          00018280
                                                                        00018290
           IF WRK-FS-FRJSALV NOT EQUAL ZEROS                            00018300
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00018310
              MOVE '1700'                      TO WRK-SECAO             00018320
              MOVE 'RETOMADA SEM FRJSALV - '   TO WRK-MENSAGEM          00018330
              MOVE WRK-FS-FRJSALV              TO WRK-STATUS            00018340
              PERFORM 9000-TRATARERROS                                  00018350
           END-IF.                                                      00018360
                                                                        00018370
           MOVE ZEROS TO WRK-COPIADOS.                                  00018380
           PERFORM 1730-COPIAR-REJEITOS                                 00018390
              UNTIL WRK-COPIADOS EQUAL WRK-CT-REJEITADOS.               00018400
           CLOSE FRJSALV.                                               00018410
                                                                        00018420
       1700-99-FIM.                                            EXIT.    00018430
      *=============================================================*   00018440
                                                                        00018450
      *=============================================================*   00018460
       1710-COPIAR-FOLHA                                    SECTION.    00018470
                                                                        00018480
           READ FPGSALV.                                                00018490
                                                                        00018500
           IF WRK-FS-FPGSALV NOT EQUAL ZEROS                            00018510
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00018520
              MOVE '1710'                      TO WRK-SECAO             00018530
              MOVE 'FPGSALV CURTO P/CHECKPOINT - ' TO WRK-MENSAGEM      00018540
              MOVE WRK-FS-FPGSALV              TO WRK-STATUS            00018550
              PERFORM 9000-TRATARERROS                                  00018560
           END-IF.                                                      00018570
                                                                        00018580
           WRITE REG-FOLHPAG FROM FD-FPGSALV.                           00018590
           ADD 1 TO WRK-COPIADOS.                                       00018600
                                                                        00018610
       1710-99-FIM.                                            EXIT.    00018620
      *=============================================================*   00018630
                                                                        00018640
      *=============================================================*   00018650
       1720-COPIAR-DEDUCOES                                 SECTION.    00018660
                                                                        00018670
           READ FDESALV.                                                00018680
                                                                        00018690
           IF WRK-FS-FDESALV NOT EQUAL ZEROS                            00018700
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00018710
              MOVE '1720'                      TO WRK-SECAO             00018720
              MOVE 'FDESALV CURTO P/CHECKPOINT - ' TO WRK-MENSAGEM      00018730
              MOVE WRK-FS-FDESALV              TO WRK-STATUS            00018740
              PERFORM 9000-TRATARERROS                                  00018750
           END-IF.                                                      00018760
                                                                        00018770
           WRITE FD-FOLHDED FROM FD-FDESALV.                            00018780
           ADD 1 TO WRK-COPIADOS.                                       00018790
                                                                        00018800
       1720-99-FIM.                                            EXIT.    00018810
      *=============================================================*   00018820
                                                                        00018830
      *=============================================================*   00018840
       1730-COPIAR-REJEITOS                                 SECTION.    00018850
                                                                        00018860
           READ FRJSALV.                                                00018870
                                                                        00018880
           IF WRK-FS-FRJSALV NOT EQUAL ZEROS                            00018890
              MOVE 'FR21PAG1'                  TO WRK-PROGRAMA          00018900
              MOVE '1730'                      TO WRK-SECAO             00018910
              MOVE 'FRJSALV CURTO P/CHECKPOINT - ' TO WRK-MENSAGEM      00018920
              MOVE WRK-FS-FRJSALV              TO WRK-STATUS            00018930
              PERFORM 9000-TRATARERROS                                  00018940
           END-IF.                                                      00018950
                                                                        00018960
           WRITE FD-FOLHREJ FROM FD-FRJSALV.                            00018970
           ADD 1 TO WRK-COPIADOS.                                       00018980
                                                                        00018990
       1730-99-FIM.                                            EXIT.    00019000
      *=============================================================*   00019010
                                                                        00019020
      *=============================================================*   00019030
       2000-PROCESSAR                                       SECTION.    00019040
                                                                        00019050
           ADD 1 TO WRK-LIDOS.                                          00019060
                                                                        00019070
           PERFORM 2100-BUSCAR-SALARIO.                                 00019080
                                                                        00019090
           EVALUATE SQLCODE                                             00019100
            WHEN 0                                                      00019110
                 PERFORM 2200-CALCULA-BRUTO                             00019120
            WHEN 100                                                    00019130
                 MOVE FD-IDFUNC             TO WRK-IDFUNC-REJ           00019140
                 MOVE FD-NOMEFUNC           TO WRK-NOMEFUNC-REJ         00019150
                 MOVE 'FUNCIONARIO NAO CADASTRADO ' TO WRK-MOTIVO-REJ   00019160
                 WRITE FD-FOLHREJ FROM WRK-REJEITADA                    00019170
                 ADD 1 TO WRK-REJEITADOS                                00019180
            WHEN OTHER                                                  00019190
                 MOVE SQLCODE TO WRK-SQLCODE                            00019200
                 DISPLAY 'ERRO ' WRK-SQLCODE ' NA BUSCA DE SALARIO'     00019210
                 MOVE 'FR21PAG1'                  TO WRK-PROGRAMA       00019220
                 MOVE '2000'                      TO WRK-SECAO          00019230
                 MOVE 'ERRO SQL NA LEITURA FUNC - ' TO WRK-MENSAGEM     00019240
                 MOVE SPACES                      TO WRK-STATUS         00019250
                 PERFORM 9000-TRATARERROS                               00019260
           END-EVALUATE.                                                00019270
                                                                        00019280
           ADD 1 TO WRK-DESDE-CKP.                                      00019290
           IF WRK-DESDE-CKP NOT LESS WRK-FREQ-CKP                       00019300
              PERFORM 2060-CHECKPOINT                                   00019310
           END-IF.                                                      00019320
                                                                        00019330
           READ ARQUIOU4.                                               00019340
                                                                        00019350
       2000-99-FIM.                                            EXIT.    00019360
      *=============================================================*   00019370
                                                                        00019380
      *=============================================================*   00019390
       2100-BUSCAR-SALARIO                                  SECTION.    00019400
                                                                        00019410
           MOVE FD-IDFUNC TO DB2-ID.                                    00019420
                                                                        00019430
           EXEC SQL                                                     00019440
                SELECT SALARIO, DATAADM                                 00019450
                  INTO :DB2-SALARIO, :DB2-DATAADM                       00019460
                  FROM IVAN.FUNC                                        00019470
                 WHERE ID = :DB2-ID                                     00019480
                   AND DATADEM IS NULL                                  00019490
                 FETCH FIRST ROW ONLY                                   00019500
           END-EXEC.                                                    00019510
                                                                        00019520
       2100-99-FIM.                                            EXIT.    00019530
      *=============================================================*   00019540
                                                                        00019550
      *=============================================================*   00019560
       2200-CALCULA-BRUTO                                   SECTION.    00019570
                                                                        00019580
      *                 CONVERSAO DE SALARIO EM VALOR-HORA              00019590
                                                                        00019600
           MOVE DB2-SALARIO TO WRK-SALARIO.                             00019610
                                                                        00019620
           MOVE '/'                TO LNK-CA-OPERACAO.                  00019630
           MOVE WRK-SALARIO        TO LNK-CA-OPER1.                     00019640
           MOVE WRK-DIVISOR-MENSAL TO LNK-CA-OPER2.                     00019650
           MOVE ZEROS              TO LNK-CA-OPER3.                     00019660
           CALL 'FR21CALC' USING LNK-CALC.                              00019670
           MOVE LNK-CA-RESULTADO   TO WRK-VALOR-HORA.                   00019680
                                                                        00019690
      *                 BANDAS DE HORA: FDS/FERIADO (MARCA 'N' DO       00019700
      *                 PONTO), EXTRAS ALEM DO TETO MENSAL E            00019710
      *                 NORMAIS                                         00019720
                                                                        00019730
           MOVE ZEROS TO WRK-HORAS-FDS.                                 00019740
           PERFORM VARYING WRK-IND-FD FROM 1 BY 1 UNTIL                 00019750
              WRK-IND-FD > WRK-TAB-FD-QTD                               00019760
              IF WRK-FD-IDFUNC(WRK-IND-FD) EQUAL FD-IDFUNC              00019770
                 MOVE WRK-FD-HORAS(WRK-IND-FD) TO WRK-HORAS-FDS         00019780
              END-IF                                                    00019790
           END-PERFORM.                                                 00019800
                                                                        00019810
      *                 DIAS DE FERIAS DA COMPETENCIA REDUZEM AS        00019820
      *                 HORAS PAGAS NA PROPORCAO DE 220/30 POR DIA      00019830
                                                                        00019840
           MOVE ZEROS TO WRK-DIAS-FERIAS.                               00019850
           PERFORM VARYING WRK-IND-FR FROM 1 BY 1 UNTIL                 00019860
              WRK-IND-FR > WRK-TAB-FR-QTD                               00019870
              IF WRK-FR-IDFUNC(WRK-IND-FR) EQUAL FD-IDFUNC              00019880
                 MOVE WRK-FR-DIAS(WRK-IND-FR) TO WRK-DIAS-FERIAS        00019890
              END-IF                                                    00019900
           END-PERFORM.                                                 00019910
                                                                        00019920
      *                 AUSENCIA NAO REMUNERADA REDUZ NA MESMA          00019930
      *                 PROPORCAO DAS FERIAS                            00019940
                                                                        00019950
           MOVE ZEROS TO WRK-DIAS-AUSENCIA.                             00019960
           PERFORM VARYING WRK-IND-AB FROM 1 BY 1 UNTIL                 00019970
              WRK-IND-AB > WRK-TAB-AB-QTD                               00019980
              IF WRK-AB-IDFUNC(WRK-IND-AB) EQUAL FD-IDFUNC              00019990
                 MOVE WRK-AB-DIAS(WRK-IND-AB) TO WRK-DIAS-AUSENCIA      00020000
              END-IF                                                    00020010
           END-PERFORM.                                                 00020020
                                                                        00020030
           COMPUTE WRK-HORAS-REDUZ ROUNDED =                            00020040
              (WRK-DIAS-FERIAS + WRK-DIAS-AUSENCIA)                     00020050
              * WRK-DIVISOR-MENSAL / 30.                                00020060
                                                                        00020070
           IF WRK-HORAS-REDUZ GREATER FD-HORAS                          00020080
              MOVE FD-HORAS TO WRK-HORAS-REDUZ                          00020090
           END-IF.                                                      00020100
           COMPUTE WRK-HORAS-PAGAR = FD-HORAS - WRK-HORAS-REDUZ.        00020110
                                                                        00020120
           IF WRK-HORAS-FDS GREATER WRK-HORAS-PAGAR                     00020130
              MOVE WRK-HORAS-PAGAR TO WRK-HORAS-FDS                     00020140
           END-IF.                                                      00020150
                                                                        00020160
           COMPUTE WRK-HORAS-REST =                                     00020170
              WRK-HORAS-PAGAR - WRK-HORAS-FDS.                          00020180
                                                                        00020190
      *                 BANCO DE HORAS: O QUE FOI CREDITADO NO MES      00020200
      *                 FICA NO BANCO E NAO E PAGO AGORA; AS            00020210
      *                 VENCIDAS SOMAM AS EXTRAS A 50 PCT               00020220
                                                                        00020230
           MOVE ZEROS TO WRK-HORAS-BANCO WRK-HORAS-VENC.                00020240
           PERFORM VARYING WRK-IND-BH FROM 1 BY 1 UNTIL                 00020250
              WRK-IND-BH > WRK-TAB-BH-QTD                               00020260
              IF WRK-BH-IDFUNC(WRK-IND-BH) EQUAL FD-IDFUNC              00020270
                 MOVE WRK-BH-CRED(WRK-IND-BH) TO WRK-HORAS-BANCO        00020280
                 MOVE WRK-BH-VENC(WRK-IND-BH) TO WRK-HORAS-VENC         00020290
              END-IF                                                    00020300
           END-PERFORM.                                                 00020310
                                                                        00020320
           IF WRK-HORAS-BANCO GREATER WRK-HORAS-REST                    00020330
              MOVE WRK-HORAS-REST TO WRK-HORAS-BANCO                    00020340
           END-IF.                                                      00020350
           SUBTRACT WRK-HORAS-BANCO FROM WRK-HORAS-REST.                00020360
                                                                        00020370
           IF WRK-HORAS-REST GREATER WRK-DIVISOR-MENSAL                 00020380
              MOVE WRK-DIVISOR-MENSAL TO WRK-HORAS-NORM                 00020390
              COMPUTE WRK-HORAS-EXT =                                   00020400
                 WRK-HORAS-REST - WRK-DIVISOR-MENSAL                    00020410
           ELSE                                                         00020420
              MOVE WRK-HORAS-REST TO WRK-HORAS-NORM                     00020430
              MOVE ZEROS          TO WRK-HORAS-EXT                      00020440
           END-IF.                                                      00020450
           ADD WRK-HORAS-VENC TO WRK-HORAS-EXT.                         00020460
                                                                        00020470
           MOVE '*'                TO LNK-CA-OPERACAO.                  00020480
           MOVE WRK-VALOR-HORA     TO LNK-CA-OPER1.                     00020490
           MOVE WRK-HORAS-NORM     TO LNK-CA-OPER2.                     00020500
           CALL 'FR21CALC' USING LNK-CALC.                              00020510
           MOVE LNK-CA-RESULTADO   TO WRK-VAL-NORM.                     00020520
                                                                        00020530
      *                 ADICIONAL DE 50 PCT NAS EXTRAS E DE 100         00020540
      *                 PCT NO FDS/FERIADO (ACORDO COLETIVO)            00020550
                                                                        00020560
           COMPUTE WRK-VAL-EXT ROUNDED =                                00020570
              WRK-VALOR-HORA * WRK-HORAS-EXT * 1,5.                     00020580
           COMPUTE WRK-VAL-FDS ROUNDED =                                00020590
              WRK-VALOR-HORA * WRK-HORAS-FDS * 2.                       00020600
                                                                        00020610
      *                 FERIAS: DIAS VEZES (SALARIO/30) MAIS O          00020620
      *                 TERCO CONSTITUCIONAL, PAGOS NA COMPETENCIA      00020630
                                                                        00020640
           MOVE ZEROS TO WRK-VAL-FERIAS WRK-VAL-TERCO.                  00020650
           IF WRK-DIAS-FERIAS GREATER ZEROS                             00020660
              MOVE '/'         TO LNK-CA-OPERACAO                       00020670
              MOVE WRK-SALARIO TO LNK-CA-OPER1                          00020680
              MOVE 30          TO LNK-CA-OPER2                          00020690
              MOVE ZEROS       TO LNK-CA-OPER3                          00020700
              CALL 'FR21CALC' USING LNK-CALC                            00020710
              MOVE LNK-CA-RESULTADO TO WRK-VAL-DIA                      00020720
              COMPUTE WRK-VAL-FERIAS ROUNDED =                          00020730
                 WRK-VAL-DIA * WRK-DIAS-FERIAS                          00020740
              COMPUTE WRK-VAL-TERCO ROUNDED =                           00020750
                 WRK-VAL-FERIAS / 3                                     00020760
              ADD 1 TO WRK-EVT-MONETIZADOS                              00020770
           END-IF.                                                      00020780
                                                                        00020790
      *                 ADICIONAL POR TEMPO DE SERVICO: ANOS            00020800
      *                 COMPLETOS NA DATA DA FOLHA VEZES O              00020810
      *                 PERCENTUAL DO DEGRAU DA TABELA ANUENIO          00020820
                                                                        00020830
           MOVE ZEROS TO WRK-VAL-TEMPO WRK-PCT-TEMPO.                   00020840
           MOVE DB2-DATAADM(1:4) TO WRK-ADM-ANO.                        00020850
           MOVE DB2-DATAADM(6:2) TO WRK-ADM-MES.                        00020860
           MOVE DB2-DATAADM(9:2) TO WRK-ADM-DIA.                        00020870
                                                                        00020880
           COMPUTE WRK-ANOS-SERVICO =                                   00020890
              WRK-SIS-ANO - WRK-ADM-ANO.                                00020900
           IF WRK-SIS-MES LESS WRK-ADM-MES                              00020910
              OR (WRK-SIS-MES EQUAL WRK-ADM-MES AND                     00020920
                  WRK-SIS-DIA LESS WRK-ADM-DIA)                         00020930
              SUBTRACT 1 FROM WRK-ANOS-SERVICO                          00020940
           END-IF.                                                      00020950
                                                                        00020960
           PERFORM VARYING WRK-IND-AN FROM 1 BY 1 UNTIL                 00020970
              WRK-IND-AN > WRK-TAB-AN-QTD                               00020980
              IF WRK-ANOS-SERVICO NOT LESS WRK-AN-ANOS(WRK-IND-AN)      00020990
                 AND WRK-AN-PCT(WRK-IND-AN) GREATER WRK-PCT-TEMPO       00021000
                 MOVE WRK-AN-PCT(WRK-IND-AN) TO WRK-PCT-TEMPO           00021010
              END-IF                                                    00021020
           END-PERFORM.                                                 00021030
                                                                        00021040
           IF WRK-PCT-TEMPO GREATER ZEROS                               00021050
              COMPUTE WRK-VAL-TEMPO ROUNDED =                           00021060
                 WRK-SALARIO * WRK-PCT-TEMPO / 100                      00021070
           END-IF.                                                      00021080
                                                                        00021090
      *                 DIFERENCA DE AUMENTO RETROATIVO (FR21RET1)      00021100
      *                 ENTRA NO BRUTO E SOFRE INSS/IRRF DO MES         00021110
                                                                        00021120
           MOVE ZEROS TO WRK-VAL-RETRO.                                 00021130
           PERFORM VARYING WRK-IND-RT FROM 1 BY 1 UNTIL                 00021140
              WRK-IND-RT > WRK-TAB-RT-QTD                               00021150
              IF WRK-RT-IDFUNC(WRK-IND-RT) EQUAL FD-IDFUNC              00021160
                 MOVE WRK-RT-VALOR(WRK-IND-RT) TO WRK-VAL-RETRO         00021170
              END-IF                                                    00021180
           END-PERFORM.                                                 00021190
                                                                        00021200
      *                 COMISSAO DE VENDAS (FR21COM1) TAMBEM            00021210
      *                 ENTRA NO BRUTO                                  00021220
                                                                        00021230
           MOVE ZEROS TO WRK-VAL-COMISSAO.                              00021240
           PERFORM VARYING WRK-IND-CM FROM 1 BY 1 UNTIL                 00021250
              WRK-IND-CM > WRK-TAB-CM-QTD                               00021260
              IF WRK-CM-IDFUNC(WRK-IND-CM) EQUAL FD-IDFUNC              00021270
                 MOVE WRK-CM-VALOR(WRK-IND-CM) TO WRK-VAL-COMISSAO      00021280
              END-IF                                                    00021290
           END-PERFORM.                                                 00021300
                                                                        00021310
           COMPUTE WRK-BRUTO =                                          00021320
              WRK-VAL-NORM + WRK-VAL-EXT + WRK-VAL-FDS                  00021330
              + WRK-VAL-FERIAS + WRK-VAL-TERCO                          00021340
              + WRK-VAL-TEMPO + WRK-VAL-RETRO                           00021350
              + WRK-VAL-COMISSAO.                                       00021360
                                                                        00021370
      *                 DESCONTOS PROGRESSIVOS                          00021380
                                                                        00021390
           PERFORM 2300-CALCULA-INSS.                                   00021400
           PERFORM 2400-CALCULA-IRRF.                                   00021410
                                                                        00021420
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF.       00021430
                                                                        00021440
      *                 PENSAO ALIMENTICIA LOGO APOS OS DESCONTOS       00021450
      *                 LEGAIS, ANTES DA MARGEM DAS CONSIGNACOES        00021460
                                                                        00021470
           PERFORM 2650-DESCONTAR-PENSAO.                               00021480
                                                                        00021490
      *                 PARTE DO FUNCIONARIO NO VALE-TRANSPORTE         00021500
                                                                        00021510
           PERFORM 2680-DESCONTAR-VALE-TRANSP.                          00021520
                                                                        00021530
      *                 COPARTICIPACAO DO PLANO MEDICO                  00021540
                                                                        00021550
           PERFORM 2690-DESCONTAR-COPART.                               00021560
                                                                        00021570
      *                 CONSIGNACOES DEPOIS DOS DESCONTOS LEGAIS        00021580
                                                                        00021590
           PERFORM 2700-APLICAR-CONSIG.                                 00021600
                                                                        00021610
      *                 ADIANTAMENTO QUINZENAL JA PAGO NO MES           00021620
                                                                        00021630
           PERFORM 2800-DESCONTAR-ADIANTAMENTO.                         00021640
                                                                        00021650
      *                 GRAVACAO DA FOLHA                               00021660
                                                                        00021670
           MOVE FD-IDFUNC      TO FOLH-IDFUNC.                          00021680
           MOVE FD-NOMEFUNC    TO FOLH-NOME.                            00021690
           MOVE FD-HORAS       TO FOLH-HORAS.                           00021700
           MOVE WRK-SALARIO    TO FOLH-SALBASE.                         00021710
           MOVE WRK-VALOR-HORA TO FOLH-VALHORA.                         00021720
           MOVE WRK-BRUTO      TO FOLH-BRUTO.                           00021730
           MOVE WRK-INSS       TO FOLH-INSS.                            00021740
           MOVE WRK-IRRF       TO FOLH-IRRF.                            00021750
           MOVE WRK-LIQUIDO    TO FOLH-LIQUIDO.                         00021760
           MOVE WRK-HORAS-NORM TO FOLH-HORAS-NORM.                      00021770
           MOVE WRK-HORAS-EXT  TO FOLH-HORAS-EXT.                       00021780
           MOVE WRK-HORAS-FDS  TO FOLH-HORAS-FDS.                       00021790
           MOVE WRK-VAL-EXT    TO FOLH-VAL-EXT.                         00021800
           MOVE WRK-VAL-FDS    TO FOLH-VAL-FDS.                         00021810
           MOVE WRK-TOT-CSG-FUNC TO FOLH-CONSIG.                        00021820
           MOVE WRK-VAL-FERIAS   TO FOLH-FERIAS.                        00021830
           MOVE WRK-VAL-TERCO    TO FOLH-TERCO.                         00021840
           MOVE WRK-VAL-TEMPO    TO FOLH-ADIC-TEMPO.                    00021850
           MOVE WRK-VAL-RETRO    TO FOLH-RETRO.                         00021860
           MOVE WRK-VAL-ADIANT   TO FOLH-ADIANT.                        00021870
           MOVE WRK-TOT-PENSAO   TO FOLH-PENSAO.                        00021880
           MOVE WRK-VAL-VALE-TRANSP TO FOLH-VALE-TRANSP.                00021890
           MOVE WRK-VAL-COPART   TO FOLH-COPART.                        00021900
           MOVE WRK-VAL-COMISSAO TO FOLH-COMISSAO.                      00021910
           MOVE WRK-QTD-DEPIR    TO FOLH-QTD-DEPIR.                     00021920
           MOVE WRK-DED-DEPIR    TO FOLH-DED-DEPIR.                     00021930
           MOVE WRK-COMPET-FOLHA TO FOLH-COMPET.                        00021940
           WRITE REG-FOLHPAG.                                           00021950
                                                                        00021960
           ADD 1           TO WRK-GRAVADOS.                             00021970
           ADD WRK-BRUTO   TO WRK-TOT-BRUTO.                            00021980
           ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.                          00021990
                                                                        00022000
           PERFORM 2210-NOTIFICAR.                                      00022010
                                                                        00022020
       2200-99-FIM.                                            EXIT.    00022030
      *=============================================================*   00022040
                                                                        00022050
      *=============================================================*   00022060
       2210-NOTIFICAR                                       SECTION.    00022070
                                                                        00022080
      *          HOLERITE GRAVADO: AVISO AO FUNCIONARIO COM A           00022090
      *          COMPETENCIA (MM/AAAA) DA FOLHA                         00022100
                                                                        00022110
           MOVE WRK-COMPET-FOLHA(5:2) TO WRK-NH-MES.                    00022120
           MOVE WRK-COMPET-FOLHA(1:4) TO WRK-NH-ANO.                    00022130
                                                                        00022140
           MOVE 'FR21PAG1'        TO NOT-PROGRAMA.                      00022150
           MOVE 'NOTHOLER'        TO NOT-EVENTO.                        00022160
           MOVE FD-IDFUNC         TO NOT-IDFUNC.                        00022170
           MOVE WRK-NOT-HOLERITE  TO NOT-DETALHE.                       00022180
           CALL 'FR21NOT0' USING NOT-DADOS.                             00022190
           ADD 1 TO WRK-AVISOS.                                         00022200
                                                                        00022210
       2210-99-FIM.                                            EXIT.    00022220
      *=============================================================*   00022230
                                                                        00022240
      *=============================================================*   00022250
       2300-CALCULA-INSS                                    SECTION.    00022260
                                                                        00022270
      *                 FAIXA PELA BASE, COM TETO DE CONTRIBUICAO       00022280
                                                                        00022290
           MOVE WRK-BRUTO TO WRK-BASE-CALC.                             00022300
           MOVE ZEROS     TO WRK-INSS.                                  00022310
           MOVE 'N'       TO WRK-ACHOU-FX.                              00022320
                                                                        00022330
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL                 00022340
              WRK-IND-FX > WRK-TAB-INSS-QTD OR WRK-ACHOU-FX = 'S'       00022350
              IF WRK-BASE-CALC NOT LESS WRK-TI-LIMINF(WRK-IND-FX)       00022360
                 AND WRK-BASE-CALC NOT GREATER                          00022370
                     WRK-TI-LIMSUP(WRK-IND-FX)                          00022380
                 MOVE 'S' TO WRK-ACHOU-FX                               00022390
                 COMPUTE WRK-INSS ROUNDED =                             00022400
                    (WRK-BASE-CALC * WRK-TI-ALIQUOTA(WRK-IND-FX)        00022410
                     / 100) - WRK-TI-PARCDED(WRK-IND-FX)                00022420
                 PERFORM 2500-GRAVA-DEDUCAO-INSS                        00022430
              END-IF                                                    00022440
           END-PERFORM.                                                 00022450
                                                                        00022460
      *                 ACIMA DA ULTIMA FAIXA: CONTRIBUICAO NO TETO     00022470
                                                                        00022480
           IF WRK-ACHOU-FX NOT EQUAL 'S'                                00022490
              AND WRK-TAB-INSS-QTD GREATER ZEROS                        00022500
              MOVE WRK-TAB-INSS-QTD TO WRK-IND-FX                       00022510
              IF WRK-BASE-CALC GREATER WRK-TI-LIMSUP(WRK-IND-FX)        00022520
                 MOVE WRK-TI-LIMSUP(WRK-IND-FX) TO WRK-BASE-CALC        00022530
                 COMPUTE WRK-INSS ROUNDED =                             00022540
                    (WRK-BASE-CALC * WRK-TI-ALIQUOTA(WRK-IND-FX)        00022550
                     / 100) - WRK-TI-PARCDED(WRK-IND-FX)                00022560
                 PERFORM 2500-GRAVA-DEDUCAO-INSS                        00022570
              END-IF                                                    00022580
           END-IF.                                                      00022590
                                                                        00022600
       2300-99-FIM.                                            EXIT.    00022610
      *=============================================================*   00022620
                                                                        00022630
      *=============================================================*   00022640
       2400-CALCULA-IRRF                                    SECTION.    00022650
                                                                        00022660
      *                 BASE DO IRRF: BRUTO MENOS INSS MENOS A          00022670
      *                 DEDUCAO POR DEPENDENTE                          00022680
                                                                        00022690
           COMPUTE WRK-BASE-CALC = WRK-BRUTO - WRK-INSS.                00022700
           PERFORM 2450-DEDUZIR-DEPENDENTES.                            00022710
           MOVE ZEROS TO WRK-IRRF.                                      00022720
           MOVE 'N'   TO WRK-ACHOU-FX.                                  00022730
                                                                        00022740
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL                 00022750
              WRK-IND-FX > WRK-TAB-IRRF-QTD OR WRK-ACHOU-FX = 'S'       00022760
              IF WRK-BASE-CALC NOT LESS WRK-TR-LIMINF(WRK-IND-FX)       00022770
                 AND WRK-BASE-CALC NOT GREATER                          00022780
                     WRK-TR-LIMSUP(WRK-IND-FX)                          00022790
                 MOVE 'S' TO WRK-ACHOU-FX                               00022800
                 COMPUTE WRK-IRRF ROUNDED =                             00022810
                    (WRK-BASE-CALC * WRK-TR-ALIQUOTA(WRK-IND-FX)        00022820
                     / 100) - WRK-TR-PARCDED(WRK-IND-FX)                00022830
                 IF WRK-IRRF GREATER ZEROS                              00022840
                    PERFORM 2600-GRAVA-DEDUCAO-IRRF                     00022850
                 END-IF                                                 00022860
              END-IF                                                    00022870
           END-PERFORM.                                                 00022880
                                                                        00022890
      *                 ACIMA DA ULTIMA FAIXA: ALIQUOTA MAXIMA          00022900
                                                                        00022910
           IF WRK-ACHOU-FX NOT EQUAL 'S'                                00022920
              AND WRK-TAB-IRRF-QTD GREATER ZEROS                        00022930
              MOVE WRK-TAB-IRRF-QTD TO WRK-IND-FX                       00022940
              IF WRK-BASE-CALC GREATER WRK-TR-LIMSUP(WRK-IND-FX)        00022950
                 COMPUTE WRK-IRRF ROUNDED =                             00022960
                    (WRK-BASE-CALC * WRK-TR-ALIQUOTA(WRK-IND-FX)        00022970
                     / 100) - WRK-TR-PARCDED(WRK-IND-FX)                00022980
                 IF WRK-IRRF GREATER ZEROS                              00022990
                    PERFORM 2600-GRAVA-DEDUCAO-IRRF                     00023000
                 END-IF                                                 00023010
              END-IF                                                    00023020
           END-IF.                                                      00023030
                                                                        00023040
       2400-99-FIM.                                            EXIT.    00023050
      *=============================================================*   00023060
                                                                        00023070
      *=============================================================*   00023080
       2450-DEDUZIR-DEPENDENTES                             SECTION.    00023090
                                                                        00023100
           MOVE ZEROS TO WRK-QTD-DEPIR WRK-DED-DEPIR.                   00023110
                                                                        00023120
           PERFORM VARYING WRK-IND-DI FROM 1 BY 1 UNTIL                 00023130
              WRK-IND-DI > WRK-TAB-DI-QTD                               00023140
              IF WRK-DI-IDFUNC(WRK-IND-DI) EQUAL FD-IDFUNC              00023150
                 MOVE WRK-DI-QTD(WRK-IND-DI) TO WRK-QTD-DEPIR           00023160
              END-IF                                                    00023170
           END-PERFORM.                                                 00023180
                                                                        00023190
           IF WRK-QTD-DEPIR EQUAL ZEROS                                 00023200
              GO TO 2450-99-FIM                                         00023210
           END-IF.                                                      00023220
                                                                        00023230
           COMPUTE WRK-DED-DEPIR = WRK-QTD-DEPIR * WRK-VAL-DEP-IR.      00023240
                                                                        00023250
      *                 A DEDUCAO NAO TORNA A BASE NEGATIVA             00023260
                                                                        00023270
           IF WRK-DED-DEPIR GREATER WRK-BASE-CALC                       00023280
              MOVE ZEROS TO WRK-BASE-CALC                               00023290
           ELSE                                                         00023300
              SUBTRACT WRK-DED-DEPIR FROM WRK-BASE-CALC                 00023310
           END-IF.                                                      00023320
                                                                        00023330
       2450-99-FIM.                                            EXIT.    00023340
      *=============================================================*   00023350
                                                                        00023360
      *=============================================================*   00023370
       2500-GRAVA-DEDUCAO-INSS                              SECTION.    00023380
                                                                        00023390
           MOVE FD-IDFUNC     TO WRK-IDFUNC-DED.                        00023400
           MOVE 'I'           TO WRK-TIPO-DED.                          00023410
           MOVE WRK-BASE-CALC TO WRK-BASE-DED.                          00023420
           MOVE WRK-TI-ALIQUOTA(WRK-IND-FX) TO WRK-ALIQ-DED.            00023430
           MOVE WRK-INSS      TO WRK-VALOR-DED.                         00023440
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00023450
           ADD 1 TO WRK-DED-GRAVADOS.                                   00023460
                                                                        00023470
       2500-99-FIM.                                            EXIT.    00023480
      *=============================================================*   00023490
                                                                        00023500
      *=============================================================*   00023510
       2600-GRAVA-DEDUCAO-IRRF                              SECTION.    00023520
                                                                        00023530
           MOVE FD-IDFUNC     TO WRK-IDFUNC-DED.                        00023540
           MOVE 'R'           TO WRK-TIPO-DED.                          00023550
           MOVE WRK-BASE-CALC TO WRK-BASE-DED.                          00023560
           MOVE WRK-TR-ALIQUOTA(WRK-IND-FX) TO WRK-ALIQ-DED.            00023570
           MOVE WRK-IRRF      TO WRK-VALOR-DED.                         00023580
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00023590
           ADD 1 TO WRK-DED-GRAVADOS.                                   00023600
                                                                        00023610
       2600-99-FIM.                                            EXIT.    00023620
      *=============================================================*   00023630
                                                                        00023640
      *=============================================================*   00023650
       2650-DESCONTAR-PENSAO                                SECTION.    00023660
                                                                        00023670
      *                 UMA LINHA 'P' NO FOLHDED POR ORDEM VIGENTE,     00023680
      *                 MESMO ZERADA, NA ORDEM DO SEQPENS: O FR21PEN1   00023690
      *                 CASA CADA LINHA COM A SUA ORDEM                 00023700
                                                                        00023710
           MOVE ZEROS       TO WRK-TOT-PENSAO.                          00023720
           MOVE WRK-LIQUIDO TO WRK-LIQ-LEGAL.                           00023730
                                                                        00023740
           PERFORM VARYING WRK-IND-PN FROM 1 BY 1 UNTIL                 00023750
              WRK-IND-PN > WRK-TAB-PN-QTD                               00023760
              IF WRK-PN-IDFUNC(WRK-IND-PN) EQUAL FD-IDFUNC              00023770
                 PERFORM 2660-CALCULAR-PENSAO                           00023780
              END-IF                                                    00023790
           END-PERFORM.                                                 00023800
                                                                        00023810
           SUBTRACT WRK-TOT-PENSAO FROM WRK-LIQUIDO.                    00023820
                                                                        00023830
       2650-99-FIM.                                            EXIT.    00023840
      *=============================================================*   00023850
                                                                        00023860
      *=============================================================*   00023870
       2660-CALCULAR-PENSAO                                 SECTION.    00023880
                                                                        00023890
           IF WRK-PN-BASECALC(WRK-IND-PN) EQUAL 'P'                     00023900
              COMPUTE WRK-VAL-PENSAO ROUNDED =                          00023910
                 WRK-LIQ-LEGAL * WRK-PN-PERCENT(WRK-IND-PN) / 100       00023920
              MOVE WRK-PN-PERCENT(WRK-IND-PN) TO WRK-ALIQ-DED           00023930
           ELSE                                                         00023940
              MOVE WRK-PN-VALOR(WRK-IND-PN)   TO WRK-VAL-PENSAO         00023950
              MOVE ZEROS                      TO WRK-ALIQ-DED           00023960
           END-IF.                                                      00023970
                                                                        00023980
      *                 LIQUIDO INSUFICIENTE: DESCONTA O QUE HOUVER E   00023990
      *                 O DEMONSTRATIVO DA ORDEM SAI COMO PARCIAL       00024000
                                                                        00024010
           IF WRK-TOT-PENSAO + WRK-VAL-PENSAO GREATER WRK-LIQ-LEGAL     00024020
              COMPUTE WRK-VAL-PENSAO =                                  00024030
                 WRK-LIQ-LEGAL - WRK-TOT-PENSAO                         00024040
              DISPLAY 'PENSAO PARCIAL (LIQUIDO INSUFICIENTE) - FUNC '   00024050
                      FD-IDFUNC                                         00024060
           END-IF.                                                      00024070
                                                                        00024080
           ADD WRK-VAL-PENSAO TO WRK-TOT-PENSAO.                        00024090
                                                                        00024100
           MOVE FD-IDFUNC      TO WRK-IDFUNC-DED.                       00024110
           MOVE 'P'            TO WRK-TIPO-DED.                         00024120
           MOVE WRK-LIQ-LEGAL  TO WRK-BASE-DED.                         00024130
           MOVE WRK-VAL-PENSAO TO WRK-VALOR-DED.                        00024140
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00024150
           ADD 1 TO WRK-DED-GRAVADOS.                                   00024160
                                                                        00024170
       2660-99-FIM.                                            EXIT.    00024180
      *=============================================================*   00024190
                                                                        00024200
      *=============================================================*   00024210
       2680-DESCONTAR-VALE-TRANSP                           SECTION.    00024220
                                                                        00024230
      *                 O DESCONTO NAO PASSA DO LIQUIDO RESTANTE; A     00024240
      *                 DIFERENCA FICA PARA ACERTO MANUAL (DISPLAY)     00024250
                                                                        00024260
           MOVE ZEROS TO WRK-VT-DEVIDO WRK-VAL-VALE-TRANSP.             00024270
           PERFORM VARYING WRK-IND-VL FROM 1 BY 1 UNTIL                 00024280
              WRK-IND-VL > WRK-TAB-VL-QTD                               00024290
              IF WRK-VL-IDFUNC(WRK-IND-VL) EQUAL FD-IDFUNC              00024300
                 ADD WRK-VL-VALOR(WRK-IND-VL) TO WRK-VT-DEVIDO          00024310
              END-IF                                                    00024320
           END-PERFORM.                                                 00024330
                                                                        00024340
           IF WRK-VT-DEVIDO EQUAL ZEROS                                 00024350
              GO TO 2680-99-FIM                                         00024360
           END-IF.                                                      00024370
                                                                        00024380
           IF WRK-VT-DEVIDO GREATER WRK-LIQUIDO                         00024390
              MOVE WRK-LIQUIDO TO WRK-VAL-VALE-TRANSP                   00024400
              DISPLAY 'VALE-TRANSPORTE MAIOR QUE O LIQUIDO - FUNC '     00024410
                      FD-IDFUNC                                         00024420
           ELSE                                                         00024430
              MOVE WRK-VT-DEVIDO TO WRK-VAL-VALE-TRANSP                 00024440
           END-IF.                                                      00024450
                                                                        00024460
           SUBTRACT WRK-VAL-VALE-TRANSP FROM WRK-LIQUIDO.               00024470
                                                                        00024480
      *                 DETALHE NO FOLHDED (TIPO 'V')                   00024490
                                                                        00024500
           MOVE FD-IDFUNC           TO WRK-IDFUNC-DED.                  00024510
           MOVE 'V'                 TO WRK-TIPO-DED.                    00024520
           MOVE WRK-VT-DEVIDO       TO WRK-BASE-DED.                    00024530
           MOVE ZEROS               TO WRK-ALIQ-DED.                    00024540
           MOVE WRK-VAL-VALE-TRANSP TO WRK-VALOR-DED.                   00024550
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00024560
           ADD 1 TO WRK-DED-GRAVADOS.                                   00024570
                                                                        00024580
       2680-99-FIM.                                            EXIT.    00024590
      *=============================================================*   00024600
                                                                        00024610
      *=============================================================*   00024620
       2690-DESCONTAR-COPART                                SECTION.    00024630
                                                                        00024640
      *                 O DESCONTO NAO PASSA DO LIQUIDO RESTANTE; A     00024650
      *                 DIFERENCA FICA PARA ACERTO MANUAL (DISPLAY)     00024660
                                                                        00024670
           MOVE ZEROS TO WRK-COP-DEVIDO WRK-VAL-COPART.                 00024680
           PERFORM VARYING WRK-IND-CP FROM 1 BY 1 UNTIL                 00024690
              WRK-IND-CP > WRK-TAB-CP-QTD                               00024700
              IF WRK-CP-IDFUNC(WRK-IND-CP) EQUAL FD-IDFUNC              00024710
                 ADD WRK-CP-VALOR(WRK-IND-CP) TO WRK-COP-DEVIDO         00024720
              END-IF                                                    00024730
           END-PERFORM.                                                 00024740
                                                                        00024750
           IF WRK-COP-DEVIDO EQUAL ZEROS                                00024760
              GO TO 2690-99-FIM                                         00024770
           END-IF.                                                      00024780
                                                                        00024790
           IF WRK-COP-DEVIDO GREATER WRK-LIQUIDO                        00024800
              MOVE WRK-LIQUIDO TO WRK-VAL-COPART                        00024810
              DISPLAY 'COPARTICIPACAO MAIOR QUE O LIQUIDO - FUNC '      00024820
                      FD-IDFUNC                                         00024830
           ELSE                                                         00024840
              MOVE WRK-COP-DEVIDO TO WRK-VAL-COPART                     00024850
           END-IF.                                                      00024860
                                                                        00024870
           SUBTRACT WRK-VAL-COPART FROM WRK-LIQUIDO.                    00024880
                                                                        00024890
      *                 DETALHE NO FOLHDED (TIPO 'M')                   00024900
                                                                        00024910
           MOVE FD-IDFUNC           TO WRK-IDFUNC-DED.                  00024920
           MOVE 'M'                 TO WRK-TIPO-DED.                    00024930
           MOVE WRK-COP-DEVIDO      TO WRK-BASE-DED.                    00024940
           MOVE ZEROS               TO WRK-ALIQ-DED.                    00024950
           MOVE WRK-VAL-COPART      TO WRK-VALOR-DED.                   00024960
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00024970
           ADD 1 TO WRK-DED-GRAVADOS.                                   00024980
                                                                        00024990
       2690-99-FIM.                                            EXIT.    00025000
      *=============================================================*   00025010
                                                                        00025020
      *=============================================================*   00025030
       2700-APLICAR-CONSIG                                  SECTION.    00025040
                                                                        00025050
      *                 TETO LEGAL: A SOMA DAS CONSIGNACOES NAO         00025060
      *                 PASSA DE 30 PCT DO LIQUIDO APOS INSS, IRRF      00025070
      *                 E PENSAO (VALE-TRANSPORTE E COPARTICIPACAO      00025080
      *                 NAO REDUZEM A MARGEM); PARCELA QUE ESTOURA      00025090
      *                 O TETO E ADIADA (O SALDO DE PARCELAS NAO E      00025091
      *                 DECREMENTADO)                                   00025092
                                                                        00025100
           COMPUTE WRK-TETO-CSG ROUNDED =                               00025110
              (WRK-LIQ-LEGAL - WRK-TOT-PENSAO)                          00025120
              * WRK-PCT-TETO-CSG / 100.                                 00025121
      *                 SEM PASSAR DO LIQUIDO QUE RESTOU                00025122
           IF WRK-TETO-CSG GREATER WRK-LIQUIDO                          00025123
              MOVE WRK-LIQUIDO TO WRK-TETO-CSG                          00025124
           END-IF.                                                      00025125
           MOVE ZEROS TO WRK-TOT-CSG-FUNC.                              00025130
                                                                        00025140
           PERFORM VARYING WRK-IND-CS FROM 1 BY 1 UNTIL                 00025150
              WRK-IND-CS > WRK-TAB-CS-QTD                               00025160
              IF WRK-CS-IDFUNC(WRK-IND-CS) EQUAL FD-IDFUNC              00025170
                 AND WRK-CS-REST(WRK-IND-CS) GREATER ZEROS              00025180
                 IF WRK-TOT-CSG-FUNC                                    00025190
                    + WRK-CS-PARCELA(WRK-IND-CS)                        00025200
                    NOT GREATER WRK-TETO-CSG                            00025210
                    PERFORM 2750-DESCONTAR-PARCELA                      00025220
                 ELSE                                                   00025230
                    ADD 1 TO WRK-CSG-ADIADAS                            00025240
                 END-IF                                                 00025250
              END-IF                                                    00025260
           END-PERFORM.                                                 00025270
                                                                        00025280
           SUBTRACT WRK-TOT-CSG-FUNC FROM WRK-LIQUIDO.                  00025290
                                                                        00025300
       2700-99-FIM.                                            EXIT.    00025310
      *=============================================================*   00025320
                                                                        00025330
      *=============================================================*   00025340
       2750-DESCONTAR-PARCELA                               SECTION.    00025350
                                                                        00025360
           ADD WRK-CS-PARCELA(WRK-IND-CS) TO WRK-TOT-CSG-FUNC.          00025370
           SUBTRACT 1 FROM WRK-CS-REST(WRK-IND-CS).                     00025380
           ADD 1 TO WRK-CSG-APLICADAS.                                  00025390
                                                                        00025400
      *                 DETALHE NO FOLHDED (TIPO 'C')                   00025410
                                                                        00025420
           MOVE FD-IDFUNC     TO WRK-IDFUNC-DED.                        00025430
           MOVE 'C'           TO WRK-TIPO-DED.                          00025440
           MOVE WRK-LIQUIDO   TO WRK-BASE-DED.                          00025450
           MOVE ZEROS         TO WRK-ALIQ-DED.                          00025460
           MOVE WRK-CS-PARCELA(WRK-IND-CS) TO WRK-VALOR-DED.            00025470
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00025480
           ADD 1 TO WRK-DED-GRAVADOS.                                   00025490
                                                                        00025500
      *                 RESUMO POR BENEFICIARIO                         00025510
                                                                        00025520
           MOVE 'N' TO WRK-ACHOU-BN.                                    00025530
           PERFORM VARYING WRK-IND-BN FROM 1 BY 1 UNTIL                 00025540
              WRK-IND-BN > WRK-TAB-BN-QTD OR WRK-ACHOU-BN = 'S'         00025550
              IF WRK-BN-BENEFIC(WRK-IND-BN) EQUAL                       00025560
                 WRK-CS-BENEFIC(WRK-IND-CS)                             00025570
                 MOVE 'S' TO WRK-ACHOU-BN                               00025580
                 SUBTRACT 1 FROM WRK-IND-BN                             00025590
              END-IF                                                    00025600
           END-PERFORM.                                                 00025610
                                                                        00025620
           IF WRK-ACHOU-BN NOT EQUAL 'S'                                00025630
              IF WRK-TAB-BN-QTD NOT LESS 100                            00025640
                 GO TO 2750-99-FIM                                      00025650
              END-IF                                                    00025660
              ADD 1 TO WRK-TAB-BN-QTD                                   00025670
              MOVE WRK-TAB-BN-QTD TO WRK-IND-BN                         00025680
              MOVE WRK-CS-BENEFIC(WRK-IND-CS)                           00025690
                   TO WRK-BN-BENEFIC(WRK-IND-BN)                        00025700
              MOVE ZEROS TO WRK-BN-QTDE(WRK-IND-BN)                     00025710
              MOVE ZEROS TO WRK-BN-VALOR(WRK-IND-BN)                    00025720
           END-IF.                                                      00025730
                                                                        00025740
           ADD 1 TO WRK-BN-QTDE(WRK-IND-BN).                            00025750
           ADD WRK-CS-PARCELA(WRK-IND-CS)                               00025760
              TO WRK-BN-VALOR(WRK-IND-BN).                              00025770
                                                                        00025780
       2750-99-FIM.                                            EXIT.    00025790
      *=============================================================*   00025800
                                                                        00025810
      *=============================================================*   00025820
       2800-DESCONTAR-ADIANTAMENTO                          SECTION.    00025830
                                                                        00025840
      *                 O DESCONTO NAO PASSA DO LIQUIDO RESTANTE; A     00025850
      *                 DIFERENCA FICA PARA ACERTO MANUAL (DISPLAY)     00025860
                                                                        00025870
           MOVE ZEROS TO WRK-ADT-PAGO WRK-VAL-ADIANT.                   00025880
           PERFORM VARYING WRK-IND-AD FROM 1 BY 1 UNTIL                 00025890
              WRK-IND-AD > WRK-TAB-AD-QTD                               00025900
              IF WRK-AD-IDFUNC(WRK-IND-AD) EQUAL FD-IDFUNC              00025910
                 ADD WRK-AD-VALOR(WRK-IND-AD) TO WRK-ADT-PAGO           00025920
              END-IF                                                    00025930
           END-PERFORM.                                                 00025940
                                                                        00025950
           IF WRK-ADT-PAGO EQUAL ZEROS                                  00025960
              GO TO 2800-99-FIM                                         00025970
           END-IF.                                                      00025980
                                                                        00025990
           IF WRK-ADT-PAGO GREATER WRK-LIQUIDO                          00026000
              MOVE WRK-LIQUIDO TO WRK-VAL-ADIANT                        00026010
              DISPLAY 'ADIANTAMENTO MAIOR QUE O LIQUIDO - FUNC '        00026020
                      FD-IDFUNC                                         00026030
           ELSE                                                         00026040
              MOVE WRK-ADT-PAGO TO WRK-VAL-ADIANT                       00026050
           END-IF.                                                      00026060
                                                                        00026070
           SUBTRACT WRK-VAL-ADIANT FROM WRK-LIQUIDO.                    00026080
                                                                        00026090
      *                 DETALHE NO FOLHDED (TIPO 'A')                   00026100
                                                                        00026110
           MOVE FD-IDFUNC      TO WRK-IDFUNC-DED.                       00026120
           MOVE 'A'            TO WRK-TIPO-DED.                         00026130
           MOVE WRK-ADT-PAGO   TO WRK-BASE-DED.                         00026140
           MOVE ZEROS          TO WRK-ALIQ-DED.                         00026150
           MOVE WRK-VAL-ADIANT TO WRK-VALOR-DED.                        00026160
           WRITE FD-FOLHDED FROM WRK-DEDUCAO.                           00026170
           ADD 1 TO WRK-DED-GRAVADOS.                                   00026180
                                                                        00026190
       2800-99-FIM.                                            EXIT.    00026200
      *=============================================================*   00026210
                                                                        00026220
      *=============================================================*   00026230
       3000-FINALIZAR                                       SECTION.    00026240
                                                                        00026250
             DISPLAY 'RESUMOS LIDOS.........' WRK-LIDOS.                00026260
             DISPLAY 'FOLHAS GRAVADAS.......' WRK-GRAVADOS.             00026270
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00026280
             DISPLAY 'CONSIG. APLICADAS.....' WRK-CSG-APLICADAS.        00026290
             DISPLAY 'CONSIG. ADIADAS.......' WRK-CSG-ADIADAS.          00026300
             DISPLAY 'FERIAS MONETIZADAS....' WRK-EVT-MONETIZADOS.      00026310
             DISPLAY 'AVISOS DE HOLERITE....' WRK-AVISOS.               00026320
             MOVE WRK-TOT-BRUTO TO WRK-TOT-BRUTO-ED.                    00026330
             DISPLAY 'TOTAL BRUTO DA FOLHA..' WRK-TOT-BRUTO-ED.         00026340
             MOVE WRK-TOT-LIQUIDO TO WRK-TOT-LIQUIDO-ED.                00026350
             DISPLAY 'TOTAL LIQUIDO DA FOLHA' WRK-TOT-LIQUIDO-ED.       00026360
             DISPLAY WRK-MSG-FINAL.                                     00026370
                                                                        00026380
             CLOSE ARQUIOU4.                                            00026390
             IF WRK-FS-PNTDET NOT EQUAL 35                              00026400
                CLOSE PNTDET                                            00026410
             END-IF.                                                    00026420
             IF WRK-FS-FEREVT NOT EQUAL 35                              00026430
                CLOSE FEREVT                                            00026440
             END-IF.                                                    00026450
             IF WRK-FS-ABSAPL NOT EQUAL 35                              00026460
                CLOSE ABSAPL                                            00026470
             END-IF.                                                    00026480
             IF WRK-FS-ANUENIO NOT EQUAL 35                             00026490
                CLOSE ANUENIO                                           00026500
             END-IF.                                                    00026510
             IF WRK-FS-DIFRET NOT EQUAL 35                              00026520
                CLOSE DIFRET                                            00026530
             END-IF.                                                    00026540
             IF WRK-FS-ADIANT NOT EQUAL 35                              00026550
                CLOSE ADIANT                                            00026560
             END-IF.                                                    00026570
             IF WRK-FS-VALES NOT EQUAL 35                               00026580
                CLOSE VALES                                             00026590
             END-IF.                                                    00026600
             IF WRK-FS-BHVENC NOT EQUAL 35                              00026610
                CLOSE BHVENC                                            00026620
             END-IF.                                                    00026630
             IF WRK-FS-COPDESC NOT EQUAL 35                             00026640
                CLOSE COPDESC                                           00026650
             END-IF.                                                    00026660
             IF WRK-FS-COMISSAO NOT EQUAL 35                            00026670
                CLOSE COMISSAO                                          00026680
             END-IF.                                                    00026690
             CLOSE FOLHPAG.                                             00026700
             CLOSE FOLHDED.                                             00026710
             CLOSE FOLHREJ.                                             00026720
                                                                        00026730
      *          CONSIGNACOES ATUALIZADAS E RESUMO POR BENEFICIARIO     00026740
                                                                        00026750
             PERFORM 3200-GRAVAR-CONSIG.                                00026760
                                                                        00026770
      *                 DISPLAY DE HORARIO                              00026780
                                                                        00026790
             MOVE 'Z'        TO LNK-CK-OPERACAO.                        00026800
             MOVE 'FR21PAG1' TO LNK-CK-PROGRAMA.                        00026810
             CALL 'FR21CKP1' USING LNK-CKPT.                            00026820
                                                                        00026830
             CALL 'DATAEXT' USING LNK-INFO-DATA.                        00026840
             DISPLAY WRK-LINHA-VAZIA.                                   00026850
             DISPLAY LINK-DATA.                                         00026860
             DISPLAY LINK-HORA.                                         00026870
             DISPLAY LINK-DIA-SEMANA.                                   00026880
             DISPLAY WRK-LINHA-VAZIA.                                   00026890
             STOP RUN.                                                  00026900
                                                                        00026910
       3000-99-FIM.                                            EXIT.    00026920
      *=============================================================*   00026930
                                                                        00026940
      *=============================================================*   00026950
       3200-GRAVAR-CONSIG                                   SECTION.    00026960
                                                                        00026970
           CLOSE CONSNOVO.                                              00026980
           OPEN OUTPUT CONSNOVO.                                        00026990
           PERFORM 2070-RETRATO-CONSIG.                                 00027000
                                                                        00027010
           PERFORM VARYING WRK-IND-BN FROM 1 BY 1                       00027020
                   UNTIL WRK-IND-BN > WRK-TAB-BN-QTD                    00027030
              MOVE WRK-BN-BENEFIC(WRK-IND-BN) TO WRK-CL-BENEFIC         00027040
              MOVE WRK-BN-QTDE(WRK-IND-BN)    TO WRK-CL-QTDE            00027050
              MOVE WRK-BN-VALOR(WRK-IND-BN)   TO WRK-CL-VALOR           00027060
              WRITE FD-RELCSG FROM WRK-CSG-LINHA                        00027070
           END-PERFORM.                                                 00027080
                                                                        00027090
           IF WRK-FS-CONSIG NOT EQUAL 35                                00027100
              CLOSE CONSIG                                              00027110
           END-IF.                                                      00027120
           CLOSE CONSNOVO RELCSG.                                       00027130
                                                                        00027140
       3200-99-FIM.                                            EXIT.    00027150
      *=============================================================*   00027160
      *=============================================================*   00027170
                                                                        00027180
      *=============================================================*   00027190
       9000-TRATARERROS                                     SECTION.    00027200
                                                                        00027210
             MOVE 'E' TO WRK-SEVERIDADE.                                00027220
             CALL 'GRAVALOG' USING WRK-DADOS.                           00027230
             STOP RUN.                                                  00027240
                                                                        00027250
       9000-99-FIM.                                            EXIT.    00027260
      *=============================================================*   00027270
