//* LIDO PELO MODULO FR21MSG1: ID X(08) + TEXTO X(60), LRECL 68.        00000040
//* A CARGA INICIAL REPETE OS TEXTOS PADRAO DOS PROGRAMAS; DAQUI        00000050
//* EM DIANTE MUDANCA DE REDACAO E SO REGRAVAR ESTE ARQUIVO.            00000060
//* OS IDS NOT* SAO OS MODELOS DOS AVISOS POR E-MAIL AO FUNCIONARIO     00000061
//* (FR21NOT1): O '#' RECEBE O DETALHE DO EVENTO.                       00000062
//*****************************************************************     00000070
//STEP01   EXEC PGM=IEBGENER                                            00000080
//SYSUT1   DD   *                                                       00000090
CABRELD RELATORIO DE FUNCIONARIOS POR SETOR PAG:                        00000120
MSGENCONENCONTRADO                                                      00000130
MSGNENCONAO ENCONTRADO                                                  00000140
NOTHOLERSEU HOLERITE DA COMPETENCIA # JA ESTA DISPONIVEL                00000141
NOTFERAPSEU PEDIDO DE FERIAS FOI APROVADO: #                            00000142
NOTFERRCSEU PEDIDO DE FERIAS FOI RECUSADO: #                            00000143
NOTAUMENSEU SALARIO FOI REAJUSTADO PARA R$ #                            00000144
NOTTRANSSUA TRANSFERENCIA FOI EFETIVADA: #                              00000145
NOTBENEFSUA ADESAO AOS BENEFICIOS FOI CONFIRMADA: #                     00000146
//SYSUT2   DD   DSN=PR.FOUR021.MENSAGEM,DISP=(NEW,CATLG,DELETE),        00000150
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),                      00000160
//              DCB=(RECFM=FB,LRECL=68,BLKSIZE=6800)                    00000170
