//*           VIGENCIA) NO MOVJUR, DIARIO (JURNAL), TOTAIS DE           00000060
//*           RECOLHIMENTO (IRFREM) E PROVA DA MESA DE IMPOSTOS         00000070
//*           (RELIRF); DATA DE NEGOCIO DO CONTROLE DATAPROC            00000080
//*           CONTA POUPANCA (CLIMAST) FICA DE FORA: RENDE NO           00000081
//*           ANIVERSARIO PELO FR21POU2                                 00000082
//* PASSO 2 - ANEXA OS CREDITOS A ENTRADA DO DEPOSITO (MOV0106E)        00000090
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000100
//*****************************************************************     00000110
//STEP01   EXEC PGM=FR21EX07                                            00000120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000130
//CLIENTES DD   DSN=PR.FOUR021.CLIENTES,DISP=SHR                        00000140
//CLIMAST  DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000141
//TAXAJUR  DD   DSN=PR.FOUR021.TAXAJUR,DISP=SHR                         00000150
//TAXIRF   DD   DSN=PR.FOUR021.TAXIRF,DISP=SHR                          00000160
//MOVJUR   DD   DSN=PR.FOUR021.MOVJUR,DISP=OLD                          00000170
