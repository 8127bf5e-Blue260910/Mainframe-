//*           DO MES (CLIMES); PARCELA BLOQUEADA DO BLOQJUD,            00000080
//*           DOCUMENTO/ENDERECO DO CADCLI E NOME DA AGENCIA DO         00000090
//*           AGENSEQ NO CABECALHO; COMPETENCIA PELA DATA DE            00000100
//*           NEGOCIO DO CONTROLE DATAPROC; AVISO DA TROCA DE           00000110
//*           PACOTE DE SERVICOS AGENDADA (PACCTA/TABPAC)               00000111
//* PASSO 2 - RENOVA A IMAGEM DE ABERTURA PARA O PROXIMO MES            00000120
//*           (RODAR APOS O ULTIMO FR21EX04 DO MES E ANTES DO           00000130
//*           PRIMEIRO DO MES NOVO: O PASSO COPIA A IMAGEM VIVA)        00000140
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00000200
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00000210
//AGENSEQ  DD   DSN=PR.FOUR021.AGENSEQ,DISP=SHR                         00000220
//PACCTA   DD   DSN=GR.FOUR021.PACVSAM,DISP=SHR                         00000221
//TABPAC   DD   DSN=PR.FOUR021.TABPAC,DISP=SHR                          00000222
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000230
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000240
//EXTRATO  DD   DSN=PR.FOUR021.EXTRATO,DISP=OLD                         00000250
