      *=================LAYOUT DO ARQUIVO USUARIOS=====================*
      *  CADASTRO DE OPERADORES DO MENU ONLINE (KSDS GR.FOUR021.       *
      *  USUARIOS, CHAVE USU-OPERADOR), LIDO NO SIGNON DO F21CIP0 E    *
      *  MANTIDO PELA SEGURANCA NO F21CIPP E PELO FR21SEG1 (SEMANAL).  *
      *  USU-FUNCOES: POSICAO N = 'S' LIBERA A OPCAO N DO MENU; A      *
      *  POSICAO 21 E O PERFIL APROVADOR (F21CIPN) E A 23 O PERFIL     *
      *  DE ADMINISTRADOR DE SEGURANCA (F21CIPP).                      *
      *  USU-SITUACAO: 'A' ATIVO / 'B' BLOQUEADO POR SENHA ERRADA /    *
      *  'I' INATIVADO POR FALTA DE USO. BRANCO VALE COMO 'A'.         *
      *  USU-DATA-SENHA: DATA DA ULTIMA TROCA; ZEROS = SENHA           *
      *  PROVISORIA, TROCA OBRIGATORIA NO PROXIMO SIGNON.              *
      *  O REGISTRO DE CHAVE '*PARAMET' GUARDA OS PARAMETROS DE        *
      *  SEGURANCA (USU-PARAMETROS); SEM ELE VALEM 3 TENTATIVAS,       *
      *  SENHA VALIDA POR 45 DIAS E INATIVACAO APOS 90 DIAS SEM USO.   *
       01 REG-USUARIO.
          05 USU-OPERADOR       PIC X(08).
          05 USU-DADOS.
             10 USU-SENHA       PIC X(08).
             10 USU-SUPERV      PIC X(01).
             10 USU-FUNCOES     PIC X(23).
             10 USU-SITUACAO    PIC X(01).
             10 USU-TENTATIVAS  PIC 9(02).
             10 USU-DATA-SENHA  PIC 9(08).
             10 USU-ULT-SIGNON  PIC 9(08).
             10 FILLER          PIC X(11).
          05 USU-PARAMETROS REDEFINES USU-DADOS.
             10 USU-PRM-TENTATIVAS  PIC 9(02).
             10 USU-PRM-DIAS-SENHA  PIC 9(03).
             10 USU-PRM-DIAS-INATIV PIC 9(03).
             10 FILLER              PIC X(54).
      *=====================LRECL 70===================================*
