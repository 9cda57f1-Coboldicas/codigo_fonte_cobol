      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DA TRILHA DAS SESSOES DO MENU PRINCIPAL
      *              (MENULOG.dat, POSICIONAL COM '|' ENTRE OS
      *              CAMPOS). SO RECEBE LINHAS NOVAS (EXTEND).
      *----------------------------------------------------------------*
      * SES002A-EVENTO: INICIO  = SESSAO ABERTA APOS O LOGIN
      *                 EXECUTA = PROGRAMA DISPARADO PELO MENU
      *                 FIM     = SAIDA DO OPERADOR
      *                 TIMEOUT = SESSAO ENCERRADA POR INATIVIDADE
      *================================================================*
       05  SES002A-SESSAO                PIC X(16) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-DATA                  PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-HORA                  PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-EVENTO                PIC X(08) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-USUARIO               PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-NIVEL                 PIC 9(01) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-CARGO                 PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SES002A-PROGRAMA              PIC X(08) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
