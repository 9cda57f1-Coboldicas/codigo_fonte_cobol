      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DA TRILHA DE AUDITORIA DOS PARAMETROS
      *              (PARMLOG.dat, POSICIONAL COM '|' ENTRE OS
      *              CAMPOS). CADA EVENTO DE UMA ALTERACAO GANHA UMA
      *              LINHA COM OS VALORES ANTES/DEPOIS, QUEM FEZ E
      *              QUANDO. SO RECEBE LINHAS NOVAS (EXTEND).
      *----------------------------------------------------------------*
      * PAR003A-EVENTO: SOLICITADA / APROVADA / REJEITADA / APLICADA
      *================================================================*
       05  PAR003A-DATA                  PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-HORA                  PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-EVENTO                PIC X(10) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-NUMERO                PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-ARQUIVO               PIC X(12) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-ACAO                  PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-VIGENCIA              PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-OPERADOR              PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-ANTES                 PIC X(40) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR003A-DEPOIS                PIC X(40) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
