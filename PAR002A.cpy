      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO REGISTRO DE ALTERACAO DE PARAMETRO
      *              (PARMALT.dat, POSICIONAL COM '|' ENTRE OS CAMPOS,
      *              PORQUE AS LINHAS DE PARAMETRO JA TEM PIPE). UMA
      *              LINHA POR ALTERACAO SOLICITADA NO PARAM01A.
      *----------------------------------------------------------------*
      * PAR002A-ACAO.........: I = INCLUIR LINHA   A = ALTERAR LINHA
      *                        E = EXCLUIR LINHA
      * PAR002A-QTDE-CHAVE...: QUANTOS CAMPOS INICIAIS DA LINHA FORMAM
      *                        A CHAVE (0 = ARQUIVO DE LINHA UNICA)
      * PAR002A-VIGENCIA.....: AAAAMMDD A PARTIR DE QUANDO VALE
      * PAR002A-SITUACAO.....: P = AGUARDANDO APROVACAO (ARQUIVO
      *                            SENSIVEL)
      *                        A = APROVADA, AGUARDANDO A VIGENCIA
      *                        V = VIGENTE (GRAVADA NO ARQUIVO)
      *                        R = REJEITADA
      *================================================================*
       05  PAR002A-NUMERO                PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-ARQUIVO               PIC X(12) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-ACAO                  PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-QTDE-CHAVE            PIC 9(01) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-LINHA-ANTES           PIC X(40) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-LINHA-DEPOIS          PIC X(40) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-VIGENCIA              PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-OPERADOR              PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-DATA-HORA             PIC 9(14) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-SITUACAO              PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-APROVADOR             PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-DATA-DECISAO          PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  PAR002A-DATA-APLICACAO        PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
