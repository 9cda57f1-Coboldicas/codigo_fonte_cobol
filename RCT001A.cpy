      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DAS DECISOES DE RECERTIFICACAO DE ACESSOS
      *              (RECERTDC.dat, POSICIONAL COM '|' ENTRE OS
      *              CAMPOS). O RECERT1A ABRE O CICLO TRIMESTRAL
      *              GRAVANDO UMA LINHA PENDENTE POR USUARIO ATIVO; O
      *              RECERT2A REGISTRA A DECISAO DO GESTOR E APLICA A
      *              REVOGACAO NO DESLIGAMENTO (USUINAT.dat/CAD0007A).
      *----------------------------------------------------------------*
      * RCT001A-CICLO.......: AAAA + 'T' + TRIMESTRE (EX.: 2026T4)
      * RCT001A-NIVEL.......: 1 = SUPERVISOR  2 = OPERADOR (LOGIN01A)
      * RCT001A-ULT-LOGIN...: AAAAMMDD DO ULTIMO LOGIN COM SUCESSO
      *                       (ZEROS = NUNCA ENTROU)
      * RCT001A-SINAL.......: APONTAMENTO DO RECERT1A (OCIOSO,
      *                       NUNCA-LOGOU, SEM-CADASTRO, BLOQUEADO)
      * RCT001A-DECISAO.....: P = PENDENTE  M = MANTER  R = REVOGAR
      * RCT001A-APLICADA....: S = REVOGACAO JA LANCADA EM USUINAT.dat
      *================================================================*
       05  RCT001A-CICLO                 PIC X(06) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-USUARIO               PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-CARGO                 PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-NIVEL                 PIC 9(01) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-ULT-LOGIN             PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-SINAL                 PIC X(12) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-DECISAO               PIC X(01) VALUE 'P'.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-GESTOR                PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-DATA-DECISAO          PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  RCT001A-APLICADA              PIC X(01) VALUE 'N'.
       05  FILLER                        PIC X(01) VALUE '|'.
