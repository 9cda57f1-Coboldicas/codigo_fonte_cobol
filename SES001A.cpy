      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DA SESSAO DO MENU PRINCIPAL (SESSAO1B). O
      *              MENU01A ABRE A SESSAO APOS O LOGIN, REGISTRA CADA
      *              PROGRAMA DISPARADO E ENCERRA A SESSAO; A TRILHA
      *              FICA EM MENULOG.dat (BOOK SES002A). O NUMERO DA
      *              SESSAO ABERTA VAI PARA A VARIAVEL DE AMBIENTE
      *              MENUSESSAO, HERDADA PELOS PROGRAMAS DISPARADOS,
      *              QUE CONSULTAM A SESSAO (ACAO 'L') PARA SABER O
      *              OPERADOR SEM PERGUNTAR DE NOVO.
      *----------------------------------------------------------------*
      * SES001A-ACAO...........: (ENTRADA)
      *                          A = ABRIR SESSAO (INICIO)
      *                          E = PROGRAMA DISPARADO (EXECUTA)
      *                          F = FIM DA SESSAO PELO OPERADOR
      *                          T = FIM DA SESSAO POR INATIVIDADE
      *                          L = LOCALIZAR A SESSAO DO AMBIENTE
      * SES001A-SESSAO.........: NUMERO DA SESSAO (SAIDA NA ACAO A E
      *                          NA ACAO L; ENTRADA NAS DEMAIS)
      * SES001A-USUARIO........: OPERADOR (ENTRADA NA A; SAIDA NA L)
      * SES001A-CARGO..........: CARGO    (ENTRADA NA A; SAIDA NA L)
      * SES001A-NIVEL..........: NIVEL DE ACESSO COMO NO LOGIN01A
      *                          (ENTRADA NA A; SAIDA NA L)
      * SES001A-PROGRAMA.......: (ENTRADA NA E) PROGRAMA DISPARADO
      * SES001A-RETORNO........: (SAIDA) S = OK
      *                          N = NA ACAO L, NAO HA SESSAO ABERTA
      *                              (PROGRAMA RODANDO FORA DO MENU)
      *                          E = ERRO NA GRAVACAO DE MENULOG.dat
      *================================================================*
       05  SES001A-ACAO                  PIC X(01) VALUE SPACES.
       05  SES001A-SESSAO                PIC X(16) VALUE SPACES.
       05  SES001A-USUARIO               PIC X(20) VALUE SPACES.
       05  SES001A-CARGO                 PIC X(20) VALUE SPACES.
       05  SES001A-NIVEL                 PIC 9(01) VALUE ZEROS.
       05  SES001A-PROGRAMA              PIC X(08) VALUE SPACES.
       05  SES001A-RETORNO               PIC X(01) VALUE SPACES.
