      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO CHAMADO DO SAC (SACCHAM.dat, POSICIONAL
      *              COM '|' ENTRE OS CAMPOS). UMA LINHA POR CHAMADO,
      *              ABERTO E MOVIMENTADO NO SACCHM1A; O SACCHM1B
      *              (VARREDURA DIARIA DO PRAZO) E O SACREL1A
      *              (RELATORIO MENSAL) SO LEEM E MARCAM O AVISO.
      *----------------------------------------------------------------*
      * SAC001A-PROTOCOLO.......: AAAAMMDD DA ABERTURA + SEQUENCIA DO
      *                           DIA (INFORMADO AO CLIENTE)
      * SAC001A-ORIGEM-CLIENTE..: C = clientes.dat (PROGVSAM)
      *                           K = CADASTRO1.dat (CLI001A)
      * SAC001A-CATEGORIA.......: CODIGO DE SACCAT.dat (OU DA TABELA
      *                           PADRAO SAC003A)
      * SAC001A-EQUIPE..........: EQUIPE DA CATEGORIA, DESTINO DOS
      *                           AVISOS DE PRAZO
      * SAC001A-SITUACAO........: A = ABERTO
      *                           E = EM ANDAMENTO
      *                           C = AGUARDANDO O CLIENTE
      *                           R = RESOLVIDO
      *                           O = REABERTO
      * SAC001A-PRAZO...........: AAAAMMDDHHMM LIMITE DO SLA
      * SAC001A-PRAZO-AVISO.....: AAAAMMDDHHMM A PARTIR DO QUAL O
      *                           PRAZO ESTA VENCENDO
      * SAC001A-DATA/HORA-SOLUCAO: ULTIMA RESOLUCAO (ZEROS = NUNCA)
      * SAC001A-ESCALONAMENTO...: N = SEM AVISO
      *                           A = AVISO DE PRAZO VENCENDO ENVIADO
      *                           V = PRAZO VENCIDO, ESCALONADO
      * SAC001A-VINCULO-TIPO....: N = NOTA DE CONTATO (CONTHIST.dat,
      *                               REFERENCIA AAAAMMDDHHMMSS)
      *                           T = TITULO (NOSSO NUMERO)
      *                           V = VENDA (NUMERO DA NOTA EM
      *                               NFREG.dat)
      *                           BRANCO = SEM VINCULO
      *================================================================*
       05  SAC001A-PROTOCOLO             PIC 9(14) VALUE ZEROS.
       05  SAC001A-PROTOCOLO-R REDEFINES SAC001A-PROTOCOLO.
           10  SAC001A-PROT-DATA         PIC 9(08).
           10  SAC001A-PROT-SEQ          PIC 9(06).
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-DATA-ABERTURA         PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-HORA-ABERTURA         PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-ORIGEM-CLIENTE        PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-CLIENTE               PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-NOME-CLIENTE          PIC X(40) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-CATEGORIA             PIC X(04) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-EQUIPE                PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-RESPONSAVEL           PIC X(30) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-SITUACAO              PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-PRAZO                 PIC 9(12) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-PRAZO-AVISO           PIC 9(12) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-DATA-SOLUCAO          PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-HORA-SOLUCAO          PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-QTDE-REABERTURAS      PIC 9(02) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-ESCALONAMENTO         PIC X(01) VALUE 'N'.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-VINCULO-TIPO          PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-VINCULO-REF           PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-ASSUNTO               PIC X(60) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC001A-ABERTO-POR            PIC X(30) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
