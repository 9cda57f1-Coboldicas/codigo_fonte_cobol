      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO HISTORICO DO CHAMADO DO SAC (SACHIST.dat,
      *              POSICIONAL COM '|' ENTRE OS CAMPOS). UMA LINHA
      *              POR EVENTO, SOMENTE ACRESCENTADA: ABERTURA, CADA
      *              MUDANCA DE SITUACAO, TROCA DE RESPONSAVEL,
      *              ANOTACAO E OS AVISOS DE PRAZO DO SACCHM1B.
      *----------------------------------------------------------------*
      * SAC002A-EVENTO......: ABERTURA   SITUACAO   ATRIBUICAO
      *                       ANOTACAO   AVISO PRAZO  ESCALONADO
      * SAC002A-SIT-ANTERIOR/SIT-NOVA: SITUACOES DO BOOK SAC001A
      *                       (IGUAIS QUANDO O EVENTO NAO MUDA A
      *                       SITUACAO)
      * SAC002A-OPERADOR....: QUEM REGISTROU (SACCHM1B NA VARREDURA)
      *================================================================*
       05  SAC002A-PROTOCOLO             PIC 9(14) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-DATA                  PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-HORA                  PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-OPERADOR              PIC X(30) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-EVENTO                PIC X(12) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-SIT-ANTERIOR          PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-SIT-NOVA              PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  SAC002A-TEXTO                 PIC X(80) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
