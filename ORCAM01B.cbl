      *              TOLERANCIA (ORCPARM.dat, PCT, PADRAO 10) - A
      *              REVISAO DA DIRETORIA COMECA PELAS EXCECOES.
      * NOME.......: ORCAM01B
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LINHA DE LANCAGL.dat COM 120 POSICOES
      *              (CAMPO DE FILIAL APOS O CENTRO DE CUSTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAM01B.
       01  FD-LIN-PLANO                   PIC X(060).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-PARM.
       01  FD-LIN-PARM                    PIC X(010).
