      *              GLBAL01A E MOSTRA ONDE A LOJA GANHA E ONDE O
      *              RETAGUARDA GASTA.
      * NOME.......: GLCC01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LINHA DE LANCAGL.dat COM 120 POSICOES
      *              (CAMPO DE FILIAL APOS O CENTRO DE CUSTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCC01A.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-RELATORIO.
       01  FD-LIN-RELATORIO               PIC X(132).
