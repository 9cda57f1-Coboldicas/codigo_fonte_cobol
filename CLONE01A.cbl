      *              PESSOAIS, COMO NO LGPD01A. O DIRETORIO TREINO/
      *              DEVE EXISTIR ANTES DA EXECUCAO.
      * NOME.......: CLONE01A
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA (CTAMST1B); O CLONE EM TREINO TAMBEM E
      *              GRAVADO INDEXADO, NA ORDEM DA CHAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLONE01A.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CTA-ENT ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-NUM-CONTA.

           SELECT ARQ-CTA-SAI ASSIGN TO 'TREINO/CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDT-NUM-CONTA.

           SELECT OPTIONAL ARQ-TIT-ENT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
         05  FDE-SALDO-STR                PIC X(12).

       FD  ARQ-CTA-SAI.
       01  FD-CTA-SAIDA.
         05  FDT-NUM-CONTA                PIC 9(10).
         05  FILLER                       PIC X(32).

       FD  ARQ-TIT-ENT.
       01  FD-LIN-TITULOS                 PIC X(256).
