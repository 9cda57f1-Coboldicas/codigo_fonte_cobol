      *              TRANSF3A) CONSULTAM ESTE ARQUIVO ANTES DE POSTAR
      *              QUALQUER TRANSFERENCIA, PIX OU SAQUE.
      * NOME.......: CONTAST1
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA (CTAMST1B); A LEITURA CONTINUA
      *              SEQUENCIAL, NA ORDEM DA CHAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAST1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-ENT ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-NUM-CONTA.
           SELECT OPTIONAL CONTA-STATUS ASSIGN TO 'CONTASTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

