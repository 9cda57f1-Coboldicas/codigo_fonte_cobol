      *              RESOLVER A CHAVE DIGITADA NA CONTA DO FAVORECIDO
      *              E MOSTRAR O TITULAR ANTES DE POSTAR.
      * NOME.......: PIXDIR1A
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA (CTAMST1B); A LEITURA CONTINUA
      *              SEQUENCIAL, NA ORDEM DA CHAVE.
      *----------------------------------------------------------------*
      * LAYOUT DE PIXCHAVE.dat (PIPE):
      *   CHAVE(40)|TIPO(C=CPF E=EMAIL T=CELULAR A=ALEATORIA)|
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-ENT ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-NUM-CONTA.
           SELECT OPTIONAL PIX-DIR ASSIGN TO 'PIXCHAVE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

