      *              (CAMBHIST.dat, VIA CAMBIO1B) VIGENTES NAQUELA
      *              DATA - TAXAS.dat FICA COMO RESERVA QUANDO O
      *              HISTORICO NAO TEM A MOEDA.
      * MANUTENCAO.: 15/10/2026 - O CABECALHO DE REAVAL.txt TRAZ A
      *              DATA DE FECHAMENTO INFORMADA (E NAO A DATA DA
      *              EXECUCAO) - E POR ELA QUE O CONTROLE DE
      *              FECHAMENTO MENSAL (GLFCH01B) RECONHECE A
      *              COMPETENCIA REAVALIADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG029B.

           MOVE SPACES                 TO FD-LIN-REL
           STRING 'PROG029B - REAVALIACAO DE FECHAMENTO EM '
                  WRK-DATA-FECHAMENTO
                  DELIMITED BY SIZE INTO FD-LIN-REL
           END-STRING
           WRITE FD-LIN-REL
