      *              BANCARIA, QUALQUER LINHA DE TXTLOG.dat CUJO
      *              STATUS NAO SEJA OK (TRANSACAO QUE FALHOU NAO
      *              ENTRA NA CONCILIACAO).
      *              15/10/2026 - A LINHA DE TOTAL DO CAIXALOG.dat
      *              TERMINA COM ' | FIL=' E A FILIAL DA VENDA
      *              (CAIXAREG): O VALOR E SEPARADO DESSA CAUDA;
      *              REGISTRO DE 120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL0003A.
       FILE SECTION.

       FD  CAIXA-LOG-IN.
       01  WRK-CAIXALOG-LINHA          PIC X(120).

       FD  TXT-LOG-IN.
       01  WRK-TXTLOG-LINHA            PIC X(200).
      *    O CAIXALOG TAMBEM GUARDA DETALHE DE ITENS E OUTROS EVENTOS
              IF WRK-LINHA-DATA           EQUAL WRK-DATA-RECONC AND
                 WRK-TALLY-TOTAL GREATER ZEROS
      *    A CAUDA ' | FIL=' (FILIAL) NAO ENTRA NO VALOR
                 UNSTRING WRK-CAIXALOG-LINHA
                     DELIMITED BY ' | FIL=' OR '='
                     INTO WRK-DESCARTE WRK-LINHA-VALOR-TXT
                 END-UNSTRING
                 COMPUTE WRK-VALOR-NUM =
