      *              FOI IMPRESSA NO DIA - SEM REPROCESSAR OS DADOS,
      *              QUE PODEM TER MUDADO DESDE ENTAO.
      * NOME.......: SPOOL01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - O SPOOL GUARDA A IMAGEM COMPLETA; NA
      *              REIMPRESSAO CPF, SALARIO E SALDO SAEM MASCARADOS
      *              (MASCAR1B) CONFORME O CARGO DE QUEM REIMPRIME, E A
      *              REIMPRESSAO SEM MASCARA FICA EM LGPDVIS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOL01A.
       01  WRK-LIN-CORRENTE               PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-REIMPRESSAS           PIC 9(06) VALUE ZEROS.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01  WRK-MSK-REGISTRO.
           COPY MSK001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
                  DELIMITED BY SIZE INTO WRK-NOME-SPOOL
           END-STRING

      *    A MASCARA E A DE QUEM ESTA REIMPRIMINDO
           MOVE 'I'                    TO MSK001A-ACAO
           MOVE WRK-IDX-RELATORIO      TO MSK001A-PROGRAMA
           MOVE SPACES                 TO MSK001A-CONTEXTO
           STRING 'REIMPRESSAO ' WRK-NUM-PEDIDO
                  DELIMITED BY SIZE INTO MSK001A-CONTEXTO
           END-STRING
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

           MOVE ZEROS                  TO WRK-LIN-CORRENTE
                                          WRK-QTDE-REIMPRESSAS
           MOVE 'N'                    TO WRK-FIM-ARQ
                    ADD 1              TO WRK-LIN-CORRENTE
                    IF WRK-LIN-CORRENTE NOT LESS WRK-LIN-INICIAL AND
                       WRK-LIN-CORRENTE NOT GREATER WRK-LIN-FINAL
                       MOVE FD-LIN-SPOOL TO MSK001A-ENTRADA
                       MOVE 'T'        TO MSK001A-ACAO
                       CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
                       MOVE MSK001A-SAIDA TO FD-LIN-REPRINT
                       WRITE FD-LIN-REPRINT
                       ADD 1           TO WRK-QTDE-REIMPRESSAS
                    END-IF
