      *              A BAIXA DE VENCIDOS POSTA MOVIMENTO DE SAIDA COM
      *              MOTIVO PROPRIO (VENCIDO) EM MOVESTOQ.dat.
      * NOME.......: PROG023F
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A LINHA DE MOVESTOQ.dat PASSA A
      *              TERMINAR COM A FILIAL DESTA INSTALACAO (FILIAL1B),
      *              APOS O CAMPO DE CUSTO, QUE FICA VAZIO.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG023F.
       01  FD-LIN-MOVIMENTO               PIC X(100).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *     FILIAL DESTA INSTALACAO (FILIAL1B).
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           PERFORM 0001-OBTER-DATA-HORA

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'NOME DO OPERADOR: ' WRK-OPERADOR
           ELSE
              DISPLAY 'NOME DO OPERADOR: ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0002-CARREGAR-LOTES
           PERFORM 0003-TELA-MENU
               STOP RUN
            END-IF

            MOVE 'L'                    TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
              STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                     WRK-LOT-PRODUTO '|' WRK-LOT-LOCAL '|'
                     'S' '|' '-' '|' WRK-QTDE-CONSUMIDA '|'
                     WRK-MOTIVO '|' WRK-OPERADOR '|' '|'
                     FIL001A-CODIGO
                     DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
              END-STRING
           ELSE
              STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                     WRK-LOT-PRODUTO '|' WRK-LOT-LOCAL '|'
                     'E' '|' '+' '|' WRK-QTDE-CONSUMIDA '|'
                     WRK-MOTIVO '|' WRK-OPERADOR '|' '|'
                     FIL001A-CODIGO
                     DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
              END-STRING
           END-IF
