      *              LEMBRETE VIA NOTIF01A. A CONSULTA LISTA O
      *              HISTORICO COMPLETO DO CLIENTE.
      * NOME.......: CONTAT1A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAT1A.
           05 WRK-CAD-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-CLIENTES                    PIC XX    VALUE SPACES.
       01  FS-CADASTRO                    PIC XX    VALUE SPACES.
       0001-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'OPERADOR (NOME DE LOGIN): ' WRK-OPERADOR
           ELSE
              DISPLAY 'OPERADOR (NOME DE LOGIN): ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF

           MOVE 'N'                    TO WRK-OPER-ENCONTRADO
           MOVE 'N'                    TO WRK-FIM-ARQ
