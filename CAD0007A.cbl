      * LAYOUT DE USUINAT.dat:
      *   NOME(20)|DATA-EFETIVA(8)|MOTIVO(40)|OPERADOR(20)|
      *   DATA-REGISTRO(8)
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD0007A.
       01  FD-LIN-INATIVO             PIC X(100).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                        PIC X(01) VALUE '|'.
       01  FS-USUARIO                 PIC XX.
       01  WRK-FIM-ARQ                PIC X(01) VALUE 'N'.

           PERFORM 0001-OBTER-DATA

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

           PERFORM 0002-CARREGAR-INATIVOS
           PERFORM 0003-TELA-MENU
