      * LAYOUT DE CADPEND.dat (PIPE):
      *   SEQ(5)|COD(3)|CAMPO(NOME/CARGO/CPF)|VALOR-ANTIGO(30)|
      *   VALOR-NOVO(30)|SOLICITANTE(20)|DATA(8)|SITUACAO(P/A/R)
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMC1A.
       01  FD-LIN-JORNAL                  PIC X(160).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-CADASTRO                    PIC XX.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
              EXIT SECTION
           END-IF

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'NOME DO SOLICITANTE: ' WRK-OPERADOR
           ELSE
              DISPLAY 'NOME DO SOLICITANTE: ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF

           DISPLAY 'CODIGO DO USUARIO A ALTERAR: '
                    WITH NO ADVANCING
