      *              PRECISAM ESTAR PRESENTES E BATER COM O CONTEUDO,
      *              SENAO O ARQUIVO INTEIRO E RECUSADO. O CTLWRAP1
      *              ACRESCENTA OS CONTROLES A UM ARQUIVO AINDA CRU.
      *            - 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG034A. 
                                      BY FDS-REG-CPF-CNPJ.

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  WRK-FIM-ARQUIVO                PIC X(01) VALUE 'N'.
       01  WRK-IND1                       PIC 9(05) VALUE ZEROS.
       01  WRK-ID-CLIENTE                 PIC 9(05) VALUE ZEROS.
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

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

           PERFORM 0090-VERIFICAR-CONTROLES
           IF WRK-CTL-OK NOT EQUAL 'S'
