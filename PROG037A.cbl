      *              ALTERADO. O RELATORIO CONSOLIDADO POR GRUPO E O
      *              GRUPECO1 E O PROG027A PODE TESTAR O TETO DO
      *              GRUPO NA EMISSAO.
      *            - 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG037A. 
       01  FD-LIN-GRUPO                   PIC X(020).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
      *--- Vinculos de grupo economico (GRUPOECO.dat: GRUPO|CLIENTE)
       01  WRK-MAX-TAB-GRP                PIC 9(02) VALUE 50.
       01  WRK-QTDE-GRP                   PIC 9(02) VALUE ZEROS.
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
