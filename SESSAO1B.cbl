      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: SESSAO DO MENU PRINCIPAL (BOOK SES001A). ABRE A
      *              SESSAO DO OPERADOR AUTENTICADO PELO LOGIN01A,
      *              REGISTRA OS PROGRAMAS DISPARADOS E O FIM DA
      *              SESSAO (SAIDA OU INATIVIDADE) EM MENULOG.dat, E
      *              ATENDE AOS PROGRAMAS DISPARADOS PELO MENU QUE
      *              PRECISAM SABER QUEM E O OPERADOR: O NUMERO DA
      *              SESSAO VEM DA VARIAVEL DE AMBIENTE MENUSESSAO E
      *              SO VALE SE A SESSAO TEM INICIO E AINDA NAO TEM
      *              FIM NA TRILHA. FORA DO MENU A VARIAVEL NAO
      *              EXISTE E O PROGRAMA PERGUNTA O OPERADOR COMO
      *              SEMPRE FEZ.
      * NOME.......: SESSAO1B
      *----------------------------------------------------------------*
      * LAYOUT DE MENULOG.dat: BOOK SES002A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSAO1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-SESSAO ASSIGN TO 'MENULOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SESSAO.
       01  FD-LIN-SESSAO                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-SESSAO                      PIC XX    VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.

      *--- Numero da sessao na variavel de ambiente
       01  WRK-NOME-VARIAVEL              PIC X(10) VALUE 'MENUSESSAO'.
       01  WRK-SESSAO-AMBIENTE            PIC X(16) VALUE SPACES.
       01  WRK-ACHOU-INICIO               PIC X(01) VALUE 'N'.
       01  WRK-ACHOU-FIM                  PIC X(01) VALUE 'N'.
       01  WRK-SESSAO-EM-USO              PIC X(01) VALUE 'N'.
       01  WRK-SESSAO-NUM                 PIC 9(16) VALUE ZEROS.

      *--- Linha da trilha (MENULOG.dat, book SES002A)
       01  WRK-LOG-REGISTRO.
           COPY SES002A.
       01  WRK-EVENTO                     PIC X(08) VALUE SPACES.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

       LINKAGE SECTION.
       01  LNK-SES-REGISTRO.
           COPY SES001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-SES-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO SES001A-RETORNO

           EVALUATE SES001A-ACAO
              WHEN 'A'
                 PERFORM 0001-OBTER-DATA
                 PERFORM 0002-ABRIR-SESSAO
              WHEN 'E'
                 PERFORM 0001-OBTER-DATA
                 MOVE 'EXECUTA'        TO WRK-EVENTO
                 PERFORM 0005-GRAVAR-EVENTO
              WHEN 'F'
                 PERFORM 0001-OBTER-DATA
                 MOVE 'FIM'            TO WRK-EVENTO
                 PERFORM 0003-ENCERRAR-SESSAO
              WHEN 'T'
                 PERFORM 0001-OBTER-DATA
                 MOVE 'TIMEOUT'        TO WRK-EVENTO
                 PERFORM 0003-ENCERRAR-SESSAO
              WHEN 'L'
                 PERFORM 0004-LOCALIZAR-SESSAO
              WHEN OTHER
                 MOVE 'E'              TO SES001A-RETORNO
           END-EVALUATE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-obter-data
       0001-OBTER-DATA                 SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR A SESSAO: NUMERO = DATA + HORA COM CENTESIMOS (SE
      *    OUTRO TERMINAL JA ABRIU ESSE NUMERO, O SEGUINTE LIVRE),
      *    LINHA INICIO NA TRILHA E NUMERO NA VARIAVEL DE AMBIENTE
      *    QUE OS PROGRAMAS DISPARADOS HERDAM
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-abrir-sessao
       0002-ABRIR-SESSAO               SECTION.
      *----------------------------------------------------------------*

           MOVE COD001A-DATA           TO SES001A-SESSAO(1:8)
           MOVE COD001A-TIME           TO SES001A-SESSAO(9:8)

           MOVE 'S'                    TO WRK-SESSAO-EM-USO
           PERFORM UNTIL WRK-SESSAO-EM-USO EQUAL 'N'
              PERFORM 0006-VERIFICAR-NUMERO
              IF WRK-SESSAO-EM-USO EQUAL 'S'
                 MOVE SES001A-SESSAO   TO WRK-SESSAO-NUM
                 ADD 1                 TO WRK-SESSAO-NUM
                 MOVE WRK-SESSAO-NUM   TO SES001A-SESSAO
              END-IF
           END-PERFORM

           MOVE 'INICIO'               TO WRK-EVENTO
           PERFORM 0005-GRAVAR-EVENTO

           IF SES001A-RETORNO EQUAL 'S'
              DISPLAY WRK-NOME-VARIAVEL UPON ENVIRONMENT-NAME
              DISPLAY SES001A-SESSAO   UPON ENVIRONMENT-VALUE
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ENCERRAR A SESSAO (FIM OU TIMEOUT EM WRK-EVENTO) E LIMPAR
      *    A VARIAVEL DE AMBIENTE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-encerrar-sessao
       0003-ENCERRAR-SESSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO SES001A-PROGRAMA
           PERFORM 0005-GRAVAR-EVENTO

           MOVE SPACES                 TO WRK-SESSAO-AMBIENTE
           DISPLAY WRK-NOME-VARIAVEL   UPON ENVIRONMENT-NAME
           DISPLAY WRK-SESSAO-AMBIENTE UPON ENVIRONMENT-VALUE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A SESSAO DA VARIAVEL DE AMBIENTE NA TRILHA - SO
      *    VALE A SESSAO COM INICIO E SEM FIM/TIMEOUT; O OPERADOR, O
      *    CARGO E O NIVEL SAO OS DA LINHA INICIO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-localizar-sessao
       0004-LOCALIZAR-SESSAO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO SES001A-RETORNO
                                          WRK-ACHOU-INICIO
                                          WRK-ACHOU-FIM
                                          WRK-FIM-ARQ
           MOVE SPACES                 TO WRK-SESSAO-AMBIENTE

           DISPLAY WRK-NOME-VARIAVEL   UPON ENVIRONMENT-NAME
           ACCEPT WRK-SESSAO-AMBIENTE  FROM ENVIRONMENT-VALUE

           IF WRK-SESSAO-AMBIENTE EQUAL SPACES
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-SESSAO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-SESSAO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-SESSAO TO WRK-LOG-REGISTRO
                    IF SES002A-SESSAO EQUAL WRK-SESSAO-AMBIENTE
                       EVALUATE SES002A-EVENTO
                          WHEN 'INICIO'
                             MOVE 'S'  TO WRK-ACHOU-INICIO
                             MOVE SES002A-USUARIO
                                       TO SES001A-USUARIO
                             MOVE SES002A-CARGO
                                       TO SES001A-CARGO
                             MOVE SES002A-NIVEL
                                       TO SES001A-NIVEL
                          WHEN 'FIM'
                          WHEN 'TIMEOUT'
                             MOVE 'S'  TO WRK-ACHOU-FIM
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-SESSAO

           IF WRK-ACHOU-INICIO EQUAL 'S' AND
              WRK-ACHOU-FIM    EQUAL 'N'
              MOVE WRK-SESSAO-AMBIENTE TO SES001A-SESSAO
              MOVE 'S'                 TO SES001A-RETORNO
           ELSE
              MOVE SPACES              TO SES001A-USUARIO
                                          SES001A-CARGO
              MOVE ZEROS               TO SES001A-NIVEL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O EVENTO WRK-EVENTO DA SESSAO EM MENULOG.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-gravar-evento
       0005-GRAVAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE SES001A-SESSAO         TO SES002A-SESSAO
           MOVE COD001A-DATA           TO SES002A-DATA
           MOVE COD001A-TIME(1:6)      TO SES002A-HORA
           MOVE WRK-EVENTO             TO SES002A-EVENTO
           MOVE SES001A-USUARIO        TO SES002A-USUARIO
           MOVE SES001A-NIVEL          TO SES002A-NIVEL
           MOVE SES001A-CARGO          TO SES002A-CARGO
           MOVE SES001A-PROGRAMA       TO SES002A-PROGRAMA

           OPEN EXTEND ARQ-SESSAO
           IF FS-SESSAO NOT EQUAL '00' AND
              FS-SESSAO NOT EQUAL '05'
              DISPLAY 'ERRO NA ABERTURA DE MENULOG.dat. FILE STATUS: '
                      FS-SESSAO
              MOVE 'E'                 TO SES001A-RETORNO
              EXIT SECTION
           END-IF

           WRITE FD-LIN-SESSAO         FROM WRK-LOG-REGISTRO
           IF FS-SESSAO NOT EQUAL '00'
              DISPLAY 'ERRO NA GRAVACAO DE MENULOG.dat. FILE STATUS: '
                      FS-SESSAO
              MOVE 'E'                 TO SES001A-RETORNO
           END-IF

           CLOSE ARQ-SESSAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR SE O NUMERO EM SES001A-SESSAO JA EXISTE NA TRILHA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-verificar-numero
       0006-VERIFICAR-NUMERO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SESSAO-EM-USO
                                          WRK-FIM-ARQ

           OPEN INPUT ARQ-SESSAO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-SESSAO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-SESSAO TO WRK-LOG-REGISTRO
                    IF SES002A-SESSAO EQUAL SES001A-SESSAO
                       MOVE 'S'        TO WRK-SESSAO-EM-USO
                                          WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-SESSAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
