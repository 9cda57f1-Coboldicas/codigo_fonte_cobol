      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: RESTAURACAO CONFERIDA DAS GERACOES DE BACKUP
      *              GRAVADAS PELO BKPGER1A. CONSULTA O CATALOGO
      *              BKPCAT.dat (BOOK BKP001A) E PERMITE:
      *              - LISTAR AS GERACOES DE UM ARQUIVO;
      *              - RESTAURAR UM ARQUIVO DE UMA DATA (DATA ZERO =
      *                GERACAO CONFERIDA MAIS RECENTE);
      *              - RESTAURAR UM CONJUNTO DE ARQUIVOS DA MESMA DATA
      *                (DATA ZERO = DATA MAIS RECENTE EM QUE TODO O
      *                CONJUNTO FOI COPIADO E CONFERIDO). TODAS AS
      *                GERACOES DO CONJUNTO SAO CONFERIDAS ANTES; SE
      *                ALGUMA NAO BATER COM O CATALOGO, NADA E
      *                RESTAURADO.
      *              A RESTAURACAO EM SI E DO BKPARQ1B, QUE SO TOCA NO
      *              ARQUIVO SE A GERACAO BATER COM A QUANTIDADE E O
      *              HASH DO CATALOGO. CADA RESTAURACAO VAI PARA O LOG
      *              CENTRAL (ERRH001A) COM O OPERADOR.
      *              SO SUPERVISORES (NIVEL DE ACESSO 1). O OPERADOR VEM
      *              DA SESSAO DO MENU PRINCIPAL (SESSAO1B); FORA DO
      *              MENU E PEDIDO LOGIN PELO LOGIN01A.
      * NOME.......: BKPRST1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPRST1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CATALOGO ASSIGN TO 'BKPCAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CATALOGO.
       01  FD-LIN-CATALOGO                PIC X(150).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.

      *--- Resultado do login (area EXTERNAL preenchida pelo LOGIN01A)
           COPY LGN001A.

       01  FS-CATALOGO                    PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *--- Operador que esta restaurando
       01  WRK-OPERADOR                   PIC X(20) VALUE SPACES.
       01  WRK-OPERADOR-NIVEL             PIC 9(01) VALUE ZEROS.

      *--- Catalogo de geracoes
       01  WRK-MAX-TAB-CAT                PIC 9(04) VALUE 5000.
       01  WRK-QTDE-CAT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(04) VALUE ZEROS.
       01  WRK-IND-AUX                    PIC 9(04) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-LINHA OCCURS 5000 TIMES
                                          PIC X(150).
       01  WRK-CAT-REGISTRO.
           COPY BKP001A.

      *--- Escolha do operador
       01  WRK-ARQUIVO                    PIC X(30) VALUE SPACES.
       01  WRK-CONJUNTO                   PIC X(10) VALUE SPACES.
       01  WRK-DATA-INFORMADA             PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ESCOLHIDA             PIC 9(08) VALUE ZEROS.
       01  WRK-IND-ESCOLHIDA              PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-LISTADAS              PIC 9(04) VALUE ZEROS.
       01  WRK-CONJ-OK                    PIC X(01) VALUE 'N'.

      *--- Membros do conjunto a restaurar (indice no catalogo)
       01  WRK-MAX-TAB-MEM                PIC 9(02) VALUE 60.
       01  WRK-QTDE-MEM                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-MEM                    PIC 9(02) VALUE ZEROS.
       01  TAB-MEMBROS.
           05  TAB-MEM-IND-CAT OCCURS 60 TIMES
                                          PIC 9(04).
       01  WRK-QTDE-FALHAS                PIC 9(02) VALUE ZEROS.

      *--- Pedido de restauracao (BKPARQ1B)
       01  WRK-BKP-REGISTRO.
           COPY BKP002A.

      *--- Pedido de ocorrencia para o tratador padrao (ERRH001A)
       01  WRK-ERR-REGISTRO.
           COPY ERR001A.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA
           PERFORM 0002-IDENTIFICAR-OPERADOR

           IF WRK-OPERADOR EQUAL SPACES
              DISPLAY 'RESTAURACAO - ACESSO NAO AUTORIZADO'
              PERFORM 9999-FINALIZAR
           END-IF

           IF WRK-OPERADOR-NIVEL NOT EQUAL 1
              DISPLAY 'RESTAURACAO RESTRITA A SUPERVISORES (NIVEL 1)'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0003-CARREGAR-CATALOGO

           IF WRK-QTDE-CAT EQUAL ZEROS
              DISPLAY 'CATALOGO DE BACKUP VAZIO - RODAR O BKPGER1A'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                  SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O OPERADOR: DISPARADO PELO MENU PRINCIPAL VEM DA
      *    SESSAO; FORA DELE, LOGIN PELO LOGIN01A
      *----------------------------------------------------------------*
       0002-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-OPERADOR
           MOVE ZEROS                  TO WRK-OPERADOR-NIVEL

           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              MOVE SES001A-NIVEL       TO WRK-OPERADOR-NIVEL
           ELSE
              MOVE SPACES              TO LGN001A-USUARIO
                                          LGN001A-CARGO
              MOVE ZEROS               TO LGN001A-NIVEL
              MOVE 'N'                 TO LGN001A-SITUACAO
              CALL 'LOGIN01A'
              CANCEL 'LOGIN01A'
              IF LGN001A-SITUACAO EQUAL 'S'
                 MOVE LGN001A-USUARIO  TO WRK-OPERADOR
                 MOVE LGN001A-NIVEL    TO WRK-OPERADOR-NIVEL
              END-IF
           END-IF

           IF WRK-OPERADOR NOT EQUAL SPACES
              DISPLAY 'OPERADOR: ' WRK-OPERADOR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO BKPCAT.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CATALOGO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CATALOGO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FD-LIN-CATALOGO
                                       TO TAB-CAT-LINHA(WRK-QTDE-CAT)
                    ELSE
                       DISPLAY 'CATALOGO CHEIO - LINHAS FINAIS '
                               'NAO CARREGADAS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CATALOGO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=       RESTAURACAO DE BACKUP            =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - LISTAR GERACOES DE UM ARQUIVO        *'
           DISPLAY '* 2 - RESTAURAR UM ARQUIVO                 *'
           DISPLAY '* 3 - RESTAURAR UM CONJUNTO                *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0005-LISTAR-GERACOES
                  PERFORM 0004-TELA-MENU
               WHEN 2
                  PERFORM 0006-RESTAURAR-ARQUIVO
                  PERFORM 0004-TELA-MENU
               WHEN 3
                  PERFORM 0007-RESTAURAR-CONJUNTO
                  PERFORM 0004-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  PERFORM 0004-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS GERACOES CATALOGADAS DE UM ARQUIVO
      *----------------------------------------------------------------*
       0005-LISTAR-GERACOES            SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ARQUIVO (EX.: CADASTRO1.dat): ' WITH NO ADVANCING
           ACCEPT WRK-ARQUIVO
           MOVE ZEROS                  TO WRK-QTDE-LISTADAS

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
              IF BKP001A-ARQUIVO EQUAL WRK-ARQUIVO
                 ADD 1                 TO WRK-QTDE-LISTADAS
                 DISPLAY '* ' BKP001A-DATA(7:2) '/' BKP001A-DATA(5:2)
                         '/' BKP001A-DATA(1:4) ' '
                         BKP001A-HORA(1:2) ':' BKP001A-HORA(3:2)
                         ' REG ' BKP001A-QTDE ' HASH ' BKP001A-HASH
                         ' ' BKP001A-CONJUNTO ' '
                         WITH NO ADVANCING
                 EVALUATE BKP001A-SITUACAO
                    WHEN 'V'  DISPLAY 'CONFERIDA'
                    WHEN 'F'  DISPLAY 'FALHOU'
                    WHEN 'E'  DISPLAY 'EXPURGADA'
                    WHEN OTHER DISPLAY BKP001A-SITUACAO
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADAS EQUAL ZEROS
              DISPLAY 'NENHUMA GERACAO CATALOGADA PARA '
                      FUNCTION TRIM(WRK-ARQUIVO)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESTAURAR UM ARQUIVO: GERACAO CONFERIDA DA DATA INFORMADA
      *    (ZERO = A MAIS RECENTE)
      *----------------------------------------------------------------*
       0006-RESTAURAR-ARQUIVO          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ARQUIVO (EX.: CADASTRO1.dat): ' WITH NO ADVANCING
           ACCEPT WRK-ARQUIVO
           DISPLAY 'DATA DA GERACAO AAAAMMDD (0 = MAIS RECENTE): '
                    WITH NO ADVANCING
           ACCEPT WRK-DATA-INFORMADA

           MOVE ZEROS                  TO WRK-IND-ESCOLHIDA
           PERFORM VARYING WRK-IND-CAT FROM WRK-QTDE-CAT BY -1 UNTIL
                      WRK-IND-CAT < 1 OR WRK-IND-ESCOLHIDA > ZEROS
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
              IF BKP001A-ARQUIVO  EQUAL WRK-ARQUIVO AND
                 BKP001A-SITUACAO EQUAL 'V' AND
                 (WRK-DATA-INFORMADA EQUAL ZEROS OR
                  BKP001A-DATA EQUAL WRK-DATA-INFORMADA)
                 MOVE WRK-IND-CAT      TO WRK-IND-ESCOLHIDA
              END-IF
           END-PERFORM

           IF WRK-IND-ESCOLHIDA EQUAL ZEROS
              DISPLAY 'NENHUMA GERACAO CONFERIDA DE '
                      FUNCTION TRIM(WRK-ARQUIVO) ' NESSA DATA'
              EXIT SECTION
           END-IF

           MOVE TAB-CAT-LINHA(WRK-IND-ESCOLHIDA) TO WRK-CAT-REGISTRO
           DISPLAY '* GERACAO...: ' FUNCTION TRIM(BKP001A-GERACAO)
           DISPLAY '* COPIADA EM: ' BKP001A-DATA(7:2) '/'
                   BKP001A-DATA(5:2) '/' BKP001A-DATA(1:4) ' '
                   BKP001A-HORA(1:2) ':' BKP001A-HORA(3:2)
           DISPLAY '* REGISTROS.: ' BKP001A-QTDE
           DISPLAY 'O CONTEUDO ATUAL DE ' FUNCTION TRIM(WRK-ARQUIVO)
                   ' SERA SUBSTITUIDO. CONFIRMA (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
           IF WRK-RESPOSTA NOT EQUAL 'S'
              DISPLAY 'RESTAURACAO CANCELADA'
              EXIT SECTION
           END-IF

           MOVE WRK-IND-ESCOLHIDA      TO WRK-IND-CAT
           PERFORM 0010-RESTAURAR-GERACAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESTAURAR UM CONJUNTO INTEIRO DA MESMA DATA. PRIMEIRO CONFERE
      *    TODAS AS GERACOES; SO SE TODAS BATEREM RESTAURA
      *----------------------------------------------------------------*
       0007-RESTAURAR-CONJUNTO         SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CONJUNTO (EX.: CADASTROS): ' WITH NO ADVANCING
           ACCEPT WRK-CONJUNTO
           MOVE FUNCTION UPPER-CASE(WRK-CONJUNTO) TO WRK-CONJUNTO
           DISPLAY 'DATA AAAAMMDD (0 = MAIS RECENTE COMPLETA): '
                    WITH NO ADVANCING
           ACCEPT WRK-DATA-INFORMADA

      *    ACHAR A DATA: DE TRAS PARA A FRENTE, A PRIMEIRA EM QUE
      *    TODAS AS LINHAS DO CONJUNTO ESTAO CONFERIDAS
           MOVE ZEROS                  TO WRK-DATA-ESCOLHIDA
           PERFORM VARYING WRK-IND-CAT FROM WRK-QTDE-CAT BY -1 UNTIL
                      WRK-IND-CAT < 1 OR WRK-DATA-ESCOLHIDA > ZEROS
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
              IF BKP001A-CONJUNTO EQUAL WRK-CONJUNTO AND
                 (WRK-DATA-INFORMADA EQUAL ZEROS OR
                  BKP001A-DATA EQUAL WRK-DATA-INFORMADA)
                 PERFORM 0008-VERIFICAR-DATA-CONJUNTO
                 IF WRK-CONJ-OK EQUAL 'S'
                    MOVE BKP001A-DATA  TO WRK-DATA-ESCOLHIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-DATA-ESCOLHIDA EQUAL ZEROS
              DISPLAY 'NENHUMA DATA COM O CONJUNTO '
                      FUNCTION TRIM(WRK-CONJUNTO)
                      ' COMPLETO E CONFERIDO'
              EXIT SECTION
           END-IF

      *    MEMBROS DO CONJUNTO NA DATA ESCOLHIDA
           MOVE ZEROS                  TO WRK-QTDE-MEM
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
              IF BKP001A-CONJUNTO EQUAL WRK-CONJUNTO AND
                 BKP001A-DATA EQUAL WRK-DATA-ESCOLHIDA AND
                 WRK-QTDE-MEM LESS WRK-MAX-TAB-MEM
                 ADD 1                 TO WRK-QTDE-MEM
                 MOVE WRK-IND-CAT      TO TAB-MEM-IND-CAT(WRK-QTDE-MEM)
                 DISPLAY '* ' BKP001A-ARQUIVO ' REG ' BKP001A-QTDE
                         ' ' FUNCTION TRIM(BKP001A-GERACAO)
              END-IF
           END-PERFORM

           DISPLAY 'CONJUNTO ' FUNCTION TRIM(WRK-CONJUNTO) ' DE '
                   WRK-DATA-ESCOLHIDA(7:2) '/' WRK-DATA-ESCOLHIDA(5:2)
                   '/' WRK-DATA-ESCOLHIDA(1:4) ' - ' WRK-QTDE-MEM
                   ' ARQUIVO(S) SERAO SUBSTITUIDOS. CONFIRMA (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
           IF WRK-RESPOSTA NOT EQUAL 'S'
              DISPLAY 'RESTAURACAO CANCELADA'
              EXIT SECTION
           END-IF

      *    CONFERENCIA PREVIA DE TODAS AS GERACOES
           MOVE ZEROS                  TO WRK-QTDE-FALHAS
           PERFORM VARYING WRK-IND-MEM FROM 1 BY 1 UNTIL
                      WRK-IND-MEM > WRK-QTDE-MEM
              MOVE TAB-MEM-IND-CAT(WRK-IND-MEM) TO WRK-IND-CAT
              PERFORM 0009-CONFERIR-GERACAO
           END-PERFORM

           IF WRK-QTDE-FALHAS GREATER ZEROS
              DISPLAY 'CONJUNTO NAO RESTAURADO: ' WRK-QTDE-FALHAS
                      ' GERACAO(OES) NAO CONFEREM COM O CATALOGO'
              MOVE 'BKPRST1A'          TO ERR001A-PROGRAMA
              MOVE '0007-RESTAURAR-CONJUNTO' TO ERR001A-PARAGRAFO
              MOVE WRK-CONJUNTO        TO ERR001A-ARQUIVO
              MOVE SPACES              TO ERR001A-FILE-STATUS
              MOVE 'E'                 TO ERR001A-SEVERIDADE
              MOVE SPACES              TO ERR001A-MENSAGEM
              STRING 'RESTAURACAO DO CONJUNTO DE '
                     WRK-DATA-ESCOLHIDA ' RECUSADA NA CONFERENCIA - '
                     FUNCTION TRIM(WRK-OPERADOR)
                     DELIMITED BY SIZE INTO ERR001A-MENSAGEM
              END-STRING
              CALL 'ERRH001A' USING WRK-ERR-REGISTRO
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-FALHAS
           PERFORM VARYING WRK-IND-MEM FROM 1 BY 1 UNTIL
                      WRK-IND-MEM > WRK-QTDE-MEM
              MOVE TAB-MEM-IND-CAT(WRK-IND-MEM) TO WRK-IND-CAT
              PERFORM 0010-RESTAURAR-GERACAO
           END-PERFORM

           IF WRK-QTDE-FALHAS GREATER ZEROS
              DISPLAY 'ATENCAO: ' WRK-QTDE-FALHAS
                      ' ARQUIVO(S) DO CONJUNTO NAO FORAM RESTAURADOS'
           ELSE
              DISPLAY 'CONJUNTO RESTAURADO E CONFERIDO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR SE TODAS AS LINHAS DO CONJUNTO NA DATA DA LINHA
      *    CORRENTE (WRK-CAT-REGISTRO) ESTAO CONFERIDAS
      *----------------------------------------------------------------*
       0008-VERIFICAR-DATA-CONJUNTO    SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-CONJ-OK

           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1 UNTIL
                      WRK-IND-AUX > WRK-QTDE-CAT
              IF TAB-CAT-LINHA(WRK-IND-AUX)(1:8) EQUAL
                 TAB-CAT-LINHA(WRK-IND-CAT)(1:8) AND
                 TAB-CAT-LINHA(WRK-IND-AUX)(48:10) EQUAL
                 WRK-CONJUNTO AND
                 TAB-CAT-LINHA(WRK-IND-AUX)(140:1) NOT EQUAL 'V'
                 MOVE 'N'              TO WRK-CONJ-OK
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR A GERACAO DA LINHA WRK-IND-CAT CONTRA O CATALOGO
      *----------------------------------------------------------------*
       0009-CONFERIR-GERACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
           INITIALIZE WRK-BKP-REGISTRO
           MOVE 'V'                    TO BKP002A-ACAO
           MOVE BKP001A-ARQUIVO        TO BKP002A-ARQUIVO
           MOVE BKP001A-GERACAO        TO BKP002A-GERACAO
           CALL 'BKPARQ1B' USING WRK-BKP-REGISTRO

           IF BKP002A-RETORNO NOT EQUAL 'S'
              ADD 1                    TO WRK-QTDE-FALHAS
              DISPLAY '* ' FUNCTION TRIM(BKP001A-GERACAO) ': '
                      FUNCTION TRIM(BKP002A-MENSAGEM)
              EXIT SECTION
           END-IF

           IF BKP002A-QTDE NOT EQUAL BKP001A-QTDE OR
              BKP002A-HASH NOT EQUAL BKP001A-HASH
              ADD 1                    TO WRK-QTDE-FALHAS
              DISPLAY '* ' FUNCTION TRIM(BKP001A-GERACAO)
                      ': CONTEUDO DIFERENTE DO CATALOGADO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESTAURAR A GERACAO DA LINHA WRK-IND-CAT E REGISTRAR NO LOG
      *    CENTRAL
      *----------------------------------------------------------------*
       0010-RESTAURAR-GERACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
           INITIALIZE WRK-BKP-REGISTRO
           MOVE 'R'                    TO BKP002A-ACAO
           MOVE BKP001A-ARQUIVO        TO BKP002A-ARQUIVO
           MOVE BKP001A-GERACAO        TO BKP002A-GERACAO
           MOVE BKP001A-QTDE           TO BKP002A-QTDE
           MOVE BKP001A-HASH           TO BKP002A-HASH
           CALL 'BKPARQ1B' USING WRK-BKP-REGISTRO

           MOVE 'BKPRST1A'             TO ERR001A-PROGRAMA
           MOVE '0010-RESTAURAR-GERACAO' TO ERR001A-PARAGRAFO
           MOVE BKP001A-ARQUIVO        TO ERR001A-ARQUIVO
           MOVE BKP002A-FILE-STATUS    TO ERR001A-FILE-STATUS
           MOVE SPACES                 TO ERR001A-MENSAGEM

           IF BKP002A-RETORNO EQUAL 'S'
              DISPLAY '* ' FUNCTION TRIM(BKP001A-ARQUIVO)
                      ': RESTAURADO DE ' BKP001A-DATA ' - '
                      BKP001A-QTDE ' REGISTROS CONFERIDOS'
              MOVE 'I'                 TO ERR001A-SEVERIDADE
              STRING 'RESTAURADO DA GERACAO DE ' BKP001A-DATA
                     ' POR ' FUNCTION TRIM(WRK-OPERADOR)
                     DELIMITED BY SIZE INTO ERR001A-MENSAGEM
              END-STRING
           ELSE
              ADD 1                    TO WRK-QTDE-FALHAS
              DISPLAY '* ' FUNCTION TRIM(BKP001A-ARQUIVO)
                      ': NAO RESTAURADO - '
                      FUNCTION TRIM(BKP002A-MENSAGEM)
              MOVE 'E'                 TO ERR001A-SEVERIDADE
              STRING 'RESTAURACAO DE ' BKP001A-DATA ' FALHOU ('
                     FUNCTION TRIM(WRK-OPERADOR) '): '
                     FUNCTION TRIM(BKP002A-MENSAGEM)
                     DELIMITED BY SIZE INTO ERR001A-MENSAGEM
              END-STRING
           END-IF

           CALL 'ERRH001A' USING WRK-ERR-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'FIM DE PROGRAMA'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
