      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: TABELA DE PRECOS COM DATA DE VIGENCIA. O NOVO
      *              PRECO DE UM PRODUTO DE ESTOQUE.dat E AGENDADO EM
      *              PRECOTAB.dat PARA VALER A PARTIR DE UMA DATA; O
      *              LOTE NOTURNO PRECO01B APLICA OS PRECOS QUE
      *              ENTRARAM EM VIGENCIA EM ESTOQUE.dat E NO CATALOGO
      *              PRODUTOS.dat, GRAVA O HISTORICO PRECOHIST.dat E
      *              IMPRIME AS ETIQUETAS DE GONDOLA. OPERACOES:
      *              - AGENDAR NOVO PRECO (VIGENCIA DE HOJE EM DIANTE;
      *                O MESMO PRODUTO NA MESMA DATA SUBSTITUI O
      *                AGENDAMENTO PENDENTE);
      *              - CANCELAR UM AGENDAMENTO PENDENTE;
      *              - CONSULTAR O PRODUTO: PRECO ATUAL, AGENDAMENTOS
      *                E HISTORICO DE PRECOS;
      *              - LISTAR OS AGENDAMENTOS PENDENTES.
      *----------------------------------------------------------------*
      * LAYOUT DE PRECOTAB.dat (PIPE):
      *   PRODUTO|PRECO-CENTS|VIGENCIA|SITUACAO|OPERADOR|DATA-CADASTRO|
      *   SITUACAO: P = PENDENTE  A = APLICADO  C = CANCELADO
      *             S = SUBSTITUIDO (OUTRO PRECO VIGENTE MAIS RECENTE
      *                 FOI APLICADO NA MESMA RODADA)
      *             E = ERRO (PRODUTO FORA DE ESTOQUE.dat NA RODADA)
      * LAYOUT DE PRECOHIST.dat (PIPE, GRAVADO PELO PRECO01B):
      *   PRODUTO|VIGENCIA|PRECO-ANTERIOR-CENTS|PRECO-NOVO-CENTS|
      *   DATA-APLICACAO|HORA-APLICACAO|
      * NOME.......: PRECO01A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECO01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PRECOTAB ASSIGN TO 'PRECOTAB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PRECOHIST ASSIGN TO 'PRECOHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRECOTAB.
       01  FD-LIN-PRECOTAB                PIC X(080).

       FD  ARQ-PRECOHIST.
       01  FD-LIN-PRECOHIST               PIC X(080).

       FD  ARQUIVO-EST.
       01  FD-ARQ-EST.
         05  FDE-COD-PRODUTO              PIC 9(05) VALUE ZEROS.
         05  FDE-NOME-PRODUTO             PIC X(20) VALUE SPACES.
         05  FDE-QTDE-PRODUTO             PIC 9(05) VALUE ZEROS.
         05  FDE-VALOR-PRODUTO            PIC 9(15)V99 VALUE ZEROS.
         05  FDE-QTDE-MINIMA              PIC 9(05) VALUE ZEROS.
         05  FDE-QTDE-LOCAL OCCURS 10 TIMES.
             10  FDE-LOCAL-COD            PIC X(05) VALUE SPACES.
             10  FDE-LOCAL-QTDE           PIC 9(05) VALUE ZEROS.

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-FS-ESTOQUE                 PIC X(02) VALUE SPACES.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.

      *--- Agendamentos (PRECOTAB.dat)
       01  WRK-MAX-TAB-PRC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-PRC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRC                    PIC 9(03) VALUE ZEROS.
       01  WRK-PRC-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-LISTADOS              PIC 9(03) VALUE ZEROS.
       01  TAB-PRECOS.
           05  TAB-PRC-LINHA OCCURS 500 TIMES.
               10  TAB-PRC-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-PRC-PRECO          PIC 9(09) VALUE ZEROS.
               10  TAB-PRC-VIGENCIA       PIC 9(08) VALUE ZEROS.
               10  TAB-PRC-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-PRC-OPERADOR       PIC X(20) VALUE SPACES.
               10  TAB-PRC-CADASTRO       PIC 9(08) VALUE ZEROS.

      *--- Dados em digitacao
       01  WRK-PRC-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-PRC-VALOR                  PIC 9(06)V99 VALUE ZEROS.
       01  WRK-PRC-CENTS                  PIC 9(09) VALUE ZEROS.
       01  WRK-PRC-VIGENCIA               PIC 9(08) VALUE ZEROS.
       01  WRK-PRC-OPERADOR               PIC X(20) VALUE SPACES.
       01  WRK-PRC-ATUAL-CENTS            PIC 9(09) VALUE ZEROS.
       01  WRK-PRC-NOME                   PIC X(20) VALUE SPACES.

      *--- Linha lida de PRECOHIST.dat
       01  WRK-HST-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-HST-VIGENCIA               PIC 9(08) VALUE ZEROS.
       01  WRK-HST-ANTERIOR               PIC 9(09) VALUE ZEROS.
       01  WRK-HST-NOVO                   PIC 9(09) VALUE ZEROS.
       01  WRK-HST-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-HST-HORA                   PIC 9(06) VALUE ZEROS.

       01  WRK-VALOR-ED                   PIC ZZZ.ZZ9,99.
       01  WRK-VALOR2-ED                  PIC ZZZ.ZZ9,99.

      *  DATA DO SISTEMA
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
           PERFORM 0002-CARREGAR-PRECOS
           PERFORM 0004-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA CORRENTE VIA PROGDATA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WRK-HOJE-AAAAMMDD =
                   (COD001A-DATA-ANO * 10000) +
                   (COD001A-DATA-MES * 100) +
                    COD001A-DATA-DIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS AGENDAMENTOS DE PRECOTAB.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-PRECOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PRC
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PRECOTAB

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PRECOTAB
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PRECOTAB(1:5) IS NUMERIC AND
                       WRK-QTDE-PRC LESS WRK-MAX-TAB-PRC
                       ADD 1           TO WRK-QTDE-PRC
                       UNSTRING FD-LIN-PRECOTAB DELIMITED BY SEP
                          INTO TAB-PRC-PRODUTO(WRK-QTDE-PRC)
                               TAB-PRC-PRECO(WRK-QTDE-PRC)
                               TAB-PRC-VIGENCIA(WRK-QTDE-PRC)
                               TAB-PRC-SITUACAO(WRK-QTDE-PRC)
                               TAB-PRC-OPERADOR(WRK-QTDE-PRC)
                               TAB-PRC-CADASTRO(WRK-QTDE-PRC)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PRECOTAB
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER O PRODUTO WRK-PRC-PRODUTO EM ESTOQUE.dat: NOME E PRECO
      *    ATUAL (WRK-PRC-NOME EM BRANCO SE NAO EXISTE)
      *----------------------------------------------------------------*
       0003-LER-PRODUTO                SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PRC-NOME
           MOVE ZEROS                  TO WRK-PRC-ATUAL-CENTS

           OPEN INPUT ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE
              EXIT SECTION
           END-IF

           MOVE WRK-PRC-PRODUTO        TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 MOVE SPACES           TO FDE-NOME-PRODUTO
              NOT INVALID KEY
                 MOVE FDE-NOME-PRODUTO TO WRK-PRC-NOME
                 COMPUTE WRK-PRC-ATUAL-CENTS =
                         FDE-VALOR-PRODUTO * 100
           END-READ

           CLOSE ARQUIVO-EST
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
           DISPLAY '*=     TABELA DE PRECOS COM VIGENCIA      =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - AGENDAR NOVO PRECO                   *'
           DISPLAY '* 2 - CANCELAR AGENDAMENTO                 *'
           DISPLAY '* 3 - CONSULTAR PRODUTO E HISTORICO        *'
           DISPLAY '* 4 - LISTAR AGENDAMENTOS PENDENTES        *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-AGENDAR-PRECO
                      PERFORM 0004-TELA-MENU
               WHEN 2 PERFORM 0020-CANCELAR-AGENDAMENTO
                      PERFORM 0004-TELA-MENU
               WHEN 3 PERFORM 0030-CONSULTAR-PRODUTO
                      PERFORM 0004-TELA-MENU
               WHEN 4 PERFORM 0040-LISTAR-PENDENTES
                      PERFORM 0004-TELA-MENU
               WHEN 9 CONTINUE
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
      *    LOCALIZAR O AGENDAMENTO PENDENTE DE WRK-PRC-PRODUTO NA
      *    VIGENCIA WRK-PRC-VIGENCIA (WRK-PRC-ACHADO = 0 SE NAO EXISTE)
      *----------------------------------------------------------------*
       0005-LOCALIZAR-PENDENTE         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PRC-ACHADO

           PERFORM VARYING WRK-IND-PRC FROM 1 BY 1 UNTIL
                      (WRK-IND-PRC > WRK-QTDE-PRC) OR
                      (WRK-PRC-ACHADO GREATER ZEROS)
              IF TAB-PRC-PRODUTO(WRK-IND-PRC) EQUAL WRK-PRC-PRODUTO
                 AND TAB-PRC-VIGENCIA(WRK-IND-PRC) EQUAL
                     WRK-PRC-VIGENCIA
                 AND TAB-PRC-SITUACAO(WRK-IND-PRC) EQUAL 'P'
                 MOVE WRK-IND-PRC      TO WRK-PRC-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AGENDAR O NOVO PRECO DE UM PRODUTO DE ESTOQUE.dat
      *----------------------------------------------------------------*
       0010-AGENDAR-PRECO              SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO...........: ' WITH NO ADVANCING
           ACCEPT WRK-PRC-PRODUTO

           PERFORM 0003-LER-PRODUTO
           IF WRK-PRC-NOME EQUAL SPACES
              DISPLAY 'PRODUTO NAO CADASTRADO EM ESTOQUE.dat - '
                      'PRECO NAO AGENDADO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-ED = WRK-PRC-ATUAL-CENTS / 100
           DISPLAY 'PRODUTO: ' WRK-PRC-NOME
                   '  PRECO ATUAL: ' WRK-VALOR-ED

           DISPLAY 'NOVO PRECO..................: ' WITH NO ADVANCING
           ACCEPT WRK-PRC-VALOR
           IF WRK-PRC-VALOR EQUAL ZEROS
              DISPLAY 'PRECO NAO PODE SER ZERADO - PRECO NAO AGENDADO'
              EXIT SECTION
           END-IF
           COMPUTE WRK-PRC-CENTS = WRK-PRC-VALOR * 100

           DISPLAY 'VIGENCIA A PARTIR DE (AAAAMMDD): '
                   WITH NO ADVANCING
           ACCEPT WRK-PRC-VIGENCIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-PRC-VIGENCIA)
              NOT EQUAL ZERO
              DISPLAY 'DATA DE VIGENCIA INVALIDA - PRECO NAO AGENDADO'
              EXIT SECTION
           END-IF
           IF WRK-PRC-VIGENCIA LESS WRK-HOJE-AAAAMMDD
              DISPLAY 'VIGENCIA NO PASSADO - PRECO NAO AGENDADO'
              EXIT SECTION
           END-IF

           DISPLAY 'RESPONSAVEL.................: ' WITH NO ADVANCING
           ACCEPT WRK-PRC-OPERADOR
           IF WRK-PRC-OPERADOR EQUAL SPACES
              DISPLAY 'RESPONSAVEL OBRIGATORIO - PRECO NAO AGENDADO'
              EXIT SECTION
           END-IF

      *    O MESMO PRODUTO NA MESMA VIGENCIA TROCA O PRECO PENDENTE
           PERFORM 0005-LOCALIZAR-PENDENTE
           IF WRK-PRC-ACHADO GREATER ZEROS
              MOVE WRK-PRC-CENTS       TO TAB-PRC-PRECO(WRK-PRC-ACHADO)
              MOVE WRK-PRC-OPERADOR    TO
                   TAB-PRC-OPERADOR(WRK-PRC-ACHADO)
              MOVE WRK-HOJE-AAAAMMDD   TO
                   TAB-PRC-CADASTRO(WRK-PRC-ACHADO)
              DISPLAY 'AGENDAMENTO DA MESMA VIGENCIA SUBSTITUIDO'
           ELSE
              IF WRK-QTDE-PRC NOT LESS WRK-MAX-TAB-PRC
                 DISPLAY 'TABELA DE PRECOS CHEIA - PRECO NAO AGENDADO'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-PRC
              MOVE WRK-PRC-PRODUTO     TO TAB-PRC-PRODUTO(WRK-QTDE-PRC)
              MOVE WRK-PRC-CENTS       TO TAB-PRC-PRECO(WRK-QTDE-PRC)
              MOVE WRK-PRC-VIGENCIA    TO
                   TAB-PRC-VIGENCIA(WRK-QTDE-PRC)
              MOVE 'P'                 TO
                   TAB-PRC-SITUACAO(WRK-QTDE-PRC)
              MOVE WRK-PRC-OPERADOR    TO
                   TAB-PRC-OPERADOR(WRK-QTDE-PRC)
              MOVE WRK-HOJE-AAAAMMDD   TO
                   TAB-PRC-CADASTRO(WRK-QTDE-PRC)
              DISPLAY 'PRECO AGENDADO'
           END-IF

           PERFORM 0050-REGRAVAR-PRECOS

           IF WRK-PRC-VIGENCIA EQUAL WRK-HOJE-AAAAMMDD
              DISPLAY 'VIGENCIA HOJE - O PRECO ENTRA NA LOJA NA '
                      'PROXIMA RODADA DO PRECO01B'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CANCELAR UM AGENDAMENTO AINDA PENDENTE
      *----------------------------------------------------------------*
       0020-CANCELAR-AGENDAMENTO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO...........: ' WITH NO ADVANCING
           ACCEPT WRK-PRC-PRODUTO
           DISPLAY 'VIGENCIA (AAAAMMDD).........: ' WITH NO ADVANCING
           ACCEPT WRK-PRC-VIGENCIA

           PERFORM 0005-LOCALIZAR-PENDENTE
           IF WRK-PRC-ACHADO EQUAL ZEROS
              DISPLAY 'NAO HA AGENDAMENTO PENDENTE PARA O PRODUTO '
                      'NESTA VIGENCIA'
              EXIT SECTION
           END-IF

           MOVE 'C'                    TO
                TAB-PRC-SITUACAO(WRK-PRC-ACHADO)
           PERFORM 0050-REGRAVAR-PRECOS
           DISPLAY 'AGENDAMENTO CANCELADO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR O PRODUTO: PRECO ATUAL, AGENDAMENTOS E HISTORICO
      *----------------------------------------------------------------*
       0030-CONSULTAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO...........: ' WITH NO ADVANCING
           ACCEPT WRK-PRC-PRODUTO

           PERFORM 0003-LER-PRODUTO
           COMPUTE WRK-VALOR-ED = WRK-PRC-ATUAL-CENTS / 100
           DISPLAY '*==========================================*'
           DISPLAY '* PRODUTO ' WRK-PRC-PRODUTO ' ' WRK-PRC-NOME
                   ' PRECO ATUAL ' WRK-VALOR-ED
           DISPLAY '* AGENDAMENTOS (P/A/C/S/E):'
           MOVE ZEROS                  TO WRK-QTDE-LISTADOS
           PERFORM VARYING WRK-IND-PRC FROM 1 BY 1 UNTIL
                      WRK-IND-PRC > WRK-QTDE-PRC
              IF TAB-PRC-PRODUTO(WRK-IND-PRC) EQUAL WRK-PRC-PRODUTO
                 ADD 1                 TO WRK-QTDE-LISTADOS
                 COMPUTE WRK-VALOR-ED =
                         TAB-PRC-PRECO(WRK-IND-PRC) / 100
                 DISPLAY '*   ' TAB-PRC-VIGENCIA(WRK-IND-PRC)
                         ' ' WRK-VALOR-ED
                         ' ' TAB-PRC-SITUACAO(WRK-IND-PRC)
                         ' ' TAB-PRC-OPERADOR(WRK-IND-PRC)
              END-IF
           END-PERFORM
           IF WRK-QTDE-LISTADOS EQUAL ZEROS
              DISPLAY '*   NENHUM'
           END-IF

           DISPLAY '* HISTORICO (VIGENCIA / DE / PARA / APLICADO):'
           MOVE ZEROS                  TO WRK-QTDE-LISTADOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-PRECOHIST
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PRECOHIST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-HST-PRODUTO
                    UNSTRING FD-LIN-PRECOHIST DELIMITED BY SEP
                       INTO WRK-HST-PRODUTO
                            WRK-HST-VIGENCIA
                            WRK-HST-ANTERIOR
                            WRK-HST-NOVO
                            WRK-HST-DATA
                            WRK-HST-HORA
                    END-UNSTRING
                    IF WRK-HST-PRODUTO EQUAL WRK-PRC-PRODUTO
                       ADD 1           TO WRK-QTDE-LISTADOS
                       COMPUTE WRK-VALOR-ED  = WRK-HST-ANTERIOR / 100
                       COMPUTE WRK-VALOR2-ED = WRK-HST-NOVO / 100
                       DISPLAY '*   ' WRK-HST-VIGENCIA
                               ' ' WRK-VALOR-ED
                               ' ' WRK-VALOR2-ED
                               ' ' WRK-HST-DATA '-' WRK-HST-HORA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-PRECOHIST
           MOVE 'N'                    TO WRK-FIM-ARQ
           IF WRK-QTDE-LISTADOS EQUAL ZEROS
              DISPLAY '*   NENHUM'
           END-IF
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS AGENDAMENTOS PENDENTES
      *----------------------------------------------------------------*
       0040-LISTAR-PENDENTES           SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '* PRODUTO VIGENCIA        PRECO RESPONSAVEL'
           MOVE ZEROS                  TO WRK-QTDE-LISTADOS
           PERFORM VARYING WRK-IND-PRC FROM 1 BY 1 UNTIL
                      WRK-IND-PRC > WRK-QTDE-PRC
              IF TAB-PRC-SITUACAO(WRK-IND-PRC) EQUAL 'P'
                 ADD 1                 TO WRK-QTDE-LISTADOS
                 COMPUTE WRK-VALOR-ED =
                         TAB-PRC-PRECO(WRK-IND-PRC) / 100
                 DISPLAY '* ' TAB-PRC-PRODUTO(WRK-IND-PRC)
                         '   ' TAB-PRC-VIGENCIA(WRK-IND-PRC)
                         ' ' WRK-VALOR-ED
                         ' ' TAB-PRC-OPERADOR(WRK-IND-PRC)
              END-IF
           END-PERFORM
           IF WRK-QTDE-LISTADOS EQUAL ZEROS
              DISPLAY '* NENHUM AGENDAMENTO PENDENTE'
           END-IF
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR PRECOTAB.dat A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0050-REGRAVAR-PRECOS            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-PRECOTAB

           PERFORM VARYING WRK-IND-PRC FROM 1 BY 1 UNTIL
                      WRK-IND-PRC > WRK-QTDE-PRC
              MOVE SPACES              TO FD-LIN-PRECOTAB
              STRING TAB-PRC-PRODUTO(WRK-IND-PRC)  DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-PRC-PRECO(WRK-IND-PRC)    DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-PRC-VIGENCIA(WRK-IND-PRC) DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-PRC-SITUACAO(WRK-IND-PRC) DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-PRC-OPERADOR(WRK-IND-PRC) DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-PRC-CADASTRO(WRK-IND-PRC) DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     INTO FD-LIN-PRECOTAB
              END-STRING
              WRITE FD-LIN-PRECOTAB
           END-PERFORM

           CLOSE ARQ-PRECOTAB
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
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
