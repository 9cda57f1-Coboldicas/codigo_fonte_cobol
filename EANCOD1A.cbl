      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: MANUTENCAO DOS CODIGOS DE BARRAS GTIN/EAN-13 DOS
      *              PRODUTOS (EANPROD.dat). CADA PRODUTO DO ESTOQUE
      *              PODE TER UM OU MAIS CODIGOS. O CODIGO FIXO (TIPO
      *              N) ACEITA GTIN DE 8, 12 OU 13 DIGITOS, GRAVADO EM
      *              13, COM O DIGITO VERIFICADOR CONFERIDO PELO
      *              EANCOD1B. O CODIGO DE BALANCA E CADASTRADO PELO
      *              PREFIXO 2 + PLU(5) COM O TIPO P (PRECO EMBUTIDO)
      *              OU K (PESO EMBUTIDO). O MESMO CODIGO NAO PODE
      *              PERTENCER A DOIS PRODUTOS. O CAIXAREG, O
      *              RECEBIMENTO DO PROG023G E A CONTAGEM DO PROG023D
      *              ACEITAM O CODIGO INTERNO OU O CODIGO LIDO.
      * NOME.......: EANCOD1A
      *----------------------------------------------------------------*
      * LAYOUT DE EANPROD.dat (PIPE), UMA LINHA POR CODIGO:
      *   CODIGO(13)|PRODUTO(5)|TIPO N/P/K|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EANCOD1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-EAN ASSIGN TO 'EANPROD.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EAN.
       01  FD-LIN-EAN                     PIC X(030).

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
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-SAIR                       PIC X(01) VALUE 'N'.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.
       01  WRK-PRODUTO-OK                 PIC X(01) VALUE 'N'.

      *--- Produto e codigo informados na tela
       01  WRK-PRODUTO                    PIC 9(05) VALUE ZEROS.
       01  WRK-TIPO                       PIC X(01) VALUE SPACES.
       01  WRK-CODIGO                     PIC X(13) VALUE SPACES.
       01  WRK-TIPO-TXT                   PIC X(15) VALUE SPACES.
       01  WRK-QTDE-CODIGOS               PIC 9(03) VALUE ZEROS.

      *--- Codigos carregados (EANPROD.dat)
       01  WRK-MAX-TAB-EAN                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-EAN                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-EAN                    PIC 9(04) VALUE ZEROS.
       01  WRK-IND-DST                    PIC 9(04) VALUE ZEROS.
       01  WRK-EAN-ACHADO                 PIC 9(04) VALUE ZEROS.
       01  TAB-CODIGOS.
           05  TAB-EAN-LINHA OCCURS 2000 TIMES.
               10  TAB-EAN-CODIGO         PIC X(13) VALUE SPACES.
               10  TAB-EAN-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-EAN-TIPO           PIC X(01) VALUE SPACES.

       01  WRK-VALOR-EDIT                 PIC Z.ZZ9,99.
       01  WRK-PESO-EDIT                  PIC ZZ9,999.

      *     CODIGO LIDO / GTIN (EANCOD1B).
       01  WRK-EAN-REGISTRO.
           COPY EAN001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM UNTIL WRK-SAIR EQUAL 'S'
              PERFORM 0001-EXIBIR-MENU
           END-PERFORM

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENU DOS CODIGOS DE BARRAS
      *----------------------------------------------------------------*
       0001-EXIBIR-MENU                SECTION.
      *----------------------------------------------------------------*

           DISPLAY ' '
           DISPLAY '*=========================================*'
           DISPLAY '* EANCOD1A - CODIGOS DE BARRAS (GTIN/EAN) *'
           DISPLAY '*=========================================*'
           DISPLAY '* 1 - INCLUIR CODIGO                      *'
           DISPLAY '* 2 - EXCLUIR CODIGO                      *'
           DISPLAY '* 3 - CONSULTAR CODIGOS DO PRODUTO        *'
           DISPLAY '* 4 - TESTAR LEITURA DE CODIGO            *'
           DISPLAY '* 9 - SAIR                                *'
           DISPLAY '*=========================================*'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0010-INCLUIR-CODIGO
              WHEN 2
                 PERFORM 0020-EXCLUIR-CODIGO
              WHEN 3
                 PERFORM 0030-CONSULTAR-PRODUTO
              WHEN 4
                 PERFORM 0040-TESTAR-LEITURA
              WHEN 9
                 MOVE 'S'              TO WRK-SAIR
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CODIGOS DE EANPROD.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-CODIGOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EAN
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-EAN

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-EAN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-EAN NOT EQUAL SPACES AND
                       WRK-QTDE-EAN LESS WRK-MAX-TAB-EAN
                       ADD 1           TO WRK-QTDE-EAN
                       MOVE SPACES     TO TAB-EAN-CODIGO(WRK-QTDE-EAN)
                                          TAB-EAN-TIPO(WRK-QTDE-EAN)
                       MOVE ZEROS      TO TAB-EAN-PRODUTO(WRK-QTDE-EAN)
                       UNSTRING FD-LIN-EAN DELIMITED BY SEP
                          INTO TAB-EAN-CODIGO(WRK-QTDE-EAN)
                               TAB-EAN-PRODUTO(WRK-QTDE-EAN)
                               TAB-EAN-TIPO(WRK-QTDE-EAN)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-EAN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-CODIGO NA TABELA (WRK-EAN-ACHADO). O PREFIXO
      *    DE BALANCA E COMPARADO NAS 6 PRIMEIRAS POSICOES
      *----------------------------------------------------------------*
       0003-LOCALIZAR-CODIGO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-EAN-ACHADO
           PERFORM VARYING WRK-IND-EAN FROM 1 BY 1 UNTIL
                      WRK-IND-EAN GREATER WRK-QTDE-EAN OR
                      WRK-EAN-ACHADO GREATER ZEROS
              IF TAB-EAN-CODIGO(WRK-IND-EAN) EQUAL WRK-CODIGO
                 MOVE WRK-IND-EAN      TO WRK-EAN-ACHADO
              END-IF
              IF WRK-TIPO NOT EQUAL 'N' AND
                 TAB-EAN-TIPO(WRK-IND-EAN) NOT EQUAL 'N' AND
                 TAB-EAN-CODIGO(WRK-IND-EAN)(1:6) EQUAL
                 WRK-CODIGO(1:6)
                 MOVE WRK-IND-EAN      TO WRK-EAN-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR EANPROD.dat A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0004-GRAVAR-CODIGOS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-EAN
           PERFORM VARYING WRK-IND-EAN FROM 1 BY 1 UNTIL
                      WRK-IND-EAN GREATER WRK-QTDE-EAN
              MOVE SPACES              TO FD-LIN-EAN
              STRING TAB-EAN-CODIGO(WRK-IND-EAN)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-EAN-PRODUTO(WRK-IND-EAN)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-EAN-TIPO(WRK-IND-EAN)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     INTO FD-LIN-EAN
              END-STRING
              WRITE FD-LIN-EAN
           END-PERFORM
           CLOSE ARQ-EAN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER O PRODUTO FDE-COD-PRODUTO NO ESTOQUE
      *    (WRK-PRODUTO-OK = 'S' QUANDO CADASTRADO)
      *----------------------------------------------------------------*
       0005-LER-PRODUTO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PRODUTO-OK
           OPEN INPUT ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE
              EXIT SECTION
           END-IF
           READ ARQUIVO-EST
              INVALID KEY MOVE SPACES  TO FDE-NOME-PRODUTO
              NOT INVALID KEY MOVE 'S' TO WRK-PRODUTO-OK
           END-READ
           CLOSE ARQUIVO-EST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESCRICAO DO TIPO DO CODIGO WRK-TIPO
      *----------------------------------------------------------------*
       0006-DESCREVER-TIPO             SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-TIPO
              WHEN 'P'
                 MOVE 'BALANCA/PRECO' TO WRK-TIPO-TXT
              WHEN 'K'
                 MOVE 'BALANCA/PESO'  TO WRK-TIPO-TXT
              WHEN OTHER
                 MOVE 'FIXO'          TO WRK-TIPO-TXT
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM CODIGO NO PRODUTO. O GTIN FIXO PRECISA TER O
      *    DIGITO VERIFICADOR CORRETO; O PREFIXO DE BALANCA COMECA
      *    COM 2. CODIGO DE OUTRO PRODUTO E RECUSADO
      *----------------------------------------------------------------*
       0010-INCLUIR-CODIGO             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-CODIGOS

           DISPLAY 'PRODUTO: ' WITH NO ADVANCING
           ACCEPT WRK-PRODUTO
           MOVE WRK-PRODUTO            TO FDE-COD-PRODUTO
           PERFORM 0005-LER-PRODUTO
           IF WRK-PRODUTO-OK NOT EQUAL 'S'
              DISPLAY 'PRODUTO ' WRK-PRODUTO
                      ' NAO CADASTRADO NO ESTOQUE'
              EXIT SECTION
           END-IF

           DISPLAY 'TIPO (N = FIXO, P = BALANCA PRECO, '
                   'K = BALANCA PESO): ' WITH NO ADVANCING
           ACCEPT WRK-TIPO
           IF WRK-TIPO NOT EQUAL 'N' AND WRK-TIPO NOT EQUAL 'P' AND
              WRK-TIPO NOT EQUAL 'K'
              DISPLAY 'TIPO INVALIDO - INFORME N, P OU K'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-CODIGO
           IF WRK-TIPO EQUAL 'N'
              DISPLAY 'CODIGO DE BARRAS (8, 12 OU 13 DIGITOS): '
                      WITH NO ADVANCING
              ACCEPT WRK-CODIGO
              MOVE 'V'                 TO EAN001A-ACAO
              MOVE WRK-CODIGO          TO EAN001A-LIDO
              CALL 'EANCOD1B' USING WRK-EAN-REGISTRO
              EVALUATE EAN001A-RETORNO
                 WHEN 'E'
                    MOVE EAN001A-CODIGO
                                       TO WRK-CODIGO
                 WHEN 'D'
                    DISPLAY 'DIGITO VERIFICADOR INVALIDO - O CORRETO '
                            'SERIA ' EAN001A-DIGITO
                    EXIT SECTION
                 WHEN OTHER
                    DISPLAY 'CODIGO DE BARRAS INVALIDO'
                    EXIT SECTION
              END-EVALUATE
           ELSE
              DISPLAY 'PREFIXO DA BALANCA (2 + PLU DE 5 DIGITOS): '
                      WITH NO ADVANCING
              ACCEPT WRK-CODIGO
              IF WRK-CODIGO(1:6) IS NOT NUMERIC OR
                 WRK-CODIGO(1:1) NOT EQUAL '2' OR
                 WRK-CODIGO(7:7) NOT EQUAL SPACES
                 DISPLAY 'PREFIXO INVALIDO - INFORME 6 DIGITOS '
                         'INICIANDO POR 2'
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM 0003-LOCALIZAR-CODIGO
           IF WRK-EAN-ACHADO GREATER ZEROS
              IF TAB-EAN-PRODUTO(WRK-EAN-ACHADO) EQUAL WRK-PRODUTO
                 DISPLAY 'CODIGO ' TAB-EAN-CODIGO(WRK-EAN-ACHADO)
                         ' JA CADASTRADO PARA O PRODUTO'
              ELSE
                 DISPLAY 'CODIGO ' TAB-EAN-CODIGO(WRK-EAN-ACHADO)
                         ' JA PERTENCE AO PRODUTO '
                         TAB-EAN-PRODUTO(WRK-EAN-ACHADO)
                         ' - INCLUSAO RECUSADA'
              END-IF
              EXIT SECTION
           END-IF

           IF WRK-QTDE-EAN NOT LESS WRK-MAX-TAB-EAN
              DISPLAY 'TABELA DE CODIGOS DE BARRAS CHEIA'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-EAN
           MOVE WRK-CODIGO             TO TAB-EAN-CODIGO(WRK-QTDE-EAN)
           MOVE WRK-PRODUTO            TO TAB-EAN-PRODUTO(WRK-QTDE-EAN)
           MOVE WRK-TIPO               TO TAB-EAN-TIPO(WRK-QTDE-EAN)

           PERFORM 0004-GRAVAR-CODIGOS
           PERFORM 0006-DESCREVER-TIPO
           DISPLAY 'CODIGO ' FUNCTION TRIM(WRK-CODIGO) ' ('
                   FUNCTION TRIM(WRK-TIPO-TXT)
                   ') INCLUIDO NO PRODUTO ' WRK-PRODUTO ' '
                   FDE-NOME-PRODUTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXCLUIR UM CODIGO DE BARRAS
      *----------------------------------------------------------------*
       0020-EXCLUIR-CODIGO             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-CODIGOS

           DISPLAY 'CODIGO DE BARRAS OU PREFIXO DA BALANCA: '
                   WITH NO ADVANCING
           MOVE SPACES                 TO WRK-CODIGO
           ACCEPT WRK-CODIGO
           MOVE 'N'                    TO WRK-TIPO
           IF WRK-CODIGO(7:7) EQUAL SPACES
              MOVE 'P'                 TO WRK-TIPO
           ELSE
              MOVE 'V'                 TO EAN001A-ACAO
              MOVE WRK-CODIGO          TO EAN001A-LIDO
              CALL 'EANCOD1B' USING WRK-EAN-REGISTRO
              IF EAN001A-CODIGO NOT EQUAL SPACES
                 MOVE EAN001A-CODIGO   TO WRK-CODIGO
              END-IF
           END-IF

           PERFORM 0003-LOCALIZAR-CODIGO
           IF WRK-EAN-ACHADO EQUAL ZEROS
              DISPLAY 'CODIGO ' WRK-CODIGO ' NAO CADASTRADO'
              EXIT SECTION
           END-IF

           DISPLAY 'EXCLUIR O CODIGO ' TAB-EAN-CODIGO(WRK-EAN-ACHADO)
                   ' DO PRODUTO ' TAB-EAN-PRODUTO(WRK-EAN-ACHADO)
                   ' (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'OPERACAO ABANDONADA'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-IND-DST
           PERFORM VARYING WRK-IND-EAN FROM 1 BY 1 UNTIL
                      WRK-IND-EAN GREATER WRK-QTDE-EAN
              IF WRK-IND-EAN NOT EQUAL WRK-EAN-ACHADO
                 ADD 1                 TO WRK-IND-DST
                 MOVE TAB-EAN-LINHA(WRK-IND-EAN)
                                       TO TAB-EAN-LINHA(WRK-IND-DST)
              END-IF
           END-PERFORM
           MOVE WRK-IND-DST            TO WRK-QTDE-EAN

           PERFORM 0004-GRAVAR-CODIGOS
           DISPLAY 'CODIGO EXCLUIDO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR OS CODIGOS DE BARRAS DE UM PRODUTO
      *----------------------------------------------------------------*
       0030-CONSULTAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-CODIGOS

           DISPLAY 'PRODUTO: ' WITH NO ADVANCING
           ACCEPT WRK-PRODUTO
           MOVE WRK-PRODUTO            TO FDE-COD-PRODUTO
           PERFORM 0005-LER-PRODUTO
           DISPLAY '* PRODUTO ' WRK-PRODUTO ' ' FDE-NOME-PRODUTO

           MOVE ZEROS                  TO WRK-QTDE-CODIGOS
           PERFORM VARYING WRK-IND-EAN FROM 1 BY 1 UNTIL
                      WRK-IND-EAN GREATER WRK-QTDE-EAN
              IF TAB-EAN-PRODUTO(WRK-IND-EAN) EQUAL WRK-PRODUTO
                 ADD 1                 TO WRK-QTDE-CODIGOS
                 MOVE TAB-EAN-TIPO(WRK-IND-EAN) TO WRK-TIPO
                 PERFORM 0006-DESCREVER-TIPO
                 DISPLAY '*   ' TAB-EAN-CODIGO(WRK-IND-EAN) ' '
                         WRK-TIPO-TXT
              END-IF
           END-PERFORM

           IF WRK-QTDE-CODIGOS EQUAL ZEROS
              DISPLAY '* PRODUTO SEM CODIGO DE BARRAS'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TESTAR A LEITURA DE UM CODIGO COMO O CAIXA FARIA
      *----------------------------------------------------------------*
       0040-TESTAR-LEITURA             SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO LIDO: ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-CODIGO
           ACCEPT WRK-CODIGO
           MOVE 'C'                    TO EAN001A-ACAO
           MOVE WRK-CODIGO             TO EAN001A-LIDO
           CALL 'EANCOD1B' USING WRK-EAN-REGISTRO

           EVALUATE EAN001A-RETORNO
              WHEN 'I'
                 DISPLAY '* CODIGO INTERNO ' EAN001A-PRODUTO
              WHEN 'E'
                 MOVE EAN001A-TIPO     TO WRK-TIPO
                 PERFORM 0006-DESCREVER-TIPO
                 DISPLAY '* GTIN ' EAN001A-CODIGO ' PRODUTO '
                         EAN001A-PRODUTO ' ' WRK-TIPO-TXT
                 IF EAN001A-TIPO EQUAL 'P'
                    MOVE EAN001A-VALOR TO WRK-VALOR-EDIT
                    DISPLAY '* PRECO EMBUTIDO: ' WRK-VALOR-EDIT
                 END-IF
                 IF EAN001A-TIPO EQUAL 'K'
                    MOVE EAN001A-PESO  TO WRK-PESO-EDIT
                    DISPLAY '* PESO EMBUTIDO (KG): ' WRK-PESO-EDIT
                 END-IF
              WHEN 'D'
                 DISPLAY '* DIGITO VERIFICADOR INVALIDO - CALCULADO '
                         EAN001A-DIGITO
              WHEN 'N'
                 DISPLAY '* GTIN ' EAN001A-CODIGO ' NAO CADASTRADO'
              WHEN OTHER
                 DISPLAY '* CODIGO INVALIDO'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
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
