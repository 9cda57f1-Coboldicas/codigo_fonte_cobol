      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: LOTE NOTURNO DE APLICACAO DE PRECOS. LE A TABELA
      *              DE PRECOS COM VIGENCIA PRECOTAB.dat (MANTIDA PELO
      *              PRECO01A) E, PARA CADA PRODUTO COM AGENDAMENTO
      *              PENDENTE JA EM VIGENCIA, APLICA O PRECO MAIS
      *              RECENTE (OS PENDENTES MAIS ANTIGOS DO MESMO
      *              PRODUTO FICAM SUBSTITUIDOS):
      *              - GRAVA O PRECO EM ESTOQUE.dat (PRECO DO CAIXA) E
      *                NO CATALOGO PRODUTOS.dat (PRECO DA NOTA);
      *              - GRAVA A MUDANCA NO HISTORICO PRECOHIST.dat COM
      *                O PRECO ANTERIOR, O NOVO E A DATA-HORA EM QUE
      *                PASSOU A VALER NA LOJA (BASE DO REEMBOLSO DA
      *                DEVOLUCAO NO CAIXAREG);
      *              - IMPRIME EM ETIQUETA.txt A ETIQUETA DE GONDOLA
      *                SO DOS PRODUTOS CUJO PRECO MUDOU NA RODADA.
      *              OS LAYOUTS DE PRECOTAB.dat E PRECOHIST.dat ESTAO
      *              DOCUMENTADOS NO PRECO01A.
      * NOME.......: PRECO01B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECO01B.
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

           SELECT OPTIONAL ARQ-PRODUTOS ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-ETIQUETA ASSIGN TO 'ETIQUETA.txt'
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

       FD  ARQ-PRODUTOS.
       01  FD-LIN-PRODUTOS                PIC X(080).

       FD  ARQ-ETIQUETA.
       01  FD-LIN-ETIQUETA                PIC X(044).

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
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.

      *--- Agendamentos (PRECOTAB.dat)
       01  WRK-MAX-TAB-PRC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-PRC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRC                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-OUT                    PIC 9(03) VALUE ZEROS.
       01  WRK-SUPERADO                   PIC X(01) VALUE 'N'.
       01  TAB-PRECOS.
           05  TAB-PRC-LINHA OCCURS 500 TIMES.
               10  TAB-PRC-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-PRC-PRECO          PIC 9(09) VALUE ZEROS.
               10  TAB-PRC-VIGENCIA       PIC 9(08) VALUE ZEROS.
               10  TAB-PRC-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-PRC-OPERADOR       PIC X(20) VALUE SPACES.
               10  TAB-PRC-CADASTRO       PIC 9(08) VALUE ZEROS.

      *--- Catalogo (PRODUTOS.dat) - LINHA DE POSICAO FIXA:
      *    CODIGO(5) NOME(30) VALOR 9(06)V99 (POSICAO 36) NCM CFOP ORIG
       01  WRK-MAX-TAB-CAT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CAT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(03) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-LINHA OCCURS 500 TIMES PIC X(080).
       01  WRK-CAT-VALOR                  PIC 9(06)V99 VALUE ZEROS.
       01  WRK-CAT-VALOR-X REDEFINES WRK-CAT-VALOR
                                          PIC X(08).
       01  WRK-CAT-ALTERADO               PIC X(01) VALUE 'N'.

      *--- Aplicacao do preco
       01  WRK-PRECO-ANTERIOR             PIC 9(09) VALUE ZEROS.
       01  WRK-PRECO-NOVO                 PIC 9(09) VALUE ZEROS.
       01  WRK-QTDE-APLICADOS             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SEM-MUDANCA           PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SUBSTITUIDOS          PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-ERROS                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-ETIQUETAS             PIC 9(05) VALUE ZEROS.

      *--- Etiqueta de gondola
       01  WRK-ETQ-PRECO-ED               PIC ZZZ.ZZ9,99.
       01  WRK-ETQ-ANTERIOR-ED            PIC ZZZ.ZZ9,99.
       01  WRK-ETQ-VIGENCIA.
           05  WRK-ETQ-VIG-ANO            PIC 9(04).
           05  WRK-ETQ-VIG-MES            PIC 9(02).
           05  WRK-ETQ-VIG-DIA            PIC 9(02).
       01  WRK-ETQ-LINHA                  PIC X(044) VALUE SPACES.

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

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0002-CARREGAR-PRECOS
           PERFORM 0003-CARREGAR-CATALOGO
           PERFORM 0004-APLICAR-VIGENTES
           PERFORM 0050-REGRAVAR-PRECOS
           IF WRK-CAT-ALTERADO EQUAL 'S'
              PERFORM 0051-REGRAVAR-CATALOGO
           END-IF

           DISPLAY '*==========================================*'
           DISPLAY '* APLICACAO DE PRECOS DE ' WRK-HOJE-AAAAMMDD
           DISPLAY '* PRECOS APLICADOS......: ' WRK-QTDE-APLICADOS
           DISPLAY '* JA NO PRECO (SEM MUDANCA): '
                   WRK-QTDE-SEM-MUDANCA
           DISPLAY '* SUBSTITUIDOS..........: ' WRK-QTDE-SUBSTITUIDOS
           DISPLAY '* PRODUTO INEXISTENTE...: ' WRK-QTDE-ERROS
           DISPLAY '* ETIQUETAS (ETIQUETA.txt): ' WRK-QTDE-ETIQUETAS
           DISPLAY '*==========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA E A HORA DA RODADA VIA PROGDATA/PROGTIME
      *----------------------------------------------------------------*
       0001-OBTER-DATA-HORA            SECTION.
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

           CALL 'PROGTIME' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE
           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WRK-HORA-HHMMSS =
                   (COD001A-HORA * 10000) +
                   (COD001A-MINUTO * 100) +
                    COD001A-SEGUNDO
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
      *    CARREGAR AS LINHAS DO CATALOGO PRODUTOS.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PRODUTOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PRODUTOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FD-LIN-PRODUTOS
                                       TO TAB-CAT-LINHA(WRK-QTDE-CAT)
                    ELSE
                       DISPLAY 'CATALOGO COM MAIS DE 500 LINHAS - '
                               'PRODUTOS.dat NAO SERA ATUALIZADO'
                       MOVE 'S'        TO WRK-FIM-ARQ
                       MOVE ZEROS      TO WRK-QTDE-CAT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PRODUTOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICAR OS AGENDAMENTOS PENDENTES JA EM VIGENCIA
      *----------------------------------------------------------------*
       0004-APLICAR-VIGENTES           SECTION.
      *----------------------------------------------------------------*

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE ' - NENHUM PRECO APLICADO'
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-ETIQUETA
           OPEN EXTEND ARQ-PRECOHIST

           PERFORM VARYING WRK-IND-PRC FROM 1 BY 1 UNTIL
                      WRK-IND-PRC > WRK-QTDE-PRC
              IF TAB-PRC-SITUACAO(WRK-IND-PRC) EQUAL 'P' AND
                 TAB-PRC-VIGENCIA(WRK-IND-PRC) NOT GREATER
                 WRK-HOJE-AAAAMMDD
                 PERFORM 0005-VERIFICAR-SUPERADO
                 IF WRK-SUPERADO EQUAL 'S'
                    MOVE 'S'           TO TAB-PRC-SITUACAO(WRK-IND-PRC)
                    ADD 1              TO WRK-QTDE-SUBSTITUIDOS
                 ELSE
                    PERFORM 0006-APLICAR-PRECO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARQ-PRECOHIST
           CLOSE ARQ-ETIQUETA
           CLOSE ARQUIVO-EST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O AGENDAMENTO WRK-IND-PRC ESTA SUPERADO SE O MESMO PRODUTO
      *    TEM OUTRO PENDENTE EM VIGENCIA MAIS RECENTE (NA MESMA DATA,
      *    VALE O ULTIMO DO ARQUIVO)
      *----------------------------------------------------------------*
       0005-VERIFICAR-SUPERADO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SUPERADO

           PERFORM VARYING WRK-IND-OUT FROM 1 BY 1 UNTIL
                      (WRK-IND-OUT > WRK-QTDE-PRC) OR
                      (WRK-SUPERADO EQUAL 'S')
              IF WRK-IND-OUT NOT EQUAL WRK-IND-PRC AND
                 TAB-PRC-PRODUTO(WRK-IND-OUT) EQUAL
                 TAB-PRC-PRODUTO(WRK-IND-PRC) AND
                 TAB-PRC-SITUACAO(WRK-IND-OUT) EQUAL 'P' AND
                 TAB-PRC-VIGENCIA(WRK-IND-OUT) NOT GREATER
                 WRK-HOJE-AAAAMMDD
                 IF TAB-PRC-VIGENCIA(WRK-IND-OUT) GREATER
                    TAB-PRC-VIGENCIA(WRK-IND-PRC)
                    MOVE 'S'           TO WRK-SUPERADO
                 END-IF
                 IF TAB-PRC-VIGENCIA(WRK-IND-OUT) EQUAL
                    TAB-PRC-VIGENCIA(WRK-IND-PRC) AND
                    WRK-IND-OUT GREATER WRK-IND-PRC
                    MOVE 'S'           TO WRK-SUPERADO
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICAR O PRECO DO AGENDAMENTO WRK-IND-PRC: ESTOQUE.dat,
      *    CATALOGO, HISTORICO E ETIQUETA. PRECO JA IGUAL (RODADA
      *    INTERROMPIDA E REPETIDA) SO ACERTA O CATALOGO
      *----------------------------------------------------------------*
       0006-APLICAR-PRECO              SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-PRC-PRODUTO(WRK-IND-PRC) TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' TAB-PRC-PRODUTO(WRK-IND-PRC)
                         ' NAO CADASTRADO EM ESTOQUE.dat - PRECO '
                         'NAO APLICADO'
                 MOVE 'E'              TO TAB-PRC-SITUACAO(WRK-IND-PRC)
                 ADD 1                 TO WRK-QTDE-ERROS
                 EXIT SECTION
           END-READ

           COMPUTE WRK-PRECO-ANTERIOR  = FDE-VALOR-PRODUTO * 100
           MOVE TAB-PRC-PRECO(WRK-IND-PRC) TO WRK-PRECO-NOVO

           PERFORM 0007-ACERTAR-CATALOGO

           IF WRK-PRECO-ANTERIOR EQUAL WRK-PRECO-NOVO
              MOVE 'A'                 TO TAB-PRC-SITUACAO(WRK-IND-PRC)
              ADD 1                    TO WRK-QTDE-SEM-MUDANCA
              EXIT SECTION
           END-IF

           COMPUTE FDE-VALOR-PRODUTO   = WRK-PRECO-NOVO / 100
           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO '
                         TAB-PRC-PRODUTO(WRK-IND-PRC)
                         ' - PRECO NAO APLICADO'
                 ADD 1                 TO WRK-QTDE-ERROS
                 EXIT SECTION
           END-REWRITE

           MOVE SPACES                 TO FD-LIN-PRECOHIST
           STRING TAB-PRC-PRODUTO(WRK-IND-PRC)  DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PRC-VIGENCIA(WRK-IND-PRC) DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-PRECO-ANTERIOR            DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-PRECO-NOVO                DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD             DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-HORA-HHMMSS               DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  INTO FD-LIN-PRECOHIST
           END-STRING
           WRITE FD-LIN-PRECOHIST

           PERFORM 0008-IMPRIMIR-ETIQUETA

           MOVE 'A'                    TO TAB-PRC-SITUACAO(WRK-IND-PRC)
           ADD 1                       TO WRK-QTDE-APLICADOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACERTAR O VALOR DO PRODUTO NA LINHA DO CATALOGO
      *----------------------------------------------------------------*
       0007-ACERTAR-CATALOGO           SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-CAT-VALOR       = WRK-PRECO-NOVO / 100

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-LINHA(WRK-IND-CAT)(1:5) EQUAL
                 TAB-PRC-PRODUTO(WRK-IND-PRC)
                 AND TAB-CAT-LINHA(WRK-IND-CAT)(36:8) NOT EQUAL
                     WRK-CAT-VALOR-X
                 MOVE WRK-CAT-VALOR-X  TO
                      TAB-CAT-LINHA(WRK-IND-CAT)(36:8)
                 MOVE 'S'              TO WRK-CAT-ALTERADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPRIMIR A ETIQUETA DE GONDOLA DO PRODUTO EM ETIQUETA.txt
      *----------------------------------------------------------------*
       0008-IMPRIMIR-ETIQUETA          SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-ETQ-PRECO-ED    = WRK-PRECO-NOVO / 100
           COMPUTE WRK-ETQ-ANTERIOR-ED = WRK-PRECO-ANTERIOR / 100
           MOVE TAB-PRC-VIGENCIA(WRK-IND-PRC) TO WRK-ETQ-VIGENCIA

           MOVE '+------------------------------------------+'
                                       TO FD-LIN-ETIQUETA
           WRITE FD-LIN-ETIQUETA

           MOVE SPACES                 TO WRK-ETQ-LINHA
           STRING '| ' FDE-NOME-PRODUTO
                  DELIMITED BY SIZE INTO WRK-ETQ-LINHA
           END-STRING
           MOVE '|'                    TO WRK-ETQ-LINHA(44:1)
           MOVE WRK-ETQ-LINHA          TO FD-LIN-ETIQUETA
           WRITE FD-LIN-ETIQUETA

           MOVE SPACES                 TO WRK-ETQ-LINHA
           STRING '| R$ ' WRK-ETQ-PRECO-ED
                  '   (ERA ' WRK-ETQ-ANTERIOR-ED ')'
                  DELIMITED BY SIZE INTO WRK-ETQ-LINHA
           END-STRING
           MOVE '|'                    TO WRK-ETQ-LINHA(44:1)
           MOVE WRK-ETQ-LINHA          TO FD-LIN-ETIQUETA
           WRITE FD-LIN-ETIQUETA

           MOVE SPACES                 TO WRK-ETQ-LINHA
           STRING '| COD. ' FDE-COD-PRODUTO
                  '   VIGENCIA ' WRK-ETQ-VIG-DIA '/'
                  WRK-ETQ-VIG-MES '/' WRK-ETQ-VIG-ANO
                  DELIMITED BY SIZE INTO WRK-ETQ-LINHA
           END-STRING
           MOVE '|'                    TO WRK-ETQ-LINHA(44:1)
           MOVE WRK-ETQ-LINHA          TO FD-LIN-ETIQUETA
           WRITE FD-LIN-ETIQUETA

           MOVE '+------------------------------------------+'
                                       TO FD-LIN-ETIQUETA
           WRITE FD-LIN-ETIQUETA

           ADD 1                       TO WRK-QTDE-ETIQUETAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
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
      *    REGRAVAR PRODUTOS.dat COM OS PRECOS ACERTADOS
      *----------------------------------------------------------------*
       0051-REGRAVAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-PRODUTOS

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO FD-LIN-PRODUTOS
              WRITE FD-LIN-PRODUTOS
           END-PERFORM

           CLOSE ARQ-PRODUTOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
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
