      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: MANUTENCAO DA ESTRUTURA DE KITS / LISTA DE
      *              MATERIAIS (KITBOM.dat). O KIT E UM PRODUTO DO
      *              ESTOQUE FORMADO POR ATE 20 COMPONENTES, TAMBEM
      *              PRODUTOS DO ESTOQUE, COM A QUANTIDADE DE CADA UM
      *              POR UNIDADE DO KIT. UM SO NIVEL: O KIT NAO PODE
      *              SER COMPONENTE E O COMPONENTE NAO PODE SER KIT.
      *              TIPO V (VIRTUAL): A VENDA NO CAIXAREG, PROG027A E
      *              PEDVEN1A BAIXA OS COMPONENTES EM MOVESTOQ.dat.
      *              TIPO M (MONTADO): O KIT TEM ESTOQUE PROPRIO,
      *              PRODUZIDO PELA ORDEM DE MONTAGEM DO PROG023B QUE
      *              CONSOME OS COMPONENTES. A CONSULTA MOSTRA O CUSTO
      *              DO KIT SOMANDO O CUSTO MEDIO DOS COMPONENTES
      *              (CUSTOMED.dat), O MESMO USADO PELO CUSTO01A.
      * NOME.......: KITBOM1A
      *----------------------------------------------------------------*
      * LAYOUT DE KITBOM.dat (PIPE), UMA LINHA POR COMPONENTE:
      *   KIT(5)|TIPO V/M|COMPONENTE(5)|QTDE(5)|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITBOM1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-KITBOM ASSIGN TO 'KITBOM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT OPTIONAL ARQUIVO-CUS ASSIGN TO 'CUSTOMED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-KITBOM.
       01  FD-LIN-KITBOM                  PIC X(040).

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

       FD  ARQUIVO-CUS.
       01  FD-LIN-CUSTO                   PIC X(30).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-FS-ESTOQUE                 PIC X(02) VALUE SPACES.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-SAIR                       PIC X(01) VALUE 'N'.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.

      *--- Kit e componente informados na tela
       01  WRK-KIT                        PIC 9(05) VALUE ZEROS.
       01  WRK-TIPO                       PIC X(01) VALUE SPACES.
       01  WRK-COMPONENTE                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE                       PIC 9(05) VALUE ZEROS.
       01  WRK-NOME-KIT                   PIC X(20) VALUE SPACES.
       01  WRK-NOME-COMP                  PIC X(20) VALUE SPACES.
       01  WRK-PRODUTO-OK                 PIC X(01) VALUE 'N'.
       01  WRK-TIPO-TXT                   PIC X(08) VALUE SPACES.

      *--- Estrutura carregada (KITBOM.dat)
       01  WRK-MAX-TAB-BOM                PIC 9(03) VALUE 500.
       01  WRK-MAX-COMP                   PIC 9(02) VALUE 20.
       01  WRK-QTDE-BOM                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-BOM                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-DST                    PIC 9(03) VALUE ZEROS.
       01  WRK-BOM-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-KIT-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-COMP-E-KIT                 PIC 9(03) VALUE ZEROS.
       01  WRK-KIT-E-COMP                 PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-COMP-KIT              PIC 9(03) VALUE ZEROS.
       01  TAB-ESTRUTURA.
           05  TAB-BOM-LINHA OCCURS 500 TIMES.
               10  TAB-BOM-KIT            PIC 9(05) VALUE ZEROS.
               10  TAB-BOM-TIPO           PIC X(01) VALUE SPACES.
               10  TAB-BOM-COMPONENTE     PIC 9(05) VALUE ZEROS.
               10  TAB-BOM-QTDE           PIC 9(05) VALUE ZEROS.

      *--- Custo medio por produto (CUSTOMED.dat)
       01  WRK-MAX-TAB-CUS                PIC 9(03) VALUE 200.
       01  WRK-QTDE-CUS                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CUS                    PIC 9(03) VALUE ZEROS.
       01  WRK-CUSTO-MEDIO                PIC 9(09) VALUE ZEROS.
       01  TAB-CUSTOS.
           05  TAB-CUS-LINHA OCCURS 200 TIMES.
               10  TAB-CUS-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-CUS-QTDE-BASE      PIC 9(07) VALUE ZEROS.
               10  TAB-CUS-CUSTO-MEDIO    PIC 9(09) VALUE ZEROS.
       01  WRK-CUSTO-COMP-CENTS           PIC 9(13) VALUE ZEROS.
       01  WRK-CUSTO-KIT-CENTS            PIC 9(13) VALUE ZEROS.
       01  WRK-COMP-SEM-CUSTO             PIC 9(02) VALUE ZEROS.
       01  WRK-VALOR-AUX                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.

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
      *    MENU DA ESTRUTURA DE KITS
      *----------------------------------------------------------------*
       0001-EXIBIR-MENU                SECTION.
      *----------------------------------------------------------------*

           DISPLAY ' '
           DISPLAY '*=========================================*'
           DISPLAY '* KITBOM1A - KITS / LISTA DE MATERIAIS    *'
           DISPLAY '*=========================================*'
           DISPLAY '* 1 - INCLUIR / ALTERAR COMPONENTE        *'
           DISPLAY '* 2 - EXCLUIR COMPONENTE                  *'
           DISPLAY '* 3 - CONSULTAR KIT E CUSTO               *'
           DISPLAY '* 4 - LISTAR KITS                         *'
           DISPLAY '* 9 - SAIR                                *'
           DISPLAY '*=========================================*'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0010-INCLUIR-COMPONENTE
              WHEN 2
                 PERFORM 0020-EXCLUIR-COMPONENTE
              WHEN 3
                 PERFORM 0030-CONSULTAR-KIT
              WHEN 4
                 PERFORM 0040-LISTAR-KITS
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
      *    CARREGAR A ESTRUTURA DE KITBOM.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-ESTRUTURA         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BOM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-KITBOM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-KITBOM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-KITBOM NOT EQUAL SPACES AND
                       WRK-QTDE-BOM LESS WRK-MAX-TAB-BOM
                       ADD 1           TO WRK-QTDE-BOM
                       MOVE ZEROS      TO TAB-BOM-KIT(WRK-QTDE-BOM)
                                       TAB-BOM-COMPONENTE(WRK-QTDE-BOM)
                                       TAB-BOM-QTDE(WRK-QTDE-BOM)
                       MOVE SPACES     TO TAB-BOM-TIPO(WRK-QTDE-BOM)
                       UNSTRING FD-LIN-KITBOM DELIMITED BY SEP
                          INTO TAB-BOM-KIT(WRK-QTDE-BOM)
                               TAB-BOM-TIPO(WRK-QTDE-BOM)
                               TAB-BOM-COMPONENTE(WRK-QTDE-BOM)
                               TAB-BOM-QTDE(WRK-QTDE-BOM)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-KITBOM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-KIT / WRK-COMPONENTE NA ESTRUTURA: A LINHA
      *    DO PAR, UMA LINHA DO KIT, O COMPONENTE USADO COMO KIT E O
      *    KIT USADO COMO COMPONENTE DE OUTRO KIT
      *----------------------------------------------------------------*
       0003-LOCALIZAR-ESTRUTURA        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-BOM-ACHADO
                                          WRK-KIT-ACHADO
                                          WRK-COMP-E-KIT
                                          WRK-KIT-E-COMP
                                          WRK-QTDE-COMP-KIT
           PERFORM VARYING WRK-IND-BOM FROM 1 BY 1 UNTIL
                      WRK-IND-BOM GREATER WRK-QTDE-BOM
              IF TAB-BOM-KIT(WRK-IND-BOM) EQUAL WRK-KIT
                 MOVE WRK-IND-BOM      TO WRK-KIT-ACHADO
                 ADD 1                 TO WRK-QTDE-COMP-KIT
                 IF TAB-BOM-COMPONENTE(WRK-IND-BOM) EQUAL
                    WRK-COMPONENTE
                    MOVE WRK-IND-BOM   TO WRK-BOM-ACHADO
                 END-IF
              END-IF
              IF TAB-BOM-KIT(WRK-IND-BOM) EQUAL WRK-COMPONENTE
                 MOVE WRK-IND-BOM      TO WRK-COMP-E-KIT
              END-IF
              IF TAB-BOM-COMPONENTE(WRK-IND-BOM) EQUAL WRK-KIT
                 MOVE WRK-IND-BOM      TO WRK-KIT-E-COMP
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR KITBOM.dat A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0004-GRAVAR-ESTRUTURA           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-KITBOM
           PERFORM VARYING WRK-IND-BOM FROM 1 BY 1 UNTIL
                      WRK-IND-BOM GREATER WRK-QTDE-BOM
              MOVE SPACES              TO FD-LIN-KITBOM
              STRING TAB-BOM-KIT(WRK-IND-BOM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BOM-TIPO(WRK-IND-BOM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BOM-COMPONENTE(WRK-IND-BOM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BOM-QTDE(WRK-IND-BOM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     INTO FD-LIN-KITBOM
              END-STRING
              WRITE FD-LIN-KITBOM
           END-PERFORM
           CLOSE ARQ-KITBOM
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
      *    CARREGAR O CUSTO MEDIO POR PRODUTO DE CUSTOMED.dat
      *----------------------------------------------------------------*
       0006-CARREGAR-CUSTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CUS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CUS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CUS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CUS LESS WRK-MAX-TAB-CUS
                       ADD 1           TO WRK-QTDE-CUS
                       MOVE ZEROS      TO
                            TAB-CUS-PRODUTO(WRK-QTDE-CUS)
                            TAB-CUS-QTDE-BASE(WRK-QTDE-CUS)
                            TAB-CUS-CUSTO-MEDIO(WRK-QTDE-CUS)
                       UNSTRING FD-LIN-CUSTO DELIMITED BY SEP
                          INTO TAB-CUS-PRODUTO(WRK-QTDE-CUS)
                               TAB-CUS-QTDE-BASE(WRK-QTDE-CUS)
                               TAB-CUS-CUSTO-MEDIO(WRK-QTDE-CUS)
                       END-UNSTRING
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CUS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR OU ALTERAR A QUANTIDADE DE UM COMPONENTE. KIT E
      *    COMPONENTE CADASTRADOS NO ESTOQUE, DIFERENTES ENTRE SI, O
      *    COMPONENTE NAO E KIT E O KIT NAO E COMPONENTE. O TIPO
      *    (V/M) E PEDIDO NO PRIMEIRO COMPONENTE DO KIT
      *----------------------------------------------------------------*
       0010-INCLUIR-COMPONENTE         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-ESTRUTURA

           DISPLAY 'PRODUTO KIT: ' WITH NO ADVANCING
           ACCEPT WRK-KIT
           MOVE WRK-KIT                TO FDE-COD-PRODUTO
           PERFORM 0005-LER-PRODUTO
           IF WRK-PRODUTO-OK NOT EQUAL 'S'
              DISPLAY 'PRODUTO ' WRK-KIT ' NAO CADASTRADO NO ESTOQUE'
              EXIT SECTION
           END-IF
           MOVE FDE-NOME-PRODUTO       TO WRK-NOME-KIT

           DISPLAY 'COMPONENTE: ' WITH NO ADVANCING
           ACCEPT WRK-COMPONENTE
           IF WRK-COMPONENTE EQUAL WRK-KIT
              DISPLAY 'O KIT NAO PODE SER COMPONENTE DE SI MESMO'
              EXIT SECTION
           END-IF
           MOVE WRK-COMPONENTE         TO FDE-COD-PRODUTO
           PERFORM 0005-LER-PRODUTO
           IF WRK-PRODUTO-OK NOT EQUAL 'S'
              DISPLAY 'PRODUTO ' WRK-COMPONENTE
                      ' NAO CADASTRADO NO ESTOQUE'
              EXIT SECTION
           END-IF
           MOVE FDE-NOME-PRODUTO       TO WRK-NOME-COMP

           PERFORM 0003-LOCALIZAR-ESTRUTURA
           IF WRK-COMP-E-KIT GREATER ZEROS
              DISPLAY 'O PRODUTO ' WRK-COMPONENTE ' E UM KIT - '
                      'KIT NAO PODE SER COMPONENTE'
              EXIT SECTION
           END-IF
           IF WRK-KIT-E-COMP GREATER ZEROS
              DISPLAY 'O PRODUTO ' WRK-KIT ' E COMPONENTE DO KIT '
                      TAB-BOM-KIT(WRK-KIT-E-COMP)
                      ' - COMPONENTE NAO PODE SER KIT'
              EXIT SECTION
           END-IF

           DISPLAY 'QUANTIDADE POR KIT: ' WITH NO ADVANCING
           ACCEPT WRK-QTDE
           IF WRK-QTDE EQUAL ZEROS
              DISPLAY 'QUANTIDADE NAO PODE SER ZERADA'
              EXIT SECTION
           END-IF

           IF WRK-KIT-ACHADO GREATER ZEROS
              MOVE TAB-BOM-TIPO(WRK-KIT-ACHADO) TO WRK-TIPO
           ELSE
              DISPLAY 'TIPO DO KIT (V = VIRTUAL, M = MONTADO): '
                      WITH NO ADVANCING
              ACCEPT WRK-TIPO
              IF WRK-TIPO NOT EQUAL 'V' AND
                 WRK-TIPO NOT EQUAL 'M'
                 DISPLAY 'TIPO INVALIDO - INFORME V OU M'
                 EXIT SECTION
              END-IF
           END-IF

           IF WRK-BOM-ACHADO GREATER ZEROS
              MOVE WRK-QTDE            TO TAB-BOM-QTDE(WRK-BOM-ACHADO)
              PERFORM 0004-GRAVAR-ESTRUTURA
              DISPLAY 'QUANTIDADE DE ' WRK-NOME-COMP ' NO KIT '
                      WRK-NOME-KIT ' ALTERADA'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-COMP-KIT NOT LESS WRK-MAX-COMP
              DISPLAY 'KIT JA TEM ' WRK-MAX-COMP ' COMPONENTES'
              EXIT SECTION
           END-IF
           IF WRK-QTDE-BOM NOT LESS WRK-MAX-TAB-BOM
              DISPLAY 'ESTRUTURA DE KITS CHEIA'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-BOM
           MOVE WRK-KIT                TO TAB-BOM-KIT(WRK-QTDE-BOM)
           MOVE WRK-TIPO               TO TAB-BOM-TIPO(WRK-QTDE-BOM)
           MOVE WRK-COMPONENTE         TO
                TAB-BOM-COMPONENTE(WRK-QTDE-BOM)
           MOVE WRK-QTDE               TO TAB-BOM-QTDE(WRK-QTDE-BOM)

           PERFORM 0004-GRAVAR-ESTRUTURA
           DISPLAY 'COMPONENTE ' WRK-NOME-COMP ' INCLUIDO NO KIT '
                   WRK-NOME-KIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXCLUIR UM COMPONENTE DO KIT - SEM COMPONENTES O PRODUTO
      *    DEIXA DE SER KIT
      *----------------------------------------------------------------*
       0020-EXCLUIR-COMPONENTE         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-ESTRUTURA

           DISPLAY 'PRODUTO KIT: ' WITH NO ADVANCING
           ACCEPT WRK-KIT
           DISPLAY 'COMPONENTE: ' WITH NO ADVANCING
           ACCEPT WRK-COMPONENTE

           PERFORM 0003-LOCALIZAR-ESTRUTURA
           IF WRK-BOM-ACHADO EQUAL ZEROS
              DISPLAY 'COMPONENTE ' WRK-COMPONENTE
                      ' NAO FAZ PARTE DO KIT ' WRK-KIT
              EXIT SECTION
           END-IF

           DISPLAY 'EXCLUIR O COMPONENTE ' WRK-COMPONENTE
                   ' DO KIT ' WRK-KIT ' (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'OPERACAO ABANDONADA'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-IND-DST
           PERFORM VARYING WRK-IND-BOM FROM 1 BY 1 UNTIL
                      WRK-IND-BOM GREATER WRK-QTDE-BOM
              IF WRK-IND-BOM NOT EQUAL WRK-BOM-ACHADO
                 ADD 1                 TO WRK-IND-DST
                 MOVE TAB-BOM-LINHA(WRK-IND-BOM)
                                       TO TAB-BOM-LINHA(WRK-IND-DST)
              END-IF
           END-PERFORM
           MOVE WRK-IND-DST            TO WRK-QTDE-BOM

           PERFORM 0004-GRAVAR-ESTRUTURA
           IF WRK-QTDE-COMP-KIT EQUAL 1
              DISPLAY 'ULTIMO COMPONENTE EXCLUIDO - O PRODUTO '
                      WRK-KIT ' DEIXA DE SER KIT'
           ELSE
              DISPLAY 'COMPONENTE ' WRK-COMPONENTE ' EXCLUIDO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR UM KIT: COMPONENTES, QUANTIDADES E O CUSTO DO KIT
      *    PELA SOMA DO CUSTO MEDIO DOS COMPONENTES
      *----------------------------------------------------------------*
       0030-CONSULTAR-KIT              SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-ESTRUTURA
           PERFORM 0006-CARREGAR-CUSTOS

           DISPLAY 'PRODUTO KIT: ' WITH NO ADVANCING
           ACCEPT WRK-KIT
           MOVE ZEROS                  TO WRK-COMPONENTE
           PERFORM 0003-LOCALIZAR-ESTRUTURA
           IF WRK-KIT-ACHADO EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-KIT ' NAO E KIT'
              EXIT SECTION
           END-IF

           MOVE WRK-KIT                TO FDE-COD-PRODUTO
           PERFORM 0005-LER-PRODUTO
           IF TAB-BOM-TIPO(WRK-KIT-ACHADO) EQUAL 'M'
              MOVE 'MONTADO'           TO WRK-TIPO-TXT
           ELSE
              MOVE 'VIRTUAL'           TO WRK-TIPO-TXT
           END-IF
           DISPLAY '* KIT ' WRK-KIT ' ' FDE-NOME-PRODUTO ' - '
                   WRK-TIPO-TXT
           IF TAB-BOM-TIPO(WRK-KIT-ACHADO) EQUAL 'M'
              DISPLAY '* ESTOQUE DO KIT MONTADO: ' FDE-QTDE-PRODUTO
           END-IF

           MOVE ZEROS                  TO WRK-CUSTO-KIT-CENTS
                                          WRK-COMP-SEM-CUSTO
           PERFORM VARYING WRK-IND-BOM FROM 1 BY 1 UNTIL
                      WRK-IND-BOM GREATER WRK-QTDE-BOM
              IF TAB-BOM-KIT(WRK-IND-BOM) EQUAL WRK-KIT
                 PERFORM 0031-EXIBIR-COMPONENTE
              END-IF
           END-PERFORM

           COMPUTE WRK-VALOR-AUX = WRK-CUSTO-KIT-CENTS / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY '* CUSTO DO KIT (SOMA DOS COMPONENTES): '
                   WRK-VALOR-EDIT
           IF WRK-COMP-SEM-CUSTO GREATER ZEROS
              DISPLAY '* ATENCAO: ' WRK-COMP-SEM-CUSTO
                      ' COMPONENTE(S) SEM CUSTO MEDIO EM CUSTOMED.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXIBIR UM COMPONENTE E SOMAR O SEU CUSTO NO KIT
      *----------------------------------------------------------------*
       0031-EXIBIR-COMPONENTE          SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-BOM-COMPONENTE(WRK-IND-BOM) TO FDE-COD-PRODUTO
           PERFORM 0005-LER-PRODUTO

           MOVE ZEROS                  TO WRK-CUSTO-MEDIO
           PERFORM VARYING WRK-IND-CUS FROM 1 BY 1 UNTIL
                      WRK-IND-CUS GREATER WRK-QTDE-CUS
              IF TAB-CUS-PRODUTO(WRK-IND-CUS) EQUAL
                 TAB-BOM-COMPONENTE(WRK-IND-BOM)
                 MOVE TAB-CUS-CUSTO-MEDIO(WRK-IND-CUS)
                                       TO WRK-CUSTO-MEDIO
              END-IF
           END-PERFORM
           IF WRK-CUSTO-MEDIO EQUAL ZEROS
              ADD 1                    TO WRK-COMP-SEM-CUSTO
           END-IF

           COMPUTE WRK-CUSTO-COMP-CENTS =
                   TAB-BOM-QTDE(WRK-IND-BOM) * WRK-CUSTO-MEDIO
           ADD WRK-CUSTO-COMP-CENTS    TO WRK-CUSTO-KIT-CENTS

           COMPUTE WRK-VALOR-AUX = WRK-CUSTO-COMP-CENTS / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY '*   ' TAB-BOM-COMPONENTE(WRK-IND-BOM) ' '
                   FDE-NOME-PRODUTO ' QTDE=' TAB-BOM-QTDE(WRK-IND-BOM)
                   ' CUSTO=' WRK-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR A ESTRUTURA DE TODOS OS KITS
      *----------------------------------------------------------------*
       0040-LISTAR-KITS                SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-ESTRUTURA

           IF WRK-QTDE-BOM EQUAL ZEROS
              DISPLAY 'NENHUM KIT CADASTRADO'
              EXIT SECTION
           END-IF

           DISPLAY 'KIT   TIPO COMPONENTE QTDE'
           PERFORM VARYING WRK-IND-BOM FROM 1 BY 1 UNTIL
                      WRK-IND-BOM GREATER WRK-QTDE-BOM
              DISPLAY TAB-BOM-KIT(WRK-IND-BOM) '   '
                      TAB-BOM-TIPO(WRK-IND-BOM) '    '
                      TAB-BOM-COMPONENTE(WRK-IND-BOM) '      '
                      TAB-BOM-QTDE(WRK-IND-BOM)
           END-PERFORM
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
