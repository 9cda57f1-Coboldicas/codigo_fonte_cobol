      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: COPIA, CONFERENCIA E RESTAURACAO DE UM ARQUIVO
      *              DE DADOS (BOOK BKP002A). A GERACAO E SEMPRE UM
      *              ARQUIVO DE LINHAS COM A IMAGEM DE CADA REGISTRO;
      *              OS ARQUIVOS INDEXADOS (CONTAENT.dat, ESTOQUE.dat
      *              E clientes.dat) SAO DESCARREGADOS NA ORDEM DA
      *              CHAVE E RECARREGADOS NA RESTAURACAO, COMO NO
      *              CLONE01A. A CONFERENCIA E PELA QUANTIDADE DE
      *              REGISTROS E PELO HASH DO CONTEUDO (MESMA REGRA DO
      *              SELO DO LOGSEG1A, ACUMULADA LINHA A LINHA).
      *              NA RESTAURACAO A GERACAO E CONFERIDA ANTES DE
      *              TOCAR NO ARQUIVO E O ARQUIVO RESTAURADO E
      *              CONFERIDO DE NOVO NO FIM.
      *              CHAMADORES: BKPGER1A, BKPRST1A.
      * NOME.......: BKPARQ1B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPARQ1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DADOS ASSIGN TO DYNAMIC WRK-NOME-DADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DADOS.

           SELECT ARQ-GERACAO ASSIGN TO DYNAMIC WRK-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GERACAO.

           SELECT ARQ-CONTAS ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDA-NUM-CONTA
               FILE STATUS IS FS-DADOS.

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS FS-DADOS.

           SELECT ARQ-CLIENTES ASSIGN TO 'clientes.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FDC-CUST-ID
              ALTERNATE RECORD KEY IS FDC-ALT-EMAIL WITH DUPLICATES
              FILE STATUS IS FS-DADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DADOS.
       01  FD-LIN-DADOS                   PIC X(500).

       FD  ARQ-GERACAO.
       01  FD-LIN-GERACAO                 PIC X(500).

      *    LAYOUT DAS CONTAS (MESMO REGISTRO DO CTAMST1B)
       FD  ARQ-CONTAS.
       01  FD-CTA-REGISTRO.
         05  FDA-NUM-CONTA                PIC 9(10).
         05  FILLER                       PIC X(32).

      *    LAYOUT DO ESTOQUE (MESMO REGISTRO DO CAIXAREG)
       FD  ARQ-ESTOQUE.
       01  FD-EST-REGISTRO.
         05  FDE-COD-PRODUTO              PIC 9(05).
         05  FILLER                       PIC X(147).

      *    MESMO REGISTRO DO PROGVSAM
       FD  ARQ-CLIENTES.
       01  FD-CLI-REGISTRO.
           05 FDC-CUST-ID     PIC 9(6).
           05 FDC-NOME        PIC X(40).
           05 FDC-EMAIL       PIC X(50).
           05 FDC-ALT-EMAIL   REDEFINES FDC-EMAIL PIC X(50).

       WORKING-STORAGE SECTION.
       01  FS-DADOS                       PIC X(02) VALUE SPACES.
       01  FS-GERACAO                     PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-NOME-DADOS                 PIC X(60) VALUE SPACES.
       01  WRK-NOME-GERACAO               PIC X(60) VALUE SPACES.

      *  TIPO DO ARQUIVO DE DADOS: 0 = LINHAS, 1 = CONTAENT.dat,
      *  2 = ESTOQUE.dat, 3 = clientes.dat
       01  WRK-TIPO                       PIC 9(01) VALUE ZEROS.

      *  CONTA E HASH DO CONTEUDO
       01  WRK-LINHA                      PIC X(500) VALUE SPACES.
       01  WRK-QTDE                       PIC 9(09) VALUE ZEROS.
       01  WRK-HASH                       PIC 9(09) VALUE ZEROS.
       01  WRK-HASH-POS                   PIC 9(03) VALUE ZEROS.
       01  WRK-HASH-TAM                   PIC 9(03) VALUE ZEROS.
       01  WRK-HASH-CHAR                  PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-ESPERADA              PIC 9(09) VALUE ZEROS.
       01  WRK-HASH-ESPERADO              PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-BKP-REGISTRO.
           COPY BKP002A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-BKP-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO BKP002A-RETORNO
           MOVE SPACES                 TO BKP002A-FILE-STATUS
                                          BKP002A-MENSAGEM
           MOVE BKP002A-ARQUIVO        TO WRK-NOME-DADOS
           MOVE BKP002A-GERACAO        TO WRK-NOME-GERACAO

           PERFORM 0001-IDENTIFICAR-TIPO

           EVALUATE BKP002A-ACAO
              WHEN 'C'
                 PERFORM 0002-COPIAR
              WHEN 'V'
                 PERFORM 0003-CONFERIR-GERACAO
              WHEN 'R'
                 PERFORM 0004-RESTAURAR
              WHEN OTHER
                 MOVE 'O'              TO BKP002A-RETORNO
                 MOVE 'ACAO INVALIDA NO PEDIDO AO BKPARQ1B'
                                       TO BKP002A-MENSAGEM
           END-EVALUATE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OS ARQUIVOS INDEXADOS TEM LEITURA E GRAVACAO PROPRIAS
      *----------------------------------------------------------------*
       0001-IDENTIFICAR-TIPO           SECTION.
      *----------------------------------------------------------------*

           EVALUATE BKP002A-ARQUIVO
              WHEN 'CONTAENT.dat'
                 MOVE 1                TO WRK-TIPO
              WHEN 'ESTOQUE.dat'
                 MOVE 2                TO WRK-TIPO
              WHEN 'clientes.dat'
                 MOVE 3                TO WRK-TIPO
              WHEN OTHER
                 MOVE 0                TO WRK-TIPO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COPIAR O ARQUIVO PARA A GERACAO E CONFERIR A COPIA
      *----------------------------------------------------------------*
       0002-COPIAR                     SECTION.
      *----------------------------------------------------------------*

           PERFORM 0010-ABRIR-DADOS-LEITURA
           IF BKP002A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-GERACAO
           IF FS-GERACAO NOT EQUAL '00'
              PERFORM 0012-FECHAR-DADOS
              MOVE 'D'                 TO BKP002A-RETORNO
              MOVE FS-GERACAO          TO BKP002A-FILE-STATUS
              MOVE SPACES              TO BKP002A-MENSAGEM
              STRING 'GERACAO ' FUNCTION TRIM(WRK-NOME-GERACAO)
                     ' NAO PODE SER CRIADA'
                     DELIMITED BY SIZE INTO BKP002A-MENSAGEM
              END-STRING
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE
                                          WRK-HASH
           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              PERFORM 0011-LER-DADOS
              IF WRK-FIM-ARQ NOT EQUAL 'S'
                 PERFORM 0020-ACUMULAR-HASH
                 MOVE WRK-LINHA        TO FD-LIN-GERACAO
                 WRITE FD-LIN-GERACAO
                 IF FS-GERACAO NOT EQUAL '00'
                    MOVE 'D'           TO BKP002A-RETORNO
                    MOVE FS-GERACAO    TO BKP002A-FILE-STATUS
                    MOVE 'ERRO NA GRAVACAO DA GERACAO'
                                       TO BKP002A-MENSAGEM
                    MOVE 'S'           TO WRK-FIM-ARQ
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 0012-FECHAR-DADOS
           CLOSE ARQ-GERACAO

           IF BKP002A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-QTDE               TO BKP002A-QTDE
                                          WRK-QTDE-ESPERADA
           MOVE WRK-HASH               TO BKP002A-HASH
                                          WRK-HASH-ESPERADO

           PERFORM 0005-LER-GERACAO
           IF BKP002A-RETORNO EQUAL 'S'
              IF WRK-QTDE NOT EQUAL WRK-QTDE-ESPERADA OR
                 WRK-HASH NOT EQUAL WRK-HASH-ESPERADO
                 MOVE 'C'              TO BKP002A-RETORNO
                 MOVE 'COPIA GRAVADA NAO CONFERE COM O ORIGINAL'
                                       TO BKP002A-MENSAGEM
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR A GERACAO: DEVOLVE QUANTIDADE E HASH
      *----------------------------------------------------------------*
       0003-CONFERIR-GERACAO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0005-LER-GERACAO
           MOVE WRK-QTDE               TO BKP002A-QTDE
           MOVE WRK-HASH               TO BKP002A-HASH
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESTAURAR A GERACAO NO ARQUIVO: SO SE A GERACAO BATER COM A
      *    QUANTIDADE E O HASH DO CATALOGO; NO FIM O ARQUIVO
      *    RESTAURADO E CONFERIDO
      *----------------------------------------------------------------*
       0004-RESTAURAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE BKP002A-QTDE           TO WRK-QTDE-ESPERADA
           MOVE BKP002A-HASH           TO WRK-HASH-ESPERADO

           PERFORM 0005-LER-GERACAO
           IF BKP002A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF
           IF WRK-QTDE NOT EQUAL WRK-QTDE-ESPERADA OR
              WRK-HASH NOT EQUAL WRK-HASH-ESPERADO
              MOVE 'C'                 TO BKP002A-RETORNO
              MOVE 'GERACAO NAO CONFERE COM O CATALOGO - ARQUIVO '
                                       TO BKP002A-MENSAGEM
              MOVE 'MANTIDO'           TO BKP002A-MENSAGEM(47:7)
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-GERACAO
           PERFORM 0013-ABRIR-DADOS-GRAVACAO
           IF BKP002A-RETORNO NOT EQUAL 'S'
              CLOSE ARQ-GERACAO
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-GERACAO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-GERACAO TO WRK-LINHA
                    PERFORM 0014-GRAVAR-DADOS
                    IF BKP002A-RETORNO NOT EQUAL 'S'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-GERACAO
           PERFORM 0012-FECHAR-DADOS

           IF BKP002A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

      *    CONFERE O ARQUIVO RESTAURADO CONTRA O CATALOGO
           PERFORM 0010-ABRIR-DADOS-LEITURA
           IF BKP002A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF
           MOVE ZEROS                  TO WRK-QTDE
                                          WRK-HASH
           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              PERFORM 0011-LER-DADOS
              IF WRK-FIM-ARQ NOT EQUAL 'S'
                 PERFORM 0020-ACUMULAR-HASH
              END-IF
           END-PERFORM
           PERFORM 0012-FECHAR-DADOS

           IF WRK-QTDE NOT EQUAL WRK-QTDE-ESPERADA OR
              WRK-HASH NOT EQUAL WRK-HASH-ESPERADO
              MOVE 'C'                 TO BKP002A-RETORNO
              MOVE 'ARQUIVO RESTAURADO NAO CONFERE COM A GERACAO'
                                       TO BKP002A-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER A GERACAO INTEIRA CALCULANDO QUANTIDADE E HASH
      *----------------------------------------------------------------*
       0005-LER-GERACAO                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE
                                          WRK-HASH

           OPEN INPUT ARQ-GERACAO
           IF FS-GERACAO NOT EQUAL '00'
              MOVE 'O'                 TO BKP002A-RETORNO
              MOVE FS-GERACAO          TO BKP002A-FILE-STATUS
              MOVE SPACES              TO BKP002A-MENSAGEM
              STRING 'GERACAO ' FUNCTION TRIM(WRK-NOME-GERACAO)
                     ' INDISPONIVEL'
                     DELIMITED BY SIZE INTO BKP002A-MENSAGEM
              END-STRING
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-GERACAO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-GERACAO TO WRK-LINHA
                    PERFORM 0020-ACUMULAR-HASH
              END-READ
           END-PERFORM

           CLOSE ARQ-GERACAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE DADOS PARA LEITURA
      *----------------------------------------------------------------*
       0010-ABRIR-DADOS-LEITURA        SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-TIPO
              WHEN 1
                 OPEN INPUT ARQ-CONTAS
              WHEN 2
                 OPEN INPUT ARQ-ESTOQUE
              WHEN 3
                 OPEN INPUT ARQ-CLIENTES
              WHEN OTHER
                 OPEN INPUT ARQ-DADOS
           END-EVALUATE

           IF FS-DADOS NOT EQUAL '00'
              MOVE 'O'                 TO BKP002A-RETORNO
              MOVE FS-DADOS            TO BKP002A-FILE-STATUS
              MOVE SPACES              TO BKP002A-MENSAGEM
              STRING 'ARQUIVO ' FUNCTION TRIM(WRK-NOME-DADOS)
                     ' INDISPONIVEL'
                     DELIMITED BY SIZE INTO BKP002A-MENSAGEM
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO ARQUIVO DE DADOS PARA WRK-LINHA
      *----------------------------------------------------------------*
       0011-LER-DADOS                  SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA

           EVALUATE WRK-TIPO
              WHEN 1
                 READ ARQ-CONTAS
                    AT END MOVE 'S'    TO WRK-FIM-ARQ
                    NOT AT END MOVE FD-CTA-REGISTRO TO WRK-LINHA
                 END-READ
              WHEN 2
                 READ ARQ-ESTOQUE
                    AT END MOVE 'S'    TO WRK-FIM-ARQ
                    NOT AT END MOVE FD-EST-REGISTRO TO WRK-LINHA
                 END-READ
              WHEN 3
                 READ ARQ-CLIENTES
                    AT END MOVE 'S'    TO WRK-FIM-ARQ
                    NOT AT END MOVE FD-CLI-REGISTRO TO WRK-LINHA
                 END-READ
              WHEN OTHER
                 READ ARQ-DADOS
                    AT END MOVE 'S'    TO WRK-FIM-ARQ
                    NOT AT END MOVE FD-LIN-DADOS TO WRK-LINHA
                 END-READ
           END-EVALUATE

      *    ERRO DE LEITURA (NEM DADO NEM FIM DE ARQUIVO) INTERROMPE A
      *    COPIA - UMA GERACAO PELA METADE NAO SERVE PARA NADA
           IF FS-DADOS(1:1) NOT EQUAL '0' AND
              FS-DADOS(1:1) NOT EQUAL '1'
              MOVE 'S'                 TO WRK-FIM-ARQ
              MOVE 'O'                 TO BKP002A-RETORNO
              MOVE FS-DADOS            TO BKP002A-FILE-STATUS
              MOVE SPACES              TO BKP002A-MENSAGEM
              STRING 'ERRO NA LEITURA DE '
                     FUNCTION TRIM(WRK-NOME-DADOS)
                     DELIMITED BY SIZE INTO BKP002A-MENSAGEM
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FECHAR O ARQUIVO DE DADOS
      *----------------------------------------------------------------*
       0012-FECHAR-DADOS               SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-TIPO
              WHEN 1
                 CLOSE ARQ-CONTAS
              WHEN 2
                 CLOSE ARQ-ESTOQUE
              WHEN 3
                 CLOSE ARQ-CLIENTES
              WHEN OTHER
                 CLOSE ARQ-DADOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE DADOS PARA REGRAVACAO (RESTAURACAO)
      *----------------------------------------------------------------*
       0013-ABRIR-DADOS-GRAVACAO       SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-TIPO
              WHEN 1
                 OPEN OUTPUT ARQ-CONTAS
              WHEN 2
                 OPEN OUTPUT ARQ-ESTOQUE
              WHEN 3
                 OPEN OUTPUT ARQ-CLIENTES
              WHEN OTHER
                 OPEN OUTPUT ARQ-DADOS
           END-EVALUATE

           IF FS-DADOS NOT EQUAL '00'
              MOVE 'D'                 TO BKP002A-RETORNO
              MOVE FS-DADOS            TO BKP002A-FILE-STATUS
              MOVE SPACES              TO BKP002A-MENSAGEM
              STRING 'ARQUIVO ' FUNCTION TRIM(WRK-NOME-DADOS)
                     ' NAO PODE SER REGRAVADO'
                     DELIMITED BY SIZE INTO BKP002A-MENSAGEM
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR WRK-LINHA NO ARQUIVO DE DADOS
      *----------------------------------------------------------------*
       0014-GRAVAR-DADOS               SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-TIPO
              WHEN 1
                 MOVE WRK-LINHA        TO FD-CTA-REGISTRO
                 WRITE FD-CTA-REGISTRO
              WHEN 2
                 MOVE WRK-LINHA        TO FD-EST-REGISTRO
                 WRITE FD-EST-REGISTRO
              WHEN 3
                 MOVE WRK-LINHA        TO FD-CLI-REGISTRO
                 WRITE FD-CLI-REGISTRO
              WHEN OTHER
                 MOVE WRK-LINHA        TO FD-LIN-DADOS
                 WRITE FD-LIN-DADOS
           END-EVALUATE

           IF FS-DADOS NOT EQUAL '00'
              MOVE 'D'                 TO BKP002A-RETORNO
              MOVE FS-DADOS            TO BKP002A-FILE-STATUS
              MOVE SPACES              TO BKP002A-MENSAGEM
              STRING 'ERRO NA GRAVACAO DE '
                     FUNCTION TRIM(WRK-NOME-DADOS)
                     ' - RESTAURACAO INCOMPLETA'
                     DELIMITED BY SIZE INTO BKP002A-MENSAGEM
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTAR A LINHA E ACUMULA-LA NO HASH: CADA CARACTERE ATE O
      *    ULTIMO NAO BRANCO E UM FIM DE LINHA, MODULO 999999999
      *----------------------------------------------------------------*
       0020-ACUMULAR-HASH              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE

           MOVE ZEROS                  TO WRK-HASH-TAM
           PERFORM VARYING WRK-HASH-POS FROM 500 BY -1 UNTIL
                      WRK-HASH-POS < 1 OR WRK-HASH-TAM > ZEROS
              IF WRK-LINHA(WRK-HASH-POS:1) NOT EQUAL SPACE
                 MOVE WRK-HASH-POS     TO WRK-HASH-TAM
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-HASH-POS FROM 1 BY 1 UNTIL
                      WRK-HASH-POS > WRK-HASH-TAM
              MOVE FUNCTION ORD(WRK-LINHA(WRK-HASH-POS:1))
                                       TO WRK-HASH-CHAR
              COMPUTE WRK-HASH =
                 FUNCTION MOD((WRK-HASH * 31) + WRK-HASH-CHAR,
                              999999999)
           END-PERFORM

           COMPUTE WRK-HASH = FUNCTION MOD((WRK-HASH * 31) + 11,
                                           999999999)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
