      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CADASTRO DE FILIAIS (ESTABELECIMENTOS). CADA
      *              FILIAL TEM CODIGO DE 3 POSICOES E O CNPJ DE UMA
      *              EMPRESA JA VALIDADA NO CADASTRO DE EMPRESAS
      *              (EMPRESAS.dat, CONSULTADO VIA EMPMST1A): CNPJ NAO
      *              CADASTRADO, COM VALIDACAO VENCIDA OU SUSPENSO/
      *              BAIXADO NA RECEITA NAO ABRE FILIAL. PERMITE
      *              LISTAR, DESATIVAR/REATIVAR E DEFINIR A FILIAL
      *              DESTA INSTALACAO (FILLOCAL.dat), QUE E A FILIAL
      *              CARIMBADA NAS VENDAS, NOTAS, MOVIMENTOS DE
      *              ESTOQUE E LANCAMENTOS GRAVADOS AQUI. O CODIGO
      *              '001' E A MATRIZ: REGISTRO ANTIGO SEM FILIAL
      *              PERTENCE A ELA.
      * NOME.......: FILIAL1A
      *----------------------------------------------------------------*
      * LAYOUT DE FILIAIS.dat (PIPE):
      *   CODIGO(3)|CNPJ(14)|NOME(30)|SITUACAO A/I|DATA-INCLUSAO|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIAL1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-FILIAIS ASSIGN TO 'FILIAIS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LOCAL ASSIGN TO 'FILLOCAL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FILIAIS.
       01  FD-LIN-FILIAL                  PIC X(080).

       FD  ARQ-LOCAL.
       01  FD-LIN-LOCAL                   PIC X(010).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-SAIR                       PIC X(01) VALUE 'N'.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.

      *--- Filial informada na tela
       01  WRK-CODIGO                     PIC X(03) VALUE SPACES.
       01  WRK-CNPJ                       PIC X(14) VALUE SPACES.
       01  WRK-NOME                       PIC X(30) VALUE SPACES.
       01  WRK-SITUACAO-TXT               PIC X(08) VALUE SPACES.

      *--- Cadastro carregado (FILIAIS.dat)
       01  WRK-MAX-TAB-FIL                PIC 9(02) VALUE 50.
       01  WRK-QTDE-FIL                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-FIL                    PIC 9(02) VALUE ZEROS.
       01  WRK-FIL-ACHADA                 PIC 9(02) VALUE ZEROS.
       01  WRK-CNPJ-ACHADO                PIC 9(02) VALUE ZEROS.
       01  TAB-FILIAIS.
           05  TAB-FIL-LINHA OCCURS 50 TIMES.
               10  TAB-FIL-CODIGO         PIC X(03) VALUE SPACES.
               10  TAB-FIL-CNPJ           PIC X(14) VALUE SPACES.
               10  TAB-FIL-NOME           PIC X(30) VALUE SPACES.
               10  TAB-FIL-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-FIL-DATA           PIC X(08) VALUE SPACES.

      *--- Filial desta instalacao
       01  WRK-FIL-LOCAL                  PIC X(03) VALUE SPACES.

      *--- Consulta ao cadastro de empresas validadas (EMPMST1A)
       01  WRK-EMP-REGISTRO.
           COPY EMP001A.

      *--- Consulta de filial (FILIAL1B)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  DATA DO SISTEMA
           COPY COD001A.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-RETURN-CODE                PIC 9(03) VALUE ZEROS.

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

           PERFORM UNTIL WRK-SAIR EQUAL 'S'
              PERFORM 0002-EXIBIR-MENU
           END-PERFORM

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA DO SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE
           IF WRK-RETURN-CODE NOT EQUAL ZEROS
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                      WRK-RETURN-CODE
              PERFORM 9999-FINALIZAR
           END-IF
           MOVE COD001A-DATA-ANO       TO WRK-HOJE-AAAAMMDD(1:4)
           MOVE COD001A-DATA-MES       TO WRK-HOJE-AAAAMMDD(5:2)
           MOVE COD001A-DATA-DIA       TO WRK-HOJE-AAAAMMDD(7:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENU DO CADASTRO DE FILIAIS
      *----------------------------------------------------------------*
       0002-EXIBIR-MENU                SECTION.
      *----------------------------------------------------------------*

           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-CODIGO         TO WRK-FIL-LOCAL

           DISPLAY ' '
           DISPLAY '*=========================================*'
           DISPLAY '* FILIAL1A - CADASTRO DE FILIAIS          *'
           DISPLAY '* FILIAL DESTA INSTALACAO: ' WRK-FIL-LOCAL
           DISPLAY '*=========================================*'
           DISPLAY '* 1 - INCLUIR FILIAL                      *'
           DISPLAY '* 2 - LISTAR FILIAIS                      *'
           DISPLAY '* 3 - DESATIVAR / REATIVAR FILIAL         *'
           DISPLAY '* 4 - DEFINIR A FILIAL DESTA INSTALACAO   *'
           DISPLAY '* 9 - SAIR                                *'
           DISPLAY '*=========================================*'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0010-INCLUIR-FILIAL
              WHEN 2
                 PERFORM 0020-LISTAR-FILIAIS
              WHEN 3
                 PERFORM 0030-ALTERAR-SITUACAO
              WHEN 4
                 PERFORM 0040-DEFINIR-FILIAL-LOCAL
              WHEN 9
                 MOVE 'S'              TO WRK-SAIR
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE FILIAIS
      *----------------------------------------------------------------*
       0003-CARREGAR-FILIAIS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FIL
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-FILIAIS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FILIAIS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-FILIAL NOT EQUAL SPACES AND
                       WRK-QTDE-FIL LESS WRK-MAX-TAB-FIL
                       ADD 1           TO WRK-QTDE-FIL
                       MOVE SPACES     TO TAB-FIL-LINHA(WRK-QTDE-FIL)
                       UNSTRING FD-LIN-FILIAL DELIMITED BY SEP
                          INTO TAB-FIL-CODIGO(WRK-QTDE-FIL)
                               TAB-FIL-CNPJ(WRK-QTDE-FIL)
                               TAB-FIL-NOME(WRK-QTDE-FIL)
                               TAB-FIL-SITUACAO(WRK-QTDE-FIL)
                               TAB-FIL-DATA(WRK-QTDE-FIL)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-FILIAIS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-CODIGO E WRK-CNPJ NA TABELA CARREGADA
      *----------------------------------------------------------------*
       0004-LOCALIZAR-FILIAL           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-FIL-ACHADA
                                          WRK-CNPJ-ACHADO
           PERFORM VARYING WRK-IND-FIL FROM 1 BY 1 UNTIL
                      WRK-IND-FIL GREATER WRK-QTDE-FIL
              IF TAB-FIL-CODIGO(WRK-IND-FIL) EQUAL WRK-CODIGO
                 MOVE WRK-IND-FIL      TO WRK-FIL-ACHADA
              END-IF
              IF WRK-CNPJ NOT EQUAL SPACES AND
                 TAB-FIL-CNPJ(WRK-IND-FIL) EQUAL WRK-CNPJ
                 MOVE WRK-IND-FIL      TO WRK-CNPJ-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O CADASTRO DE FILIAIS A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0005-GRAVAR-FILIAIS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-FILIAIS
           PERFORM VARYING WRK-IND-FIL FROM 1 BY 1 UNTIL
                      WRK-IND-FIL GREATER WRK-QTDE-FIL
              MOVE SPACES              TO FD-LIN-FILIAL
              STRING TAB-FIL-CODIGO(WRK-IND-FIL)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-FIL-CNPJ(WRK-IND-FIL)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-FIL-NOME(WRK-IND-FIL)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-FIL-SITUACAO(WRK-IND-FIL)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-FIL-DATA(WRK-IND-FIL)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     INTO FD-LIN-FILIAL
              END-STRING
              WRITE FD-LIN-FILIAL
           END-PERFORM
           CLOSE ARQ-FILIAIS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR FILIAL: CODIGO NOVO E CNPJ VALIDADO E REGULAR NO
      *    CADASTRO DE EMPRESAS, SEM OUTRA FILIAL COM O MESMO CNPJ
      *----------------------------------------------------------------*
       0010-INCLUIR-FILIAL             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0003-CARREGAR-FILIAIS

           DISPLAY 'CODIGO DA FILIAL (3 DIGITOS): ' WITH NO ADVANCING
           ACCEPT WRK-CODIGO
           IF WRK-CODIGO NOT NUMERIC OR WRK-CODIGO EQUAL '000'
              DISPLAY 'CODIGO INVALIDO - INFORME 3 DIGITOS (001 = '
                      'MATRIZ)'
              EXIT SECTION
           END-IF

           DISPLAY 'CNPJ DO ESTABELECIMENTO (14 DIGITOS): '
                   WITH NO ADVANCING
           ACCEPT WRK-CNPJ

           PERFORM 0004-LOCALIZAR-FILIAL
           IF WRK-FIL-ACHADA GREATER ZEROS
              DISPLAY 'FILIAL ' WRK-CODIGO ' JA CADASTRADA'
              EXIT SECTION
           END-IF
           IF WRK-CNPJ-ACHADO GREATER ZEROS
              DISPLAY 'CNPJ JA PERTENCE A FILIAL '
                      TAB-FIL-CODIGO(WRK-CNPJ-ACHADO)
              EXIT SECTION
           END-IF

           MOVE 'C'                    TO EMP001A-ACAO
           MOVE WRK-CNPJ               TO EMP001A-CNPJ
           CALL 'EMPMST1A' USING WRK-EMP-REGISTRO

           IF EMP001A-ENCONTRADO NOT EQUAL 'S' OR
              EMP001A-VIGENTE NOT EQUAL 'S'
              DISPLAY 'CNPJ NAO VALIDADO OU COM VALIDACAO VENCIDA NO '
                      'CADASTRO DE EMPRESAS - VALIDE NO VALCNPJ '
                      'ANTES DE ABRIR A FILIAL'
              EXIT SECTION
           END-IF
           IF EMP001A-SITUACAO EQUAL 'S' OR
              EMP001A-SITUACAO EQUAL 'B'
              DISPLAY 'EMPRESA SUSPENSA OU BAIXADA NA RECEITA - '
                      'FILIAL NAO INCLUIDA'
              EXIT SECTION
           END-IF

           DISPLAY 'EMPRESA VALIDADA: ' EMP001A-RAZAO-SOCIAL
           DISPLAY 'NOME DA FILIAL (BRANCO = RAZAO SOCIAL): '
                   WITH NO ADVANCING
           ACCEPT WRK-NOME
           IF WRK-NOME EQUAL SPACES
              MOVE EMP001A-RAZAO-SOCIAL(1:30)
                                       TO WRK-NOME
           END-IF

           IF WRK-QTDE-FIL NOT LESS WRK-MAX-TAB-FIL
              DISPLAY 'CADASTRO DE FILIAIS CHEIO'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-FIL
           MOVE WRK-CODIGO             TO TAB-FIL-CODIGO(WRK-QTDE-FIL)
           MOVE WRK-CNPJ               TO TAB-FIL-CNPJ(WRK-QTDE-FIL)
           MOVE WRK-NOME               TO TAB-FIL-NOME(WRK-QTDE-FIL)
           MOVE 'A'                    TO TAB-FIL-SITUACAO(WRK-QTDE-FIL)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-FIL-DATA(WRK-QTDE-FIL)

           PERFORM 0005-GRAVAR-FILIAIS

           DISPLAY 'FILIAL ' WRK-CODIGO ' INCLUIDA'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS FILIAIS CADASTRADAS
      *----------------------------------------------------------------*
       0020-LISTAR-FILIAIS             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0003-CARREGAR-FILIAIS

           IF WRK-QTDE-FIL EQUAL ZEROS
              DISPLAY 'NENHUMA FILIAL CADASTRADA - TODO REGISTRO '
                      'PERTENCE A MATRIZ ' FIL001A-MATRIZ
              EXIT SECTION
           END-IF

           DISPLAY 'COD CNPJ           NOME                           '
                   'SITUACAO DESDE'
           PERFORM VARYING WRK-IND-FIL FROM 1 BY 1 UNTIL
                      WRK-IND-FIL GREATER WRK-QTDE-FIL
              IF TAB-FIL-SITUACAO(WRK-IND-FIL) EQUAL 'A'
                 MOVE 'ATIVA'          TO WRK-SITUACAO-TXT
              ELSE
                 MOVE 'INATIVA'        TO WRK-SITUACAO-TXT
              END-IF
              DISPLAY TAB-FIL-CODIGO(WRK-IND-FIL) ' '
                      TAB-FIL-CNPJ(WRK-IND-FIL) ' '
                      TAB-FIL-NOME(WRK-IND-FIL) ' '
                      WRK-SITUACAO-TXT ' '
                      TAB-FIL-DATA(WRK-IND-FIL)
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESATIVAR OU REATIVAR UMA FILIAL - A FILIAL DESTA
      *    INSTALACAO NAO PODE SER DESATIVADA
      *----------------------------------------------------------------*
       0030-ALTERAR-SITUACAO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0003-CARREGAR-FILIAIS

           DISPLAY 'CODIGO DA FILIAL: ' WITH NO ADVANCING
           ACCEPT WRK-CODIGO
           MOVE SPACES                 TO WRK-CNPJ
           PERFORM 0004-LOCALIZAR-FILIAL
           IF WRK-FIL-ACHADA EQUAL ZEROS
              DISPLAY 'FILIAL ' WRK-CODIGO ' NAO CADASTRADA'
              EXIT SECTION
           END-IF

           IF TAB-FIL-SITUACAO(WRK-FIL-ACHADA) EQUAL 'A'
              IF WRK-CODIGO EQUAL WRK-FIL-LOCAL
                 DISPLAY 'A FILIAL DESTA INSTALACAO NAO PODE SER '
                         'DESATIVADA'
                 EXIT SECTION
              END-IF
              DISPLAY 'DESATIVAR A FILIAL ' WRK-CODIGO ' (S/N)? '
                      WITH NO ADVANCING
           ELSE
              DISPLAY 'REATIVAR A FILIAL ' WRK-CODIGO ' (S/N)? '
                      WITH NO ADVANCING
           END-IF
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'OPERACAO ABANDONADA'
              EXIT SECTION
           END-IF

           IF TAB-FIL-SITUACAO(WRK-FIL-ACHADA) EQUAL 'A'
              MOVE 'I'                 TO
                   TAB-FIL-SITUACAO(WRK-FIL-ACHADA)
           ELSE
              MOVE 'A'                 TO
                   TAB-FIL-SITUACAO(WRK-FIL-ACHADA)
           END-IF

           PERFORM 0005-GRAVAR-FILIAIS
           DISPLAY 'SITUACAO DA FILIAL ' WRK-CODIGO ' ATUALIZADA'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEFINIR A FILIAL DESTA INSTALACAO (FILLOCAL.dat) - SO
      *    FILIAL CADASTRADA E ATIVA
      *----------------------------------------------------------------*
       0040-DEFINIR-FILIAL-LOCAL       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DA FILIAL DESTA INSTALACAO: '
                   WITH NO ADVANCING
           ACCEPT WRK-CODIGO

           MOVE 'C'                    TO FIL001A-ACAO
           MOVE WRK-CODIGO             TO FIL001A-CODIGO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           IF FIL001A-ENCONTRADA NOT EQUAL 'S' OR
              FIL001A-ATIVA NOT EQUAL 'S'
              DISPLAY 'FILIAL ' WRK-CODIGO ' NAO CADASTRADA OU '
                      'INATIVA'
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-LOCAL
           MOVE SPACES                 TO FD-LIN-LOCAL
           MOVE WRK-CODIGO             TO FD-LIN-LOCAL(1:3)
           WRITE FD-LIN-LOCAL
           CLOSE ARQ-LOCAL

           DISPLAY 'ESTA INSTALACAO PASSA A GRAVAR COMO FILIAL '
                   WRK-CODIGO ' - ' FIL001A-NOME
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
