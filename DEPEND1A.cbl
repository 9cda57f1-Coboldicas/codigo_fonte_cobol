      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CADASTRO DE DEPENDENTES DOS FUNCIONARIOS
      *              (DEPENDEN.dat). CADA DEPENDENTE E LIGADO AO
      *              FUNCIONARIO PELO NOME, A CHAVE DE CADASTRO3.dat
      *              NA FOLHA, E TEM CPF (DIGITOS VERIFICADORES PELA
      *              REGRA DO VALCPF01), NASCIMENTO, PARENTESCO E AS
      *              MARCAS DE DEPENDENTE DE IR E DE SALARIO-FAMILIA
      *              USADAS PELO FOLHA01A. A EXCLUSAO E LOGICA
      *              (SITUACAO 'E', MARCAS EM 'N') PARA O ESOCIA1A
      *              INFORMAR A BAIXA DO DEPENDENTE.
      * NOME.......: DEPEND1A
      *----------------------------------------------------------------*
      * LAYOUT DE DEPENDEN.dat (PIPE):
      *   FUNCIONARIO(30)|NOME(30)|CPF(11)|NASCIMENTO(8)|
      *   PARENTESCO(2)|DEPENDENTE-IR S/N|SALARIO-FAMILIA S/N|
      *   DATA-ALTERACAO(8)|SITUACAO A/E|
      *   PARENTESCO: CJ = CONJUGE/COMPANHEIRO  FI = FILHO/ENTEADO
      *               PA = PAI/MAE  OU = OUTROS
      *   SALARIO-FAMILIA SO PARA FILHO (FI); O FILHO DEIXA DE CONTAR
      *   NA IDADE LIMITE DE INSSIRRF.dat (LINHAS 'D' E 'F')
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPEND1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CAD ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-DEP ASSIGN TO 'DEPENDEN.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CAD.
       01  FD-ARQ-CADASTRO.
         05 FDC-NOME                      PIC X(30).
         05 FDC-IDADE                     PIC 9(02).
         05 FDC-SALARIO                   PIC 9(05)V99.

       FD  ARQUIVO-DEP.
       01  FD-LIN-DEPENDENTE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *--- Funcionarios de CADASTRO3.dat
       01  WRK-MAX-TAB-FUN                PIC 9(03) VALUE 100.
       01  WRK-QTDE-FUN                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-FUN                    PIC 9(03) VALUE ZEROS.
       01  TAB-FUNCIONARIOS.
           05  TAB-FUN-NOME OCCURS 100 TIMES PIC X(30).
       01  WRK-FUNCIONARIO                PIC X(30) VALUE SPACES.
       01  WRK-ACHOU-FUN                  PIC X(01) VALUE 'N'.

      *--- Dependentes de DEPENDEN.dat
       01  WRK-MAX-TAB-DEP                PIC 9(03) VALUE 200.
       01  WRK-QTDE-DEP                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-DEP                    PIC 9(03) VALUE ZEROS.
       01  WRK-ACHOU-DEP                  PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-LISTADOS              PIC 9(03) VALUE ZEROS.
       01  TAB-DEPENDENTES.
           05  TAB-DEP-LINHA OCCURS 200 TIMES.
               10  TAB-DEP-FUNCIONARIO    PIC X(30).
               10  TAB-DEP-NOME           PIC X(30).
               10  TAB-DEP-CPF            PIC 9(11).
               10  TAB-DEP-NASCIMENTO     PIC 9(08).
               10  TAB-DEP-PARENTESCO     PIC X(02).
               10  TAB-DEP-IR             PIC X(01).
               10  TAB-DEP-SALFAM         PIC X(01).
               10  TAB-DEP-DATA-ALT       PIC 9(08).
               10  TAB-DEP-SITUACAO       PIC X(01).
       01  WRK-DEP-FUNCIONARIO            PIC X(30) VALUE SPACES.
       01  WRK-DEP-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-DEP-CPF                    PIC X(11) VALUE SPACES.
       01  WRK-DEP-NASCIMENTO             PIC X(08) VALUE SPACES.
       01  WRK-DEP-PARENTESCO             PIC X(02) VALUE SPACES.
       01  WRK-DEP-IR                     PIC X(01) VALUE SPACES.
       01  WRK-DEP-SALFAM                 PIC X(01) VALUE SPACES.
       01  WRK-DEP-DATA-ALT               PIC X(08) VALUE SPACES.
       01  WRK-DEP-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Dados informados
       01  WRK-NOME-INF                   PIC X(30) VALUE SPACES.
       01  WRK-NASC-INF                   PIC 9(08) VALUE ZEROS.
       01  WRK-PARENTESCO-INF             PIC X(02) VALUE SPACES.
           88  WRK-PARENTESCO-OK          VALUE 'CJ' 'FI' 'PA' 'OU'.
       01  WRK-IR-INF                     PIC X(01) VALUE SPACES.
       01  WRK-SALFAM-INF                 PIC X(01) VALUE SPACES.
       01  WRK-DADO-OK                    PIC X(01) VALUE 'N'.

      *--- CPF do dependente e validacao dos digitos verificadores
       01  WRK-CPF-ENTRADA                PIC X(14) VALUE SPACES.
       01  WRK-CPF-DEPEND                PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-TABELA REDEFINES WRK-CPF-DEPEND.
           05 WRK-CPF-DIG                 PIC 9(01) OCCURS 11 TIMES.
       01  WRK-CPF-SOMA                   PIC 9(04) VALUE ZEROS.
       01  WRK-CPF-RESTO                  PIC 9(02) VALUE ZEROS.
       01  WRK-CPF-DV1                    PIC 9(01) VALUE ZEROS.
       01  WRK-CPF-DV2                    PIC 9(01) VALUE ZEROS.
       01  WRK-CPF-IND                    PIC 9(02) VALUE ZEROS.
       01  WRK-CPF-PESO                   PIC 9(02) VALUE ZEROS.
       01  WRK-CPF-IGUAIS                 PIC X(01) VALUE 'S'.
       01  WRK-CPF-VALIDO                 PIC X(01) VALUE 'N'.
       01  WRK-DOC-DIGITS                 PIC X(14) VALUE SPACES.
       01  WRK-DOC-LEN                    PIC 9(02) VALUE ZEROS.
       01  WRK-DOC-IND                    PIC 9(02) VALUE ZEROS.

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
           PERFORM 0002-CARREGAR-FUNCIONARIOS
           PERFORM 0003-CARREGAR-DEPENDENTES
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
       0001-OBTER-DATA                 SECTION.
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
      *    CARREGAR OS NOMES DOS FUNCIONARIOS DE CADASTRO3.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-FUNCIONARIOS      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FUN
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CAD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CAD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-FUN LESS WRK-MAX-TAB-FUN
                       ADD 1           TO WRK-QTDE-FUN
                       MOVE FDC-NOME   TO TAB-FUN-NOME(WRK-QTDE-FUN)
                    ELSE
                       DISPLAY 'TABELA DE FUNCIONARIOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-FUN ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CAD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS DEPENDENTES DE DEPENDEN.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-DEPENDENTES       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DEP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-DEP

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-DEP
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0003A-TRATAR-LINHA-DEP
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-DEP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM DEPENDENTE NA TABELA
      *----------------------------------------------------------------*
       0003A-TRATAR-LINHA-DEP          SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-DEPENDENTE EQUAL SPACES
              EXIT SECTION
           END-IF

           IF WRK-QTDE-DEP NOT LESS WRK-MAX-TAB-DEP
              DISPLAY 'TABELA DE DEPENDENTES CHEIA! MAXIMO '
                       WRK-MAX-TAB-DEP ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-DEP-FUNCIONARIO
                                          WRK-DEP-NOME
                                          WRK-DEP-CPF
                                          WRK-DEP-NASCIMENTO
                                          WRK-DEP-PARENTESCO
                                          WRK-DEP-IR
                                          WRK-DEP-SALFAM
                                          WRK-DEP-DATA-ALT
                                          WRK-DEP-SITUACAO
           UNSTRING FD-LIN-DEPENDENTE DELIMITED BY SEP
                    INTO WRK-DEP-FUNCIONARIO
                         WRK-DEP-NOME
                         WRK-DEP-CPF
                         WRK-DEP-NASCIMENTO
                         WRK-DEP-PARENTESCO
                         WRK-DEP-IR
                         WRK-DEP-SALFAM
                         WRK-DEP-DATA-ALT
                         WRK-DEP-SITUACAO
           END-UNSTRING

           ADD 1                       TO WRK-QTDE-DEP
           MOVE WRK-DEP-FUNCIONARIO    TO
                TAB-DEP-FUNCIONARIO(WRK-QTDE-DEP)
           MOVE WRK-DEP-NOME           TO TAB-DEP-NOME(WRK-QTDE-DEP)
           MOVE ZEROS                  TO
                TAB-DEP-CPF(WRK-QTDE-DEP)
                TAB-DEP-NASCIMENTO(WRK-QTDE-DEP)
                TAB-DEP-DATA-ALT(WRK-QTDE-DEP)
           IF WRK-DEP-CPF IS NUMERIC
              MOVE WRK-DEP-CPF         TO TAB-DEP-CPF(WRK-QTDE-DEP)
           END-IF
           IF WRK-DEP-NASCIMENTO IS NUMERIC
              MOVE WRK-DEP-NASCIMENTO  TO
                   TAB-DEP-NASCIMENTO(WRK-QTDE-DEP)
           END-IF
           IF WRK-DEP-DATA-ALT IS NUMERIC
              MOVE WRK-DEP-DATA-ALT    TO
                   TAB-DEP-DATA-ALT(WRK-QTDE-DEP)
           END-IF
           MOVE WRK-DEP-PARENTESCO     TO
                TAB-DEP-PARENTESCO(WRK-QTDE-DEP)
           MOVE WRK-DEP-IR             TO TAB-DEP-IR(WRK-QTDE-DEP)
           MOVE WRK-DEP-SALFAM         TO TAB-DEP-SALFAM(WRK-QTDE-DEP)
           IF WRK-DEP-SITUACAO EQUAL 'E'
              MOVE 'E'                 TO TAB-DEP-SITUACAO(WRK-QTDE-DEP)
           ELSE
              MOVE 'A'                 TO TAB-DEP-SITUACAO(WRK-QTDE-DEP)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=    DEPENDENTES DOS FUNCIONARIOS        =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - INCLUIR DEPENDENTE                   *'
           DISPLAY '* 2 - ALTERAR MARCAS IR / SALARIO-FAMILIA  *'
           DISPLAY '* 3 - EXCLUIR DEPENDENTE                   *'
           DISPLAY '* 4 - LISTAR DEPENDENTES DO FUNCIONARIO    *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0005-INCLUIR-DEPENDENTE
                  PERFORM 0004-TELA-MENU
               WHEN 2
                  PERFORM 0006-ALTERAR-DEPENDENTE
                  PERFORM 0004-TELA-MENU
               WHEN 3
                  PERFORM 0007-EXCLUIR-DEPENDENTE
                  PERFORM 0004-TELA-MENU
               WHEN 4
                  PERFORM 0008-LISTAR-DEPENDENTES
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
      *    INCLUIR UM DEPENDENTE PARA UM FUNCIONARIO DO CADASTRO
      *----------------------------------------------------------------*
       0005-INCLUIR-DEPENDENTE         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CPF
           PERFORM 0022-LOCALIZAR-DEPENDENTE

           IF WRK-ACHOU-DEP NOT EQUAL ZEROS
              IF TAB-DEP-SITUACAO(WRK-ACHOU-DEP) EQUAL 'A'
                 DISPLAY 'DEPENDENTE JA CADASTRADO PARA O FUNCIONARIO'
                 EXIT SECTION
              END-IF
           ELSE
              IF WRK-QTDE-DEP NOT LESS WRK-MAX-TAB-DEP
                 DISPLAY 'TABELA DE DEPENDENTES CHEIA!'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-DEP
              MOVE WRK-QTDE-DEP        TO WRK-ACHOU-DEP
           END-IF

           MOVE 'N'                    TO WRK-DADO-OK
           PERFORM UNTIL WRK-DADO-OK EQUAL 'S'
              DISPLAY 'NOME DO DEPENDENTE: ' WITH NO ADVANCING
              MOVE SPACES              TO WRK-NOME-INF
              ACCEPT WRK-NOME-INF
              INSPECT WRK-NOME-INF REPLACING ALL '|' BY ' '
              IF WRK-NOME-INF NOT EQUAL SPACES
                 MOVE 'S'              TO WRK-DADO-OK
              END-IF
           END-PERFORM

           MOVE 'N'                    TO WRK-DADO-OK
           PERFORM UNTIL WRK-DADO-OK EQUAL 'S'
              DISPLAY 'NASCIMENTO (AAAAMMDD): ' WITH NO ADVANCING
              ACCEPT WRK-NASC-INF
              IF FUNCTION TEST-DATE-YYYYMMDD(WRK-NASC-INF)
                                       EQUAL ZERO AND
                 WRK-NASC-INF NOT GREATER WRK-HOJE-AAAAMMDD
                 MOVE 'S'              TO WRK-DADO-OK
              ELSE
                 DISPLAY 'DATA INVALIDA'
              END-IF
           END-PERFORM

           MOVE 'N'                    TO WRK-DADO-OK
           PERFORM UNTIL WRK-DADO-OK EQUAL 'S'
              DISPLAY 'PARENTESCO (CJ/FI/PA/OU): ' WITH NO ADVANCING
              MOVE SPACES              TO WRK-PARENTESCO-INF
              ACCEPT WRK-PARENTESCO-INF
              MOVE FUNCTION UPPER-CASE(WRK-PARENTESCO-INF)
                                       TO WRK-PARENTESCO-INF
              IF WRK-PARENTESCO-OK
                 MOVE 'S'              TO WRK-DADO-OK
              ELSE
                 DISPLAY 'PARENTESCO INVALIDO'
              END-IF
           END-PERFORM

           PERFORM 0023-OBTER-MARCAS

           MOVE WRK-FUNCIONARIO        TO
                TAB-DEP-FUNCIONARIO(WRK-ACHOU-DEP)
           MOVE WRK-NOME-INF           TO TAB-DEP-NOME(WRK-ACHOU-DEP)
           MOVE WRK-CPF-DEPEND        TO TAB-DEP-CPF(WRK-ACHOU-DEP)
           MOVE WRK-NASC-INF           TO
                TAB-DEP-NASCIMENTO(WRK-ACHOU-DEP)
           MOVE WRK-PARENTESCO-INF     TO
                TAB-DEP-PARENTESCO(WRK-ACHOU-DEP)
           MOVE WRK-IR-INF             TO TAB-DEP-IR(WRK-ACHOU-DEP)
           MOVE WRK-SALFAM-INF         TO TAB-DEP-SALFAM(WRK-ACHOU-DEP)
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-DEP-DATA-ALT(WRK-ACHOU-DEP)
           MOVE 'A'                    TO
                TAB-DEP-SITUACAO(WRK-ACHOU-DEP)

           PERFORM 0009-GRAVAR-DEPENDENTES
           DISPLAY 'DEPENDENTE INCLUIDO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ALTERAR AS MARCAS DE IR E SALARIO-FAMILIA DE UM DEPENDENTE
      *----------------------------------------------------------------*
       0006-ALTERAR-DEPENDENTE         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CPF
           PERFORM 0022-LOCALIZAR-DEPENDENTE

           IF WRK-ACHOU-DEP EQUAL ZEROS
              DISPLAY 'DEPENDENTE NAO CADASTRADO PARA O FUNCIONARIO'
              EXIT SECTION
           END-IF
           IF TAB-DEP-SITUACAO(WRK-ACHOU-DEP) NOT EQUAL 'A'
              DISPLAY 'DEPENDENTE EXCLUIDO - INCLUA NOVAMENTE'
              EXIT SECTION
           END-IF

           DISPLAY 'DEPENDENTE: ' TAB-DEP-NOME(WRK-ACHOU-DEP)
                   ' IR=' TAB-DEP-IR(WRK-ACHOU-DEP)
                   ' SALARIO-FAMILIA=' TAB-DEP-SALFAM(WRK-ACHOU-DEP)
           MOVE TAB-DEP-PARENTESCO(WRK-ACHOU-DEP)
                                       TO WRK-PARENTESCO-INF
           PERFORM 0023-OBTER-MARCAS

           MOVE WRK-IR-INF             TO TAB-DEP-IR(WRK-ACHOU-DEP)
           MOVE WRK-SALFAM-INF         TO TAB-DEP-SALFAM(WRK-ACHOU-DEP)
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-DEP-DATA-ALT(WRK-ACHOU-DEP)

           PERFORM 0009-GRAVAR-DEPENDENTES
           DISPLAY 'DEPENDENTE ALTERADO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXCLUIR UM DEPENDENTE (EXCLUSAO LOGICA - O ESOCIA1A
      *    INFORMA A BAIXA)
      *----------------------------------------------------------------*
       0007-EXCLUIR-DEPENDENTE         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CPF
           PERFORM 0022-LOCALIZAR-DEPENDENTE

           IF WRK-ACHOU-DEP EQUAL ZEROS
              DISPLAY 'DEPENDENTE NAO CADASTRADO PARA O FUNCIONARIO'
              EXIT SECTION
           END-IF
           IF TAB-DEP-SITUACAO(WRK-ACHOU-DEP) NOT EQUAL 'A'
              DISPLAY 'DEPENDENTE JA EXCLUIDO'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO TAB-DEP-IR(WRK-ACHOU-DEP)
                                          TAB-DEP-SALFAM(WRK-ACHOU-DEP)
           MOVE 'E'                    TO
                TAB-DEP-SITUACAO(WRK-ACHOU-DEP)
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-DEP-DATA-ALT(WRK-ACHOU-DEP)

           PERFORM 0009-GRAVAR-DEPENDENTES
           DISPLAY 'DEPENDENTE EXCLUIDO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS DEPENDENTES ATIVOS DE UM FUNCIONARIO
      *----------------------------------------------------------------*
       0008-LISTAR-DEPENDENTES         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-LISTADOS
           PERFORM VARYING WRK-IND-DEP FROM 1 BY 1 UNTIL
                      WRK-IND-DEP > WRK-QTDE-DEP
              IF TAB-DEP-FUNCIONARIO(WRK-IND-DEP) EQUAL
                 WRK-FUNCIONARIO AND
                 TAB-DEP-SITUACAO(WRK-IND-DEP) EQUAL 'A'
                 ADD 1                 TO WRK-QTDE-LISTADOS
                 DISPLAY '* ' TAB-DEP-CPF(WRK-IND-DEP) ' '
                         TAB-DEP-NOME(WRK-IND-DEP) ' NASC '
                         TAB-DEP-NASCIMENTO(WRK-IND-DEP) ' '
                         TAB-DEP-PARENTESCO(WRK-IND-DEP) ' IR='
                         TAB-DEP-IR(WRK-IND-DEP) ' SF='
                         TAB-DEP-SALFAM(WRK-IND-DEP)
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADOS EQUAL ZEROS
              DISPLAY '* FUNCIONARIO SEM DEPENDENTES'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR DEPENDEN.dat COM A TABELA DE DEPENDENTES
      *----------------------------------------------------------------*
       0009-GRAVAR-DEPENDENTES         SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-DEP

           PERFORM VARYING WRK-IND-DEP FROM 1 BY 1 UNTIL
                      WRK-IND-DEP > WRK-QTDE-DEP
              MOVE SPACES              TO FD-LIN-DEPENDENTE
              STRING
                  TAB-DEP-FUNCIONARIO(WRK-IND-DEP) DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-NOME(WRK-IND-DEP)        DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-CPF(WRK-IND-DEP)         DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-NASCIMENTO(WRK-IND-DEP)  DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-PARENTESCO(WRK-IND-DEP)  DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-IR(WRK-IND-DEP)          DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-SALFAM(WRK-IND-DEP)      DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-DATA-ALT(WRK-IND-DEP)    DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-DEP-SITUACAO(WRK-IND-DEP)    DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  INTO FD-LIN-DEPENDENTE
              END-STRING
              WRITE FD-LIN-DEPENDENTE
           END-PERFORM

           CLOSE ARQUIVO-DEP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O FUNCIONARIO E CONFERIR EM CADASTRO3.dat
      *----------------------------------------------------------------*
       0020-OBTER-FUNCIONARIO          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NOME DO FUNCIONARIO: ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-FUNCIONARIO
           ACCEPT WRK-FUNCIONARIO

           MOVE 'N'                    TO WRK-ACHOU-FUN
           PERFORM VARYING WRK-IND-FUN FROM 1 BY 1 UNTIL
                      WRK-IND-FUN > WRK-QTDE-FUN
              IF TAB-FUN-NOME(WRK-IND-FUN) EQUAL WRK-FUNCIONARIO
                 MOVE 'S'              TO WRK-ACHOU-FUN
              END-IF
           END-PERFORM

           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              DISPLAY 'FUNCIONARIO NAO LOCALIZADO EM CADASTRO3.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER E VALIDAR O CPF DO DEPENDENTE (DIGITOS VERIFICADORES
      *    CONFORME A REGRA DO VALCPF01)
      *----------------------------------------------------------------*
       0021-OBTER-CPF                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CPF-VALIDO
           PERFORM UNTIL WRK-CPF-VALIDO EQUAL 'S'
              DISPLAY 'CPF DO DEPENDENTE: ' WITH NO ADVANCING
              MOVE SPACES              TO WRK-CPF-ENTRADA
              ACCEPT WRK-CPF-ENTRADA
              PERFORM 8002-EXTRAIR-DIGITOS
              IF WRK-DOC-LEN EQUAL 11
                 MOVE WRK-DOC-DIGITS(1:11) TO WRK-CPF-DEPEND
                 PERFORM 8001-VALIDAR-CPF
              END-IF
              IF WRK-CPF-VALIDO NOT EQUAL 'S'
                 DISPLAY 'CPF INVALIDO - INFORME NOVAMENTE'
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O DEPENDENTE (FUNCIONARIO + CPF) NA TABELA
      *----------------------------------------------------------------*
       0022-LOCALIZAR-DEPENDENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ACHOU-DEP
           PERFORM VARYING WRK-IND-DEP FROM 1 BY 1 UNTIL
                      WRK-IND-DEP > WRK-QTDE-DEP
              IF TAB-DEP-FUNCIONARIO(WRK-IND-DEP) EQUAL
                 WRK-FUNCIONARIO AND
                 TAB-DEP-CPF(WRK-IND-DEP) EQUAL WRK-CPF-DEPEND
                 MOVE WRK-IND-DEP      TO WRK-ACHOU-DEP
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER AS MARCAS DE DEPENDENTE DE IR E SALARIO-FAMILIA
      *    (SALARIO-FAMILIA SO PARA FILHO)
      *----------------------------------------------------------------*
       0023-OBTER-MARCAS               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-IR-INF
           PERFORM UNTIL WRK-IR-INF EQUAL 'S' OR WRK-IR-INF EQUAL 'N'
              DISPLAY 'DEPENDENTE DE IR (S/N): ' WITH NO ADVANCING
              ACCEPT WRK-IR-INF
              MOVE FUNCTION UPPER-CASE(WRK-IR-INF) TO WRK-IR-INF
           END-PERFORM

           MOVE 'N'                    TO WRK-SALFAM-INF
           IF WRK-PARENTESCO-INF EQUAL 'FI'
              MOVE SPACES              TO WRK-SALFAM-INF
              PERFORM UNTIL WRK-SALFAM-INF EQUAL 'S' OR
                            WRK-SALFAM-INF EQUAL 'N'
                 DISPLAY 'SALARIO-FAMILIA (S/N): ' WITH NO ADVANCING
                 ACCEPT WRK-SALFAM-INF
                 MOVE FUNCTION UPPER-CASE(WRK-SALFAM-INF)
                                       TO WRK-SALFAM-INF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR OS DIGITOS VERIFICADORES DO CPF EM WRK-CPF-DEPEND
      *    (MESMA REGRA DO VALCPF01)
      *----------------------------------------------------------------*
       8001-VALIDAR-CPF                SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CPF-VALIDO

           MOVE 'S'                    TO WRK-CPF-IGUAIS
           PERFORM VARYING WRK-CPF-IND FROM 2 BY 1 UNTIL
                      WRK-CPF-IND GREATER 11
              IF WRK-CPF-DIG(WRK-CPF-IND) NOT EQUAL WRK-CPF-DIG(1)
                 MOVE 'N'              TO WRK-CPF-IGUAIS
              END-IF
           END-PERFORM
           IF WRK-CPF-IGUAIS EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-CPF-SOMA
           MOVE 10                     TO WRK-CPF-PESO
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1 UNTIL
                      WRK-CPF-IND GREATER 9
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                      WRK-CPF-DIG(WRK-CPF-IND) * WRK-CPF-PESO
              SUBTRACT 1               FROM WRK-CPF-PESO
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA * 10, 11)
           IF WRK-CPF-RESTO EQUAL 10
              MOVE ZEROS               TO WRK-CPF-DV1
           ELSE
              MOVE WRK-CPF-RESTO       TO WRK-CPF-DV1
           END-IF

           MOVE ZEROS                  TO WRK-CPF-SOMA
           MOVE 11                     TO WRK-CPF-PESO
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1 UNTIL
                      WRK-CPF-IND GREATER 10
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                      WRK-CPF-DIG(WRK-CPF-IND) * WRK-CPF-PESO
              SUBTRACT 1               FROM WRK-CPF-PESO
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA * 10, 11)
           IF WRK-CPF-RESTO EQUAL 10
              MOVE ZEROS               TO WRK-CPF-DV2
           ELSE
              MOVE WRK-CPF-RESTO       TO WRK-CPF-DV2
           END-IF

           IF WRK-CPF-DIG(10) EQUAL WRK-CPF-DV1 AND
              WRK-CPF-DIG(11) EQUAL WRK-CPF-DV2
              MOVE 'S'                 TO WRK-CPF-VALIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 8001-end
       8001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXTRAIR OS DIGITOS DO CPF INFORMADO (COM OU SEM MASCARA)
      *    PARA WRK-DOC-DIGITS, CONTANDO-OS EM WRK-DOC-LEN
      *----------------------------------------------------------------*
       8002-EXTRAIR-DIGITOS            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DOC-DIGITS
           MOVE ZEROS                  TO WRK-DOC-LEN
           PERFORM VARYING WRK-DOC-IND FROM 1 BY 1 UNTIL
                      WRK-DOC-IND GREATER 14
              IF WRK-CPF-ENTRADA(WRK-DOC-IND:1) IS NUMERIC
                 ADD 1                 TO WRK-DOC-LEN
                 IF WRK-DOC-LEN NOT GREATER 14
                    MOVE WRK-CPF-ENTRADA(WRK-DOC-IND:1)
                       TO WRK-DOC-DIGITS(WRK-DOC-LEN:1)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 8002-end
       8002-END.                       EXIT.
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
