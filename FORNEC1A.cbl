      *              LEADTIME-DIAS), QUE O PROG023G USA PARA ESCOLHER
      *              O FORNECEDOR E O PRECO AUTOMATICAMENTE NA
      *              REPOSICAO.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - DADOS BANCARIOS DO FORNECEDOR EM
      *              FORNBCO.dat (FORNECEDOR|BANCO|AGENCIA|CONTA|DV),
      *              USADOS PELO PAGAMENTO A FORNECEDORES (CPAGAR2A)
      *              NO CREDITO EM CONTA DO ARQUIVO CNAB 240.
      *              15/10/2026 - REFERENCIA CRUZADA DO CODIGO DO
      *              PRODUTO NO FORNECEDOR EM FORNPROD.dat
      *              (FORNECEDOR|CODIGO-FORNECEDOR|PRODUTO), USADA
      *              PELO PROG023G NA IMPORTACAO DO XML DA NF-E.
      * NOME.......: FORNEC1A
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARQUIVO-PRE ASSIGN TO 'FORNPREC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BCO ASSIGN TO 'FORNBCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-REF ASSIGN TO 'FORNPROD.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FOR.
       FD  ARQUIVO-PRE.
       01  FD-LIN-PRECO                   PIC X(040).

       FD  ARQUIVO-BCO.
       01  FD-LIN-BANCO                   PIC X(040).

       FD  ARQUIVO-REF.
       01  FD-LIN-REFERENCIA              PIC X(040).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
               10  TAB-PRE-PRECO-CENTS    PIC 9(09) VALUE ZEROS.
               10  TAB-PRE-LEADTIME       PIC 9(03) VALUE ZEROS.

      *--- Dados bancarios por fornecedor (FORNBCO.dat)
       01  WRK-MAX-TAB-BCO                PIC 9(02) VALUE 50.
       01  WRK-QTDE-BCO                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-BCO                    PIC 9(02) VALUE ZEROS.
       01  TAB-BANCOS.
           05  TAB-BCO-LINHA OCCURS 50 TIMES.
               10  TAB-BCO-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-BCO-BANCO          PIC 9(03) VALUE ZEROS.
               10  TAB-BCO-AGENCIA        PIC 9(05) VALUE ZEROS.
               10  TAB-BCO-CONTA          PIC 9(12) VALUE ZEROS.
               10  TAB-BCO-DV             PIC X(01) VALUE SPACES.

      *--- Codigo do produto no fornecedor (FORNPROD.dat)
       01  WRK-MAX-TAB-REF                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-REF                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-REF                    PIC 9(04) VALUE ZEROS.
       01  TAB-REFERENCIAS.
           05  TAB-REF-LINHA OCCURS 1000 TIMES.
               10  TAB-REF-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-REF-CODIGO         PIC X(20) VALUE SPACES.
               10  TAB-REF-PRODUTO        PIC 9(05) VALUE ZEROS.

      *--- Dados em digitacao
       01  WRK-FOR-ID                     PIC 9(05) VALUE ZEROS.
       01  WRK-FOR-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-PRE-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-PRE-PRECO                  PIC 9(09) VALUE ZEROS.
       01  WRK-PRE-LEADTIME               PIC 9(03) VALUE ZEROS.
       01  WRK-BCO-BANCO                  PIC 9(03) VALUE ZEROS.
       01  WRK-BCO-AGENCIA                PIC 9(05) VALUE ZEROS.
       01  WRK-BCO-CONTA                  PIC 9(12) VALUE ZEROS.
       01  WRK-BCO-DV                     PIC X(01) VALUE SPACES.
       01  WRK-REF-CODIGO                 PIC X(20) VALUE SPACES.
       01  WRK-REF-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.

      *--- Consulta ao cadastro de empresas validadas (EMPMST1A)

           PERFORM 0001-CARREGAR-FORNECEDORES
           PERFORM 0002-CARREGAR-PRECOS
           PERFORM 0004-CARREGAR-BANCOS
           PERFORM 0005-CARREGAR-REFERENCIAS
           PERFORM 0003-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
           DISPLAY '* 2 - LISTAR FORNECEDORES                  *'
           DISPLAY '* 3 - INCLUIR/ALTERAR PRECO E PRAZO        *'
           DISPLAY '* 4 - LISTAR PRECOS E PRAZOS               *'
           DISPLAY '* 5 - INCLUIR/ALTERAR DADOS BANCARIOS      *'
           DISPLAY '* 6 - LISTAR DADOS BANCARIOS               *'
           DISPLAY '* 7 - INCLUIR/ALTERAR CODIGO NO FORNECEDOR *'
           DISPLAY '* 8 - LISTAR CODIGOS NO FORNECEDOR         *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                      PERFORM 0003-TELA-MENU
               WHEN 4 PERFORM 0040-LISTAR-PRECOS
                      PERFORM 0003-TELA-MENU
               WHEN 5 PERFORM 0050-MANTER-BANCO
                      PERFORM 0003-TELA-MENU
               WHEN 6 PERFORM 0060-LISTAR-BANCOS
                      PERFORM 0003-TELA-MENU
               WHEN 7 PERFORM 0070-MANTER-REFERENCIA
                      PERFORM 0003-TELA-MENU
               WHEN 8 PERFORM 0080-LISTAR-REFERENCIAS
                      PERFORM 0003-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS DADOS BANCARIOS DE FORNBCO.dat
      *----------------------------------------------------------------*
       0004-CARREGAR-BANCOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BCO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-BCO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BCO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-BCO LESS WRK-MAX-TAB-BCO
                       ADD 1           TO WRK-QTDE-BCO
                       INITIALIZE TAB-BCO-LINHA(WRK-QTDE-BCO)
                       UNSTRING FD-LIN-BANCO DELIMITED BY SEP
                          INTO TAB-BCO-FORNECEDOR(WRK-QTDE-BCO)
                               TAB-BCO-BANCO(WRK-QTDE-BCO)
                               TAB-BCO-AGENCIA(WRK-QTDE-BCO)
                               TAB-BCO-CONTA(WRK-QTDE-BCO)
                               TAB-BCO-DV(WRK-QTDE-BCO)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE DADOS BANCARIOS CHEIA! '
                               'MAXIMO ' WRK-MAX-TAB-BCO
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-BCO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A REFERENCIA CRUZADA DE FORNPROD.dat
      *----------------------------------------------------------------*
       0005-CARREGAR-REFERENCIAS       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REF
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-REF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-REF
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-REF LESS WRK-MAX-TAB-REF
                       ADD 1           TO WRK-QTDE-REF
                       INITIALIZE TAB-REF-LINHA(WRK-QTDE-REF)
                       UNSTRING FD-LIN-REFERENCIA DELIMITED BY SEP
                          INTO TAB-REF-FORNECEDOR(WRK-QTDE-REF)
                               TAB-REF-CODIGO(WRK-QTDE-REF)
                               TAB-REF-PRODUTO(WRK-QTDE-REF)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE CODIGOS NO FORNECEDOR '
                               'CHEIA! MAXIMO ' WRK-MAX-TAB-REF
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-REF
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM FORNECEDOR - O CNPJ PRECISA ESTAR VIGENTE NO
      *    CADASTRO DE EMPRESAS VALIDADAS (O VALIDA1B E QUEM VALIDA
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR OU ALTERAR A CONTA DE CREDITO DE UM FORNECEDOR
      *----------------------------------------------------------------*
       0050-MANTER-BANCO               SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ID DO FORNECEDOR: ' WITH NO ADVANCING
           ACCEPT WRK-FOR-ID

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1 UNTIL
                      (WRK-IND-FOR > WRK-QTDE-FOR) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-FOR-ID(WRK-IND-FOR) EQUAL WRK-FOR-ID
                 MOVE 'S'              TO WRK-ENCONTROU
              END-IF
           END-PERFORM
           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'FORNECEDOR NAO CADASTRADO'
              EXIT SECTION
           END-IF

           DISPLAY 'BANCO (3 DIGITOS).......: ' WITH NO ADVANCING
           ACCEPT WRK-BCO-BANCO
           DISPLAY 'AGENCIA (SEM DV)........: ' WITH NO ADVANCING
           ACCEPT WRK-BCO-AGENCIA
           DISPLAY 'CONTA CORRENTE (SEM DV).: ' WITH NO ADVANCING
           ACCEPT WRK-BCO-CONTA
           DISPLAY 'DV DA CONTA.............: ' WITH NO ADVANCING
           ACCEPT WRK-BCO-DV

           IF WRK-BCO-BANCO EQUAL ZEROS OR
              WRK-BCO-AGENCIA EQUAL ZEROS OR
              WRK-BCO-CONTA EQUAL ZEROS OR
              WRK-BCO-DV EQUAL SPACES
              DISPLAY 'DADOS BANCARIOS INCOMPLETOS - NADA GRAVADO'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      (WRK-IND-BCO > WRK-QTDE-BCO) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-BCO-FORNECEDOR(WRK-IND-BCO) EQUAL WRK-FOR-ID
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-BCO
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU EQUAL 'S'
              DISPLAY 'DADOS BANCARIOS ALTERADOS'
           ELSE
              IF WRK-QTDE-BCO NOT LESS WRK-MAX-TAB-BCO
                 DISPLAY 'TABELA DE DADOS BANCARIOS CHEIA'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-BCO
              MOVE WRK-QTDE-BCO        TO WRK-IND-BCO
              MOVE WRK-FOR-ID          TO
                   TAB-BCO-FORNECEDOR(WRK-IND-BCO)
              DISPLAY 'DADOS BANCARIOS INCLUIDOS'
           END-IF

           MOVE WRK-BCO-BANCO          TO TAB-BCO-BANCO(WRK-IND-BCO)
           MOVE WRK-BCO-AGENCIA        TO TAB-BCO-AGENCIA(WRK-IND-BCO)
           MOVE WRK-BCO-CONTA          TO TAB-BCO-CONTA(WRK-IND-BCO)
           MOVE WRK-BCO-DV             TO TAB-BCO-DV(WRK-IND-BCO)

           PERFORM 0051-REGRAVAR-BANCOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR FORNBCO.dat COM OS DADOS DA TABELA
      *----------------------------------------------------------------*
       0051-REGRAVAR-BANCOS            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-BCO

           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              MOVE SPACES              TO FD-LIN-BANCO
              STRING TAB-BCO-FORNECEDOR(WRK-IND-BCO)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BCO-BANCO(WRK-IND-BCO)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BCO-AGENCIA(WRK-IND-BCO)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BCO-CONTA(WRK-IND-BCO)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-BCO-DV(WRK-IND-BCO)
                                       DELIMITED BY SIZE
                     INTO FD-LIN-BANCO
              END-STRING
              WRITE FD-LIN-BANCO
           END-PERFORM

           CLOSE ARQUIVO-BCO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS DADOS BANCARIOS CADASTRADOS
      *----------------------------------------------------------------*
       0060-LISTAR-BANCOS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'FORN  | BCO | AGENCIA | CONTA        | DV'

           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              DISPLAY TAB-BCO-FORNECEDOR(WRK-IND-BCO) ' | '
                      TAB-BCO-BANCO(WRK-IND-BCO) ' | '
                      TAB-BCO-AGENCIA(WRK-IND-BCO) '   | '
                      TAB-BCO-CONTA(WRK-IND-BCO) ' | '
                      TAB-BCO-DV(WRK-IND-BCO)
           END-PERFORM

           IF WRK-QTDE-BCO EQUAL ZEROS
              DISPLAY '(SEM DADOS BANCARIOS CADASTRADOS)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR, ALTERAR OU EXCLUIR O CODIGO QUE O FORNECEDOR USA
      *    PARA UM PRODUTO NOSSO (CODIGO cProd DA NF-E). PRODUTO ZERO
      *    EXCLUI A REFERENCIA
      *----------------------------------------------------------------*
       0070-MANTER-REFERENCIA          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ID DO FORNECEDOR: ' WITH NO ADVANCING
           ACCEPT WRK-FOR-ID

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1 UNTIL
                      (WRK-IND-FOR > WRK-QTDE-FOR) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-FOR-ID(WRK-IND-FOR) EQUAL WRK-FOR-ID
                 MOVE 'S'              TO WRK-ENCONTROU
              END-IF
           END-PERFORM
           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'FORNECEDOR NAO CADASTRADO'
              EXIT SECTION
           END-IF

           DISPLAY 'CODIGO DO PRODUTO NO FORNECEDOR: '
                    WITH NO ADVANCING
           ACCEPT WRK-REF-CODIGO
           DISPLAY 'NOSSO CODIGO DO PRODUTO (0 = EXCLUIR): '
                    WITH NO ADVANCING
           ACCEPT WRK-REF-PRODUTO

           MOVE FUNCTION TRIM(WRK-REF-CODIGO) TO WRK-REF-CODIGO
           IF WRK-REF-CODIGO EQUAL SPACES
              DISPLAY 'CODIGO DO FORNECEDOR NAO INFORMADO'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-REF FROM 1 BY 1 UNTIL
                      (WRK-IND-REF > WRK-QTDE-REF) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-REF-FORNECEDOR(WRK-IND-REF) EQUAL WRK-FOR-ID AND
                 TAB-REF-CODIGO(WRK-IND-REF) EQUAL WRK-REF-CODIGO
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-REF
              END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WRK-REF-PRODUTO EQUAL ZEROS AND
                    WRK-ENCONTROU NOT EQUAL 'S'
                    DISPLAY 'REFERENCIA NAO CADASTRADA'
                    EXIT SECTION
               WHEN WRK-REF-PRODUTO EQUAL ZEROS
                    PERFORM VARYING WRK-IND-REF FROM WRK-IND-REF
                               BY 1 UNTIL WRK-IND-REF NOT LESS
                               WRK-QTDE-REF
                       MOVE TAB-REF-LINHA(WRK-IND-REF + 1) TO
                            TAB-REF-LINHA(WRK-IND-REF)
                    END-PERFORM
                    SUBTRACT 1         FROM WRK-QTDE-REF
                    DISPLAY 'REFERENCIA EXCLUIDA'
               WHEN WRK-ENCONTROU EQUAL 'S'
                    MOVE WRK-REF-PRODUTO TO
                         TAB-REF-PRODUTO(WRK-IND-REF)
                    DISPLAY 'REFERENCIA ALTERADA'
               WHEN WRK-QTDE-REF NOT LESS WRK-MAX-TAB-REF
                    DISPLAY 'TABELA DE CODIGOS NO FORNECEDOR CHEIA'
                    EXIT SECTION
               WHEN OTHER
                    ADD 1              TO WRK-QTDE-REF
                    MOVE WRK-FOR-ID    TO
                         TAB-REF-FORNECEDOR(WRK-QTDE-REF)
                    MOVE WRK-REF-CODIGO TO
                         TAB-REF-CODIGO(WRK-QTDE-REF)
                    MOVE WRK-REF-PRODUTO TO
                         TAB-REF-PRODUTO(WRK-QTDE-REF)
                    DISPLAY 'REFERENCIA INCLUIDA'
           END-EVALUATE

           PERFORM 0071-REGRAVAR-REFERENCIAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0070-end
       0070-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR FORNPROD.dat COM OS DADOS DA TABELA
      *----------------------------------------------------------------*
       0071-REGRAVAR-REFERENCIAS       SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-REF

           PERFORM VARYING WRK-IND-REF FROM 1 BY 1 UNTIL
                      WRK-IND-REF > WRK-QTDE-REF
              MOVE SPACES              TO FD-LIN-REFERENCIA
              STRING TAB-REF-FORNECEDOR(WRK-IND-REF)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-REF-CODIGO(WRK-IND-REF))
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-REF-PRODUTO(WRK-IND-REF)
                                       DELIMITED BY SIZE
                     INTO FD-LIN-REFERENCIA
              END-STRING
              WRITE FD-LIN-REFERENCIA
           END-PERFORM

           CLOSE ARQUIVO-REF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS CODIGOS DE PRODUTO NOS FORNECEDORES
      *----------------------------------------------------------------*
       0080-LISTAR-REFERENCIAS         SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'FORN  | CODIGO NO FORNECEDOR | PROD'

           PERFORM VARYING WRK-IND-REF FROM 1 BY 1 UNTIL
                      WRK-IND-REF > WRK-QTDE-REF
              DISPLAY TAB-REF-FORNECEDOR(WRK-IND-REF) ' | '
                      TAB-REF-CODIGO(WRK-IND-REF) ' | '
                      TAB-REF-PRODUTO(WRK-IND-REF)
           END-PERFORM

           IF WRK-QTDE-REF EQUAL ZEROS
              DISPLAY '(SEM CODIGOS NO FORNECEDOR CADASTRADOS)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0080-end
       0080-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
