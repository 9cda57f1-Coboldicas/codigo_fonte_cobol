      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CONTRATOS DE EMPRESTIMO CONSIGNADO DOS
      *              FUNCIONARIOS (CONSIGNA.dat). CADA CONTRATO E LIGADO
      *              AO FUNCIONARIO PELO NOME, A CHAVE DE CADASTRO3.dat
      *              NA FOLHA, E TEM O BANCO CREDOR, A QUANTIDADE E O
      *              VALOR DAS PARCELAS E O MES DA PRIMEIRA PARCELA. NA
      *              INCLUSAO A PARCELA PRECISA CABER NA MARGEM
      *              CONSIGNAVEL: 35% DA REMUNERACAO LIQUIDA DOS
      *              DESCONTOS OBRIGATORIOS (PROVENTOS - INSS - IRRF) DA
      *              ULTIMA FOLHA MENSAL DO FUNCIONARIO EM FOLHAMEM.dat,
      *              MENOS AS PARCELAS DOS CONTRATOS JA ATIVOS. O
      *              FOLHA01A DESCONTA A PARCELA DO MES E GERA O REPASSE
      *              AOS CREDORES; O RESCIS1A DESCONTA O SALDO DEVEDOR
      *              NA RESCISAO E ENCERRA O CONTRATO.
      * NOME.......: CONSIG1A
      *----------------------------------------------------------------*
      * LAYOUT DE CONSIGNA.dat (PIPE):
      *   FUNCIONARIO(30)|CONTRATO(10)|CREDOR(20)|PARCELAS(3)|
      *   VALOR DA PARCELA(11, 2 DEC IMPLICITAS)|INICIO(AAAAMM)|
      *   DATA-ALTERACAO(8)|SITUACAO|
      *   SITUACAO: A = ATIVO  Q = QUITADO DIRETO COM O CREDOR
      *             R = ENCERRADO NA RESCISAO (RESCIS1A)
      *   O CONTRATO ATIVO E DESCONTADO DE INICIO ATE INICIO +
      *   PARCELAS - 1; DEPOIS DISSO ESTA LIQUIDADO PELA FOLHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CAD ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-CON ASSIGN TO 'CONSIGNA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CAD.
       01  FD-ARQ-CADASTRO.
         05 FDC-NOME                      PIC X(30).
         05 FDC-IDADE                     PIC 9(02).
         05 FDC-SALARIO                   PIC 9(05)V99.

       FD  ARQUIVO-CON.
       01  FD-LIN-CONTRATO                PIC X(120).

       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-PCT-MARGEM                 PIC 9(02)V99 VALUE 35,00.

      *--- Funcionarios de CADASTRO3.dat
       01  WRK-MAX-TAB-FUN                PIC 9(03) VALUE 100.
       01  WRK-QTDE-FUN                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-FUN                    PIC 9(03) VALUE ZEROS.
       01  TAB-FUNCIONARIOS.
           05  TAB-FUN-NOME OCCURS 100 TIMES PIC X(30).
       01  WRK-FUNCIONARIO                PIC X(30) VALUE SPACES.
       01  WRK-ACHOU-FUN                  PIC X(01) VALUE 'N'.

      *--- Contratos de CONSIGNA.dat
       01  WRK-MAX-TAB-CON                PIC 9(03) VALUE 300.
       01  WRK-QTDE-CON                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CON                    PIC 9(03) VALUE ZEROS.
       01  WRK-ACHOU-CON                  PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-LISTADOS              PIC 9(03) VALUE ZEROS.
       01  TAB-CONTRATOS.
           05  TAB-CON-LINHA OCCURS 300 TIMES.
               10  TAB-CON-FUNCIONARIO    PIC X(30).
               10  TAB-CON-CONTRATO       PIC X(10).
               10  TAB-CON-CREDOR         PIC X(20).
               10  TAB-CON-PARCELAS       PIC 9(03).
               10  TAB-CON-VALOR          PIC 9(09)V99.
               10  TAB-CON-INICIO         PIC 9(06).
               10  TAB-CON-DATA-ALT       PIC 9(08).
               10  TAB-CON-SITUACAO       PIC X(01).
       01  WRK-CON-FUNCIONARIO            PIC X(30) VALUE SPACES.
       01  WRK-CON-CONTRATO               PIC X(10) VALUE SPACES.
       01  WRK-CON-CREDOR                 PIC X(20) VALUE SPACES.
       01  WRK-CON-PARCELAS               PIC X(03) VALUE SPACES.
       01  WRK-CON-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-CON-VALOR-N REDEFINES WRK-CON-VALOR-STR.
           05 WRK-CON-VALOR-V             PIC 9(09)V99.
       01  WRK-CON-INICIO                 PIC X(06) VALUE SPACES.
       01  WRK-CON-DATA-ALT               PIC X(08) VALUE SPACES.
       01  WRK-CON-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Dados informados
       01  WRK-CONTRATO-INF               PIC X(10) VALUE SPACES.
       01  WRK-CREDOR-INF                 PIC X(20) VALUE SPACES.
       01  WRK-PARCELAS-INF               PIC 9(03) VALUE ZEROS.
       01  WRK-VALOR-INF                  PIC 9(07)V99 VALUE ZEROS.
       01  WRK-INICIO-INF                 PIC 9(06) VALUE ZEROS.
       01  WRK-INICIO-R REDEFINES WRK-INICIO-INF.
           05 WRK-INICIO-ANO              PIC 9(04).
           05 WRK-INICIO-MES              PIC 9(02).
       01  WRK-DADO-OK                    PIC X(01) VALUE 'N'.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.

      *--- Meses como numero corrido (ANO * 12 + MES - 1)
       01  WRK-MES-CALC                   PIC 9(06) VALUE ZEROS.
       01  WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           05 WRK-MES-CALC-ANO            PIC 9(04).
           05 WRK-MES-CALC-MES            PIC 9(02).
       01  WRK-MES-CORRIDO                PIC 9(06) VALUE ZEROS.
       01  WRK-MES-NOVO-INI               PIC 9(06) VALUE ZEROS.
       01  WRK-MES-CON-FIM                PIC 9(06) VALUE ZEROS.

      *--- Margem consignavel (ULTIMA FOLHA MENSAL EM FOLHAMEM.dat)
       01  WRK-MEM-FOLHA-MENSAL           PIC X(01) VALUE 'N'.
       01  WRK-MEM-REGISTRO               PIC X(03) VALUE SPACES.
       01  WRK-MEM-COMP                   PIC X(06) VALUE SPACES.
       01  WRK-MEM-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-MEM-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-MEM-VALORES-X.
           05 WRK-MEM-TRIBUTAVEL-X        PIC X(11).
           05 WRK-MEM-INSS-X              PIC X(11).
           05 WRK-MEM-IRRF-X              PIC X(11).
           05 WRK-MEM-ISENTO-X            PIC X(11).
       01  WRK-MEM-VALORES REDEFINES WRK-MEM-VALORES-X.
           05 WRK-MEM-TRIBUTAVEL          PIC 9(09)V99.
           05 WRK-MEM-INSS                PIC 9(09)V99.
           05 WRK-MEM-IRRF                PIC 9(09)V99.
           05 WRK-MEM-ISENTO              PIC 9(09)V99.
       01  WRK-TEM-FOLHA                  PIC X(01) VALUE 'N'.
       01  WRK-FOLHA-COMP                 PIC X(06) VALUE SPACES.
       01  WRK-REMUNERACAO-LIQ            PIC S9(09)V99 VALUE ZEROS.
       01  WRK-MARGEM-TOTAL               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MARGEM-USADA               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MARGEM-LIVRE               PIC S9(09)V99 VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-EDIT2                PIC -ZZZ.ZZZ.ZZ9,99.

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
           PERFORM 0003-CARREGAR-CONTRATOS
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
      *    CARREGAR OS CONTRATOS DE CONSIGNA.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-CONTRATOS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CON
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CON

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CON
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0003A-TRATAR-LINHA-CON
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CON
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM CONTRATO NA TABELA
      *----------------------------------------------------------------*
       0003A-TRATAR-LINHA-CON          SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-CONTRATO EQUAL SPACES
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CON NOT LESS WRK-MAX-TAB-CON
              DISPLAY 'TABELA DE CONTRATOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CON ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-CON-FUNCIONARIO
                                          WRK-CON-CONTRATO
                                          WRK-CON-CREDOR
                                          WRK-CON-PARCELAS
                                          WRK-CON-VALOR-STR
                                          WRK-CON-INICIO
                                          WRK-CON-DATA-ALT
                                          WRK-CON-SITUACAO
           UNSTRING FD-LIN-CONTRATO DELIMITED BY SEP
                    INTO WRK-CON-FUNCIONARIO
                         WRK-CON-CONTRATO
                         WRK-CON-CREDOR
                         WRK-CON-PARCELAS
                         WRK-CON-VALOR-STR
                         WRK-CON-INICIO
                         WRK-CON-DATA-ALT
                         WRK-CON-SITUACAO
           END-UNSTRING

           ADD 1                       TO WRK-QTDE-CON
           MOVE WRK-CON-FUNCIONARIO    TO
                TAB-CON-FUNCIONARIO(WRK-QTDE-CON)
           MOVE WRK-CON-CONTRATO       TO TAB-CON-CONTRATO(WRK-QTDE-CON)
           MOVE WRK-CON-CREDOR         TO TAB-CON-CREDOR(WRK-QTDE-CON)
           MOVE ZEROS                  TO
                TAB-CON-PARCELAS(WRK-QTDE-CON)
                TAB-CON-VALOR(WRK-QTDE-CON)
                TAB-CON-INICIO(WRK-QTDE-CON)
                TAB-CON-DATA-ALT(WRK-QTDE-CON)
           IF WRK-CON-PARCELAS IS NUMERIC
              MOVE WRK-CON-PARCELAS    TO TAB-CON-PARCELAS(WRK-QTDE-CON)
           END-IF
           IF WRK-CON-VALOR-STR IS NUMERIC
              MOVE WRK-CON-VALOR-V     TO TAB-CON-VALOR(WRK-QTDE-CON)
           END-IF
           IF WRK-CON-INICIO IS NUMERIC
              MOVE WRK-CON-INICIO      TO TAB-CON-INICIO(WRK-QTDE-CON)
           END-IF
           IF WRK-CON-DATA-ALT IS NUMERIC
              MOVE WRK-CON-DATA-ALT    TO
                   TAB-CON-DATA-ALT(WRK-QTDE-CON)
           END-IF
           MOVE WRK-CON-SITUACAO       TO TAB-CON-SITUACAO(WRK-QTDE-CON)
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
           DISPLAY '*=    EMPRESTIMOS CONSIGNADOS             =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - INCLUIR CONTRATO (CONFERE A MARGEM)  *'
           DISPLAY '* 2 - QUITAR CONTRATO DIRETO NO CREDOR     *'
           DISPLAY '* 3 - LISTAR CONTRATOS E MARGEM            *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0005-INCLUIR-CONTRATO
                  PERFORM 0004-TELA-MENU
               WHEN 2
                  PERFORM 0006-QUITAR-CONTRATO
                  PERFORM 0004-TELA-MENU
               WHEN 3
                  PERFORM 0007-LISTAR-CONTRATOS
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
      *    INCLUIR UM CONTRATO - SO SE A PARCELA CABE NA MARGEM
      *----------------------------------------------------------------*
       0005-INCLUIR-CONTRATO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CONTRATO
           IF WRK-ACHOU-CON NOT EQUAL ZEROS
              DISPLAY 'CONTRATO JA CADASTRADO PARA O FUNCIONARIO'
              EXIT SECTION
           END-IF
           IF WRK-QTDE-CON NOT LESS WRK-MAX-TAB-CON
              DISPLAY 'TABELA DE CONTRATOS CHEIA!'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-DADO-OK
           PERFORM UNTIL WRK-DADO-OK EQUAL 'S'
              DISPLAY 'BANCO CREDOR: ' WITH NO ADVANCING
              MOVE SPACES              TO WRK-CREDOR-INF
              ACCEPT WRK-CREDOR-INF
              INSPECT WRK-CREDOR-INF REPLACING ALL '|' BY ' '
              MOVE FUNCTION UPPER-CASE(WRK-CREDOR-INF)
                                       TO WRK-CREDOR-INF
              IF WRK-CREDOR-INF NOT EQUAL SPACES
                 MOVE 'S'              TO WRK-DADO-OK
              END-IF
           END-PERFORM

           MOVE ZEROS                  TO WRK-PARCELAS-INF
           PERFORM UNTIL WRK-PARCELAS-INF GREATER ZEROS
              DISPLAY 'QUANTIDADE DE PARCELAS: ' WITH NO ADVANCING
              ACCEPT WRK-PARCELAS-INF
           END-PERFORM

           MOVE ZEROS                  TO WRK-VALOR-INF
           PERFORM UNTIL WRK-VALOR-INF GREATER ZEROS
              DISPLAY 'VALOR DA PARCELA: ' WITH NO ADVANCING
              ACCEPT WRK-VALOR-INF
           END-PERFORM

           MOVE 'N'                    TO WRK-DADO-OK
           PERFORM UNTIL WRK-DADO-OK EQUAL 'S'
              DISPLAY 'MES DA PRIMEIRA PARCELA (AAAAMM): '
                       WITH NO ADVANCING
              ACCEPT WRK-INICIO-INF
              IF WRK-INICIO-MES GREATER ZEROS AND
                 WRK-INICIO-MES NOT GREATER 12 AND
                 WRK-INICIO-INF NOT LESS WRK-HOJE-AAAAMMDD(1:6)
                 MOVE 'S'              TO WRK-DADO-OK
              ELSE
                 DISPLAY 'MES INVALIDO (NAO PODE SER PASSADO)'
              END-IF
           END-PERFORM

      *    MARGEM: A PARCELA NOVA CONCORRE COM OS CONTRATOS ATIVOS
      *    QUE AINDA TEM PARCELA A PARTIR DO SEU PRIMEIRO MES
           MOVE WRK-INICIO-INF         TO WRK-MES-CALC
           PERFORM 0030-CALCULAR-MES-CORRIDO
           MOVE WRK-MES-CORRIDO        TO WRK-MES-NOVO-INI
           PERFORM 0010-APURAR-MARGEM

           IF WRK-TEM-FOLHA NOT EQUAL 'S'
              DISPLAY 'FUNCIONARIO SEM FOLHA MENSAL EM FOLHAMEM.dat -'
                      ' MARGEM NAO APURADA, CONTRATO RECUSADO'
              EXIT SECTION
           END-IF

           MOVE WRK-MARGEM-LIVRE       TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-INF          TO WRK-VALOR-EDIT2
           IF WRK-VALOR-INF GREATER WRK-MARGEM-LIVRE
              DISPLAY 'PARCELA ' WRK-VALOR-EDIT2
                      ' ACIMA DA MARGEM DISPONIVEL ' WRK-VALOR-EDIT
              DISPLAY 'CONTRATO RECUSADO'
              EXIT SECTION
           END-IF

           DISPLAY 'MARGEM DISPONIVEL: ' WRK-VALOR-EDIT
                   ' PARCELA: ' WRK-VALOR-EDIT2
           DISPLAY 'CONFIRMA A INCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF FUNCTION UPPER-CASE(WRK-CONFIRMA) NOT EQUAL 'S'
              DISPLAY 'INCLUSAO CANCELADA'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CON
           MOVE WRK-FUNCIONARIO        TO
                TAB-CON-FUNCIONARIO(WRK-QTDE-CON)
           MOVE WRK-CONTRATO-INF       TO TAB-CON-CONTRATO(WRK-QTDE-CON)
           MOVE WRK-CREDOR-INF         TO TAB-CON-CREDOR(WRK-QTDE-CON)
           MOVE WRK-PARCELAS-INF       TO TAB-CON-PARCELAS(WRK-QTDE-CON)
           MOVE WRK-VALOR-INF          TO TAB-CON-VALOR(WRK-QTDE-CON)
           MOVE WRK-INICIO-INF         TO TAB-CON-INICIO(WRK-QTDE-CON)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-CON-DATA-ALT(WRK-QTDE-CON)
           MOVE 'A'                    TO TAB-CON-SITUACAO(WRK-QTDE-CON)

           PERFORM 0009-GRAVAR-CONTRATOS
           DISPLAY 'CONTRATO INCLUIDO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    QUITAR UM CONTRATO LIQUIDADO DIRETO COM O CREDOR - A FOLHA
      *    DEIXA DE DESCONTAR A PARCELA
      *----------------------------------------------------------------*
       0006-QUITAR-CONTRATO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CONTRATO
           IF WRK-ACHOU-CON EQUAL ZEROS
              DISPLAY 'CONTRATO NAO CADASTRADO PARA O FUNCIONARIO'
              EXIT SECTION
           END-IF
           IF TAB-CON-SITUACAO(WRK-ACHOU-CON) NOT EQUAL 'A'
              DISPLAY 'CONTRATO NAO ESTA ATIVO - SITUACAO '
                      TAB-CON-SITUACAO(WRK-ACHOU-CON)
              EXIT SECTION
           END-IF

           MOVE 'Q'                    TO
                TAB-CON-SITUACAO(WRK-ACHOU-CON)
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-CON-DATA-ALT(WRK-ACHOU-CON)

           PERFORM 0009-GRAVAR-CONTRATOS
           DISPLAY 'CONTRATO QUITADO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS CONTRATOS DO FUNCIONARIO E A MARGEM DO MES
      *----------------------------------------------------------------*
       0007-LISTAR-CONTRATOS           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-FUNCIONARIO
           IF WRK-ACHOU-FUN NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-LISTADOS
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1 UNTIL
                      WRK-IND-CON > WRK-QTDE-CON
              IF TAB-CON-FUNCIONARIO(WRK-IND-CON) EQUAL
                 WRK-FUNCIONARIO
                 ADD 1                 TO WRK-QTDE-LISTADOS
                 MOVE TAB-CON-VALOR(WRK-IND-CON) TO WRK-VALOR-EDIT
                 DISPLAY '* ' TAB-CON-CONTRATO(WRK-IND-CON) ' '
                         TAB-CON-CREDOR(WRK-IND-CON) ' '
                         TAB-CON-PARCELAS(WRK-IND-CON) 'X'
                         WRK-VALOR-EDIT ' DESDE '
                         TAB-CON-INICIO(WRK-IND-CON) ' SIT='
                         TAB-CON-SITUACAO(WRK-IND-CON)
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADOS EQUAL ZEROS
              DISPLAY '* FUNCIONARIO SEM CONTRATOS'
           END-IF

           MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-MES-CALC
           PERFORM 0030-CALCULAR-MES-CORRIDO
           MOVE WRK-MES-CORRIDO        TO WRK-MES-NOVO-INI
           PERFORM 0010-APURAR-MARGEM
           IF WRK-TEM-FOLHA EQUAL 'S'
              MOVE WRK-MARGEM-TOTAL    TO WRK-VALOR-EDIT
              DISPLAY '* MARGEM (FOLHA ' WRK-FOLHA-COMP ')...: '
                      WRK-VALOR-EDIT
              MOVE WRK-MARGEM-USADA    TO WRK-VALOR-EDIT
              DISPLAY '* COMPROMETIDA...............: ' WRK-VALOR-EDIT
              MOVE WRK-MARGEM-LIVRE    TO WRK-VALOR-EDIT
              DISPLAY '* DISPONIVEL.................: ' WRK-VALOR-EDIT
           ELSE
              DISPLAY '* SEM FOLHA MENSAL EM FOLHAMEM.dat - MARGEM NAO'
                      ' APURADA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CONSIGNA.dat COM A TABELA DE CONTRATOS
      *----------------------------------------------------------------*
       0009-GRAVAR-CONTRATOS           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-CON

           PERFORM VARYING WRK-IND-CON FROM 1 BY 1 UNTIL
                      WRK-IND-CON > WRK-QTDE-CON
              MOVE TAB-CON-VALOR(WRK-IND-CON) TO WRK-CON-VALOR-V
              MOVE SPACES              TO FD-LIN-CONTRATO
              STRING
                  TAB-CON-FUNCIONARIO(WRK-IND-CON) DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-CON-CONTRATO(WRK-IND-CON)    DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-CON-CREDOR(WRK-IND-CON)      DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-CON-PARCELAS(WRK-IND-CON)    DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  WRK-CON-VALOR-STR                DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-CON-INICIO(WRK-IND-CON)      DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-CON-DATA-ALT(WRK-IND-CON)    DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  TAB-CON-SITUACAO(WRK-IND-CON)    DELIMITED BY SIZE
                  SEP                              DELIMITED BY SIZE
                  INTO FD-LIN-CONTRATO
              END-STRING
              WRITE FD-LIN-CONTRATO
           END-PERFORM

           CLOSE ARQUIVO-CON
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APURAR A MARGEM DO FUNCIONARIO: 35% DOS PROVENTOS MENOS
      *    INSS E IRRF DA ULTIMA FOLHA MENSAL, MENOS AS PARCELAS DOS
      *    CONTRATOS ATIVOS COM PARCELA A PARTIR DE WRK-MES-NOVO-INI
      *----------------------------------------------------------------*
       0010-APURAR-MARGEM              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-TEM-FOLHA
                                          WRK-MEM-FOLHA-MENSAL
           MOVE SPACES                 TO WRK-FOLHA-COMP
           MOVE ZEROS                  TO WRK-REMUNERACAO-LIQ
                                          WRK-MARGEM-TOTAL
                                          WRK-MARGEM-USADA
                                          WRK-MARGEM-LIVRE
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MEM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0011-TRATAR-LINHA-MEM
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MEM
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-TEM-FOLHA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF WRK-REMUNERACAO-LIQ GREATER ZEROS
              COMPUTE WRK-MARGEM-TOTAL ROUNDED =
                      WRK-REMUNERACAO-LIQ * WRK-PCT-MARGEM / 100
           END-IF

           PERFORM VARYING WRK-IND-CON FROM 1 BY 1 UNTIL
                      WRK-IND-CON > WRK-QTDE-CON
              IF TAB-CON-FUNCIONARIO(WRK-IND-CON) EQUAL
                 WRK-FUNCIONARIO AND
                 TAB-CON-SITUACAO(WRK-IND-CON) EQUAL 'A'
                 MOVE TAB-CON-INICIO(WRK-IND-CON) TO WRK-MES-CALC
                 PERFORM 0030-CALCULAR-MES-CORRIDO
                 COMPUTE WRK-MES-CON-FIM = WRK-MES-CORRIDO
                       + TAB-CON-PARCELAS(WRK-IND-CON) - 1
                 IF WRK-MES-CON-FIM NOT LESS WRK-MES-NOVO-INI
                    ADD TAB-CON-VALOR(WRK-IND-CON) TO WRK-MARGEM-USADA
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WRK-MARGEM-LIVRE = WRK-MARGEM-TOTAL
                                    - WRK-MARGEM-USADA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DE FOLHAMEM.dat: GUARDA A LINHA DO FUNCIONARIO DA
      *    FOLHA MENSAL (TIPO 'M') MAIS RECENTE
      *----------------------------------------------------------------*
       0011-TRATAR-LINHA-MEM           SECTION.
      *----------------------------------------------------------------*

           EVALUATE FD-LIN-MEMORIA(1:3)
              WHEN 'HDR'
                 MOVE SPACES           TO WRK-MEM-REGISTRO
                                          WRK-MEM-COMP
                                          WRK-MEM-TIPO
                 UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
                    INTO WRK-MEM-REGISTRO
                         WRK-MEM-COMP
                         WRK-MEM-TIPO
                 END-UNSTRING
                 IF WRK-MEM-TIPO EQUAL 'M'
                    MOVE 'S'           TO WRK-MEM-FOLHA-MENSAL
                 ELSE
                    MOVE 'N'           TO WRK-MEM-FOLHA-MENSAL
                 END-IF
              WHEN 'DET'
                 IF WRK-MEM-FOLHA-MENSAL NOT EQUAL 'S'
                    EXIT SECTION
                 END-IF
                 MOVE SPACES           TO WRK-MEM-REGISTRO
                                          WRK-MEM-NOME
                 MOVE ZEROS            TO WRK-MEM-VALORES
                 UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
                    INTO WRK-MEM-REGISTRO
                         WRK-MEM-NOME
                         WRK-MEM-TRIBUTAVEL-X
                         WRK-MEM-INSS-X
                         WRK-MEM-IRRF-X
                         WRK-MEM-ISENTO-X
                 END-UNSTRING
                 IF WRK-MEM-NOME EQUAL WRK-FUNCIONARIO AND
                    WRK-MEM-VALORES IS NUMERIC
                    MOVE 'S'           TO WRK-TEM-FOLHA
                    MOVE WRK-MEM-COMP  TO WRK-FOLHA-COMP
                    COMPUTE WRK-REMUNERACAO-LIQ =
                            WRK-MEM-TRIBUTAVEL + WRK-MEM-ISENTO
                          - WRK-MEM-INSS - WRK-MEM-IRRF
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
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
      *    OBTER O NUMERO DO CONTRATO E LOCALIZA-LO NA TABELA
      *----------------------------------------------------------------*
       0021-OBTER-CONTRATO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CONTRATO-INF
           PERFORM UNTIL WRK-CONTRATO-INF NOT EQUAL SPACES
              DISPLAY 'NUMERO DO CONTRATO: ' WITH NO ADVANCING
              ACCEPT WRK-CONTRATO-INF
              INSPECT WRK-CONTRATO-INF REPLACING ALL '|' BY ' '
           END-PERFORM

           MOVE ZEROS                  TO WRK-ACHOU-CON
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1 UNTIL
                      WRK-IND-CON > WRK-QTDE-CON
              IF TAB-CON-FUNCIONARIO(WRK-IND-CON) EQUAL
                 WRK-FUNCIONARIO AND
                 TAB-CON-CONTRATO(WRK-IND-CON) EQUAL WRK-CONTRATO-INF
                 MOVE WRK-IND-CON      TO WRK-ACHOU-CON
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MES AAAAMM DE WRK-MES-CALC COMO NUMERO CORRIDO DE MESES
      *----------------------------------------------------------------*
       0030-CALCULAR-MES-CORRIDO       SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-MES-CORRIDO = WRK-MES-CALC-ANO * 12
                                   + WRK-MES-CALC-MES - 1
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
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
