      *              COMPETENCIA AAAA13, PARA O FOLHA02A CREDITAR
      *              PELO FLUXO NORMAL DA FOLHA - COM TRILHA COMPLETA
      *              NO LOG SELADO.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CADA PARCELA ACRESCENTA A MEMORIA DE
      *              CALCULO EM FOLHAMEM.dat (LAYOUT DO FOLHA01A, TIPO
      *              DA EXECUCAO = NUMERO DA PARCELA) PARA O
      *              COMPROVANTE DE RENDIMENTOS DO IRREND1A. O 13O
      *              INTEGRAL, O INSS E O IRRF SAEM NA SEGUNDA PARCELA;
      *              A PRIMEIRA SO REGISTRA O LIQUIDO ADIANTADO.
      * NOME.......: FOLHA13A
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARQUIVO-LIQ ASSIGN TO 'FOLHALIQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CAD.
       FD  ARQUIVO-LIQ.
       01  FD-LIN-LIQUIDO                 PIC X(060).

       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-TIPO-CALC                  PIC X(01) VALUE SPACES.
       01  WRK-DESCONTOS                  PIC 9(07)V99 VALUE ZEROS.

      *--- Memoria de calculo do funcionario (FOLHAMEM.dat)
       01  WRK-MEM-VALORES.
           05 WRK-MEM-TRIBUTAVEL          PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-INSS                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-IRRF                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-ISENTO              PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-DEDUCAO-DEP         PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-DECIMO              PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-LIQUIDO             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MEM-VALORES-X REDEFINES WRK-MEM-VALORES.
           05 WRK-MEM-TRIBUTAVEL-X        PIC X(11).
           05 WRK-MEM-INSS-X              PIC X(11).
           05 WRK-MEM-IRRF-X              PIC X(11).
           05 WRK-MEM-ISENTO-X            PIC X(11).
           05 WRK-MEM-DEDUCAO-DEP-X       PIC X(11).
           05 WRK-MEM-DECIMO-X            PIC X(11).
           05 WRK-MEM-LIQUIDO-X           PIC X(11).

       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-LIQ-STR                    PIC X(11) VALUE ZEROS.
           OPEN INPUT  ARQUIVO-CAD
                OUTPUT ARQUIVO-REL
                OUTPUT ARQUIVO-LIQ
                EXTEND ARQUIVO-MEM

           MOVE SPACES                 TO FD-LIN-LIQUIDO
           STRING 'HDR' SEP 'FOLHALIQ' SEP WRK-HOJE-AAAAMMDD SEP
           END-STRING
           WRITE FD-LIN-LIQUIDO

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'HDR' SEP WRK-COMPETENCIA SEP WRK-PARCELA SEP SEP
                  WRK-HOJE-AAAAMMDD SEP WRK-HORA-HHMMSS SEP
                  'FOLHA13A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* 13O SALARIO ' WRK-ANO ' - PARCELA ' WRK-PARCELA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           WRITE FD-LIN-LIQUIDO

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'TRL' SEP WRK-CTL-QTDE SEP WRK-CTL-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           CLOSE ARQUIVO-REL
                 ARQUIVO-LIQ
                 ARQUIVO-MEM

           DISPLAY '*=========================================*'
           DISPLAY '* FOLHA13A - 13O ' WRK-ANO ' PARCELA '
           WRITE FD-LIN-LIQUIDO
           ADD 1                       TO WRK-CTL-QTDE
           COMPUTE WRK-CTL-HASH = WRK-CTL-HASH + WRK-LIQUIDO * 100

           PERFORM 0006-GRAVAR-MEMORIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MEMORIA DE CALCULO DA PARCELA EM FOLHAMEM.dat - O 13O E
      *    TRIBUTACAO EXCLUSIVA E FECHA NA SEGUNDA PARCELA
      *----------------------------------------------------------------*
       0006-GRAVAR-MEMORIA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-MEM-VALORES
           IF WRK-PARCELA EQUAL 2
              MOVE WRK-13O-INTEGRAL    TO WRK-MEM-DECIMO
              MOVE WRK-INSS            TO WRK-MEM-INSS
              MOVE WRK-IRRF            TO WRK-MEM-IRRF
           END-IF
           MOVE WRK-LIQUIDO            TO WRK-MEM-LIQUIDO

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'DET'                 DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  FDC-NOME              DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-TRIBUTAVEL-X  DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-INSS-X        DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-IRRF-X        DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-ISENTO-X      DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-DEDUCAO-DEP-X DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-DECIMO-X      DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-LIQUIDO-X     DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
