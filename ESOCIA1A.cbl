      * MANUTENCAO.: 01/09/2026 - A GERACAO PASSA A SER REGISTRADA NO
      *              CONTROLE DE TRANSMISSAO (TRANSM1A, TRANSCTL.dat)
      *              - O ENVIO E MARCADO PELO OPERADOR NO TRANSM1B.
      *              15/10/2026 - LINHA DE FOLHARUB.dat COM
      *              COMPETENCIA (CAMPO 4, EX.: COMISSAO DO COMIS01A)
      *              SO GERA S1210 NA COMPETENCIA DELA.
      *              15/10/2026 - S2205 (DEPENDENTES) POR INCLUSAO,
      *              ALTERACAO OU EXCLUSAO EM DEPENDEN.dat (DEPEND1A),
      *              CHAVE CPF DO DEPENDENTE E REFERENCIA DATA DA
      *              ALTERACAO + SITUACAO.
      *              15/10/2026 - S1200 DE PERIODO ANTERIOR PARA CADA
      *              MES RECALCULADO PELO DISSIDIO (DISSIDIO.dat DO
      *              DISSID1A) PAGO NA COMPETENCIA, REFERENCIA
      *              COMPETENCIA DE ORIGEM + 'DIS'.
      * NOME.......: ESOCIA1A
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARQ-CONTROLE ASSIGN TO 'ESOCCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DEP ASSIGN TO 'DEPENDEN.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DIS ASSIGN TO 'DISSIDIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CAD.
       01  FD-LIN-LIQUIDO                 PIC X(060).

       FD  ARQUIVO-RBA.
       01  FD-LIN-ATRIBUICAO              PIC X(060).

       FD  ARQUIVO-RUB.
       01  FD-LIN-RUBRICA                 PIC X(060).

       FD  ARQ-EVENTOS.
       01  FD-LIN-EVENTO                  PIC X(200).

       FD  ARQ-CONTROLE.
       01  FD-LIN-CONTROLE                PIC X(060).

       FD  ARQUIVO-DEP.
       01  FD-LIN-DEPENDENTE              PIC X(120).

       FD  ARQUIVO-DIS.
       01  FD-LIN-DISSIDIO                PIC X(150).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-EVT-TIPO                   PIC X(05) VALUE SPACES.
       01  WRK-EVT-CHAVE                  PIC X(30) VALUE SPACES.
       01  WRK-EVT-REF                    PIC X(10) VALUE SPACES.
       01  WRK-EVT-COMPLEMENTO            PIC X(120) VALUE SPACES.

      *--- Desligamento lido (USUINAT.dat)
       01  WRK-INA-NOME                   PIC X(20) VALUE SPACES.
               10  TAB-RUB-DESCRICAO      PIC X(20) VALUE SPACES.
       01  WRK-RBA-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-RBA-CODIGO                 PIC 9(04) VALUE ZEROS.
       01  WRK-RBA-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-RBA-COMP                   PIC X(06) VALUE SPACES.

      *--- Dependente lido (DEPENDEN.dat)
       01  WRK-DEP-FUNCIONARIO            PIC X(30) VALUE SPACES.
       01  WRK-DEP-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-DEP-CPF                    PIC X(11) VALUE SPACES.
       01  WRK-DEP-NASCIMENTO             PIC X(08) VALUE SPACES.
       01  WRK-DEP-PARENTESCO             PIC X(02) VALUE SPACES.
       01  WRK-DEP-IR                     PIC X(01) VALUE SPACES.
       01  WRK-DEP-SALFAM                 PIC X(01) VALUE SPACES.
       01  WRK-DEP-DATA-ALT               PIC X(08) VALUE SPACES.
       01  WRK-DEP-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Diferenca de dissidio lida (DISSIDIO.dat)
       01  WRK-DIS-REGISTRO               PIC X(03) VALUE SPACES.
       01  WRK-DIS-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-DIS-COMP-REF               PIC X(08) VALUE SPACES.
       01  WRK-DIS-SAL-ANT                PIC X(11) VALUE SPACES.
       01  WRK-DIS-SAL-NOVO               PIC X(11) VALUE SPACES.
       01  WRK-DIS-TRIB                   PIC X(11) VALUE SPACES.
       01  WRK-DIS-INSS                   PIC X(11) VALUE SPACES.
       01  WRK-DIS-PATRONAL               PIC X(11) VALUE SPACES.
       01  WRK-DIS-PAGAR                  PIC X(11) VALUE SPACES.
       01  WRK-DIS-PAGAMENTO-OK           PIC X(01) VALUE 'N'.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.
           PERFORM 0004-GERAR-ADMISSOES
           PERFORM 0005-GERAR-DESLIGAMENTOS
           PERFORM 0006-GERAR-REMUNERACOES
           PERFORM 0009-GERAR-DEPENDENTES
           PERFORM 0010-GERAR-DIFERENCAS

           CLOSE ARQ-EVENTOS
                 ARQ-CONTROLE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-RBA-NOME
                                          WRK-RBA-VALOR-STR
                                          WRK-RBA-COMP
                    MOVE ZEROS         TO WRK-RBA-CODIGO
                    UNSTRING FD-LIN-ATRIBUICAO DELIMITED BY SEP
                       INTO WRK-RBA-NOME
                            WRK-RBA-CODIGO
                            WRK-RBA-VALOR-STR
                            WRK-RBA-COMP
                    END-UNSTRING
                    IF FUNCTION TRIM(WRK-RBA-NOME) EQUAL
                       FUNCTION TRIM(WRK-LIQ-NOME) AND
                      (WRK-RBA-COMP EQUAL SPACES OR
                       WRK-RBA-COMP EQUAL WRK-LIQ-COMP)
                       PERFORM 0062-GERAR-S1210
                    END-IF
              END-READ
       0062-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    S2205 - DEPENDENTES: UM EVENTO POR INCLUSAO, ALTERACAO OU
      *    EXCLUSAO DE DEPENDENTE EM DEPENDEN.dat (DEPEND1A)
      *----------------------------------------------------------------*
       0009-GERAR-DEPENDENTES          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-DEP

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-DEP
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-DEP-FUNCIONARIO
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
                    IF WRK-DEP-CPF IS NUMERIC
                       PERFORM 0091-GERAR-S2205
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-DEP
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    S2205 DO DEPENDENTE LIDO - A DATA DA ALTERACAO NA REFERENCIA
      *    FAZ CADA MUDANCA DO DEPEND1A GERAR UM NOVO EVENTO
      *----------------------------------------------------------------*
       0091-GERAR-S2205                SECTION.
      *----------------------------------------------------------------*

           IF WRK-DEP-SITUACAO NOT EQUAL 'E'
              MOVE 'A'                 TO WRK-DEP-SITUACAO
           END-IF

           MOVE 'S2205'                TO WRK-EVT-TIPO
           MOVE WRK-DEP-CPF            TO WRK-EVT-CHAVE
           MOVE SPACES                 TO WRK-EVT-REF
           STRING WRK-DEP-DATA-ALT     DELIMITED BY SIZE
                  WRK-DEP-SITUACAO     DELIMITED BY SIZE
                  INTO WRK-EVT-REF
           END-STRING

           PERFORM 0007-VERIFICAR-JA-GERADO
           IF WRK-CTL-JA-GERADO EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-EVT-COMPLEMENTO
           STRING 'FUNC='              DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-DEP-FUNCIONARIO)
                                       DELIMITED BY SIZE
                  ' DEP='              DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-DEP-NOME)
                                       DELIMITED BY SIZE
                  ' NASC='             DELIMITED BY SIZE
                  WRK-DEP-NASCIMENTO   DELIMITED BY SIZE
                  ' PAR='              DELIMITED BY SIZE
                  WRK-DEP-PARENTESCO   DELIMITED BY SIZE
                  ' IR='               DELIMITED BY SIZE
                  WRK-DEP-IR           DELIMITED BY SIZE
                  ' SF='               DELIMITED BY SIZE
                  WRK-DEP-SALFAM       DELIMITED BY SIZE
                  ' SIT='              DELIMITED BY SIZE
                  WRK-DEP-SITUACAO     DELIMITED BY SIZE
                  INTO WRK-EVT-COMPLEMENTO
           END-STRING

           PERFORM 0008-GRAVAR-EVENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0091-end
       0091-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    S1200 DE PERIODO ANTERIOR - UM EVENTO POR FUNCIONARIO E MES
      *    RECALCULADO PELO DISSIDIO (DISSIDIO.dat, DISSID1A) QUANDO A
      *    DIFERENCA E PAGA NA COMPETENCIA INFORMADA
      *----------------------------------------------------------------*
       0010-GERAR-DIFERENCAS           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
                                          WRK-DIS-PAGAMENTO-OK

           OPEN INPUT ARQUIVO-DIS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-DIS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-DIS-REGISTRO
                                          WRK-DIS-NOME
                                          WRK-DIS-COMP-REF
                                          WRK-DIS-SAL-ANT
                                          WRK-DIS-SAL-NOVO
                                          WRK-DIS-TRIB
                                          WRK-DIS-INSS
                                          WRK-DIS-PATRONAL
                                          WRK-DIS-PAGAR
                    UNSTRING FD-LIN-DISSIDIO DELIMITED BY SEP
                       INTO WRK-DIS-REGISTRO
                            WRK-DIS-NOME
                            WRK-DIS-COMP-REF
                            WRK-DIS-SAL-ANT
                            WRK-DIS-SAL-NOVO
                            WRK-DIS-TRIB
                            WRK-DIS-INSS
                            WRK-DIS-PATRONAL
                            WRK-DIS-PAGAR
                    END-UNSTRING
                    EVALUATE WRK-DIS-REGISTRO
      *                NO HDR: DISSIDIO|DATA-BASE|COMPETENCIA DO
      *                PAGAMENTO - NOS CAMPOS NOME/COMP-REF/SAL-ANT
                       WHEN 'HDR'
                          IF WRK-DIS-SAL-ANT(1:6) EQUAL
                             WRK-COMPETENCIA
                             MOVE 'S'  TO WRK-DIS-PAGAMENTO-OK
                          END-IF
                       WHEN 'DET'
                          IF WRK-DIS-PAGAMENTO-OK EQUAL 'S'
                             PERFORM 0101-GERAR-S1200-DISSIDIO
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-DIS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    S1200 DA DIFERENCA DE UM MES DO FUNCIONARIO
      *----------------------------------------------------------------*
       0101-GERAR-S1200-DISSIDIO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'S1200'                TO WRK-EVT-TIPO
           MOVE WRK-DIS-NOME           TO WRK-EVT-CHAVE
           MOVE SPACES                 TO WRK-EVT-REF
           STRING WRK-DIS-COMP-REF(1:6) 'DIS'
                  DELIMITED BY SIZE INTO WRK-EVT-REF
           END-STRING

           PERFORM 0007-VERIFICAR-JA-GERADO
           IF WRK-CTL-JA-GERADO EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-EVT-COMPLEMENTO
           STRING 'DISSIDIO PAGO=' WRK-COMPETENCIA
                  ' ANT=' WRK-DIS-SAL-ANT
                  ' NOVO=' WRK-DIS-SAL-NOVO
                  ' TRIB=' WRK-DIS-TRIB
                  ' INSS=' WRK-DIS-INSS
                  ' PATR=' WRK-DIS-PATRONAL
                  DELIMITED BY SIZE INTO WRK-EVT-COMPLEMENTO
           END-STRING

           PERFORM 0008-GRAVAR-EVENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0101-end
       0101-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
