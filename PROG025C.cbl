      *              QUANTIDADES E VALORES TOTAIS E A ABERTURA POR
      *              CEDENTE, GRAVADO EM AGING.txt.
      * NOME.......: PROG025C
      * MANUTENCAO.: 15/10/2026 - TITULOS DESCONTADOS EM BORDERO
      *              (BORDTIT.dat COM SITUACAO 'D', PROG025M) SAEM DA
      *              CARTEIRA E DA ABERTURA POR CEDENTE E SAO
      *              TOTALIZADOS A PARTE, POR FAIXA DE ATRASO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025C.
           SELECT ARQUIVO-SAI ASSIGN TO 'AGING.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BTI ASSIGN TO 'BORDTIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       FD  ARQUIVO-SAI.
       01  FD-LIN-AGING                   PIC X(132).

       FD  ARQUIVO-BTI.
       01  FD-LIN-BORDERO-TIT             PIC X(100).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-IND2                       PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-ABERTOS               PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-LIQUIDADOS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-DESCONTADOS           PIC 9(05) VALUE ZEROS.

      *--- Campos do titulo (MESMO LAYOUT DO PROG025A)
       01  TITULOS.
               10  TAB-FAIXA-QTDE         PIC 9(05) VALUE ZEROS.
               10  TAB-FAIXA-VALOR        PIC 9(13) VALUE ZEROS.

      *--- Titulos descontados em bordero, por faixa de atraso
       01  TAB-FAIXA-DESCONTO.
           05  TAB-DSC OCCURS 5 TIMES.
               10  TAB-DSC-QTDE           PIC 9(05) VALUE ZEROS.
               10  TAB-DSC-VALOR          PIC 9(13) VALUE ZEROS.

      *--- Nossos numeros descontados (BORDTIT.dat, SITUACAO 'D')
       01  WRK-MAX-TAB-BTI                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-BTI                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-BTI                    PIC 9(04) VALUE ZEROS.
       01  WRK-DESCONTADO                 PIC X(01) VALUE 'N'.
       01  WRK-BTI-LINHA.
           05  WRK-BTI-BORDERO            PIC X(06).
           05  WRK-BTI-NOSSONUM           PIC X(20).
           05  WRK-BTI-VALOR              PIC X(10).
           05  WRK-BTI-VENC               PIC X(08).
           05  WRK-BTI-JUROS              PIC X(10).
           05  WRK-BTI-SITUACAO           PIC X(01).
       01  TAB-DESCONTADOS.
           05  TAB-BTI-NOSSONUM OCCURS 1000 TIMES
                                          PIC X(20).

      *--- Abertura por cedente (ATE 20 CEDENTES)
       01  WRK-MAX-TAB-CED                PIC 9(02) VALUE 20.
       01  WRK-QTDE-CED                   PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA
           PERFORM 0007-CARREGAR-DESCONTADOS

           OPEN INPUT  ARQUIVO-ENT
                OUTPUT ARQUIVO-SAI
           DISPLAY '* PROG025C - AGING DA CARTEIRA            *'
           DISPLAY '* TITULOS EM ABERTO...: ' WRK-QTDE-ABERTOS
           DISPLAY '* TITULOS LIQUIDADOS..: ' WRK-QTDE-LIQUIDADOS
           DISPLAY '* EM BORDERO (DESCONT): ' WRK-QTDE-DESCONTADOS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
              EXIT SECTION
           END-IF

           PERFORM 0008-VERIFICAR-DESCONTADO

           IF WRK-DESCONTADO EQUAL 'N'
              ADD 1                    TO WRK-QTDE-ABERTOS
           ELSE
              ADD 1                    TO WRK-QTDE-DESCONTADOS
           END-IF

           COMPUTE WRK-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(TITULOS-VENC-AAAAMMDD)
                 MOVE 5                TO WRK-FAIXA
           END-EVALUATE

      *    DESCONTADO: O RECEBIVEL E DO BANCO ATE A LIQUIDACAO OU O
      *    REGRESSO - FICA FORA DA CARTEIRA E DA ABERTURA POR CEDENTE
           IF WRK-DESCONTADO EQUAL 'S'
              ADD 1                    TO TAB-DSC-QTDE(WRK-FAIXA)
              ADD TITULOS-VALOR-CENTS  TO TAB-DSC-VALOR(WRK-FAIXA)
              EXIT SECTION
           END-IF

           ADD 1                       TO TAB-FAIXA-QTDE(WRK-FAIXA)
           ADD TITULOS-VALOR-CENTS     TO TAB-FAIXA-VALOR(WRK-FAIXA)

              WRITE FD-LIN-AGING
           END-PERFORM

           IF WRK-QTDE-DESCONTADOS GREATER ZEROS
              MOVE '* TITULOS DESCONTADOS (BORDERO):' TO FD-LIN-AGING
              WRITE FD-LIN-AGING
              PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL WRK-IND1 > 5
                 PERFORM 0006-DESCREVER-FAIXA
                 COMPUTE WRK-VALOR-EDIT =
                         TAB-DSC-VALOR(WRK-IND1) / 100
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '*   ' WRK-DESC-FAIXA
                        ' QTDE=' TAB-DSC-QTDE(WRK-IND1)
                        ' VALOR=' DELIMITED BY SIZE
                        WRK-VALOR-EDIT DELIMITED BY SIZE
                        INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-AGING
                 WRITE FD-LIN-AGING
              END-PERFORM
           END-IF

           MOVE '* ABERTURA POR CEDENTE:'     TO FD-LIN-AGING
           WRITE FD-LIN-AGING

       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS NOSSOS NUMEROS DESCONTADOS EM BORDERO
      *    (BORDTIT.dat, SITUACAO 'D') - SEM O ARQUIVO, NENHUM
      *----------------------------------------------------------------*
       0007-CARREGAR-DESCONTADOS       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-BTI
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BTI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-BTI-LINHA
                    UNSTRING FD-LIN-BORDERO-TIT DELIMITED BY SEP
                       INTO WRK-BTI-BORDERO
                            WRK-BTI-NOSSONUM
                            WRK-BTI-VALOR
                            WRK-BTI-VENC
                            WRK-BTI-JUROS
                            WRK-BTI-SITUACAO
                    END-UNSTRING
                    IF WRK-BTI-SITUACAO EQUAL 'D' AND
                       WRK-QTDE-BTI LESS WRK-MAX-TAB-BTI
                       ADD 1           TO WRK-QTDE-BTI
                       MOVE WRK-BTI-NOSSONUM
                                   TO TAB-BTI-NOSSONUM(WRK-QTDE-BTI)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-BTI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O TITULO LIDO ESTA DESCONTADO EM BORDERO?
      *----------------------------------------------------------------*
       0008-VERIFICAR-DESCONTADO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DESCONTADO

           PERFORM VARYING WRK-IND-BTI FROM 1 BY 1 UNTIL
                      (WRK-IND-BTI > WRK-QTDE-BTI) OR
                      (WRK-DESCONTADO EQUAL 'S')
              IF TAB-BTI-NOSSONUM(WRK-IND-BTI) EQUAL TITULOS-NOSSONUM
                 MOVE 'S'              TO WRK-DESCONTADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
