      *              PRECISA ESTAR ABERTA (GLPER01B) - DEPOIS DO
      *              ENCERRAMENTO O OPERADOR FECHA O ANO NO GLPER01A.
      * NOME.......: GLENC01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - ENCERRAMENTO POR FILIAL: O SALDO DE
      *              CADA CONTA DE RESULTADO E APURADO POR FILIAL (CAMPO
      *              9 DE LANCAGL.dat, EM BRANCO = MATRIZ 001) E ZERADO
      *              NA PROPRIA FILIAL CONTRA O PATRIMONIO; LINHA DO
      *              LIVRO COM 120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLENC01A.
       01  FD-LIN-PLANO                   PIC X(060).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
               10  TAB-CTA-DESCRICAO      PIC X(30).
               10  TAB-CTA-SALDO          PIC S9(13) VALUE ZEROS.

      *--- Saldo de cada conta de resultado por filial (a conta e
      *    zerada em cada filial em que teve movimento no ano)
       01  WRK-MAX-TAB-SLD                PIC 9(03) VALUE 300.
       01  WRK-QTDE-SLD                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-SLD                    PIC 9(03) VALUE ZEROS.
       01  WRK-SLD-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  TAB-SALDOS.
           05  TAB-SLD-ITEM OCCURS 300 TIMES.
               10  TAB-SLD-IND-CTA        PIC 9(02).
               10  TAB-SLD-FILIAL         PIC X(03).
               10  TAB-SLD-SALDO          PIC S9(13) VALUE ZEROS.

      *--- Campos do plano e do livro desmontados
       01  WRK-PLN-CONTA                  PIC X(06) VALUE SPACES.
       01  WRK-PLN-DESC                   PIC X(30) VALUE SPACES.
       01  WRK-LCT-CONTA                  PIC X(06) VALUE SPACES.
       01  WRK-LCT-DC                     PIC X(01) VALUE SPACES.
       01  WRK-LCT-CENTS                  PIC 9(13) VALUE ZEROS.
       01  WRK-LCT-HIST                   PIC X(30) VALUE SPACES.
       01  WRK-LCT-CC                     PIC X(10) VALUE SPACES.
       01  WRK-LCT-FILIAL                 PIC X(03) VALUE SPACES.

      *--- Lancamento de fechamento em montagem
       01  WRK-FECHO-CENTS                PIC 9(13) VALUE ZEROS.
       01  WRK-QTDE-FECHADAS              PIC 9(03) VALUE ZEROS.
       01  WRK-RESULTADO-CENTS            PIC S9(13) VALUE ZEROS.
       01  WRK-RESULTADO-EDIT             PIC -9(12) VALUE ZEROS.

       01  WRK-PER-REGISTRO.
           COPY PER001A.

      *--- Filial assumida para lancamento sem o campo de filial
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           DISPLAY '*=========================================*'
           DISPLAY '* GLENC01A - ENCERRAMENTO DE ' WRK-ANO
           DISPLAY '* SALDOS ZERADOS.: ' WRK-QTDE-FECHADAS
                   ' (CONTA X FILIAL)'
           DISPLAY '* CONTRAPARTIDA..: ' WRK-CTA-PATRIMONIO
           DISPLAY '* RODE O GLBAL01A E FECHE O ANO NO GLPER01A'
           DISPLAY '*=========================================*'
                                          WRK-LCT-EVENTO
                                          WRK-LCT-CONTA
                                          WRK-LCT-DC
                                          WRK-LCT-HIST
                                          WRK-LCT-CC
                                          WRK-LCT-FILIAL
           MOVE ZEROS                  TO WRK-LCT-CENTS

           UNSTRING FD-LIN-LIVRO DELIMITED BY SEP
                   WRK-LCT-CONTA
                   WRK-LCT-DC
                   WRK-LCT-CENTS
                   WRK-LCT-HIST
                   WRK-LCT-CC
                   WRK-LCT-FILIAL
           END-UNSTRING

      *    LANCAMENTO GRAVADO ANTES DA FILIAL E DA MATRIZ
           IF WRK-LCT-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-LCT-FILIAL
           END-IF

           IF WRK-LCT-DATA NOT NUMERIC
              GO TO 0021-END
           END-IF
                    SUBTRACT WRK-LCT-CENTS
                        FROM TAB-CTA-SALDO(WRK-IND-CTA)
                 END-IF
                 PERFORM 0022-ACUMULAR-SALDO-FILIAL
                 MOVE WRK-QTDE-CTA     TO WRK-IND-CTA
              END-IF
           END-PERFORM
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR O LANCAMENTO NO SALDO DA CONTA WRK-IND-CTA NA
      *    FILIAL DO LANCAMENTO (ENTRADA CRIADA NO PRIMEIRO MOVIMENTO)
      *----------------------------------------------------------------*
       0022-ACUMULAR-SALDO-FILIAL      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-SLD-ACHADO
           PERFORM VARYING WRK-IND-SLD FROM 1 BY 1 UNTIL
                      WRK-IND-SLD GREATER WRK-QTDE-SLD OR
                      WRK-SLD-ACHADO NOT EQUAL ZEROS
              IF TAB-SLD-IND-CTA(WRK-IND-SLD) EQUAL WRK-IND-CTA AND
                 TAB-SLD-FILIAL(WRK-IND-SLD)  EQUAL WRK-LCT-FILIAL
                 MOVE WRK-IND-SLD      TO WRK-SLD-ACHADO
              END-IF
           END-PERFORM

           IF WRK-SLD-ACHADO EQUAL ZEROS
              IF WRK-QTDE-SLD NOT LESS WRK-MAX-TAB-SLD
                 DISPLAY 'TABELA DE SALDOS POR FILIAL CHEIA - '
                         'CONTA ' WRK-LCT-CONTA ' FILIAL '
                         WRK-LCT-FILIAL ' NAO ENCERRADA'
                 GO TO 0022-END
              END-IF
              ADD 1                    TO WRK-QTDE-SLD
              MOVE WRK-QTDE-SLD        TO WRK-SLD-ACHADO
              MOVE WRK-IND-CTA
                   TO TAB-SLD-IND-CTA(WRK-SLD-ACHADO)
              MOVE WRK-LCT-FILIAL
                   TO TAB-SLD-FILIAL(WRK-SLD-ACHADO)
              MOVE ZEROS               TO TAB-SLD-SALDO(WRK-SLD-ACHADO)
           END-IF

           IF WRK-LCT-DC EQUAL 'D'
              ADD WRK-LCT-CENTS        TO TAB-SLD-SALDO(WRK-SLD-ACHADO)
           ELSE
              SUBTRACT WRK-LCT-CENTS
                  FROM TAB-SLD-SALDO(WRK-SLD-ACHADO)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR OS LANCAMENTOS QUE ZERAM CADA CONTA DE RESULTADO
      *    CONTRA O PATRIMONIO, EM CADA FILIAL
      *----------------------------------------------------------------*
       0003-GERAR-FECHAMENTOS          SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-LIVRO

           PERFORM VARYING WRK-IND-SLD FROM 1 BY 1 UNTIL
                      WRK-IND-SLD GREATER WRK-QTDE-SLD
              MOVE TAB-SLD-IND-CTA(WRK-IND-SLD) TO WRK-IND-CTA
              IF TAB-SLD-SALDO(WRK-IND-SLD) NOT EQUAL ZEROS
                 ADD 1                 TO WRK-QTDE-FECHADAS
                 IF TAB-SLD-SALDO(WRK-IND-SLD) GREATER ZEROS
      *             SALDO DEVEDOR: CREDITA A CONTA, DEBITA O
      *             PATRIMONIO
                    MOVE TAB-SLD-SALDO(WRK-IND-SLD)
                                       TO WRK-FECHO-CENTS
                    PERFORM 0031-GRAVAR-PAR-CREDITO
                 ELSE
      *             SALDO CREDOR: DEBITA A CONTA, CREDITA O
      *             PATRIMONIO
                    COMPUTE WRK-FECHO-CENTS =
                            TAB-SLD-SALDO(WRK-IND-SLD) * -1
                    PERFORM 0032-GRAVAR-PAR-DEBITO
                 END-IF
              END-IF

      *----------------------------------------------------------------*
      *    PAR DE FECHAMENTO: CREDITO NA CONTA, DEBITO NO PATRIMONIO
      *    (CENTRO DE CUSTO VAZIO, FILIAL DO SALDO WRK-IND-SLD)
      *----------------------------------------------------------------*
       0031-GRAVAR-PAR-CREDITO         SECTION.
      *----------------------------------------------------------------*
                  'ENCERRAMENTO DO EXERCICIO'
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-SLD-FILIAL(WRK-IND-SLD)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
                  'ENCERRAMENTO DO EXERCICIO'
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-SLD-FILIAL(WRK-IND-SLD)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

      *----------------------------------------------------------------*
      *    PAR DE FECHAMENTO: DEBITO NA CONTA, CREDITO NO PATRIMONIO
      *    (CENTRO DE CUSTO VAZIO, FILIAL DO SALDO WRK-IND-SLD)
      *----------------------------------------------------------------*
       0032-GRAVAR-PAR-DEBITO          SECTION.
      *----------------------------------------------------------------*
                  'ENCERRAMENTO DO EXERCICIO'
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-SLD-FILIAL(WRK-IND-SLD)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
                  'ENCERRAMENTO DO EXERCICIO'
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-SLD-FILIAL(WRK-IND-SLD)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
