      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CONSULTA DE FILIAL E SERIE DE NOTAS POR FILIAL
      *              (BOOK FIL001A). DEVOLVE A FILIAL DESTA INSTALACAO
      *              (FILLOCAL.dat - AUSENTE = MATRIZ '001'), OS DADOS
      *              DE UMA FILIAL DO CADASTRO FILIAIS.dat (MANTIDO
      *              PELO FILIAL1A) E CONTROLA A NUMERACAO DE NOTA
      *              FISCAL EM NOTASEQ.dat, UMA SERIE POR FILIAL. A
      *              LINHA UNICA DO FORMATO ANTIGO (SO O ULTIMO
      *              NUMERO) E LIDA COMO A SERIE DA MATRIZ E
      *              REGRAVADA NO FORMATO NOVO NA PROXIMA EMISSAO.
      * NOME.......: FILIAL1B
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - SERIE DO CUPOM FISCAL DE CONSUMIDOR
      *              (FIL001A-SERIE 'C', NFC-E DO CAIXAREG): LINHA
      *              PROPRIA EM NOTASEQ.dat COM 'C' NO TERCEIRO CAMPO,
      *              NUMERADA A PARTIR DE 500001. A LINHA SEM O
      *              TERCEIRO CAMPO E A SERIE DA NOTA FISCAL.
      *----------------------------------------------------------------*
      * LAYOUT DE FILIAIS.dat (PIPE):
      *   CODIGO(3)|CNPJ(14)|NOME(30)|SITUACAO A/I|DATA-INCLUSAO|
      * LAYOUT DE FILLOCAL.dat:
      *   CODIGO(3) DA FILIAL DESTA INSTALACAO NA PRIMEIRA LINHA
      * LAYOUT DE NOTASEQ.dat (PIPE):
      *   FILIAL(3)|ULTIMO-NUMERO(6)|SERIE (SO NA SERIE C = CUPOM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIAL1B.
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

           SELECT OPTIONAL ARQ-SEQ ASSIGN TO 'NOTASEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FILIAIS.
       01  FD-LIN-FILIAL                  PIC X(080).

       FD  ARQ-LOCAL.
       01  FD-LIN-LOCAL                   PIC X(010).

       FD  ARQ-SEQ.
       01  FD-LIN-SEQ                     PIC X(020).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.

      *--- Campos de FILIAIS.dat desmontados
       01  WRK-FIL-CODIGO                 PIC X(03) VALUE SPACES.
       01  WRK-FIL-CNPJ                   PIC X(14) VALUE SPACES.
       01  WRK-FIL-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-FIL-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Series de NOTASEQ.dat (uma linha por filial)
       01  WRK-MAX-TAB-SEQ                PIC 9(02) VALUE 50.
       01  WRK-BASE-SERIE-CUPOM           PIC 9(06) VALUE 500000.
       01  WRK-QTDE-SEQ                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-SEQ                    PIC 9(02) VALUE ZEROS.
       01  WRK-SEQ-ACHADA                 PIC 9(02) VALUE ZEROS.
       01  TAB-SERIES.
           05  TAB-SEQ-LINHA OCCURS 50 TIMES.
               10  TAB-SEQ-FILIAL         PIC X(03) VALUE SPACES.
               10  TAB-SEQ-ULTIMO         PIC 9(06) VALUE ZEROS.
               10  TAB-SEQ-SERIE          PIC X(01) VALUE SPACES.
       01  WRK-SEQ-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-SEQ-ULTIMO                 PIC X(06) VALUE SPACES.
       01  WRK-SEQ-SERIE                  PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01  LNK-FIL-REGISTRO.
           COPY FIL001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-FIL-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           EVALUATE FIL001A-ACAO
              WHEN 'L'
                 PERFORM 0001-OBTER-FILIAL-LOCAL
                 PERFORM 0002-CONSULTAR-FILIAL
              WHEN 'C'
                 PERFORM 0002-CONSULTAR-FILIAL
              WHEN 'N'
                 PERFORM 0003-CARREGAR-SERIES
                 PERFORM 0004-RESERVAR-NUMERO
              WHEN 'U'
                 PERFORM 0003-CARREGAR-SERIES
                 MOVE ZEROS            TO FIL001A-NOTA-NUMERO
                 IF WRK-SEQ-ACHADA GREATER ZEROS
                    MOVE TAB-SEQ-ULTIMO(WRK-SEQ-ACHADA)
                                       TO FIL001A-NOTA-NUMERO
                 END-IF
           END-EVALUATE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FILIAL DESTA INSTALACAO - SEM FILLOCAL.dat E A MATRIZ
      *----------------------------------------------------------------*
       0001-OBTER-FILIAL-LOCAL         SECTION.
      *----------------------------------------------------------------*

           MOVE FIL001A-MATRIZ         TO FIL001A-CODIGO

           OPEN INPUT ARQ-LOCAL
           READ ARQ-LOCAL
              AT END CONTINUE
              NOT AT END
                 IF FD-LIN-LOCAL(1:3) NOT EQUAL SPACES
                    MOVE FD-LIN-LOCAL(1:3)
                                       TO FIL001A-CODIGO
                 END-IF
           END-READ
           CLOSE ARQ-LOCAL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR FIL001A-CODIGO NO CADASTRO DE FILIAIS
      *----------------------------------------------------------------*
       0002-CONSULTAR-FILIAL           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO FIL001A-ENCONTRADA
                                          FIL001A-ATIVA
           MOVE SPACES                 TO FIL001A-CNPJ
                                          FIL001A-NOME
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-FILIAIS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FILIAIS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-FIL-CODIGO
                                          WRK-FIL-CNPJ
                                          WRK-FIL-NOME
                                          WRK-FIL-SITUACAO
                    UNSTRING FD-LIN-FILIAL DELIMITED BY SEP
                       INTO WRK-FIL-CODIGO
                            WRK-FIL-CNPJ
                            WRK-FIL-NOME
                            WRK-FIL-SITUACAO
                    END-UNSTRING
                    IF WRK-FIL-CODIGO EQUAL FIL001A-CODIGO
                       MOVE 'S'        TO FIL001A-ENCONTRADA
                       MOVE WRK-FIL-CNPJ
                                       TO FIL001A-CNPJ
                       MOVE WRK-FIL-NOME
                                       TO FIL001A-NOME
                       IF WRK-FIL-SITUACAO EQUAL 'A'
                          MOVE 'S'     TO FIL001A-ATIVA
                       ELSE
                          MOVE 'N'     TO FIL001A-ATIVA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-FILIAIS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS SERIES DE NOTASEQ.dat E LOCALIZAR A DA FILIAL
      *    E SERIE PEDIDAS. A LINHA DO FORMATO ANTIGO (SO O NUMERO,
      *    SEM PIPE) E A SERIE DE NOTA DA MATRIZ
      *----------------------------------------------------------------*
       0003-CARREGAR-SERIES            SECTION.
      *----------------------------------------------------------------*

           IF FIL001A-CODIGO EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO FIL001A-CODIGO
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-SEQ
                                          WRK-SEQ-ACHADA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-SEQ

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-SEQ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-SEQ-FILIAL
                                          WRK-SEQ-ULTIMO
                                          WRK-SEQ-SERIE
                    IF FD-LIN-SEQ(1:6) IS NUMERIC AND
                       FD-LIN-SEQ(7:1) NOT EQUAL SEP
                       MOVE FIL001A-MATRIZ
                                       TO WRK-SEQ-FILIAL
                       MOVE FD-LIN-SEQ(1:6)
                                       TO WRK-SEQ-ULTIMO
                    ELSE
                       UNSTRING FD-LIN-SEQ DELIMITED BY SEP
                          INTO WRK-SEQ-FILIAL
                               WRK-SEQ-ULTIMO
                               WRK-SEQ-SERIE
                       END-UNSTRING
                    END-IF
                    IF WRK-SEQ-FILIAL NOT EQUAL SPACES AND
                       WRK-SEQ-ULTIMO IS NUMERIC AND
                       WRK-QTDE-SEQ LESS WRK-MAX-TAB-SEQ
                       ADD 1           TO WRK-QTDE-SEQ
                       MOVE WRK-SEQ-FILIAL
                            TO TAB-SEQ-FILIAL(WRK-QTDE-SEQ)
                       MOVE WRK-SEQ-ULTIMO
                            TO TAB-SEQ-ULTIMO(WRK-QTDE-SEQ)
                       MOVE WRK-SEQ-SERIE
                            TO TAB-SEQ-SERIE(WRK-QTDE-SEQ)
                       IF WRK-SEQ-FILIAL EQUAL FIL001A-CODIGO AND
                          WRK-SEQ-SERIE EQUAL FIL001A-SERIE
                          MOVE WRK-QTDE-SEQ
                                       TO WRK-SEQ-ACHADA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-SEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESERVAR O PROXIMO NUMERO DA SERIE DA FILIAL E REGRAVAR
      *    NOTASEQ.dat COM TODAS AS SERIES
      *----------------------------------------------------------------*
       0004-RESERVAR-NUMERO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-SEQ-ACHADA EQUAL ZEROS
              IF WRK-QTDE-SEQ NOT LESS WRK-MAX-TAB-SEQ
                 DISPLAY 'FILIAL1B: TABELA DE SERIES CHEIA - NOTA '
                         'NAO NUMERADA PARA A FILIAL ' FIL001A-CODIGO
                 MOVE ZEROS            TO FIL001A-NOTA-NUMERO
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-SEQ
              MOVE FIL001A-CODIGO      TO TAB-SEQ-FILIAL(WRK-QTDE-SEQ)
              MOVE FIL001A-SERIE       TO TAB-SEQ-SERIE(WRK-QTDE-SEQ)
              MOVE ZEROS               TO TAB-SEQ-ULTIMO(WRK-QTDE-SEQ)
      *       A SERIE DO CUPOM COMECA NA FAIXA PROPRIA
              IF FIL001A-SERIE EQUAL 'C'
                 MOVE WRK-BASE-SERIE-CUPOM
                                       TO TAB-SEQ-ULTIMO(WRK-QTDE-SEQ)
              END-IF
              MOVE WRK-QTDE-SEQ        TO WRK-SEQ-ACHADA
           END-IF

           ADD 1                       TO TAB-SEQ-ULTIMO(WRK-SEQ-ACHADA)
           MOVE TAB-SEQ-ULTIMO(WRK-SEQ-ACHADA)
                                       TO FIL001A-NOTA-NUMERO

           OPEN OUTPUT ARQ-SEQ
           PERFORM VARYING WRK-IND-SEQ FROM 1 BY 1 UNTIL
                      WRK-IND-SEQ GREATER WRK-QTDE-SEQ
              MOVE SPACES              TO FD-LIN-SEQ
              STRING TAB-SEQ-FILIAL(WRK-IND-SEQ)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-SEQ-ULTIMO(WRK-IND-SEQ)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-SEQ-SERIE(WRK-IND-SEQ)
                                       DELIMITED BY SPACE
                     INTO FD-LIN-SEQ
              END-STRING
              WRITE FD-LIN-SEQ
           END-PERFORM
           CLOSE ARQ-SEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
