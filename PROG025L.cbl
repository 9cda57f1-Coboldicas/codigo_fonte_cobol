      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: LIQUIDACAO DE TITULOS PELOS RECEBIMENTOS PIX DO
      *              BANCO (PIXRECEB.dat). O BOLETO DO PROG025A TRAZ O
      *              PIX COPIA E COLA COM TXID = NOSSO NUMERO; PARA
      *              CADA RECEBIMENTO LOCALIZA O TITULO PELO TXID EM
      *              TITULOS.dat E POSTA A DATA DE PAGAMENTO, COMO O
      *              PROG025B FAZ COM O RETORNO CNAB. TXID
      *              DESCONHECIDO, VALOR DIFERENTE OU TITULO JA
      *              LIQUIDADO SAEM NO RELATORIO DE DIVERGENCIAS
      *              DIVERGEN.txt (ACRESCENTADAS AO QUE O PROG025B
      *              GRAVOU NO MESMO CICLO) E NAO SAO POSTADOS.
      * NOME.......: PROG025L
      *----------------------------------------------------------------*
      * LAYOUT DE PIXRECEB.dat (PIPE):
      *   END-TO-END-ID(32)|TXID(25)|VALOR-CENTS(15)|
      *   DATA-PAGTO(AAAAMMDD)|PAGADOR(60)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025L.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-PIX ASSIGN TO 'PIXRECEB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DIV ASSIGN TO 'DIVERGEN.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-PIX.
       01  FD-LIN-PIX                     PIC X(160).

       FD  ARQUIVO-DIV.
       01  FD-LIN-DIVERG                  PIC X(180).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-IND1                       PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-OCORR                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-POSTADAS              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-DIVERG                PIC 9(05) VALUE ZEROS.

      *--- Tabela interna de titulos (MESMO USO DO PROG025A)
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 200.
       01  WRK-QTDE-TIT                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(03) VALUE ZEROS.
       01  WRK-ENCONTROU                   PIC X(01) VALUE 'N'.
       01  WRK-HOUVE-POSTAGEM             PIC X(01) VALUE 'N'.

       01  TITULOS.
         05  TITULOS-NOSSONUM             PIC X(20).
         05  TITULOS-SACADO               PIC X(60).
         05  TITULOS-CEDENTE              PIC X(60).
         05  TITULOS-VALOR-CENTS          PIC 9(10).
         05  TITULOS-VENC-AAAAMMDD        PIC 9(8).
         05  TITULOS-PAGTO-AAAAMMDD       PIC 9(8).

       01  TAB-TIT-LINHA.
           05  TAB-TIT-LINHA OCCURS 200 TIMES.
               10  TAB-TIT-NOSSONUM       PIC X(20).
               10  TAB-TIT-SACADO         PIC X(60).
               10  TAB-TIT-CEDENTE        PIC X(60).
               10  TAB-TIT-VALOR-CENTS    PIC 9(10).
               10  TAB-TIT-VENC-AAAAMMDD  PIC 9(8).
               10  TAB-TIT-PAGTO-AAAAMMDD PIC 9(8).

      *--- Recebimento PIX lido
       01  PIX-RECEB.
         05  PIX-E2EID                    PIC X(32).
         05  PIX-TXID                     PIC X(25).
         05  PIX-VALOR-CENTS              PIC 9(15).
         05  PIX-DATA-PAGTO               PIC 9(08).
         05  PIX-PAGADOR                  PIC X(60).

       01  WRK-VALOR-TITULO-CENTS         PIC 9(15) VALUE ZEROS.
       01  WRK-MOTIVO-DIVERG              PIC X(40) VALUE SPACES.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 0001-CARREGAR-TABELA-TIT

           OPEN INPUT  ARQUIVO-PIX
                EXTEND ARQUIVO-DIV

           PERFORM 0002-PROCESSAR-RECEBIMENTOS

           CLOSE ARQUIVO-PIX

           PERFORM 0006-GRAVAR-RESUMO-DIVERG
           CLOSE ARQUIVO-DIV

           IF WRK-HOUVE-POSTAGEM EQUAL 'S'
              PERFORM 0005-GRAVAR-TABELA-TIT
           END-IF

           DISPLAY '*=========================================*'
           DISPLAY '* PROG025L - RECEBIMENTOS PIX             *'
           DISPLAY '* RECEBIMENTOS LIDOS..: ' WRK-QTDE-OCORR
           DISPLAY '* PAGAMENTOS POSTADOS.: ' WRK-QTDE-POSTADAS
           DISPLAY '* DIVERGENCIAS........: ' WRK-QTDE-DIVERG
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGA O ARQUIVO TITULOS.DAT NA TABELA INTERNA
      *----------------------------------------------------------------*
       0001-CARREGAR-TABELA-TIT         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                   TO WRK-QTDE-TIT
           MOVE 'N'                     TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-ENT

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                                 WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ENT          INTO FD-LIN-TITULOS
                 AT END MOVE 'S'        TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       IF WRK-QTDE-TIT  LESS WRK-MAX-TAB-TIT
                          ADD 1         TO WRK-QTDE-TIT
                          MOVE SPACES   TO TITULOS
                          UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                                   INTO TITULOS-NOSSONUM
                                        TITULOS-SACADO
                                        TITULOS-CEDENTE
                                        TITULOS-VALOR-CENTS
                                        TITULOS-VENC-AAAAMMDD
                                        TITULOS-PAGTO-AAAAMMDD
                          END-UNSTRING
      *    PAGTO EM BRANCO (LINHA DIGITADA A MAO) = TITULO EM ABERTO
                          IF TITULOS-PAGTO-AAAAMMDD NOT NUMERIC
                             MOVE ZEROS TO TITULOS-PAGTO-AAAAMMDD
                          END-IF
                          MOVE TITULOS-NOSSONUM
                               TO TAB-TIT-NOSSONUM(WRK-QTDE-TIT)
                          MOVE TITULOS-SACADO
                               TO TAB-TIT-SACADO(WRK-QTDE-TIT)
                          MOVE TITULOS-CEDENTE
                               TO TAB-TIT-CEDENTE(WRK-QTDE-TIT)
                          MOVE TITULOS-VALOR-CENTS
                               TO TAB-TIT-VALOR-CENTS(WRK-QTDE-TIT)
                          MOVE TITULOS-VENC-AAAAMMDD
                               TO TAB-TIT-VENC-AAAAMMDD(WRK-QTDE-TIT)
                          MOVE TITULOS-PAGTO-AAAAMMDD
                               TO TAB-TIT-PAGTO-AAAAMMDD(WRK-QTDE-TIT)
                       ELSE
                          DISPLAY 'TABELA DE TITULOS CHEIA! - MAXIMO '
                                   WRK-MAX-TAB-TIT ' REGISTROS'
                          MOVE 'S'      TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-ENT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER OS RECEBIMENTOS PIX E TRATAR CADA UM
      *----------------------------------------------------------------*
       0002-PROCESSAR-RECEBIMENTOS     SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PIX
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PIX NOT EQUAL SPACES
                       ADD 1           TO WRK-QTDE-OCORR
                       MOVE SPACES     TO PIX-RECEB
                       MOVE ZEROS      TO PIX-VALOR-CENTS
                                          PIX-DATA-PAGTO
                       UNSTRING FD-LIN-PIX DELIMITED BY SEP
                                INTO PIX-E2EID
                                     PIX-TXID
                                     PIX-VALOR-CENTS
                                     PIX-DATA-PAGTO
                                     PIX-PAGADOR
                       END-UNSTRING
                       PERFORM 0003-TRATAR-RECEBIMENTO
                    END-IF
              END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM RECEBIMENTO: LOCALIZA O TITULO PELO TXID (NOSSO
      *    NUMERO) E POSTA A DATA DE PAGAMENTO, OU REGISTRA A
      *    DIVERGENCIA
      *----------------------------------------------------------------*
       0003-TRATAR-RECEBIMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                     TO WRK-ENCONTROU
           MOVE ZEROS                   TO WRK-IND-TIT

           IF PIX-TXID(21:5) NOT EQUAL SPACES OR
              PIX-TXID EQUAL SPACES
              MOVE 'TXID DESCONHECIDO'  TO WRK-MOTIVO-DIVERG
              PERFORM 0004-GRAVAR-DIVERGENCIA
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                                 (WRK-IND-TIT > WRK-QTDE-TIT) OR
                                 (WRK-ENCONTROU EQUAL 'S')
              IF PIX-TXID(1:20)         EQUAL
                                        TAB-TIT-NOSSONUM(WRK-IND-TIT)
                 MOVE 'S'               TO WRK-ENCONTROU
                 SUBTRACT 1             FROM WRK-IND-TIT
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU EQUAL 'N'
              MOVE 'TXID DESCONHECIDO'  TO WRK-MOTIVO-DIVERG
              PERFORM 0004-GRAVAR-DIVERGENCIA
              EXIT SECTION
           END-IF

           IF TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) NOT EQUAL ZEROS
              MOVE 'TITULO JA LIQUIDADO'
                                        TO WRK-MOTIVO-DIVERG
              PERFORM 0004-GRAVAR-DIVERGENCIA
              EXIT SECTION
           END-IF

           MOVE TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                        TO WRK-VALOR-TITULO-CENTS
           IF PIX-VALOR-CENTS NOT EQUAL WRK-VALOR-TITULO-CENTS
              MOVE 'VALOR PAGO DIFERE DO TITULO'
                                        TO WRK-MOTIVO-DIVERG
              PERFORM 0004-GRAVAR-DIVERGENCIA
              EXIT SECTION
           END-IF

           MOVE PIX-DATA-PAGTO TO TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
           MOVE 'S'                     TO WRK-HOUVE-POSTAGEM
           ADD 1                        TO WRK-QTDE-POSTADAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA NO RELATORIO DE DIVERGENCIAS
      *----------------------------------------------------------------*
       0004-GRAVAR-DIVERGENCIA         SECTION.
      *----------------------------------------------------------------*

           ADD 1                        TO WRK-QTDE-DIVERG

           MOVE SPACES                  TO FD-LIN-DIVERG
           STRING
               'PIX E2E=' PIX-E2EID
               ' | TXID=' PIX-TXID(1:20)
               ' | VALOR=' PIX-VALOR-CENTS
               ' | DATA=' PIX-DATA-PAGTO
               ' | MOTIVO=' DELIMITED BY SIZE
               WRK-MOTIVO-DIVERG DELIMITED BY SIZE
               INTO FD-LIN-DIVERG
           END-STRING
           WRITE FD-LIN-DIVERG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O RESUMO NO FIM DO RELATORIO DE DIVERGENCIAS
      *----------------------------------------------------------------*
       0006-GRAVAR-RESUMO-DIVERG       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                  TO FD-LIN-DIVERG
           STRING
               'TOTAL RECEBIMENTOS PIX=' WRK-QTDE-OCORR
               ' | POSTADAS=' WRK-QTDE-POSTADAS
               ' | DIVERGENTES=' WRK-QTDE-DIVERG
               DELIMITED BY SIZE
               INTO FD-LIN-DIVERG
           END-STRING
           WRITE FD-LIN-DIVERG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVA O ARQUIVO TITULOS.DAT COM OS DADOS DA TABELA
      *----------------------------------------------------------------*
       0005-GRAVAR-TABELA-TIT           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-ENT

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                                 WRK-IND-TIT > WRK-QTDE-TIT
              MOVE SPACES               TO FD-LIN-TITULOS
              STRING
                 FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 FUNCTION TRIM(TAB-TIT-SACADO(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 FUNCTION TRIM(TAB-TIT-CEDENTE(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                 INTO FD-LIN-TITULOS
              END-STRING
              WRITE FD-LIN-TITULOS
           END-PERFORM

           CLOSE ARQUIVO-ENT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '********************************'
           DISPLAY '*        FIM DE PROGRAMA       *'
           DISPLAY '********************************'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
