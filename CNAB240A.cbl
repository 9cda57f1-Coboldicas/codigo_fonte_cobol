      *              CONTROLE DE TRANSMISSAO (TRANSM1A, TRANSCTL.dat)
      *              COM CONTAGEM E SOMATORIA - O OPERADOR MARCA O
      *              ENVIO AO BANCO NO TRANSM1B.
      *              15/10/2026 - OS BOLETOS PAGOS NO DIA PELO TRANSF1A
      *              (BOLPAGTO.dat) VAO NUM SEGUNDO LOTE, DE PAGAMENTO
      *              DE TITULOS (FORMA 31, LAYOUT 040), COM UM SEGMENTO
      *              J POR BOLETO - COMO NO CPAGAR2A. O LOTE SO E
      *              GERADO QUANDO HA BOLETO NO DIA; O TRAILER DE
      *              ARQUIVO E O CONTROLE DE TRANSMISSAO SOMAM OS DOIS
      *              LOTES.
      *              15/10/2026 - TRANSACAO ESTORNADA NAO VAI AO BANCO:
      *              UMA PRIMEIRA LEITURA DO LOG JUNTA AS SEQUENCIAS
      *              (SEQ= DO SELO) DAS TRANSACOES DO DIA COM ESTORNO
      *              EFETIVADO ('TIPO=ESTORNO <SEQ> <DATA>', TRANSF3A)
      *              E A LINHA ORIGINAL NAO GERA SEGMENTO A. A PROPRIA
      *              LINHA DE ESTORNO TAMBEM NAO E ORDEM DE PAGAMENTO.
      *              15/10/2026 - SO ENTRA NA REMESSA O QUE JA CHEGOU A
      *              DATA DE EXECUCAO: O DIA DA REMESSA NAO PODE SER
      *              FUTURO. A TRANSACAO PEDIDA APOS O HORARIO DE CORTE
      *              (CORTE01B) FICA EM AGENDTRF.dat E SO CHEGA AO LOG,
      *              E A REMESSA, NO DIA EM QUE O TRANSF2A A EXECUTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNAB240A.
      *    BANCO EXIGE AS 240 POSICOES DE CADA REGISTRO
           SELECT REMESSA-SAI ASSIGN TO 'REMESSA.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BOL-PAGTO ASSIGN TO 'BOLPAGTO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TXT-LOG.
       01  FD-LOG-LINHA                   PIC X(230).

       FD  REMESSA-SAI.
       01  FD-REMESSA-LINHA               PIC X(240).

      *    BOLETOS PAGOS NO TRANSF1A (LAYOUT DESCRITO LA)
       FD  BOL-PAGTO.
       01  FD-BOL-LINHA                   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-SOMA-VALOR-CENTS           PIC 9(15) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-LOTES                 PIC 9(02) VALUE ZEROS.

      *    LOTE DE PAGAMENTO DE BOLETOS (SEGMENTO J)
       01  WRK-FIM-BOL                    PIC X(01) VALUE 'N'.
       01  WRK-QTDE-DET-J                 PIC 9(05) VALUE ZEROS.
       01  WRK-SOMA-BOL-CENTS             PIC 9(15) VALUE ZEROS.
       01  WRK-BOL-NUMERO                 PIC X(06) VALUE SPACES.
       01  WRK-BOL-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-BOL-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-BOL-CONTA                  PIC X(10) VALUE SPACES.
       01  WRK-BOL-COD-BARRAS             PIC X(44) VALUE SPACES.
       01  WRK-BOL-BENEFICIARIO           PIC X(30) VALUE SPACES.
       01  WRK-BOL-VENCIMENTO             PIC 9(08) VALUE ZEROS.
       01  WRK-BOL-DOC-CENTS              PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-MULTA-CENTS            PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-JUROS-CENTS            PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-PAGO-CENTS             PIC 9(13) VALUE ZEROS.

      *    SEQUENCIAS DAS TRANSACOES DO DIA QUE FORAM ESTORNADAS
       01  WRK-MAX-TAB-EST                PIC 9(03) VALUE 200.
       01  WRK-QTDE-EST                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-EST                    PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-ESTORNADAS            PIC 9(05) VALUE ZEROS.
       01  WRK-EST-ACHADA                 PIC X(01) VALUE 'N'.
       01  TAB-EST-LINHA.
           05  TAB-EST-SEQ OCCURS 200 TIMES
                                          PIC X(08) VALUE SPACES.
       01  WRK-LOG-CONTEUDO               PIC X(230) VALUE SPACES.
       01  WRK-LOG-SELO                   PIC X(40) VALUE SPACES.

      *    CAMPOS DESMEMBRADOS DE UMA LINHA DO LOG
       01  WRK-LOG-CAMPO1                 PIC X(20) VALUE SPACES.
        05 FILLER                         PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(69) VALUE SPACES.

      *    REGISTRO 1 - HEADER DE LOTE (LOTE 1: PAGAMENTO VIA
      *    CREDITO/PIX, FORMA 01 LAYOUT 045; LOTE 2: PAGAMENTO DE
      *    TITULOS, FORMA 31 LAYOUT 040)
       01  WRK-REM-HEADER-LOTE.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-HL-LOTE                    PIC 9(04) VALUE 1.
        05 FILLER                         PIC X(01) VALUE '1'.
        05 FILLER                         PIC X(01) VALUE 'C'.
        05 FILLER                         PIC X(02) VALUE '20'.
        05 WRK-HL-FORMA                   PIC X(02) VALUE '01'.
        05 WRK-HL-LAYOUT                  PIC X(03) VALUE '045'.
        05 FILLER                         PIC X(01) VALUE SPACES.
        05 FILLER                         PIC X(01) VALUE '2'.
        05 FILLER                         PIC 9(14) VALUE ZEROS.
      *    REGISTRO 3 - DETALHE SEGMENTO A
       01  WRK-REM-DETALHE.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-DET-LOTE                   PIC 9(04) VALUE 1.
        05 FILLER                         PIC X(01) VALUE '3'.
        05 WRK-DET-NSR                    PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE 'A'.
        05 WRK-DET-TIPO-TRANSACAO         PIC X(15) VALUE SPACES.
        05 FILLER                         PIC X(68) VALUE SPACES.

      *    REGISTRO 3 - DETALHE SEGMENTO J (PAGAMENTO DE BOLETO PELO
      *    CODIGO DE BARRAS; O ACRESCIMO E A MULTA MAIS OS JUROS)
       01  WRK-REM-SEGMENTO-J.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-SJ-LOTE                    PIC 9(04) VALUE 2.
        05 FILLER                         PIC X(01) VALUE '3'.
        05 WRK-SJ-NSR                     PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE 'J'.
        05 FILLER                         PIC X(01) VALUE '0'.
        05 FILLER                         PIC X(02) VALUE '00'.
        05 WRK-SJ-COD-BARRAS              PIC X(44) VALUE SPACES.
        05 WRK-SJ-NOME                    PIC X(30) VALUE SPACES.
        05 WRK-SJ-VENCIMENTO              PIC 9(08) VALUE ZEROS.
        05 WRK-SJ-VALOR-TITULO            PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 WRK-SJ-ACRESCIMO               PIC 9(15) VALUE ZEROS.
        05 WRK-SJ-DATA-PAGTO              PIC 9(08) VALUE ZEROS.
        05 WRK-SJ-VALOR-PAGTO             PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 WRK-SJ-SEU-NUMERO              PIC X(20) VALUE SPACES.
        05 FILLER                         PIC X(20) VALUE SPACES.
        05 FILLER                         PIC X(02) VALUE '09'.
        05 FILLER                         PIC X(06) VALUE SPACES.
        05 FILLER                         PIC X(10) VALUE SPACES.

      *    REGISTRO 5 - TRAILER DE LOTE
       01  WRK-REM-TRAILER-LOTE.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-TL-LOTE                    PIC 9(04) VALUE 1.
        05 FILLER                         PIC X(01) VALUE '5'.
        05 FILLER                         PIC X(09) VALUE SPACES.
        05 WRK-TL-QTDE-REGISTROS          PIC 9(06) VALUE ZEROS.
           IF WRK-DATA-REMESSA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-REMESSA
           END-IF
           IF WRK-DATA-REMESSA GREATER WRK-HOJE-AAAAMMDD
              DISPLAY '* DIA DA REMESSA NAO PODE SER FUTURO - '
                      'NADA FOI GERADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0012-CARREGAR-ESTORNOS

           OPEN INPUT  TXT-LOG
                OUTPUT REMESSA-SAI
           PERFORM 0002-GRAVAR-HEADERS
           PERFORM 0003-PROCESSAR-LOG
           PERFORM 0006-GRAVAR-TRAILERS
           PERFORM 0008-PROCESSAR-BOLETOS
           PERFORM 0011-GRAVAR-TRAILER-ARQUIVO

           CLOSE TXT-LOG
                 REMESSA-SAI

           MOVE 'REMESSA.dat'          TO TRN001A-ARQUIVO
           MOVE WRK-TA-QTDE-REGISTROS  TO TRN001A-REGISTROS
           COMPUTE TRN001A-HASH = WRK-SOMA-VALOR-CENTS
                                + WRK-SOMA-BOL-CENTS
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO

           DISPLAY '*=========================================*'
           DISPLAY '* CNAB240A - GERACAO DE REMESSA           *'
           DISPLAY '* LINHAS DE LOG LIDAS...: ' WRK-QTDE-LIDOS
           DISPLAY '* DETALHES GERADOS......: ' WRK-QTDE-DETALHE
           DISPLAY '* ESTORNADAS (FORA).....: ' WRK-QTDE-ESTORNADAS
           DISPLAY '* BOLETOS (SEGMENTO J)..: ' WRK-QTDE-DET-J
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
              MOVE WRK-LOG-ORIGEM      TO WRK-LOG-FAVORECIDO
           END-IF

      *    TRANSACAO COM ESTORNO EFETIVADO NAO VAI AO BANCO
           MOVE SPACES                 TO WRK-LOG-CONTEUDO
                                          WRK-LOG-SELO
           UNSTRING FD-LOG-LINHA DELIMITED BY ' | SEQ='
                    INTO WRK-LOG-CONTEUDO
                         WRK-LOG-SELO
           END-UNSTRING
           MOVE 'N'                    TO WRK-EST-ACHADA
           PERFORM VARYING WRK-IND-EST FROM 1 BY 1 UNTIL
                      WRK-IND-EST > WRK-QTDE-EST
              IF TAB-EST-SEQ(WRK-IND-EST) EQUAL WRK-LOG-SELO(1:8)
                 MOVE 'S'              TO WRK-EST-ACHADA
              END-IF
           END-PERFORM
           IF WRK-EST-ACHADA EQUAL 'S'
              ADD 1                    TO WRK-QTDE-ESTORNADAS
              EXIT SECTION
           END-IF

           PERFORM 0005-CONVERTER-VALOR
           PERFORM 0007-GRAVAR-DETALHE
           .
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR TRAILER DO LOTE 1 - A QUANTIDADE DE REGISTROS DO
      *    LOTE INCLUI HEADER E TRAILER DO LOTE
      *----------------------------------------------------------------*
       0006-GRAVAR-TRAILERS            SECTION.
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-TL-LOTE
           COMPUTE WRK-TL-QTDE-REGISTROS = WRK-QTDE-DETALHE + 2
           MOVE WRK-SOMA-VALOR-CENTS   TO WRK-TL-SOMA-VALORES

           MOVE WRK-REM-TRAILER-LOTE   TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA

           MOVE 1                      TO WRK-QTDE-LOTES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER OS BOLETOS PAGOS (BOLPAGTO.dat) E GERAR O LOTE 2, DE
      *    PAGAMENTO DE TITULOS, COM UM SEGMENTO J POR BOLETO PAGO NO
      *    DIA DA REMESSA - O HEADER DO LOTE SO SAI NO PRIMEIRO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-processar-boletos
       0008-PROCESSAR-BOLETOS          SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT BOL-PAGTO
           PERFORM UNTIL WRK-FIM-BOL EQUAL 'S'
              READ BOL-PAGTO
                 AT END MOVE 'S'       TO WRK-FIM-BOL
                 NOT AT END
                    IF FD-BOL-LINHA(1:6) IS NUMERIC AND
                       FD-BOL-LINHA(8:8) EQUAL WRK-DATA-REMESSA
                       PERFORM 0009-GRAVAR-SEGMENTO-J
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOL-PAGTO

           IF WRK-QTDE-DET-J GREATER ZEROS
              MOVE 2                   TO WRK-TL-LOTE
              COMPUTE WRK-TL-QTDE-REGISTROS = WRK-QTDE-DET-J + 2
              MOVE WRK-SOMA-BOL-CENTS  TO WRK-TL-SOMA-VALORES
              MOVE WRK-REM-TRAILER-LOTE TO FD-REMESSA-LINHA
              WRITE FD-REMESSA-LINHA
              ADD 1                    TO WRK-QTDE-LOTES
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM DETALHE SEGMENTO J NO LOTE 2 (ABRINDO O LOTE NO
      *    PRIMEIRO BOLETO)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-gravar-segmento-j
       0009-GRAVAR-SEGMENTO-J          SECTION.
      *----------------------------------------------------------------*

           UNSTRING FD-BOL-LINHA DELIMITED BY '|'
                    INTO WRK-BOL-NUMERO
                         WRK-BOL-DATA
                         WRK-BOL-HORA
                         WRK-BOL-CONTA
                         WRK-BOL-COD-BARRAS
                         WRK-BOL-BENEFICIARIO
                         WRK-BOL-VENCIMENTO
                         WRK-BOL-DOC-CENTS
                         WRK-BOL-MULTA-CENTS
                         WRK-BOL-JUROS-CENTS
                         WRK-BOL-PAGO-CENTS
           END-UNSTRING

           IF WRK-QTDE-DET-J EQUAL ZEROS
              MOVE 2                   TO WRK-HL-LOTE
              MOVE '31'                TO WRK-HL-FORMA
              MOVE '040'               TO WRK-HL-LAYOUT
              MOVE WRK-REM-HEADER-LOTE TO FD-REMESSA-LINHA
              WRITE FD-REMESSA-LINHA
           END-IF

           ADD 1                       TO WRK-QTDE-DET-J
           ADD WRK-BOL-PAGO-CENTS      TO WRK-SOMA-BOL-CENTS

           MOVE WRK-QTDE-DET-J         TO WRK-SJ-NSR
           MOVE WRK-BOL-COD-BARRAS     TO WRK-SJ-COD-BARRAS
           MOVE WRK-BOL-BENEFICIARIO   TO WRK-SJ-NOME
           MOVE WRK-BOL-VENCIMENTO     TO WRK-SJ-VENCIMENTO
           MOVE WRK-BOL-DOC-CENTS      TO WRK-SJ-VALOR-TITULO
           COMPUTE WRK-SJ-ACRESCIMO = WRK-BOL-MULTA-CENTS
                                    + WRK-BOL-JUROS-CENTS
           MOVE WRK-DATA-REMESSA       TO WRK-SJ-DATA-PAGTO
           MOVE WRK-BOL-PAGO-CENTS     TO WRK-SJ-VALOR-PAGTO
           MOVE SPACES                 TO WRK-SJ-SEU-NUMERO
           STRING 'BOL' WRK-BOL-NUMERO
                  DELIMITED BY SIZE INTO WRK-SJ-SEU-NUMERO
           END-STRING

           MOVE WRK-REM-SEGMENTO-J     TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O TRAILER DE ARQUIVO - REGISTROS = DETALHES DOS
      *    LOTES + HEADER E TRAILER DE CADA LOTE + HEADER E TRAILER
      *    DO ARQUIVO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-gravar-trailer-arquivo
       0011-GRAVAR-TRAILER-ARQUIVO     SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-QTDE-LOTES         TO WRK-TA-QTDE-LOTES
           COMPUTE WRK-TA-QTDE-REGISTROS = WRK-QTDE-DETALHE
                                         + WRK-QTDE-DET-J
                                         + (WRK-QTDE-LOTES * 2) + 2

           MOVE WRK-REM-TRAILER-ARQ    TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRIMEIRA LEITURA DO LOG: JUNTAR AS SEQUENCIAS DAS TRANSACOES
      *    DO DIA DA REMESSA COM ESTORNO EFETIVADO (STATUS=OK)
      *----------------------------------------------------------------*
       0012-CARREGAR-ESTORNOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EST
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT TXT-LOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ TXT-LOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0013-TRATAR-LINHA-ESTORNO
              END-READ
           END-PERFORM

           CLOSE TXT-LOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DE ESTORNO EFETIVADO DE UMA TRANSACAO DO DIA DA
      *    REMESSA - CAMPO2 = 'TIPO=ESTORNO <SEQ> <DATA> <EVENTO>'
      *----------------------------------------------------------------*
       0013-TRATAR-LINHA-ESTORNO       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LOG-CAMPO1
                                          WRK-LOG-CAMPO2
                                          WRK-LOG-CAMPO3
                                          WRK-LOG-CAMPO4
                                          WRK-LOG-CAMPO5
                                          WRK-LOG-CAMPO6

           UNSTRING FD-LOG-LINHA DELIMITED BY ' | '
                    INTO WRK-LOG-CAMPO1
                         WRK-LOG-CAMPO2
                         WRK-LOG-CAMPO3
                         WRK-LOG-CAMPO4
                         WRK-LOG-CAMPO5
                         WRK-LOG-CAMPO6
           END-UNSTRING

           IF WRK-LOG-CAMPO2(1:13) NOT EQUAL 'TIPO=ESTORNO '
              EXIT SECTION
           END-IF
           IF WRK-LOG-CAMPO2(23:8) NOT EQUAL WRK-DATA-REMESSA
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-LOG-STATUS
           IF WRK-LOG-CAMPO5(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO5(8:)  TO WRK-LOG-STATUS
           END-IF
           IF WRK-LOG-CAMPO6(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO6(8:)  TO WRK-LOG-STATUS
           END-IF
           IF FUNCTION TRIM(WRK-LOG-STATUS) NOT EQUAL 'OK'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-EST LESS WRK-MAX-TAB-EST
              ADD 1                    TO WRK-QTDE-EST
              MOVE WRK-LOG-CAMPO2(14:8) TO TAB-EST-SEQ(WRK-QTDE-EST)
           ELSE
              DISPLAY 'TABELA DE ESTORNOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-EST ' REGISTROS'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
