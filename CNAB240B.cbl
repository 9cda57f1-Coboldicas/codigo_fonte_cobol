      *              CADA CREDITO VIVE NO ARQUIVO DE LIQUIDACAO.
      * NOME.......: CNAB240B
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A TRANSACAO COM ESTORNO EFETIVADO
      *              (TRANSF3A) FICA FORA DA RECONSTRUCAO, COMO FICA
      *              FORA DA REMESSA DO CNAB240A.
      *----------------------------------------------------------------*
      * LAYOUT DO DETALHE DE RETORNO (POSICOES):
      *   001-003 BANCO / 004-007 LOTE / 008 TIPO ('3') / 009-013 NSR
      *   014 SEGMENTO ('A') / 015-034 SEU NUMERO
       01  WRK-POS                        PIC 9(02) VALUE ZEROS.
       01  WRK-DIGITO                     PIC X(01) VALUE SPACES.

      *--- Sequencias das transacoes do dia que foram estornadas
       01  WRK-MAX-TAB-EST                PIC 9(03) VALUE 200.
       01  WRK-QTDE-EST                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-EST                    PIC 9(03) VALUE ZEROS.
       01  WRK-EST-ACHADA                 PIC X(01) VALUE 'N'.
       01  TAB-EST-LINHA.
           05  TAB-EST-SEQ OCCURS 200 TIMES
                                          PIC X(08) VALUE SPACES.
       01  WRK-LOG-CONTEUDO               PIC X(230) VALUE SPACES.
       01  WRK-LOG-SELO                   PIC X(40) VALUE SPACES.

      *--- Detalhes do dia, na ordem em que o CNAB240A os numerou
       01  WRK-MAX-TAB-DET                PIC 9(03) VALUE 500.
       01  WRK-QTDE-DET                   PIC 9(03) VALUE ZEROS.
       0002-CARREGAR-DETALHES-DIA      SECTION.
      *----------------------------------------------------------------*

           PERFORM 0009-CARREGAR-ESTORNOS

           MOVE 'N'                    TO WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-QTDE-DET

              MOVE WRK-LOG-ORIGEM      TO WRK-LOG-FAVORECIDO
           END-IF

      *    TRANSACAO COM ESTORNO EFETIVADO NAO FOI AO BANCO
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
              EXIT SECTION
           END-IF

           PERFORM 0003A-CONVERTER-VALOR

           IF WRK-QTDE-DET LESS WRK-MAX-TAB-DET
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRIMEIRA LEITURA DO LOG: JUNTAR AS SEQUENCIAS DAS TRANSACOES
      *    DO DIA DA REMESSA COM ESTORNO EFETIVADO (COMO NO CNAB240A)
      *----------------------------------------------------------------*
       0009-CARREGAR-ESTORNOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EST
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT TXT-LOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ TXT-LOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0010-TRATAR-LINHA-ESTORNO
              END-READ
           END-PERFORM

           CLOSE TXT-LOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DE ESTORNO EFETIVADO DE UMA TRANSACAO DO DIA DA
      *    REMESSA - CAMPO2 = 'TIPO=ESTORNO <SEQ> <DATA> <EVENTO>'
      *----------------------------------------------------------------*
       0010-TRATAR-LINHA-ESTORNO       SECTION.
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
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
