      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: EXTRATO DA CONTA CORRENTE. LISTA OS LANCAMENTOS DE
      *              UMA CONTA GRAVADOS EM EXTRATO.dat PELAS
      *              TRANSFERENCIAS, PIX, PAGAMENTOS, TARIFAS, CHEQUE
      *              ESPECIAL E CDB (DEBITO / CREDITO E SALDO APOS O
      *              LANCAMENTO), NUM PERIODO OPCIONAL, COM OS
      *              TITULARES DA CONTA (CTATIT.dat). O EXTRATO E
      *              MOSTRADO NA TELA E GRAVADO EM EXTBCO.txt, QUE E
      *              CAPTURADO NA BIBLIOTECA DE SPOOL (SPOOL01B).
      *              CPF DOS TITULARES E VALORES SAEM MASCARADOS
      *              (MASCAR1B) PARA O CARGO QUE NAO VE O DADO
      *              COMPLETO; O SPOOL GUARDA A IMAGEM COMPLETA.
      * NOME.......: EXTBCO1A
      *----------------------------------------------------------------*
      * LINHA DE EXTRATO.dat:
      *   AAAAMMDD-HHMMSS | CONTA=NNNNNNNNNN | DEBITO=... | SALDO=...
      *   001-008 DATA / 010-015 HORA / 025-034 CONTA / 035- HISTORICO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTBCO1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-EXTRATO ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TITULARES ASSIGN TO 'CTATIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'EXTBCO.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  FD-LIN-EXTRATO                 PIC X(200).

       FD  ARQ-TITULARES.
       01  FD-LIN-TITULAR                 PIC X(100).

       FD  ARQUIVO-REL.
       01  FD-LIN-RELATORIO               PIC X(170).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-LINHA-REL                  PIC X(170) VALUE SPACES.

      *--- Conta e periodo consultados
       01  WRK-CONTA                      PIC X(10) VALUE SPACES.
       01  WRK-DATA-INICIAL               PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FINAL                 PIC 9(08) VALUE ZEROS.

      *--- Titular lido (LAYOUT DO CTATIT1A)
       01  WRK-TIT-CONTA                  PIC X(10) VALUE SPACES.
       01  WRK-TIT-CPF                    PIC X(11) VALUE SPACES.
       01  WRK-TIT-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-TIT-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-TIT-CPF-EXIBIDO            PIC X(14) VALUE SPACES.
       01  WRK-QTDE-TITULARES             PIC 9(02) VALUE ZEROS.

      *--- Lancamento lido
       01  WRK-EXT-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-EXT-DATA-N REDEFINES WRK-EXT-DATA
                                          PIC 9(08).
       01  WRK-EXT-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-EXT-CONTA                  PIC X(10) VALUE SPACES.
       01  WRK-QTDE-LANCAMENTOS           PIC 9(05) VALUE ZEROS.

      *--- Pedido de captura para a biblioteca de spool (SPOOL01B)
       01  WRK-SPL-PEDIDO.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01  WRK-MSK-REGISTRO.
           COPY MSK001A.

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
           PERFORM 0002-INFORMAR-CONTA

           IF WRK-CONTA EQUAL SPACES
              DISPLAY 'CONTA NAO INFORMADA'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0003-IDENTIFICAR-OPERADOR

           OPEN OUTPUT ARQUIVO-REL

           PERFORM 0010-CABECALHO
           PERFORM 0011-LISTAR-TITULARES
           PERFORM 0012-LISTAR-LANCAMENTOS
           PERFORM 0018-RODAPE

           CLOSE ARQUIVO-REL

           PERFORM 0020-CAPTURAR-SPOOL

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                  SECTION.
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
      *    INFORMAR A CONTA E O PERIODO (ZEROS = SEM LIMITE)
      *----------------------------------------------------------------*
       0002-INFORMAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DA CONTA: ' WITH NO ADVANCING
           ACCEPT WRK-CONTA

           DISPLAY 'DATA INICIAL AAAAMMDD (0 = DESDE O INICIO): '
                   WITH NO ADVANCING
           ACCEPT WRK-DATA-INICIAL

           DISPLAY 'DATA FINAL AAAAMMDD (0 = ATE HOJE): '
                   WITH NO ADVANCING
           ACCEPT WRK-DATA-FINAL

           IF WRK-DATA-FINAL EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-FINAL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR QUEM CONSULTA, PARA A MASCARA DE CPF E VALORES
      *----------------------------------------------------------------*
       0003-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

           MOVE 'I'                    TO MSK001A-ACAO
           MOVE 'EXTBCO1A'             TO MSK001A-PROGRAMA
           MOVE SPACES                 TO MSK001A-CONTEXTO
           STRING 'CONTA ' WRK-CONTA
                  DELIMITED BY SIZE INTO MSK001A-CONTEXTO
           END-STRING
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CABECALHO DO EXTRATO
      *----------------------------------------------------------------*
       0010-CABECALHO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '*==================================================*'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* EXTRATO DA CONTA ' WRK-CONTA
                  ' EMITIDO EM ' WRK-HOJE-AAAAMMDD
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* PERIODO: ' WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           MOVE '*==================================================*'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULARES DA CONTA (CTATIT.dat) COM O CPF FORMATADO (A
      *    MASCARA E APLICADA NA TELA E NO ARQUIVO PELA 0090/0020)
      *----------------------------------------------------------------*
       0011-LISTAR-TITULARES           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TITULARES
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-TITULARES
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TITULARES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-TIT-CONTA
                                          WRK-TIT-CPF
                                          WRK-TIT-NOME
                                          WRK-TIT-TIPO
                    UNSTRING FD-LIN-TITULAR DELIMITED BY SEP
                       INTO WRK-TIT-CONTA
                            WRK-TIT-CPF
                            WRK-TIT-NOME
                            WRK-TIT-TIPO
                    END-UNSTRING
                    IF WRK-TIT-CONTA EQUAL WRK-CONTA
                       MOVE SPACES     TO WRK-TIT-CPF-EXIBIDO
                       STRING WRK-TIT-CPF(1:3) '.' WRK-TIT-CPF(4:3) '.'
                              WRK-TIT-CPF(7:3) '-' WRK-TIT-CPF(10:2)
                              DELIMITED BY SIZE
                                       INTO WRK-TIT-CPF-EXIBIDO
                       END-STRING
                       MOVE SPACES     TO WRK-LINHA-REL
                       IF WRK-TIT-TIPO EQUAL 'T'
                          STRING '* TITULAR...: ' WRK-TIT-NOME
                                 ' CPF: ' WRK-TIT-CPF-EXIBIDO
                                 DELIMITED BY SIZE INTO WRK-LINHA-REL
                          END-STRING
                       ELSE
                          STRING '* COTITULAR.: ' WRK-TIT-NOME
                                 ' CPF: ' WRK-TIT-CPF-EXIBIDO
                                 DELIMITED BY SIZE INTO WRK-LINHA-REL
                          END-STRING
                       END-IF
                       PERFORM 0090-EMITIR-LINHA
                       ADD 1           TO WRK-QTDE-TITULARES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-TITULARES

           IF WRK-QTDE-TITULARES EQUAL ZEROS
              MOVE '* TITULAR NAO CADASTRADO EM CTATIT.dat'
                                       TO WRK-LINHA-REL
              PERFORM 0090-EMITIR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAMENTOS DA CONTA NO PERIODO, NA ORDEM DE EXTRATO.dat
      *----------------------------------------------------------------*
       0012-LISTAR-LANCAMENTOS         SECTION.
      *----------------------------------------------------------------*

           MOVE '* LANCAMENTOS:'       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA

           MOVE ZEROS                  TO WRK-QTDE-LANCAMENTOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-EXTRATO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-EXTRATO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-EXTRATO(1:8)   TO WRK-EXT-DATA
                    MOVE FD-LIN-EXTRATO(10:6)  TO WRK-EXT-HORA
                    MOVE FD-LIN-EXTRATO(25:10) TO WRK-EXT-CONTA
                    IF WRK-EXT-CONTA EQUAL WRK-CONTA AND
                       WRK-EXT-DATA IS NUMERIC AND
                       WRK-EXT-DATA-N NOT LESS WRK-DATA-INICIAL AND
                       WRK-EXT-DATA-N NOT GREATER WRK-DATA-FINAL
                       MOVE SPACES     TO WRK-LINHA-REL
                       STRING '  ' WRK-EXT-DATA(7:2) '/'
                              WRK-EXT-DATA(5:2) '/'
                              WRK-EXT-DATA(1:4) ' '
                              WRK-EXT-HORA(1:2) ':'
                              WRK-EXT-HORA(3:2) ':'
                              WRK-EXT-HORA(5:2)
                              FD-LIN-EXTRATO(35:130)
                              DELIMITED BY SIZE INTO WRK-LINHA-REL
                       END-STRING
                       PERFORM 0090-EMITIR-LINHA
                       ADD 1           TO WRK-QTDE-LANCAMENTOS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-EXTRATO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RODAPE DO EXTRATO
      *----------------------------------------------------------------*
       0018-RODAPE                     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* QTDE. DE LANCAMENTOS: ' WRK-QTDE-LANCAMENTOS
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           MOVE '*==================================================*'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CAPTURAR A IMAGEM COMPLETA NO SPOOL E DEIXAR EXTBCO.txt
      *    MASCARADO PARA O OPERADOR QUE CONSULTOU
      *----------------------------------------------------------------*
       0020-CAPTURAR-SPOOL             SECTION.
      *----------------------------------------------------------------*

           MOVE 'EXTBCO1A'             TO WRK-SPL-RELATORIO
           MOVE 'EXTBCO.txt'           TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

           MOVE 'A'                    TO MSK001A-ACAO
           MOVE 'EXTBCO.txt'           TO MSK001A-ARQUIVO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A LINHA NA TELA (JA MASCARADA PARA O OPERADOR) E
      *    GRAVA-LA COMPLETA EM EXTBCO.txt
      *----------------------------------------------------------------*
       0090-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO MSK001A-ENTRADA
           MOVE 'T'                    TO MSK001A-ACAO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           DISPLAY FUNCTION TRIM(MSK001A-SAIDA TRAILING)

           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0090-end
       0090-END.                       EXIT.
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
