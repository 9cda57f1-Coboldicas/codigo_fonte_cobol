      *              CONTASAI.dat COMO NO TARIFA1A.
      * NOME.......: CHESP01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA E ACESSADO PELO CTAMST1B: A VARREDURA
      *              LE CADA CONTA NEGATIVA COM BLOQUEIO, REGRAVA SO
      *              O SALDO DELA E LIBERA. CONTA BLOQUEADA POR OUTRO
      *              PROGRAMA E INFORMADA E FICA PARA A PROXIMA
      *              EXECUCAO. CONTASAI.dat DEIXA DE EXISTIR.
      *----------------------------------------------------------------*
      * LAYOUT DE CHESPPAR.dat (PIPE, UMA LINHA):
      *   JUROS-DIA-PCT(5, 9(2)V999)|IOF-DIA-PCT(5, 9(2)V999)
      *   SEM O ARQUIVO VALEM OS PADROES: 0,260% E 0,008% AO DIA

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHESP-TAXAS ASSIGN TO 'CHESPPAR.dat'

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA            PIC X(200).
       01  SEP                         PIC X(01) VALUE '|'.
       01  FIM-ARQUIVO                 PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE             PIC S9(4) COMP VALUE ZERO.
       01  WRK-QTDE-REG                PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-COBRADAS           PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CONFLITO           PIC 9(05) VALUE ZEROS.
       01  WRK-FIM-VARREDURA           PIC X(01) VALUE 'N'.
       01  WRK-SALDO-CONTA             PIC S9(09)V99 VALUE ZEROS.

       01  WS-DATE                     PIC 9(8).
       01  WS-TIME                     PIC 9(6).
       01  A-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.

      *    INTERFACE COM O CADASTRO DE CONTAS (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0002-CARREGAR-TAXAS
           PERFORM 0003-VARRER-CONTAS

           IF WRK-QTDE-REG EQUAL ZEROS
              DISPLAY 'NENHUMA CONTA A PROCESSAR'
              PERFORM 9999-FINALIZAR
           END-IF

           DISPLAY '*=========================================*'
           DISPLAY '* CHESP01A - ENCARGOS DO CHEQUE ESPECIAL  *'
           DISPLAY '* CONTAS PROCESSADAS..: ' WRK-QTDE-REG
           DISPLAY '* CONTAS COM ENCARGOS.: ' WRK-QTDE-COBRADAS
           DISPLAY '* CONTAS EM CONFLITO..: ' WRK-QTDE-CONFLITO
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PERCORRER O CADASTRO DE CONTAS (CTAMST1B) EM ORDEM DE
      *    CONTA; AS CONTAS COM SALDO NEGATIVO ('-' NA POSICAO 12 DO
      *    SALDO) SAO COBRADAS UMA A UMA
      *----------------------------------------------------------------*
       0003-VARRER-CONTAS              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-VARREDURA
           MOVE ZEROS                  TO CTA001A-CONTA
           MOVE 'I'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              IF CTA001A-RETORNO NOT EQUAL 'F'
                 PERFORM 0009-INFORMAR-FALHA
              END-IF
              EXIT SECTION
           END-IF

           PERFORM UNTIL WRK-FIM-VARREDURA EQUAL 'S'
              MOVE 'P'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-REG
                 IF CTA001A-SALDO LESS ZEROS
                    PERFORM 0004-COBRAR-ENCARGOS
                 END-IF
              ELSE
                 IF CTA001A-RETORNO NOT EQUAL 'F'
                    PERFORM 0009-INFORMAR-FALHA
                 END-IF
                 MOVE 'S'              TO WRK-FIM-VARREDURA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0004-COBRAR-ENCARGOS            SECTION.
      *----------------------------------------------------------------*

      *    RELE A CONTA COM BLOQUEIO - O SALDO DA VARREDURA PODE TER
      *    MUDADO POR UMA TRANSFERENCIA EM ANDAMENTO
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0009-INFORMAR-FALHA
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF

           IF CTA001A-SALDO NOT LESS ZEROS
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF

           MOVE CTA001A-CONTA          TO A-NUM-CONTA
           MOVE CTA001A-SALDO          TO WRK-SALDO-CONTA

           COMPUTE WRK-VALOR-UTILIZADO =
                   WRK-SALDO-CONTA * -1

           COMPUTE WRK-VALOR-JUROS ROUNDED =
                   WRK-VALOR-UTILIZADO * (WRK-JUROS-DIA-PCT / 100)

           IF WRK-VALOR-JUROS EQUAL ZEROS AND
              WRK-VALOR-IOF EQUAL ZEROS
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF

      *    O SALDO E REGRAVADO ANTES DOS LANCAMENTOS: SE A CONTA NAO
      *    PUDER SER ATUALIZADA, NADA VAI PARA O LOG NEM O EXTRATO
           COMPUTE CTA001A-SALDO = WRK-SALDO-CONTA
                                 - WRK-VALOR-JUROS - WRK-VALOR-IOF
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0009-INFORMAR-FALHA
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF
           PERFORM 0008-LIBERAR-CONTA

           ADD 1                       TO WRK-QTDE-COBRADAS

           IF WRK-VALOR-JUROS GREATER ZEROS
              SUBTRACT WRK-VALOR-JUROS FROM WRK-SALDO-CONTA
              MOVE 'JUROSCHESP'        TO WRK-TIPO-LANCAMENTO
              MOVE WRK-VALOR-JUROS     TO WRK-VALOR-LANCAMENTO
              MOVE WRK-SALDO-CONTA     TO A-SALDO
              PERFORM 0005-GRAVAR-LOG
              PERFORM 0006-GRAVAR-EXTRATO
           END-IF

           IF WRK-VALOR-IOF GREATER ZEROS
              SUBTRACT WRK-VALOR-IOF   FROM WRK-SALDO-CONTA
              MOVE 'IOFCHESP'          TO WRK-TIPO-LANCAMENTO
              MOVE WRK-VALOR-IOF       TO WRK-VALOR-LANCAMENTO
              MOVE WRK-SALDO-CONTA     TO A-SALDO
              PERFORM 0005-GRAVAR-LOG
              PERFORM 0006-GRAVAR-EXTRATO
           END-IF
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR O BLOQUEIO DA CONTA EM PROCESSAMENTO
      *----------------------------------------------------------------*
       0008-LIBERAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR A CONTA QUE NAO PODE SER COBRADA NESTA EXECUCAO
      *    (BLOQUEADA POR OUTRO PROGRAMA OU ERRO DE ACESSO) - O SALDO
      *    DELA NAO E ALTERADO E A COBRANCA FICA PARA A PROXIMA
      *----------------------------------------------------------------*
       0009-INFORMAR-FALHA             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-CONFLITO
           EVALUATE CTA001A-RETORNO
               WHEN 'B'
                    DISPLAY '* CONTA ' CTA001A-CONTA
                            ' BLOQUEADA POR OUTRO PROGRAMA -'
                            ' NAO COBRADA'
               WHEN 'N'
                    DISPLAY '* CONTA ' CTA001A-CONTA
                            ' NAO ENCONTRADA NO CADASTRO'
               WHEN OTHER
                    DISPLAY '* ERRO NO CADASTRO DE CONTAS - STATUS '
                            CTA001A-FILE-STATUS ' CONTA '
                            CTA001A-CONTA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE 'F'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           DISPLAY 'FIM DE PROGRAMA'
           STOP RUN
           .
