      *              NA POSICAO 12 DO CAMPO DE SALDO. CONTA NEGATIVA
      *              NAO RECEBE JUROS DE APLICACAO NEM TARIFA (OS
      *              ENCARGOS DO LIMITE UTILIZADO SAO DO CHESP01A).
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA E ACESSADO PELO CTAMST1B: CADA CONTA
      *              E LIDA COM BLOQUEIO, TEM SO O SALDO REGRAVADO E
      *              E LIBERADA ANTES DA PROXIMA. CONTA BLOQUEADA POR
      *              OUTRO PROGRAMA E INFORMADA E NAO E ALTERADA.
      *              CONTASAI.dat DEIXA DE EXISTIR E O LIMITE DE 10
      *              CONTAS EM MEMORIA CAI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFA1A.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TARIFAS-PARM ASSIGN TO 'TARIFAS.dat'

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA            PIC X(200).
         05  WRK-LOG-LINHA             PIC X(200).

       01  SEP                         PIC X(01) VALUE '|'.
       01  WRK-RETURN-CODE             PIC S9(4) COMP VALUE ZERO.
       01  WRK-QTDE-REG                PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-TARIFA             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-JUROS              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CONFLITO           PIC 9(05) VALUE ZEROS.
       01  WRK-FIM-VARREDURA           PIC X(01) VALUE 'N'.

       01  WS-DATE                     PIC 9(8).
       01  WS-TIME                     PIC 9(6).
       01  WRK-VALOR-JUROS             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TIPO-LANCAMENTO         PIC X(10) VALUE SPACES.
       01  WRK-DEB-CRED                PIC X(01) VALUE SPACES.
       01  WRK-DEBITA-TARIFA           PIC X(01) VALUE 'N'.
       01  WRK-SALDO-CONTA             PIC S9(09)V99 VALUE ZEROS.
       01  WRK-SALDO-APOS-JUROS        PIC S9(09)V99 VALUE ZEROS.

       01  WRK-VALOR-STR               PIC X(12) VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-STR.
       01  A-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.

      *    INTERFACE COM O CADASTRO DE CONTAS (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0003-VARRER-CONTAS

           IF WRK-QTDE-REG EQUAL ZEROS
              DISPLAY 'NENHUMA CONTA A PROCESSAR'
              PERFORM 9999-FINALIZAR
           END-IF

           DISPLAY '*=========================================*'
           DISPLAY '* TARIFA1A - FECHAMENTO MENSAL DAS CONTAS *'
           DISPLAY '* CONTAS PROCESSADAS..: ' WRK-QTDE-REG
           DISPLAY '* TARIFAS DEBITADAS...: ' WRK-QTDE-TARIFA
           DISPLAY '* JUROS CREDITADOS....: ' WRK-QTDE-JUROS
           DISPLAY '* CONTAS EM CONFLITO..: ' WRK-QTDE-CONFLITO
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PERCORRER O CADASTRO DE CONTAS (CTAMST1B) EM ORDEM DE
      *    CONTA, PROCESSANDO UMA CONTA DE CADA VEZ
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
                 PERFORM 0004-PROCESSAR-CONTA
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

      *----------------------------------------------------------------*
      *    PROCESSAR UMA CONTA: CREDITA OS JUROS SOBRE O SALDO
      *    POSITIVO DE ABERTURA E DEBITA A TARIFA DE MANUTENCAO.
      *    A CONTA E LIDA COM BLOQUEIO E O SALDO REGRAVADO ANTES DOS
      *    LANCAMENTOS IREM PARA O LOG E O EXTRATO
      *----------------------------------------------------------------*
       0004-PROCESSAR-CONTA            SECTION.
      *----------------------------------------------------------------*

           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0009-INFORMAR-FALHA
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF

           MOVE CTA001A-CONTA          TO A-NUM-CONTA
           MOVE CTA001A-SALDO          TO WRK-SALDO-CONTA
           MOVE ZEROS                  TO WRK-VALOR-JUROS
           MOVE 'N'                    TO WRK-DEBITA-TARIFA

      *    JUROS SOBRE O SALDO POSITIVO DE ABERTURA
           IF WRK-SALDO-CONTA GREATER ZEROS AND
              WRK-JUROS-MES-PCT GREATER ZEROS
              COMPUTE WRK-VALOR-JUROS ROUNDED =
                      WRK-SALDO-CONTA *
                      (WRK-JUROS-MES-PCT / 100)
              IF WRK-VALOR-JUROS GREATER ZEROS
                 ADD WRK-VALOR-JUROS   TO WRK-SALDO-CONTA
                    ON SIZE ERROR
                       SUBTRACT WRK-VALOR-JUROS
                                       FROM WRK-SALDO-CONTA
                       MOVE ZEROS      TO WRK-VALOR-JUROS
                 END-ADD
              END-IF
           END-IF
           MOVE WRK-SALDO-CONTA        TO WRK-SALDO-APOS-JUROS

      *    TARIFA DE MANUTENCAO - O SALDO E VERIFICADO ANTES DO
      *    DEBITO PORQUE A TARIFA NAO PODE DEIXAR A CONTA NEGATIVA
           IF WRK-TARIFA-MENSAL GREATER ZEROS
              IF WRK-TARIFA-MENSAL GREATER WRK-SALDO-CONTA
                 DISPLAY 'CONTA ' A-NUM-CONTA ' SEM SALDO PARA '
                         'A TARIFA - LANCAMENTO NAO EFETUADO'
              ELSE
                 SUBTRACT WRK-TARIFA-MENSAL
                                       FROM WRK-SALDO-CONTA
                 MOVE 'S'              TO WRK-DEBITA-TARIFA
              END-IF
           END-IF

           IF WRK-VALOR-JUROS EQUAL ZEROS AND
              WRK-DEBITA-TARIFA EQUAL 'N'
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF

           MOVE WRK-SALDO-CONTA        TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0009-INFORMAR-FALHA
              PERFORM 0008-LIBERAR-CONTA
              EXIT SECTION
           END-IF
           PERFORM 0008-LIBERAR-CONTA

           IF WRK-VALOR-JUROS GREATER ZEROS
              ADD 1                    TO WRK-QTDE-JUROS
              MOVE 'JUROS'             TO WRK-TIPO-LANCAMENTO
              MOVE 'C'                 TO WRK-DEB-CRED
              MOVE WRK-VALOR-JUROS     TO WRK-VALOR-LANCAMENTO
              MOVE WRK-SALDO-APOS-JUROS TO A-SALDO
              PERFORM 0005-GRAVAR-LOG
              PERFORM 0006-GRAVAR-EXTRATO
           END-IF

           IF WRK-DEBITA-TARIFA EQUAL 'S'
              ADD 1                    TO WRK-QTDE-TARIFA
              MOVE 'TARIFA'            TO WRK-TIPO-LANCAMENTO
              MOVE 'D'                 TO WRK-DEB-CRED
              MOVE WRK-TARIFA-MENSAL   TO WRK-VALOR-LANCAMENTO
              MOVE WRK-SALDO-CONTA     TO A-SALDO
              PERFORM 0005-GRAVAR-LOG
              PERFORM 0006-GRAVAR-EXTRATO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
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
      *    INFORMAR A CONTA QUE NAO PODE SER PROCESSADA NESTA EXECUCAO
      *    (BLOQUEADA POR OUTRO PROGRAMA OU ERRO DE ACESSO) - O SALDO
      *    DELA NAO E ALTERADO
      *----------------------------------------------------------------*
       0009-INFORMAR-FALHA             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-CONFLITO
           EVALUATE CTA001A-RETORNO
               WHEN 'B'
                    DISPLAY '* CONTA ' CTA001A-CONTA
                            ' BLOQUEADA POR OUTRO PROGRAMA -'
                            ' NAO PROCESSADA'
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
