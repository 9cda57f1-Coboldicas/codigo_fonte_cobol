      *              TRANSF1A) PASSA A SER LIDO E REGRAVADO COM '-'
      *              NA POSICAO 12 DO CAMPO DE SALDO; O CREDITO DA
      *              FOLHA ABATE A DIVIDA DA CONTA NEGATIVA.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA E ACESSADO PELO CTAMST1B: CADA CREDITO
      *              LE A CONTA COM BLOQUEIO E REGRAVA SO O SALDO DELA
      *              (CONTASAI.dat DEIXA DE EXISTIR). CREDITO EM CONTA
      *              BLOQUEADA POR OUTRO PROGRAMA NAO E FEITO: A LINHA
      *              VOLTA PARA FOLHALIQ.dat COM NOVOS HDR/TRL PARA SER
      *              PAGA NA PROXIMA EXECUCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA02A.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-LIQ ASSIGN TO 'FOLHALIQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-BCO ASSIGN TO 'BANCOFUN.dat'

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-LIQ.
       01  FD-LIN-LIQUIDO                 PIC X(060).

       01  SEP                         PIC X(01) VALUE '|'.
       01  FIM-ARQUIVO                 PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE             PIC S9(4) COMP VALUE ZERO.
       01  WRK-QTDE-CREDITOS           PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-SEM-CONTA          PIC 9(03) VALUE ZEROS.

       01  WS-DATE                     PIC 9(8).
       01  WS-TIME                     PIC 9(6).

      *    INTERFACE COM O CADASTRO DE CONTAS (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *    CREDITOS NAO FEITOS POR CONTA BLOQUEADA - VOLTAM PARA
      *    FOLHALIQ.dat ENTRE UM HDR E UM TRL NOVOS
       01  WRK-LIQ-HDR                 PIC X(060) VALUE SPACES.
       01  WRK-MAX-TAB-PEND            PIC 9(03) VALUE 100.
       01  WRK-QTDE-PEND               PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PEND                PIC 9(03) VALUE ZEROS.
       01  WRK-PEND-QTDE               PIC 9(09) VALUE ZEROS.
       01  WRK-PEND-HASH               PIC 9(15) VALUE ZEROS.
       01  TAB-PENDENTES.
           05  TAB-PEND-LINHA OCCURS 100 TIMES
                                       PIC X(060) VALUE SPACES.

      *    CONTAS BANCARIAS DOS FUNCIONARIOS (BANCOFUN.dat)
       01  WRK-MAX-TAB-BF              PIC 9(02) VALUE 50.
       01  WRK-LIQ-COMP                PIC 9(06) VALUE ZEROS.
       01  WRK-CONTA-CREDITO           PIC 9(10) VALUE ZEROS.
       01  WRK-ENCONTROU               PIC X(01) VALUE 'N'.
       01  WRK-RETORNO-CTA             PIC X(01) VALUE SPACES.
       01  WRK-TOTAL-PAGO              PIC 9(11)V99 VALUE ZEROS.

       01  WRK-VALOR-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0003-CARREGAR-BANCOFUN

           PERFORM 0003A-VERIFICAR-CONTROLES
           CLOSE ARQUIVO-LIQ

      *    O ARQUIVO DE LIQUIDOS E CONSUMIDO APOS O PAGAMENTO -
      *    UMA SEGUNDA EXECUCAO NAO PODE PAGAR A FOLHA EM DOBRO.
      *    FICAM NELE SO OS CREDITOS BARRADOS POR CONTA BLOQUEADA
           IF WRK-QTDE-CREDITOS GREATER ZEROS
              PERFORM 0006-REGRAVAR-PENDENTES
           END-IF

           MOVE WRK-TOTAL-PAGO         TO WRK-TOTAL-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAL DA FOLHA PAGA: ' DELIMITED BY SIZE
           DISPLAY '* FOLHA02A - PAGAMENTO DA FOLHA           *'
           DISPLAY '* CREDITOS EFETUADOS..: ' WRK-QTDE-CREDITOS
           DISPLAY '* SEM CONTA BANCARIA..: ' WRK-QTDE-SEM-CONTA
           DISPLAY '* CONTA BLOQUEADA.....: ' WRK-QTDE-PEND
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS CONTAS BANCARIAS DOS FUNCIONARIOS
      *    (BANCOFUN.dat: NOME|CONTA)
       0005-CREDITAR-FUNCIONARIO       SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-LIQUIDO(1:4) EQUAL 'HDR|'
              MOVE FD-LIN-LIQUIDO      TO WRK-LIQ-HDR
              EXIT SECTION
           END-IF

           IF FD-LIN-LIQUIDO(1:4) EQUAL 'TRL|'
              EXIT SECTION
           END-IF

              EXIT SECTION
           END-IF

      *    CREDITO NA CONTA, LIDA COM BLOQUEIO NO CADASTRO
           MOVE WRK-CONTA-CREDITO      TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF CTA001A-RETORNO EQUAL 'S'
              ADD WRK-LIQ-V99          TO CTA001A-SALDO
              MOVE 'G'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           END-IF

           IF CTA001A-RETORNO EQUAL 'B' OR
              CTA001A-RETORNO EQUAL 'E'
              PERFORM 0007-LIBERAR-CONTA
              PERFORM 0008-GUARDAR-PENDENTE
              EXIT SECTION
           END-IF

           PERFORM 0007-LIBERAR-CONTA

           IF CTA001A-RETORNO EQUAL 'N'
              ADD 1                    TO WRK-QTDE-SEM-CONTA
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* CONTA ' WRK-CONTA-CREDITO
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR FOLHALIQ.dat SO COM OS CREDITOS PENDENTES (CONTA
      *    BLOQUEADA), ENTRE O HDR ORIGINAL E UM TRL COM A CONTAGEM E
      *    A SOMA DELES - SEM PENDENTES O ARQUIVO FICA VAZIO
      *----------------------------------------------------------------*
       0006-REGRAVAR-PENDENTES         SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-LIQ

           IF WRK-QTDE-PEND EQUAL ZEROS
              CLOSE ARQUIVO-LIQ
              EXIT SECTION
           END-IF

           MOVE WRK-LIQ-HDR            TO FD-LIN-LIQUIDO
           WRITE FD-LIN-LIQUIDO

           MOVE ZEROS                  TO WRK-PEND-QTDE WRK-PEND-HASH
           PERFORM VARYING WRK-IND-PEND FROM 1 BY 1 UNTIL
                      WRK-IND-PEND > WRK-QTDE-PEND
              MOVE ZEROS               TO WRK-LIQ-V99
              UNSTRING TAB-PEND-LINHA(WRK-IND-PEND) DELIMITED BY SEP
                 INTO WRK-LIQ-NOME
                      WRK-LIQ-STR(1:11)
              END-UNSTRING
              ADD 1                    TO WRK-PEND-QTDE
              COMPUTE WRK-PEND-HASH = WRK-PEND-HASH +
                      WRK-LIQ-V99 * 100
              MOVE TAB-PEND-LINHA(WRK-IND-PEND) TO FD-LIN-LIQUIDO
              WRITE FD-LIN-LIQUIDO
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-LIQUIDO
           STRING 'TRL' SEP WRK-PEND-QTDE SEP WRK-PEND-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-LIQUIDO
           END-STRING
           WRITE FD-LIN-LIQUIDO

           CLOSE ARQUIVO-LIQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR O BLOQUEIO DA CONTA CREDITADA
      *----------------------------------------------------------------*
       0007-LIBERAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE CTA001A-RETORNO        TO WRK-RETORNO-CTA
           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           MOVE WRK-RETORNO-CTA        TO CTA001A-RETORNO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O CREDITO NAO FEITO (CONTA BLOQUEADA POR OUTRO
      *    PROGRAMA OU ERRO DE ACESSO) PARA VOLTAR A FOLHALIQ.dat
      *----------------------------------------------------------------*
       0008-GUARDAR-PENDENTE           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-QTDE-PEND LESS WRK-MAX-TAB-PEND
              ADD 1                    TO WRK-QTDE-PEND
              MOVE FD-LIN-LIQUIDO      TO TAB-PEND-LINHA(WRK-QTDE-PEND)
              STRING '* CONTA ' WRK-CONTA-CREDITO
                     ' BLOQUEADA - CREDITO PENDENTE: ' WRK-LIQ-NOME
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '* CONTA ' WRK-CONTA-CREDITO
                     ' BLOQUEADA - PAGAR MANUALMENTE: ' WRK-LIQ-NOME
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           DISPLAY WRK-LINHA-REL(1:80)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
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
