      *              CONTA DE CHESPEC.dat, COMO NO TRANSF1A. O SALDO
      *              NEGATIVO E GRAVADO COM '-' NA POSICAO 12 DO
      *              CAMPO DE SALDO DE CONTASAI.dat.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA E ACESSADO PELO CTAMST1B: CADA
      *              AGENDAMENTO LE AS SUAS CONTAS COM BLOQUEIO,
      *              REGRAVA SO O SALDO DELAS E LIBERA (CONTASAI.dat
      *              DEIXA DE EXISTIR). CONTA BLOQUEADA POR OUTRO
      *              PROGRAMA MANTEM O AGENDAMENTO PENDENTE PARA A
      *              PROXIMA EXECUCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF2A.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENDA-TRF ASSIGN TO 'AGENDTRF.dat'

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA            PIC X(200).
       01  WRK-IND1                    PIC 9(03) VALUE ZEROS.
       01  WRK-INDA                    PIC 9(02) VALUE ZEROS.
       01  WRK-INDB                    PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-AGD                PIC 9(03) VALUE ZEROS.
       01  WRK-IND-AGD                 PIC 9(03) VALUE ZEROS.
       01  WRK-MAX-TAB-AGD             PIC 9(03) VALUE 100.
       01  B-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.

      *    CONTAS DA TRANSACAO EM PROCESSAMENTO, LIDAS COM BLOQUEIO
      *    NO CADASTRO (CTAMST1B): 1 = ORIGEM, 2 = DESTINO
       01  TAB-ENT-LINHA.
           05  TAB-ENT-LINHA OCCURS 2 TIMES.
               10  TAB-NUM-CONTA     PIC 9(10) VALUE ZEROS.
               10  TAB-NOME          PIC X(20) VALUE SPACES.
               10  TAB-SALDO-STR     PIC S9(09)V99 VALUE ZEROS.
       01  WRK-SALDO-ORIG-A            PIC S9(09)V99 VALUE ZEROS.
       01  WRK-B-LIDA                  PIC X(01) VALUE 'N'.
       01  WRK-CONTA-OCUPADA           PIC X(01) VALUE 'N'.
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *    LIMITES DE CHEQUE ESPECIAL (CHESPEC.dat - COMO NO TRANSF1A)
       01  WRK-MAX-TAB-CHQ             PIC 9(02) VALUE 50.
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0050-CARREGAR-SITUACOES
           PERFORM 0053-CARREGAR-LIMITES-CHESP

              END-IF
           END-PERFORM

           PERFORM 0011-REGRAVAR-AGENDA

           DISPLAY '*=========================================*'
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM AGENDAMENTO PENDENTE - SO EXECUTA QUANDO O
      *    PROXIMO DIA UTIL A PARTIR DA DATA AGENDADA (PROGDATA)
              MOVE 'S'                 TO ENCONTROU-B
           END-IF

           IF WRK-CONTA-OCUPADA EQUAL 'S'
              PERFORM 0015-MANTER-PENDENTE
              EXIT SECTION
           END-IF

           IF ENCONTROU-A EQUAL 'S' AND
              ENCONTROU-B EQUAL 'S'
              PERFORM 0009-PROCESSAR-TRANSACAO
                                       TO WS-MOTIVO
           END-IF

           IF OK
              PERFORM 0010-GRAVAR-CONTAS
              IF WRK-CONTA-OCUPADA EQUAL 'S'
                 PERFORM 0015-MANTER-PENDENTE
                 EXIT SECTION
              END-IF
           END-IF
           PERFORM 0014-LIBERAR-CONTAS

           IF OK
              MOVE 'E'                 TO TAB-AGD-SITUACAO(WRK-IND-AGD)
              ADD 1                    TO WRK-QTDE-EXEC
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PESQUISAR CONTA ORIGEM - LIDA COM BLOQUEIO NO CADASTRO
      *----------------------------------------------------------------*
       0007-PESQUISAR-ORIGEM           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO ENCONTROU-A
                                          WRK-B-LIDA
                                          WRK-CONTA-OCUPADA

           MOVE WS-CONTA-A             TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           EVALUATE CTA001A-RETORNO
               WHEN 'S'
                    MOVE 'S'           TO ENCONTROU-A
                    MOVE 1             TO WRK-INDA
                    MOVE CTA001A-CONTA TO TAB-NUM-CONTA(WRK-INDA)
                    MOVE CTA001A-NOME  TO TAB-NOME(WRK-INDA)
                    MOVE CTA001A-SALDO TO TAB-SALDO-STR(WRK-INDA)
                                          WRK-SALDO-ORIG-A
               WHEN 'N'
                    CONTINUE
               WHEN OTHER
                    MOVE 'S'           TO WRK-CONTA-OCUPADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PESQUISAR CONTA DESTINO - LIDA COM BLOQUEIO NO CADASTRO;
      *    DESTINO IGUAL A ORIGEM USA O MESMO REGISTRO JA BLOQUEADO
      *----------------------------------------------------------------*
       0008-PESQUISAR-DESTINO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO ENCONTROU-B

           IF ENCONTROU-A NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF WS-CONTA-B EQUAL WS-CONTA-A
              MOVE 'S'                 TO ENCONTROU-B
              MOVE WRK-INDA            TO WRK-INDB
              EXIT SECTION
           END-IF

           MOVE WS-CONTA-B             TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           EVALUATE CTA001A-RETORNO
               WHEN 'S'
                    MOVE 'S'           TO ENCONTROU-B
                                          WRK-B-LIDA
                    MOVE 2             TO WRK-INDB
                    MOVE CTA001A-CONTA TO TAB-NUM-CONTA(WRK-INDB)
                    MOVE CTA001A-NOME  TO TAB-NOME(WRK-INDB)
                    MOVE CTA001A-SALDO TO TAB-SALDO-STR(WRK-INDB)
               WHEN 'N'
                    CONTINUE
               WHEN OTHER
                    MOVE 'S'           TO WRK-CONTA-OCUPADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR NO CADASTRO O SALDO DAS CONTAS DA TRANSACAO. SE O
      *    DESTINO NAO PUDER SER REGRAVADO, A ORIGEM VOLTA AO SALDO
      *    LIDO E O AGENDAMENTO FICA PENDENTE
      *----------------------------------------------------------------*
       0010-GRAVAR-CONTAS              SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-NUM-CONTA(WRK-INDA) TO CTA001A-CONTA
           MOVE TAB-SALDO-STR(WRK-INDA) TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-CONTA-OCUPADA
              EXIT SECTION
           END-IF

           IF WRK-B-LIDA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE TAB-NUM-CONTA(WRK-INDB) TO CTA001A-CONTA
           MOVE TAB-SALDO-STR(WRK-INDB) TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-CONTA-OCUPADA
              MOVE TAB-NUM-CONTA(WRK-INDA) TO CTA001A-CONTA
              MOVE WRK-SALDO-ORIG-A    TO CTA001A-SALDO
              MOVE 'G'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR OS BLOQUEIOS DAS CONTAS DA TRANSACAO
      *----------------------------------------------------------------*
       0014-LIBERAR-CONTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTA BLOQUEADA POR OUTRO PROGRAMA (OU ERRO DE ACESSO): NADA
      *    E POSTADO E O AGENDAMENTO CONTINUA PENDENTE ('P') PARA A
      *    PROXIMA EXECUCAO
      *----------------------------------------------------------------*
       0015-MANTER-PENDENTE            SECTION.
      *----------------------------------------------------------------*

           PERFORM 0014-LIBERAR-CONTAS
           ADD 1                       TO WRK-QTDE-PEND
           MOVE WS-VALOR               TO F-SALDO-EDIT
           DISPLAY '* AGENDAMENTO ' WS-CONTA-A ' VALOR ' F-SALDO-EDIT
                   ' MANTIDO PENDENTE - CONTA BLOQUEADA (STATUS '
                   CTA001A-FILE-STATUS ')'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS SITUACOES DAS CONTAS DE CONTASTA.dat -
      *    CONTA SEM REGISTRO E CONSIDERADA ATIVA
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE 'F'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           DISPLAY 'FIM DE PROGRAMA'
           STOP RUN
           .
