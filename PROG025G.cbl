      *   CEDENTE(60)|SACADO(60)|CONTA(10)|ATIVO(S/N)
      * LAYOUT DE DEBTENT.dat (PIPE):
      *   NOSSONUM(20)|TENTATIVAS(2)
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA E ACESSADO PELO CTAMST1B: CADA DEBITO
      *              LE A CONTA COM BLOQUEIO E REGRAVA SO O SALDO DELA
      *              (CONTASAI.dat DEIXA DE EXISTIR). CONTA BLOQUEADA
      *              POR OUTRO PROGRAMA NAO E DEBITADA NEM CONTA
      *              TENTATIVA - O TITULO FICA EM ABERTO PARA A
      *              PROXIMA EXECUCAO E SAI ASSIM NO RELATORIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025G.
           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'DEBPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ARQUIVO-PARM.
       01  FD-LIN-PARAM                   PIC X(10).

       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA            PIC X(200).
       01  WRK-QTDE-DEBITADOS          PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-SEM-SALDO          PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-FALLBACK           PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-BLOQUEADOS         PIC 9(04) VALUE ZEROS.
       01  WRK-HOUVE-POSTAGEM          PIC X(01) VALUE 'N'.

      *    MAXIMO DE TENTATIVAS POR SALDO INSUFICIENTE (DEBPARM.dat,
               10  TAB-TEN-NOSSONUM    PIC X(20).
               10  TAB-TEN-QTDE        PIC 9(02).

      *--- Interface com o cadastro de contas (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

       01  WRK-VALOR-TITULO            PIC 9(09)V99 VALUE ZEROS.
       01  A-NUM-CONTA                 PIC X(10) VALUE SPACES.
           PERFORM 0003-CARREGAR-TABELA-TIT
           PERFORM 0004-CARREGAR-AUTORIZACOES
           PERFORM 0005-CARREGAR-TENTATIVAS

           OPEN OUTPUT ARQUIVO-REL

           STRING '* DEBITADOS=' WRK-QTDE-DEBITADOS
                  ' SEM SALDO=' WRK-QTDE-SEM-SALDO
                  ' DEVOLVIDOS A COBRANCA=' WRK-QTDE-FALLBACK
                  ' CONTA BLOQUEADA=' WRK-QTDE-BLOQUEADOS
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO

           IF WRK-HOUVE-POSTAGEM EQUAL 'S'
              PERFORM 0011-GRAVAR-TABELA-TIT
           END-IF
           PERFORM 0013-GRAVAR-TENTATIVAS

           DISPLAY '* TITULOS DEBITADOS...: ' WRK-QTDE-DEBITADOS
           DISPLAY '* SEM SALDO (RETENTA).: ' WRK-QTDE-SEM-SALDO
           DISPLAY '* DEVOLVIDOS A COBR...: ' WRK-QTDE-FALLBACK
           DISPLAY '* CONTA BLOQUEADA.....: ' WRK-QTDE-BLOQUEADOS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM TITULO VENCIDO: LOCALIZA A AUTORIZACAO E A
      *    CONTA E TENTA O DEBITO; SEM SALDO CONTA A TENTATIVA E
              EXIT SECTION
           END-IF

      *    CONTA DA AUTORIZACAO, LIDA COM BLOQUEIO NO CADASTRO
           MOVE TAB-AUT-CONTA(WRK-IND-AUT) TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF CTA001A-RETORNO EQUAL 'B' OR
              CTA001A-RETORNO EQUAL 'E'
              PERFORM 0012-INFORMAR-BLOQUEIO
              EXIT SECTION
           END-IF

           IF CTA001A-RETORNO EQUAL 'N'
              PERFORM 0014-LIBERAR-CONTA
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* CONTA ' TAB-AUT-CONTA(WRK-IND-AUT)
                     ' DA AUTORIZACAO NAO EXISTE - TITULO '

      *    O SALDO E VERIFICADO ANTES DO DEBITO PORQUE O CAMPO DE
      *    SALDO NAO TEM SINAL (MESMO CRITERIO DO TARIFA1A)
           IF WRK-VALOR-TITULO GREATER CTA001A-SALDO
              PERFORM 0014-LIBERAR-CONTA
              PERFORM 0009-TRATAR-SEM-SALDO
           ELSE
              SUBTRACT WRK-VALOR-TITULO
                                       FROM CTA001A-SALDO
              MOVE 'G'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO NOT EQUAL 'S'
                 PERFORM 0012-INFORMAR-BLOQUEIO
                 EXIT SECTION
              END-IF
              PERFORM 0014-LIBERAR-CONTA

              MOVE WS-DATE             TO
                   TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
              MOVE 'S'                 TO WRK-HOUVE-POSTAGEM
              ADD 1                    TO WRK-QTDE-DEBITADOS

              MOVE CTA001A-CONTA       TO A-NUM-CONTA
              MOVE CTA001A-SALDO       TO A-SALDO
              PERFORM 0010-GRAVAR-LOG-EXTRATO

              MOVE SPACES              TO WRK-LINHA-REL
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTA BLOQUEADA POR OUTRO PROGRAMA (OU ERRO DE ACESSO): O
      *    TITULO NAO E DEBITADO NEM CONTA TENTATIVA - FICA EM ABERTO
      *    PARA A PROXIMA EXECUCAO
      *----------------------------------------------------------------*
       0012-INFORMAR-BLOQUEIO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 0014-LIBERAR-CONTA
           ADD 1                       TO WRK-QTDE-BLOQUEADOS

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CONTA ' TAB-AUT-CONTA(WRK-IND-AUT)
                  ' BLOQUEADA (STATUS ' CTA001A-FILE-STATUS
                  ') - TITULO ' DELIMITED BY SIZE
                  FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                  DELIMITED BY SIZE
                  ' FICA PARA A PROXIMA EXECUCAO' DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR O BLOQUEIO DA CONTA DO TITULO EM PROCESSAMENTO
      *----------------------------------------------------------------*
       0014-LIBERAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
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
