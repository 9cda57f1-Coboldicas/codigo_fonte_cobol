      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CARGA E DESCARGA DO CADASTRO DE CONTAS. O
      *              CONTAENT.dat PASSA A SER INDEXADO PELO NUMERO DA
      *              CONTA (ACESSO COM BLOQUEIO DE REGISTRO VIA
      *              CTAMST1B) E OS PROGRAMAS DE SALDO NAO GERAM MAIS
      *              A COPIA CONTASAI.dat. ESTE PROGRAMA CARREGA O
      *              INDEXADO A PARTIR DO ARQUIVO TEXTO CONTAENT.txt
      *              (MESMO LAYOUT DO CONTAENT.dat SEQUENCIAL ANTIGO:
      *              CONTA 9(10) | TITULAR X(20) | SALDO X(12)), GERA O
      *              CONTAENT.txt A PARTIR DO INDEXADO (PARA CONFERIR,
      *              GUARDAR OU EDITAR E RECARREGAR) E LISTA AS CONTAS.
      *              A CARGA SUBSTITUI O CADASTRO E SO DEVE SER FEITA
      *              COM OS PROGRAMAS DE SALDO PARADOS.
      * NOME.......: CTAMST1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAMST1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MST ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDM-NUM-CONTA
               FILE STATUS IS WRK-FILE-STATUS.

           SELECT OPTIONAL CONTA-TXT ASSIGN TO 'CONTAENT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MST.
       01  FDM-CONTA-REG.
         05  FDM-NUM-CONTA                PIC 9(10) VALUE ZEROS.
         05  FDM-NOME                     PIC X(20) VALUE SPACES.
         05  FDM-SALDO-STR                PIC X(12) VALUE SPACES.

       FD  CONTA-TXT.
       01  FDT-CONTA-LINHA.
         05  FDT-NUM-CONTA                PIC 9(10) VALUE ZEROS.
         05  FDT-NOME                     PIC X(20) VALUE SPACES.
         05  FDT-SALDO-STR                PIC X(12) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01  WRK-FILE-STATUS                PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-RESP                       PIC X(01) VALUE 'N'.
       01  WRK-QTDE-LIDAS                 PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-GRAVADAS              PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-REJEITADAS            PIC 9(07) VALUE ZEROS.

       01  WRK-VALOR-STR                  PIC X(12) VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-STR.
           05 WRK-VALOR-V99               PIC 9(9)V99.
       01  WRK-SALDO                      PIC S9(09)V99 VALUE ZEROS.
       01  WRK-SALDO-EDIT                 PIC -ZZZ.ZZZ.ZZZ,99.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 0001-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU
      *----------------------------------------------------------------*
       0001-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=   CADASTRO DE CONTAS (CONTAENT.dat)    =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - CARREGAR A PARTIR DE CONTAENT.txt    *'
           DISPLAY '* 2 - DESCARREGAR PARA CONTAENT.txt        *'
           DISPLAY '* 3 - LISTAR CONTAS                        *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-CARREGAR
                      PERFORM 0001-TELA-MENU
               WHEN 2 PERFORM 0020-DESCARREGAR
                      PERFORM 0001-TELA-MENU
               WHEN 3 PERFORM 0030-LISTAR
                      PERFORM 0001-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0001-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O INDEXADO A PARTIR DE CONTAENT.txt - SUBSTITUI O
      *    CADASTRO. CONTA REPETIDA OU FORA DE ORDEM NO TEXTO E
      *    REJEITADA E LISTADA
      *----------------------------------------------------------------*
       0010-CARREGAR                   SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'O CADASTRO ATUAL SERA SUBSTITUIDO PELO CONTEUDO '
                   'DE CONTAENT.txt. CONFIRMA (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-RESP
           IF WRK-RESP NOT EQUAL 'S' AND 's'
              DISPLAY 'CARGA CANCELADA'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-LIDAS
                                          WRK-QTDE-GRAVADAS
                                          WRK-QTDE-REJEITADAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT CONTA-TXT
           OPEN OUTPUT CONTA-MST
           IF WRK-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'ERRO NA CRIACAO DE CONTAENT.dat - STATUS: '
                       WRK-FILE-STATUS
              CLOSE CONTA-TXT
              EXIT SECTION
           END-IF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ CONTA-TXT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    ADD 1              TO WRK-QTDE-LIDAS
                    MOVE FDT-CONTA-LINHA TO FDM-CONTA-REG
                    WRITE FDM-CONTA-REG
                       INVALID KEY
                          ADD 1        TO WRK-QTDE-REJEITADAS
                          DISPLAY 'CONTA ' FDT-NUM-CONTA
                                  ' REPETIDA OU FORA DE ORDEM - '
                                  'REJEITADA (STATUS '
                                  WRK-FILE-STATUS ')'
                       NOT INVALID KEY
                          ADD 1        TO WRK-QTDE-GRAVADAS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE CONTA-TXT
                 CONTA-MST
           MOVE 'N'                    TO WRK-FIM-ARQ

           DISPLAY '* LINHAS LIDAS.......: ' WRK-QTDE-LIDAS
           DISPLAY '* CONTAS GRAVADAS....: ' WRK-QTDE-GRAVADAS
           DISPLAY '* CONTAS REJEITADAS..: ' WRK-QTDE-REJEITADAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR CONTAENT.txt A PARTIR DO INDEXADO
      *----------------------------------------------------------------*
       0020-DESCARREGAR                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-GRAVADAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT CONTA-MST
           IF WRK-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'ERRO NA ABERTURA DE CONTAENT.dat - STATUS: '
                       WRK-FILE-STATUS
              EXIT SECTION
           END-IF
           OPEN OUTPUT CONTA-TXT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ CONTA-MST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FDM-CONTA-REG TO FDT-CONTA-LINHA
                    WRITE FDT-CONTA-LINHA
                    ADD 1              TO WRK-QTDE-GRAVADAS
              END-READ
           END-PERFORM

           CLOSE CONTA-MST
                 CONTA-TXT
           MOVE 'N'                    TO WRK-FIM-ARQ

           DISPLAY '* CONTAS DESCARREGADAS EM CONTAENT.txt: '
                    WRK-QTDE-GRAVADAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS CONTAS DO INDEXADO
      *----------------------------------------------------------------*
       0030-LISTAR                     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIDAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT CONTA-MST
           IF WRK-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'ERRO NA ABERTURA DE CONTAENT.dat - STATUS: '
                       WRK-FILE-STATUS
              EXIT SECTION
           END-IF

           DISPLAY 'CONTA      | TITULAR              | SALDO'

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ CONTA-MST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FDM-SALDO-STR TO WRK-VALOR-STR
                    MOVE WRK-VALOR-V99 TO WRK-SALDO
      *    SALDO NEGATIVO (CHEQUE ESPECIAL) TRAZ '-' NA POSICAO 12
                    IF WRK-VALOR-STR(12:1) EQUAL '-'
                       COMPUTE WRK-SALDO = WRK-SALDO * -1
                    END-IF
                    MOVE WRK-SALDO     TO WRK-SALDO-EDIT
                    DISPLAY FDM-NUM-CONTA ' | ' FDM-NOME ' | '
                            WRK-SALDO-EDIT
                    ADD 1              TO WRK-QTDE-LIDAS
              END-READ
           END-PERFORM

           CLOSE CONTA-MST
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-LIDAS EQUAL ZEROS
              DISPLAY '(SEM CONTAS CADASTRADAS)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
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
