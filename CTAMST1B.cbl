      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: ACESSO AO CADASTRO DE CONTAS CONTAENT.dat,
      *              INDEXADO PELO NUMERO DA CONTA (LAYOUT CONTA 9(10)
      *              | TITULAR X(20) | SALDO X(12), COM '-' NA POSICAO
      *              12 DO SALDO NEGATIVO). CHAMADO COM O BOOK CTA001A
      *              PELOS PROGRAMAS QUE ALTERAM SALDO (TRANSF1A,
      *              TRANSF2A, TRANSF3A, TARIFA1A, CHESP01A, PROG025G E
      *              FOLHA02A): CADA UM LE COM BLOQUEIO SO AS CONTAS
      *              DA TRANSACAO, REGRAVA O SALDO E LIBERA, ENTAO DOIS
      *              PROGRAMAS RODANDO JUNTOS NAO PERDEM O LANCAMENTO
      *              UM DO OUTRO. CONTA BLOQUEADA POR OUTRO PROGRAMA E
      *              LIDA DE NOVO ATE WRK-MAX-TENTATIVAS VEZES, COM
      *              PAUSA DE WRK-SEGUNDOS-ESPERA ENTRE AS TENTATIVAS;
      *              DEPOIS DISSO VOLTA 'B' PARA O CHAMADOR RECUSAR E
      *              REGISTRAR O CONFLITO. O ARQUIVO FICA ABERTO ENTRE
      *              AS CHAMADAS ATE A ACAO 'F'.
      * NOME.......: CTAMST1B
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - ACAO 'T' REGRAVA O NOME DO TITULAR
      *              DA CONTA LIDA COM BLOQUEIO (ANONIMIZACAO LGPD DO
      *              TITULAR VINCULADO EM CTATIT.dat).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAMST1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MST ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDM-NUM-CONTA
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WRK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MST.
       01  FDM-CONTA-REG.
         05  FDM-NUM-CONTA                PIC 9(10) VALUE ZEROS.
         05  FDM-NOME                     PIC X(20) VALUE SPACES.
         05  FDM-SALDO-STR                PIC X(12) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01  WRK-FILE-STATUS                PIC X(02) VALUE SPACES.
           88  WRK-FS-OK                  VALUE '00' '02'.
           88  WRK-FS-NAO-EXISTE          VALUE '23'.
           88  WRK-FS-BLOQUEADO           VALUE '51' '9D' '99'.
       01  WRK-ABERTO                     PIC X(01) VALUE 'N'.

      *  NOVA TENTATIVA NA CONTA BLOQUEADA POR OUTRO PROGRAMA
       01  WRK-MAX-TENTATIVAS             PIC 9(02) VALUE 05.
       01  WRK-TENTATIVA                  PIC 9(02) VALUE ZEROS.
       01  WRK-SEGUNDOS-ESPERA            PIC 9(04) COMP-5 VALUE 1.

      *  SALDO NO ARQUIVO: 9(9)V99 NAS POSICOES 1-11, '-' NA 12
       01  WRK-VALOR-STR                  PIC X(12) VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-STR.
           05 WRK-VALOR-V99               PIC 9(9)V99.

       LINKAGE SECTION.
       01  LNK-CTA-REGISTRO.
           COPY CTA001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-CTA-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO CTA001A-RETORNO
           MOVE SPACES                 TO CTA001A-FILE-STATUS

           IF CTA001A-ACAO EQUAL 'F'
              PERFORM 0009-FECHAR
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0001-ABRIR
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 9999-FINALIZAR
           END-IF

           EVALUATE CTA001A-ACAO
               WHEN 'L' PERFORM 0002-LER-COM-BLOQUEIO
               WHEN 'C' PERFORM 0003-CONSULTAR
               WHEN 'G' PERFORM 0004-REGRAVAR-SALDO
               WHEN 'D' PERFORM 0005-LIBERAR
               WHEN 'I' PERFORM 0006-POSICIONAR
               WHEN 'P' PERFORM 0007-PROXIMA-CONTA
               WHEN 'T' PERFORM 0010-REGRAVAR-TITULAR
               WHEN OTHER
                    DISPLAY '* CTAMST1B: ACAO INVALIDA ('
                            CTA001A-ACAO ')'
                    MOVE 'E'           TO CTA001A-RETORNO
           END-EVALUATE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR O CADASTRO NA PRIMEIRA CHAMADA (FICA ABERTO ATE 'F')
      *----------------------------------------------------------------*
       0001-ABRIR                      SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABERTO EQUAL 'S'
              EXIT SECTION
           END-IF

           OPEN I-O CONTA-MST
           IF NOT WRK-FS-OK
              MOVE 'E'                 TO CTA001A-RETORNO
              MOVE WRK-FILE-STATUS     TO CTA001A-FILE-STATUS
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-ABERTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER A CONTA COM BLOQUEIO - SE OUTRO PROGRAMA ESTIVER COM A
      *    CONTA, ESPERA E TENTA DE NOVO ATE WRK-MAX-TENTATIVAS VEZES
      *----------------------------------------------------------------*
       0002-LER-COM-BLOQUEIO           SECTION.
      *----------------------------------------------------------------*

           MOVE '51'                   TO WRK-FILE-STATUS

           PERFORM VARYING WRK-TENTATIVA FROM 1 BY 1 UNTIL
                      (WRK-TENTATIVA > WRK-MAX-TENTATIVAS) OR
                      (NOT WRK-FS-BLOQUEADO)
              IF WRK-TENTATIVA GREATER 1
                 CALL 'C$SLEEP' USING WRK-SEGUNDOS-ESPERA
              END-IF
              MOVE CTA001A-CONTA       TO FDM-NUM-CONTA
              READ CONTA-MST WITH LOCK
                 INVALID KEY CONTINUE
              END-READ
           END-PERFORM

           PERFORM 0008-DEVOLVER-CONTA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR A CONTA SEM BLOQUEIO (SALDO SO PARA EXIBICAO)
      *----------------------------------------------------------------*
       0003-CONSULTAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE CTA001A-CONTA          TO FDM-NUM-CONTA
           READ CONTA-MST WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ

           PERFORM 0008-DEVOLVER-CONTA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O SALDO DE UMA CONTA QUE O CHAMADOR LEU COM
      *    BLOQUEIO ('L'). A RELEITURA SO PASSA SE O BLOQUEIO E DESTE
      *    PROGRAMA - CONTA BLOQUEADA POR OUTRO NAO E SOBREPOSTA
      *----------------------------------------------------------------*
       0004-REGRAVAR-SALDO             SECTION.
      *----------------------------------------------------------------*

           MOVE CTA001A-CONTA          TO FDM-NUM-CONTA
           READ CONTA-MST WITH LOCK
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WRK-FS-OK
                    CONTINUE
               WHEN WRK-FS-NAO-EXISTE
                    MOVE 'N'           TO CTA001A-RETORNO
                    EXIT SECTION
               WHEN WRK-FS-BLOQUEADO
                    MOVE 'B'           TO CTA001A-RETORNO
                    EXIT SECTION
               WHEN OTHER
                    MOVE 'E'           TO CTA001A-RETORNO
                    MOVE WRK-FILE-STATUS TO CTA001A-FILE-STATUS
                    EXIT SECTION
           END-EVALUATE

      *    SALDO NEGATIVO (CHEQUE ESPECIAL) GRAVA A MAGNITUDE COM
      *    '-' NA POSICAO 12 DO CAMPO DE SALDO
           IF CTA001A-SALDO LESS ZEROS
              COMPUTE WRK-VALOR-V99 = CTA001A-SALDO * -1
              MOVE '-'                 TO WRK-VALOR-STR(12:1)
           ELSE
              MOVE CTA001A-SALDO       TO WRK-VALOR-V99
              MOVE SPACE               TO WRK-VALOR-STR(12:1)
           END-IF
           MOVE WRK-VALOR-STR          TO FDM-SALDO-STR

           REWRITE FDM-CONTA-REG
              INVALID KEY CONTINUE
           END-REWRITE

           MOVE WRK-FILE-STATUS        TO CTA001A-FILE-STATUS
           IF NOT WRK-FS-OK
              MOVE 'E'                 TO CTA001A-RETORNO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR TODAS AS CONTAS BLOQUEADAS NA TRANSACAO
      *----------------------------------------------------------------*
       0005-LIBERAR                    SECTION.
      *----------------------------------------------------------------*

           UNLOCK CONTA-MST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    POSICIONAR A VARREDURA NA PRIMEIRA CONTA >= CTA001A-CONTA
      *----------------------------------------------------------------*
       0006-POSICIONAR                 SECTION.
      *----------------------------------------------------------------*

           MOVE CTA001A-CONTA          TO FDM-NUM-CONTA
           START CONTA-MST KEY IS NOT LESS THAN FDM-NUM-CONTA
              INVALID KEY MOVE 'F'     TO CTA001A-RETORNO
           END-START
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER A PROXIMA CONTA DA VARREDURA, SEM BLOQUEIO
      *----------------------------------------------------------------*
       0007-PROXIMA-CONTA              SECTION.
      *----------------------------------------------------------------*

           READ CONTA-MST NEXT RECORD WITH NO LOCK
              AT END
                 MOVE 'F'              TO CTA001A-RETORNO
                 EXIT SECTION
           END-READ

           PERFORM 0008-DEVOLVER-CONTA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVER A CONTA LIDA (OU O MOTIVO DA FALHA) NO BOOK
      *----------------------------------------------------------------*
       0008-DEVOLVER-CONTA             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-FILE-STATUS        TO CTA001A-FILE-STATUS

           EVALUATE TRUE
               WHEN WRK-FS-OK
                    CONTINUE
               WHEN WRK-FS-NAO-EXISTE
                    MOVE 'N'           TO CTA001A-RETORNO
                    EXIT SECTION
               WHEN WRK-FS-BLOQUEADO
                    MOVE 'B'           TO CTA001A-RETORNO
                    EXIT SECTION
               WHEN OTHER
                    MOVE 'E'           TO CTA001A-RETORNO
                    EXIT SECTION
           END-EVALUATE

           MOVE FDM-NUM-CONTA          TO CTA001A-CONTA
           MOVE FDM-NOME               TO CTA001A-NOME
           MOVE FDM-SALDO-STR          TO WRK-VALOR-STR
           MOVE WRK-VALOR-V99          TO CTA001A-SALDO
      *    SALDO NEGATIVO (CHEQUE ESPECIAL) TRAZ '-' NA POSICAO 12
           IF WRK-VALOR-STR(12:1) EQUAL '-'
              COMPUTE CTA001A-SALDO = CTA001A-SALDO * -1
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FECHAR O CADASTRO (LIBERA QUALQUER BLOQUEIO PENDENTE)
      *----------------------------------------------------------------*
       0009-FECHAR                     SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABERTO EQUAL 'S'
              CLOSE CONTA-MST
              MOVE 'N'                 TO WRK-ABERTO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O NOME DO TITULAR DE UMA CONTA QUE O CHAMADOR LEU
      *    COM BLOQUEIO ('L') - O SALDO GRAVADO NAO E ALTERADO
      *----------------------------------------------------------------*
       0010-REGRAVAR-TITULAR           SECTION.
      *----------------------------------------------------------------*

           MOVE CTA001A-CONTA          TO FDM-NUM-CONTA
           READ CONTA-MST WITH LOCK
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WRK-FS-OK
                    CONTINUE
               WHEN WRK-FS-NAO-EXISTE
                    MOVE 'N'           TO CTA001A-RETORNO
                    EXIT SECTION
               WHEN WRK-FS-BLOQUEADO
                    MOVE 'B'           TO CTA001A-RETORNO
                    EXIT SECTION
               WHEN OTHER
                    MOVE 'E'           TO CTA001A-RETORNO
                    MOVE WRK-FILE-STATUS TO CTA001A-FILE-STATUS
                    EXIT SECTION
           END-EVALUATE

           MOVE CTA001A-NOME           TO FDM-NOME

           REWRITE FDM-CONTA-REG
              INVALID KEY CONTINUE
           END-REWRITE

           MOVE WRK-FILE-STATUS        TO CTA001A-FILE-STATUS
           IF NOT WRK-FS-OK
              MOVE 'E'                 TO CTA001A-RETORNO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RETORNAR AO CHAMADOR
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
