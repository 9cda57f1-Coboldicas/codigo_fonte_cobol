      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BATCH MENSAL DA ATUALIZACAO CADASTRAL DOS
      *              TITULARES DAS CONTAS (CTATIT.dat, MANTIDO PELO
      *              CTATIT1A). O TITULAR COM A ATUALIZACAO VENCIDA
      *              (DATA DA ULTIMA ATUALIZACAO MAIS A VALIDADE DE
      *              CTATITPR.dat) RECEBE UM AVISO VIA NOTIF01A, UMA
      *              VEZ SO ATE ATUALIZAR. PASSADA A CARENCIA SEM
      *              ATUALIZACAO, A CONTA ATIVA FICA BLOQUEADA PARA
      *              DEBITOS (SITUACAO 'D') EM CONTASTA.dat, COM O
      *              MOTIVO DA ROTINA CADASTRAL, E O TITULAR E AVISADO
      *              COM URGENCIA. A CONTA JA BLOQUEADA OU ENCERRADA
      *              POR OUTRO MOTIVO NAO E ALTERADA. LISTA AINDA AS
      *              CONTAS DE CONTAENT.dat SEM TITULAR VINCULADO.
      *              TITULAR ANONIMIZADO PELA LGPD (CPF ZERADO) NAO E
      *              AVISADO.
      * NOME.......: CTATIT2A
      *----------------------------------------------------------------*
      * LAYOUT DE CTATIT.dat (PIPE):
      *   CONTA(10)|CPF(11)|NOME(30)|TIPO T/C|DATA-ATUALIZACAO(8)|
      *   DATA-AVISO(8)|
      * LAYOUT DE CTATITPR.dat (PIPE, UMA LINHA):
      *   VALIDADE-MESES(3)|CARENCIA-DIAS(3)|
      *   SEM O ARQUIVO VALEM OS PADROES: 12 MESES | 30 DIAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTATIT2A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TITULARES ASSIGN TO 'CTATIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'CTATITPR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTA-STATUS ASSIGN TO 'CONTASTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULARES.
       01  FD-LIN-TITULAR                 PIC X(100).

       FD  ARQUIVO-PARM.
       01  FD-LIN-PARAM                   PIC X(30).

       FD  CONTA-STATUS.
       01  WRK-STATUS-REGISTRO.
         05  FD-STATUS-LINHA              PIC X(70).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *    PARAMETROS (CTATITPR.dat)
       01  WRK-VALIDADE-MESES             PIC 9(03) VALUE 12.
       01  WRK-CARENCIA-DIAS              PIC 9(03) VALUE 30.
       01  WRK-PARM-VALIDADE              PIC X(03) VALUE SPACES.
       01  WRK-PARM-CARENCIA              PIC X(03) VALUE SPACES.

      *    MOTIVO GRAVADO EM CONTASTA.dat PELA ROTINA CADASTRAL
       01  WRK-MOTIVO-RESTRICAO           PIC X(40)
                             VALUE 'ATUALIZACAO CADASTRAL VENCIDA'.

      *--- Titulares de CTATIT.dat
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-TIT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(03) VALUE ZEROS.
       01  WRK-ACHOU-TIT                  PIC X(01) VALUE 'N'.
       01  TAB-TITULARES.
           05  TAB-TIT-LINHA OCCURS 500 TIMES.
               10  TAB-TIT-CONTA          PIC 9(10).
               10  TAB-TIT-CPF            PIC 9(11).
               10  TAB-TIT-NOME           PIC X(30).
               10  TAB-TIT-TIPO           PIC X(01).
               10  TAB-TIT-DATA-ATUALIZ   PIC 9(08).
               10  TAB-TIT-DATA-AVISO     PIC 9(08).
       01  WRK-TIT-CONTA                  PIC X(10) VALUE SPACES.
       01  WRK-TIT-CPF                    PIC X(11) VALUE SPACES.
       01  WRK-TIT-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-TIT-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-TIT-DATA-ATUALIZ           PIC X(08) VALUE SPACES.
       01  WRK-TIT-DATA-AVISO             PIC X(08) VALUE SPACES.

      *--- Situacao das contas (CONTASTA.dat)
       01  WRK-MAX-TAB-STA                PIC 9(02) VALUE 50.
       01  WRK-QTDE-STA                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-STA                    PIC 9(02) VALUE ZEROS.
       01  WRK-ACHOU-STA                  PIC 9(02) VALUE ZEROS.
       01  WRK-STA-ALTERADA               PIC X(01) VALUE 'N'.
       01  WRK-CONTA-RESTRITA             PIC X(01) VALUE 'N'.
       01  TAB-STA-LINHA.
           05  TAB-STA-LINHA OCCURS 50 TIMES.
               10  TAB-STA-CONTA     PIC 9(10) VALUE ZEROS.
               10  TAB-STA-SITUACAO  PIC X(01) VALUE SPACES.
               10  TAB-STA-MOTIVO    PIC X(40) VALUE SPACES.
               10  TAB-STA-DATA      PIC 9(08) VALUE ZEROS.

      *--- Vencimento da atualizacao cadastral
       01  WRK-VENC-BASE                  PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-BASE-R REDEFINES WRK-VENC-BASE.
           05  WRK-VENC-BASE-ANO          PIC 9(04).
           05  WRK-VENC-BASE-MES          PIC 9(02).
           05  WRK-VENC-BASE-DIA          PIC 9(02).
       01  WRK-VENC-MESES                 PIC 9(07) VALUE ZEROS.
       01  WRK-VENC-ANO                   PIC 9(04) VALUE ZEROS.
       01  WRK-VENC-MES                   PIC 9(02) VALUE ZEROS.
       01  WRK-VENC-MES-INI               PIC 9(08) VALUE ZEROS.
       01  WRK-VENCIMENTO                 PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-RESTRICAO             PIC 9(08) VALUE ZEROS.
       01  WRK-SITUACAO-CAD               PIC X(08) VALUE SPACES.

      *--- Totais do processamento
       01  WRK-TOT-EM-DIA                 PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-AVISADOS               PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-JA-AVISADOS            PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-RESTRITAS              PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-ANONIMOS               PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-SEM-TITULAR            PIC 9(05) VALUE ZEROS.

      *--- Conta no cadastro de contas (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *--- Aviso para a fila central de notificacoes
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

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
           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0003-CARREGAR-TITULARES
           PERFORM 0004-CARREGAR-SITUACOES
           PERFORM 0005-VERIFICAR-TITULARES
           PERFORM 0007-CONTAS-SEM-TITULAR
           PERFORM 0008-GRAVAR-TITULARES
           IF WRK-STA-ALTERADA EQUAL 'S'
              PERFORM 0010-GRAVAR-SITUACOES
           END-IF
           PERFORM 0011-EXIBIR-TOTAIS
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
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
      *    CARREGAR VALIDADE E CARENCIA DE CTATITPR.dat - SEM O
      *    ARQUIVO VALEM OS PADROES DO PROGRAMA
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PARAM(1:1) IS NUMERIC
                       MOVE SPACES     TO WRK-PARM-VALIDADE
                                          WRK-PARM-CARENCIA
                       UNSTRING FD-LIN-PARAM DELIMITED BY SEP
                          INTO WRK-PARM-VALIDADE
                               WRK-PARM-CARENCIA
                       END-UNSTRING
                       IF FUNCTION TRIM(WRK-PARM-VALIDADE) IS NUMERIC
                          COMPUTE WRK-VALIDADE-MESES =
                                  FUNCTION NUMVAL(WRK-PARM-VALIDADE)
                       END-IF
                       IF FUNCTION TRIM(WRK-PARM-CARENCIA) IS NUMERIC
                          COMPUTE WRK-CARENCIA-DIAS =
                                  FUNCTION NUMVAL(WRK-PARM-CARENCIA)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PARM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS TITULARES DE CTATIT.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-TITULARES         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-TITULARES

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TITULARES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0003A-TRATAR-LINHA-TITULAR
              END-READ
           END-PERFORM

           CLOSE ARQ-TITULARES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM TITULAR NA TABELA
      *----------------------------------------------------------------*
       0003A-TRATAR-LINHA-TITULAR      SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-TITULAR(1:10) NOT NUMERIC
              EXIT SECTION
           END-IF

           IF WRK-QTDE-TIT NOT LESS WRK-MAX-TAB-TIT
              DISPLAY 'TABELA DE TITULARES CHEIA! MAXIMO '
                       WRK-MAX-TAB-TIT ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-TIT-CONTA
                                          WRK-TIT-CPF
                                          WRK-TIT-NOME
                                          WRK-TIT-TIPO
                                          WRK-TIT-DATA-ATUALIZ
                                          WRK-TIT-DATA-AVISO
           UNSTRING FD-LIN-TITULAR DELIMITED BY SEP
                    INTO WRK-TIT-CONTA
                         WRK-TIT-CPF
                         WRK-TIT-NOME
                         WRK-TIT-TIPO
                         WRK-TIT-DATA-ATUALIZ
                         WRK-TIT-DATA-AVISO
           END-UNSTRING

           ADD 1                       TO WRK-QTDE-TIT
           MOVE WRK-TIT-CONTA          TO TAB-TIT-CONTA(WRK-QTDE-TIT)
           MOVE WRK-TIT-CPF            TO TAB-TIT-CPF(WRK-QTDE-TIT)
           MOVE WRK-TIT-NOME           TO TAB-TIT-NOME(WRK-QTDE-TIT)
           MOVE WRK-TIT-TIPO           TO TAB-TIT-TIPO(WRK-QTDE-TIT)
           MOVE ZEROS                  TO
                TAB-TIT-DATA-ATUALIZ(WRK-QTDE-TIT)
                TAB-TIT-DATA-AVISO(WRK-QTDE-TIT)
           IF WRK-TIT-DATA-ATUALIZ IS NUMERIC
              MOVE WRK-TIT-DATA-ATUALIZ TO
                   TAB-TIT-DATA-ATUALIZ(WRK-QTDE-TIT)
           END-IF
           IF WRK-TIT-DATA-AVISO IS NUMERIC
              MOVE WRK-TIT-DATA-AVISO  TO
                   TAB-TIT-DATA-AVISO(WRK-QTDE-TIT)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS SITUACOES JA REGISTRADAS EM CONTASTA.dat
      *----------------------------------------------------------------*
       0004-CARREGAR-SITUACOES         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-STA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT CONTA-STATUS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ CONTA-STATUS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-STA    LESS WRK-MAX-TAB-STA
                       ADD 1           TO WRK-QTDE-STA
                       UNSTRING FD-STATUS-LINHA DELIMITED BY SEP
                          INTO TAB-STA-CONTA(WRK-QTDE-STA)
                               TAB-STA-SITUACAO(WRK-QTDE-STA)
                               TAB-STA-MOTIVO(WRK-QTDE-STA)
                               TAB-STA-DATA(WRK-QTDE-STA)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE SITUACOES CHEIA! MAXIMO '
                                WRK-MAX-TAB-STA ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CONTA-STATUS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.

      *----------------------------------------------------------------*
      *    VERIFICAR O VENCIMENTO DA ATUALIZACAO DE CADA TITULAR
      *----------------------------------------------------------------*
       0005-VERIFICAR-TITULARES        SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*=================================================*'
           DISPLAY '*  ATUALIZACAO CADASTRAL DOS TITULARES - '
                   WRK-HOJE-AAAAMMDD
           DISPLAY '*=================================================*'

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              PERFORM 0005A-VERIFICAR-TITULAR
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULAR VENCIDO: AVISO UNICO; PASSADA A CARENCIA, RESTRICAO
      *    DA CONTA
      *----------------------------------------------------------------*
       0005A-VERIFICAR-TITULAR         SECTION.
      *----------------------------------------------------------------*

           IF TAB-TIT-CPF(WRK-IND-TIT) EQUAL ZEROS
              ADD 1                    TO WRK-TOT-ANONIMOS
              EXIT SECTION
           END-IF

           MOVE TAB-TIT-DATA-ATUALIZ(WRK-IND-TIT) TO WRK-VENC-BASE
           PERFORM 0009-CALCULAR-VENCIMENTO

           IF WRK-SITUACAO-CAD EQUAL 'EM DIA'
              ADD 1                    TO WRK-TOT-EM-DIA
              EXIT SECTION
           END-IF

           IF TAB-TIT-DATA-AVISO(WRK-IND-TIT) EQUAL ZEROS
              MOVE 'ATUALIZ.CAD.'      TO NOT001A-TIPO-EVENTO
              MOVE 'A'                 TO NOT001A-SEVERIDADE
              MOVE TAB-TIT-NOME(WRK-IND-TIT) TO NOT001A-DESTINATARIO
              MOVE TAB-TIT-CONTA(WRK-IND-TIT) TO NOT001A-CHAVE
              MOVE SPACES              TO NOT001A-TEXTO
              STRING 'ATUALIZACAO CADASTRAL DA CONTA '
                     TAB-TIT-CONTA(WRK-IND-TIT)
                     ' VENCEU ' WRK-VENCIMENTO
                     ' PRAZO ' WRK-DATA-RESTRICAO
                     DELIMITED BY SIZE INTO NOT001A-TEXTO
              END-STRING
              CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
              MOVE WRK-HOJE-AAAAMMDD   TO
                   TAB-TIT-DATA-AVISO(WRK-IND-TIT)
              ADD 1                    TO WRK-TOT-AVISADOS
              DISPLAY '* AVISO    ' TAB-TIT-CONTA(WRK-IND-TIT) ' '
                      TAB-TIT-CPF(WRK-IND-TIT) ' VENCEU '
                      WRK-VENCIMENTO
           ELSE
              ADD 1                    TO WRK-TOT-JA-AVISADOS
           END-IF

           IF WRK-SITUACAO-CAD EQUAL 'RESTRITA'
              PERFORM 0006-RESTRINGIR-CONTA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOQUEAR PARA DEBITOS A CONTA DO TITULAR VENCIDO HA MAIS QUE
      *    A CARENCIA - SO A CONTA ATIVA (OU SEM SITUACAO REGISTRADA)
      *----------------------------------------------------------------*
       0006-RESTRINGIR-CONTA           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CONTA-RESTRITA
           MOVE ZEROS                  TO WRK-ACHOU-STA
           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      WRK-IND-STA > WRK-QTDE-STA
              IF TAB-STA-CONTA(WRK-IND-STA) EQUAL
                 TAB-TIT-CONTA(WRK-IND-TIT)
                 MOVE WRK-IND-STA      TO WRK-ACHOU-STA
              END-IF
           END-PERFORM

           IF WRK-ACHOU-STA EQUAL ZEROS
              IF WRK-QTDE-STA NOT LESS WRK-MAX-TAB-STA
                 DISPLAY '* TABELA DE SITUACOES CHEIA - CONTA '
                         TAB-TIT-CONTA(WRK-IND-TIT) ' NAO RESTRITA'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-STA
              MOVE WRK-QTDE-STA        TO WRK-ACHOU-STA
              MOVE TAB-TIT-CONTA(WRK-IND-TIT)
                                       TO TAB-STA-CONTA(WRK-ACHOU-STA)
              MOVE 'A'                 TO
                   TAB-STA-SITUACAO(WRK-ACHOU-STA)
           END-IF

           IF TAB-STA-SITUACAO(WRK-ACHOU-STA) NOT EQUAL 'A'
              EXIT SECTION
           END-IF

           MOVE 'D'                    TO
                TAB-STA-SITUACAO(WRK-ACHOU-STA)
           MOVE WRK-MOTIVO-RESTRICAO   TO TAB-STA-MOTIVO(WRK-ACHOU-STA)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-STA-DATA(WRK-ACHOU-STA)
           MOVE 'S'                    TO WRK-STA-ALTERADA
           ADD 1                       TO WRK-TOT-RESTRITAS

           MOVE 'RESTR.CAD.'           TO NOT001A-TIPO-EVENTO
           MOVE 'U'                    TO NOT001A-SEVERIDADE
           MOVE TAB-TIT-NOME(WRK-IND-TIT) TO NOT001A-DESTINATARIO
           MOVE TAB-TIT-CONTA(WRK-IND-TIT) TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'CONTA ' TAB-TIT-CONTA(WRK-IND-TIT)
                  ' BLOQUEADA PARA DEBITOS ATE A ATUALIZACAO '
                  'CADASTRAL'
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO

           DISPLAY '* RESTRITA ' TAB-TIT-CONTA(WRK-IND-TIT) ' '
                   TAB-TIT-CPF(WRK-IND-TIT) ' CARENCIA ATE '
                   WRK-DATA-RESTRICAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS CONTAS DE CONTAENT.dat SEM TITULAR VINCULADO
      *----------------------------------------------------------------*
       0007-CONTAS-SEM-TITULAR         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CTA001A-CONTA
           MOVE 'I'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           PERFORM UNTIL CTA001A-RETORNO NOT EQUAL 'S'
              MOVE 'P'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO EQUAL 'S'
                 MOVE 'N'              TO WRK-ACHOU-TIT
                 PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                            WRK-IND-TIT > WRK-QTDE-TIT
                    IF TAB-TIT-CONTA(WRK-IND-TIT) EQUAL CTA001A-CONTA
                       MOVE 'S'        TO WRK-ACHOU-TIT
                    END-IF
                 END-PERFORM
                 IF WRK-ACHOU-TIT EQUAL 'N'
                    ADD 1              TO WRK-TOT-SEM-TITULAR
                    DISPLAY '* SEM TITULAR ' CTA001A-CONTA ' '
                            CTA001A-NOME
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'F'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CTATIT.dat COM A TABELA DE TITULARES
      *----------------------------------------------------------------*
       0008-GRAVAR-TITULARES           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-TITULARES

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              MOVE SPACES              TO FD-LIN-TITULAR
              STRING
                  TAB-TIT-CONTA(WRK-IND-TIT)        DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-TIT-CPF(WRK-IND-TIT)          DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-TIT-NOME(WRK-IND-TIT)         DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-TIT-TIPO(WRK-IND-TIT)         DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-TIT-DATA-ATUALIZ(WRK-IND-TIT) DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-TIT-DATA-AVISO(WRK-IND-TIT)   DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  INTO FD-LIN-TITULAR
              END-STRING
              WRITE FD-LIN-TITULAR
           END-PERFORM

           CLOSE ARQ-TITULARES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VENCIMENTO DA ATUALIZACAO FEITA EM WRK-VENC-BASE (MAIS
      *    WRK-VALIDADE-MESES) E INICIO DA RESTRICAO (MAIS A CARENCIA)
      *----------------------------------------------------------------*
       0009-CALCULAR-VENCIMENTO        SECTION.
      *----------------------------------------------------------------*

           IF WRK-VENC-BASE EQUAL ZEROS
              MOVE ZEROS               TO WRK-VENCIMENTO
                                          WRK-DATA-RESTRICAO
              MOVE 'VENCIDA'           TO WRK-SITUACAO-CAD
              EXIT SECTION
           END-IF

           COMPUTE WRK-VENC-MESES = WRK-VENC-BASE-ANO * 12
                                  + WRK-VENC-BASE-MES - 1
                                  + WRK-VALIDADE-MESES
           DIVIDE WRK-VENC-MESES BY 12 GIVING WRK-VENC-ANO
                                   REMAINDER WRK-VENC-MES
           ADD 1                       TO WRK-VENC-MES
           COMPUTE WRK-VENC-MES-INI = WRK-VENC-ANO * 10000
                                    + WRK-VENC-MES * 100 + 1
      *    DIA QUE NAO EXISTE NO MES DO VENCIMENTO (31/04) AVANCA
      *    PARA O INICIO DO MES SEGUINTE
           COMPUTE WRK-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WRK-VENC-MES-INI)
                   + WRK-VENC-BASE-DIA - 1)
           COMPUTE WRK-DATA-RESTRICAO = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO)
                   + WRK-CARENCIA-DIAS)

           EVALUATE TRUE
              WHEN WRK-HOJE-AAAAMMDD LESS WRK-VENCIMENTO
                 MOVE 'EM DIA'         TO WRK-SITUACAO-CAD
              WHEN WRK-HOJE-AAAAMMDD LESS WRK-DATA-RESTRICAO
                 MOVE 'VENCIDA'        TO WRK-SITUACAO-CAD
              WHEN OTHER
                 MOVE 'RESTRITA'       TO WRK-SITUACAO-CAD
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CONTASTA.dat COM A TABELA DE SITUACOES
      *----------------------------------------------------------------*
       0010-GRAVAR-SITUACOES           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT CONTA-STATUS

           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      WRK-IND-STA > WRK-QTDE-STA
              MOVE SPACES              TO WRK-STATUS-REGISTRO
              STRING
                  TAB-STA-CONTA(WRK-IND-STA)    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-STA-SITUACAO(WRK-IND-STA) DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-STA-MOTIVO(WRK-IND-STA)   DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-STA-DATA(WRK-IND-STA)     DELIMITED BY SIZE
                  INTO WRK-STATUS-REGISTRO
              END-STRING
              WRITE WRK-STATUS-REGISTRO
           END-PERFORM

           CLOSE CONTA-STATUS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXIBIR TOTAIS DO PROCESSAMENTO
      *----------------------------------------------------------------*
       0011-EXIBIR-TOTAIS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*=================================================*'
           DISPLAY '* TITULARES EM DIA............: ' WRK-TOT-EM-DIA
           DISPLAY '* AVISADOS NESTE PROCESSAMENTO: ' WRK-TOT-AVISADOS
           DISPLAY '* VENCIDOS JA AVISADOS........: '
                   WRK-TOT-JA-AVISADOS
           DISPLAY '* CONTAS RESTRITAS AGORA......: ' WRK-TOT-RESTRITAS
           DISPLAY '* TITULARES ANONIMIZADOS......: ' WRK-TOT-ANONIMOS
           DISPLAY '* CONTAS SEM TITULAR..........: '
                   WRK-TOT-SEM-TITULAR
           DISPLAY '*=================================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
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
