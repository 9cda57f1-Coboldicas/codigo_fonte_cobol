      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: TITULARES DAS CONTAS (CTATIT.dat). VINCULA CADA
      *              CONTA DE CONTAENT.dat A UM OU MAIS TITULARES
      *              IDENTIFICADOS PELO CPF (DIGITOS VERIFICADORES PELA
      *              REGRA DO VALCPF01) E REGISTRA A ATUALIZACAO
      *              CADASTRAL DE CADA TITULAR. O PRIMEIRO TITULAR DA
      *              CONTA E O PRINCIPAL (T), OS DEMAIS COTITULARES (C).
      *              O BATCH MENSAL CTATIT2A AVISA O TITULAR COM A
      *              ATUALIZACAO VENCIDA E, PASSADA A CARENCIA,
      *              RESTRINGE A CONTA EM CONTASTA.dat; AO REGISTRAR A
      *              ATUALIZACAO DO ULTIMO TITULAR PENDENTE, ESTE
      *              PROGRAMA DEVOLVE A CONTA RESTRITA POR ESSE MOTIVO A
      *              SITUACAO ATIVA.
      * NOME.......: CTATIT1A
      *----------------------------------------------------------------*
      * LAYOUT DE CTATIT.dat (PIPE):
      *   CONTA(10)|CPF(11)|NOME(30)|TIPO T/C|DATA-ATUALIZACAO(8)|
      *   DATA-AVISO(8)|
      *   DATA-AVISO: DATA DO AVISO DE ATUALIZACAO VENCIDA (CTATIT2A),
      *   ZEROS QUANDO NAO HA AVISO PENDENTE
      * LAYOUT DE CTATITPR.dat (PIPE, UMA LINHA):
      *   VALIDADE-MESES(3)|CARENCIA-DIAS(3)|
      *   SEM O ARQUIVO VALEM OS PADROES: 12 MESES | 30 DIAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTATIT1A.
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
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *    PARAMETROS (CTATITPR.dat)
       01  WRK-VALIDADE-MESES             PIC 9(03) VALUE 12.
       01  WRK-CARENCIA-DIAS              PIC 9(03) VALUE 30.
       01  WRK-PARM-VALIDADE              PIC X(03) VALUE SPACES.
       01  WRK-PARM-CARENCIA              PIC X(03) VALUE SPACES.

      *    MOTIVOS GRAVADOS EM CONTASTA.dat PELA ROTINA CADASTRAL
       01  WRK-MOTIVO-RESTRICAO           PIC X(40)
                             VALUE 'ATUALIZACAO CADASTRAL VENCIDA'.
       01  WRK-MOTIVO-LIBERACAO           PIC X(40)
                             VALUE 'ATUALIZACAO CADASTRAL EFETUADA'.

      *--- Titulares de CTATIT.dat
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-TIT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(03) VALUE ZEROS.
       01  WRK-ACHOU-TIT                  PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-TIT-CONTA             PIC 9(03) VALUE ZEROS.
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
       01  TAB-STA-LINHA.
           05  TAB-STA-LINHA OCCURS 50 TIMES.
               10  TAB-STA-CONTA     PIC 9(10) VALUE ZEROS.
               10  TAB-STA-SITUACAO  PIC X(01) VALUE SPACES.
               10  TAB-STA-MOTIVO    PIC X(40) VALUE SPACES.
               10  TAB-STA-DATA      PIC 9(08) VALUE ZEROS.

      *--- Dados informados
       01  WRK-CONTA-INF                  PIC 9(10) VALUE ZEROS.
       01  WRK-NOME-INF                   PIC X(30) VALUE SPACES.
       01  WRK-PENDENTES                  PIC 9(03) VALUE ZEROS.

      *--- CPF do titular e validacao dos digitos verificadores
       01  WRK-CPF-ENTRADA                PIC X(14) VALUE SPACES.
       01  WRK-CPF-TITULAR                PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-TABELA REDEFINES WRK-CPF-TITULAR.
           05 WRK-CPF-DIG                 PIC 9(01) OCCURS 11 TIMES.
       01  WRK-CPF-SOMA                   PIC 9(04) VALUE ZEROS.
       01  WRK-CPF-RESTO                  PIC 9(02) VALUE ZEROS.
       01  WRK-CPF-DV1                    PIC 9(01) VALUE ZEROS.
       01  WRK-CPF-DV2                    PIC 9(01) VALUE ZEROS.
       01  WRK-CPF-IND                    PIC 9(02) VALUE ZEROS.
       01  WRK-CPF-PESO                   PIC 9(02) VALUE ZEROS.
       01  WRK-CPF-IGUAIS                 PIC X(01) VALUE 'S'.
       01  WRK-CPF-VALIDO                 PIC X(01) VALUE 'N'.
       01  WRK-DOC-DIGITS                 PIC X(14) VALUE SPACES.
       01  WRK-DOC-LEN                    PIC 9(02) VALUE ZEROS.
       01  WRK-DOC-IND                    PIC 9(02) VALUE ZEROS.

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

      *--- Conta no cadastro de contas (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

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
           PERFORM 0004-TELA-MENU
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
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=      TITULARES DAS CONTAS (CPF)        =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - VINCULAR TITULAR A UMA CONTA         *'
           DISPLAY '* 2 - REGISTRAR ATUALIZACAO CADASTRAL      *'
           DISPLAY '* 3 - LISTAR TITULARES DE UMA CONTA        *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0005-VINCULAR-TITULAR
                  PERFORM 0004-TELA-MENU
               WHEN 2
                  PERFORM 0006-ATUALIZAR-CADASTRO
                  PERFORM 0004-TELA-MENU
               WHEN 3
                  PERFORM 0007-LISTAR-TITULARES
                  PERFORM 0004-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  PERFORM 0004-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VINCULAR UM TITULAR (CPF) A UMA CONTA DE CONTAENT.dat
      *----------------------------------------------------------------*
       0005-VINCULAR-TITULAR           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-CONTA
           IF CTA001A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CPF
           PERFORM 0022-LOCALIZAR-TITULAR

           IF WRK-ACHOU-TIT NOT EQUAL ZEROS
              DISPLAY 'CPF JA VINCULADO A ESTA CONTA'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-TIT NOT LESS WRK-MAX-TAB-TIT
              DISPLAY 'TABELA DE TITULARES CHEIA!'
              EXIT SECTION
           END-IF

           DISPLAY 'NOME DO TITULAR (BRANCO = NOME DA CONTA): '
                    WITH NO ADVANCING
           MOVE SPACES                 TO WRK-NOME-INF
           ACCEPT WRK-NOME-INF
           INSPECT WRK-NOME-INF REPLACING ALL '|' BY ' '
           IF WRK-NOME-INF EQUAL SPACES
              MOVE CTA001A-NOME        TO WRK-NOME-INF
           END-IF

           ADD 1                       TO WRK-QTDE-TIT
           MOVE WRK-CONTA-INF          TO TAB-TIT-CONTA(WRK-QTDE-TIT)
           MOVE WRK-CPF-TITULAR        TO TAB-TIT-CPF(WRK-QTDE-TIT)
           MOVE WRK-NOME-INF           TO TAB-TIT-NOME(WRK-QTDE-TIT)
           IF WRK-QTDE-TIT-CONTA EQUAL ZEROS
              MOVE 'T'                 TO TAB-TIT-TIPO(WRK-QTDE-TIT)
           ELSE
              MOVE 'C'                 TO TAB-TIT-TIPO(WRK-QTDE-TIT)
           END-IF
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-TIT-DATA-ATUALIZ(WRK-QTDE-TIT)
           MOVE ZEROS                  TO
                TAB-TIT-DATA-AVISO(WRK-QTDE-TIT)

           PERFORM 0008-GRAVAR-TITULARES

           IF TAB-TIT-TIPO(WRK-QTDE-TIT) EQUAL 'T'
              DISPLAY 'TITULAR PRINCIPAL VINCULADO COM SUCESSO'
           ELSE
              DISPLAY 'COTITULAR VINCULADO COM SUCESSO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A ATUALIZACAO CADASTRAL DE UM TITULAR - COM TODOS
      *    OS TITULARES EM DIA, A RESTRICAO CADASTRAL DA CONTA CAI
      *----------------------------------------------------------------*
       0006-ATUALIZAR-CADASTRO         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-CONTA
           IF CTA001A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0021-OBTER-CPF
           PERFORM 0022-LOCALIZAR-TITULAR

           IF WRK-ACHOU-TIT EQUAL ZEROS
              DISPLAY 'CPF NAO VINCULADO A ESTA CONTA'
              EXIT SECTION
           END-IF

           DISPLAY 'NOME DO TITULAR (BRANCO = MANTER '
                   FUNCTION TRIM(TAB-TIT-NOME(WRK-ACHOU-TIT)) '): '
                    WITH NO ADVANCING
           MOVE SPACES                 TO WRK-NOME-INF
           ACCEPT WRK-NOME-INF
           INSPECT WRK-NOME-INF REPLACING ALL '|' BY ' '
           IF WRK-NOME-INF NOT EQUAL SPACES
              MOVE WRK-NOME-INF        TO TAB-TIT-NOME(WRK-ACHOU-TIT)
           END-IF

           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-TIT-DATA-ATUALIZ(WRK-ACHOU-TIT)
           MOVE ZEROS                  TO
                TAB-TIT-DATA-AVISO(WRK-ACHOU-TIT)

           PERFORM 0008-GRAVAR-TITULARES
           DISPLAY 'ATUALIZACAO CADASTRAL REGISTRADA COM SUCESSO'

           PERFORM 0010-LIBERAR-RESTRICAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS TITULARES DE UMA CONTA COM O VENCIMENTO DA
      *    ATUALIZACAO CADASTRAL
      *----------------------------------------------------------------*
       0007-LISTAR-TITULARES           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-CONTA
           IF CTA001A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           DISPLAY '* CONTA ' WRK-CONTA-INF ' - ' CTA001A-NOME

           MOVE ZEROS                  TO WRK-QTDE-TIT-CONTA
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-CONTA(WRK-IND-TIT) EQUAL WRK-CONTA-INF
                 ADD 1                 TO WRK-QTDE-TIT-CONTA
                 MOVE TAB-TIT-DATA-ATUALIZ(WRK-IND-TIT)
                                       TO WRK-VENC-BASE
                 PERFORM 0009-CALCULAR-VENCIMENTO
                 DISPLAY '* ' TAB-TIT-TIPO(WRK-IND-TIT) ' '
                         TAB-TIT-CPF(WRK-IND-TIT) ' '
                         TAB-TIT-NOME(WRK-IND-TIT) ' ATUALIZ '
                         TAB-TIT-DATA-ATUALIZ(WRK-IND-TIT) ' VENCE '
                         WRK-VENCIMENTO ' ' WRK-SITUACAO-CAD
              END-IF
           END-PERFORM

           IF WRK-QTDE-TIT-CONTA EQUAL ZEROS
              DISPLAY '* CONTA SEM TITULAR VINCULADO'
           END-IF
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
      *    TODOS OS TITULARES DA CONTA EM DIA: A CONTA RESTRITA PELA
      *    ROTINA CADASTRAL VOLTA A ATIVA EM CONTASTA.dat (OUTRAS
      *    SITUACOES E MOTIVOS NAO SAO TOCADOS)
      *----------------------------------------------------------------*
       0010-LIBERAR-RESTRICAO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PENDENTES
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-CONTA(WRK-IND-TIT) EQUAL WRK-CONTA-INF
                 MOVE TAB-TIT-DATA-ATUALIZ(WRK-IND-TIT)
                                       TO WRK-VENC-BASE
                 PERFORM 0009-CALCULAR-VENCIMENTO
                 IF WRK-SITUACAO-CAD NOT EQUAL 'EM DIA'
                    ADD 1              TO WRK-PENDENTES
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-PENDENTES GREATER ZEROS
              DISPLAY 'A CONTA AINDA TEM ' WRK-PENDENTES
                      ' TITULAR(ES) COM ATUALIZACAO VENCIDA'
              EXIT SECTION
           END-IF

           PERFORM 0011-CARREGAR-SITUACOES

           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      WRK-IND-STA > WRK-QTDE-STA
              IF TAB-STA-CONTA(WRK-IND-STA) EQUAL WRK-CONTA-INF AND
                 TAB-STA-SITUACAO(WRK-IND-STA) EQUAL 'D' AND
                 TAB-STA-MOTIVO(WRK-IND-STA) EQUAL
                 WRK-MOTIVO-RESTRICAO
                 MOVE 'A'              TO TAB-STA-SITUACAO(WRK-IND-STA)
                 MOVE WRK-MOTIVO-LIBERACAO
                                       TO TAB-STA-MOTIVO(WRK-IND-STA)
                 MOVE WRK-HOJE-AAAAMMDD
                                       TO TAB-STA-DATA(WRK-IND-STA)
                 PERFORM 0012-GRAVAR-SITUACOES
                 DISPLAY 'RESTRICAO CADASTRAL DA CONTA RETIRADA'
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS SITUACOES JA REGISTRADAS EM CONTASTA.dat
      *----------------------------------------------------------------*
       0011-CARREGAR-SITUACOES         SECTION.
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
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CONTASTA.dat COM A TABELA DE SITUACOES
      *----------------------------------------------------------------*
       0012-GRAVAR-SITUACOES           SECTION.
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
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A CONTA E CONFERIR NO CADASTRO DE CONTAS (CTAMST1B)
      *----------------------------------------------------------------*
       0020-OBTER-CONTA                SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DA CONTA: ' WITH NO ADVANCING
           ACCEPT WRK-CONTA-INF

           MOVE WRK-CONTA-INF          TO CTA001A-CONTA
           MOVE 'C'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF CTA001A-RETORNO NOT EQUAL 'S'
              DISPLAY 'CONTA NAO LOCALIZADA EM CONTAENT.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER E VALIDAR O CPF DO TITULAR (DIGITOS VERIFICADORES
      *    CONFORME A REGRA DO VALCPF01)
      *----------------------------------------------------------------*
       0021-OBTER-CPF                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CPF-VALIDO
           PERFORM UNTIL WRK-CPF-VALIDO EQUAL 'S'
              DISPLAY 'CPF DO TITULAR: ' WITH NO ADVANCING
              MOVE SPACES              TO WRK-CPF-ENTRADA
              ACCEPT WRK-CPF-ENTRADA
              PERFORM 8002-EXTRAIR-DIGITOS
              IF WRK-DOC-LEN EQUAL 11
                 MOVE WRK-DOC-DIGITS(1:11) TO WRK-CPF-TITULAR
                 PERFORM 8001-VALIDAR-CPF
              END-IF
              IF WRK-CPF-VALIDO NOT EQUAL 'S'
                 DISPLAY 'CPF INVALIDO - INFORME NOVAMENTE'
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O VINCULO CONTA + CPF E CONTAR OS TITULARES DA
      *    CONTA
      *----------------------------------------------------------------*
       0022-LOCALIZAR-TITULAR          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ACHOU-TIT
                                          WRK-QTDE-TIT-CONTA
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-CONTA(WRK-IND-TIT) EQUAL WRK-CONTA-INF
                 ADD 1                 TO WRK-QTDE-TIT-CONTA
                 IF TAB-TIT-CPF(WRK-IND-TIT) EQUAL WRK-CPF-TITULAR
                    MOVE WRK-IND-TIT   TO WRK-ACHOU-TIT
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR OS DIGITOS VERIFICADORES DO CPF EM WRK-CPF-TITULAR
      *    (MESMA REGRA DO VALCPF01)
      *----------------------------------------------------------------*
       8001-VALIDAR-CPF                SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CPF-VALIDO

           MOVE 'S'                    TO WRK-CPF-IGUAIS
           PERFORM VARYING WRK-CPF-IND FROM 2 BY 1 UNTIL
                      WRK-CPF-IND GREATER 11
              IF WRK-CPF-DIG(WRK-CPF-IND) NOT EQUAL WRK-CPF-DIG(1)
                 MOVE 'N'              TO WRK-CPF-IGUAIS
              END-IF
           END-PERFORM
           IF WRK-CPF-IGUAIS EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-CPF-SOMA
           MOVE 10                     TO WRK-CPF-PESO
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1 UNTIL
                      WRK-CPF-IND GREATER 9
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                      WRK-CPF-DIG(WRK-CPF-IND) * WRK-CPF-PESO
              SUBTRACT 1               FROM WRK-CPF-PESO
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA * 10, 11)
           IF WRK-CPF-RESTO EQUAL 10
              MOVE ZEROS               TO WRK-CPF-DV1
           ELSE
              MOVE WRK-CPF-RESTO       TO WRK-CPF-DV1
           END-IF

           MOVE ZEROS                  TO WRK-CPF-SOMA
           MOVE 11                     TO WRK-CPF-PESO
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1 UNTIL
                      WRK-CPF-IND GREATER 10
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                      WRK-CPF-DIG(WRK-CPF-IND) * WRK-CPF-PESO
              SUBTRACT 1               FROM WRK-CPF-PESO
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA * 10, 11)
           IF WRK-CPF-RESTO EQUAL 10
              MOVE ZEROS               TO WRK-CPF-DV2
           ELSE
              MOVE WRK-CPF-RESTO       TO WRK-CPF-DV2
           END-IF

           IF WRK-CPF-DIG(10) EQUAL WRK-CPF-DV1 AND
              WRK-CPF-DIG(11) EQUAL WRK-CPF-DV2
              MOVE 'S'                 TO WRK-CPF-VALIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 8001-end
       8001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXTRAIR OS DIGITOS DO CPF INFORMADO (COM OU SEM MASCARA)
      *    PARA WRK-DOC-DIGITS, CONTANDO-OS EM WRK-DOC-LEN
      *----------------------------------------------------------------*
       8002-EXTRAIR-DIGITOS            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DOC-DIGITS
           MOVE ZEROS                  TO WRK-DOC-LEN
           PERFORM VARYING WRK-DOC-IND FROM 1 BY 1 UNTIL
                      WRK-DOC-IND GREATER 14
              IF WRK-CPF-ENTRADA(WRK-DOC-IND:1) IS NUMERIC
                 ADD 1                 TO WRK-DOC-LEN
                 IF WRK-DOC-LEN NOT GREATER 14
                    MOVE WRK-CPF-ENTRADA(WRK-DOC-IND:1)
                       TO WRK-DOC-DIGITS(WRK-DOC-LEN:1)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 8002-end
       8002-END.                       EXIT.
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
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
