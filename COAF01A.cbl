      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: APURACAO MENSAL DE OPERACOES EM ESPECIE PARA
      *              COMUNICACAO AO COAF. VARRE OS SAQUES E DEPOSITOS
      *              EFETIVADOS (STATUS=OK) DE TXTLOG.dat NO MES
      *              INFORMADO E ABRE UM CASO PARA: (E) CADA OPERACAO
      *              EM ESPECIE IGUAL OU ACIMA DO LIMITE LEGAL; (F)
      *              CADA SERIE DE OPERACOES MENORES DA MESMA CONTA
      *              QUE, DENTRO DA JANELA DE DIAS, SOMA O LIMITE
      *              (FRACIONAMENTO PARA FUGIR DA COMUNICACAO). LIMITE
      *              E JANELA VEM DE COAFPARM.dat. OS CASOS NOVOS VAO
      *              PARA COAFCASO.dat COM SITUACAO PENDENTE E A LISTA
      *              DO MES SAI EM COAFLIST.txt PARA A REVISAO DO
      *              COMPLIANCE NO COAF02A, QUE REGISTRA A DECISAO E
      *              GERA O ARQUIVO DE COMUNICACAO. A RODADA REPETIDA
      *              NAO DUPLICA CASO.
      * NOME.......: COAF01A
      *----------------------------------------------------------------*
      * LAYOUT DE COAFPARM.dat (PIPE, UMA LINHA):
      *   LIMITE-CENTS(13)|JANELA-DIAS(3)|
      *   SEM O ARQUIVO VALEM OS PADROES: 5000000 (50.000,00) | 5
      * LAYOUT DE COAFCASO.dat (PIPE):
      *   CASO(6)|MES(6)|TIPO E/F|CONTA(10)|DATA-INI(8)|DATA-FIM(8)|
      *   QTDE(3)|VALOR-CENTS(13)|SITUACAO P/R/D|DATA-DECISAO(8)|
      *   ANALISTA(20)|MOTIVO(60)|DATA-COMUNICACAO(8)|
      *   SITUACAO: P = PENDENTE  R = REPORTADO  D = DESCARTADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAF01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXT-LOG ASSIGN TO 'TXTLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'COAFPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CASOS ASSIGN TO 'COAFCASO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'COAFLIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TXT-LOG.
       01  FD-LOG-LINHA                   PIC X(230).

       FD  ARQUIVO-PARM.
       01  FD-LIN-PARAM                   PIC X(30).

       FD  ARQ-CASOS.
       01  FD-LIN-CASO                    PIC X(200).

       FD  ARQUIVO-REL.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-QTDE-LIDAS                 PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-NOVOS                 PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-REPETIDOS             PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-LISTADOS              PIC 9(04) VALUE ZEROS.

      *    PARAMETROS (COAFPARM.dat)
       01  WRK-LIMITE-CENTS               PIC 9(13) VALUE 5000000.
       01  WRK-JANELA-DIAS                PIC 9(03) VALUE 5.
       01  WRK-PARM-LIMITE                PIC X(13) VALUE SPACES.
       01  WRK-PARM-JANELA                PIC X(03) VALUE SPACES.

      *    MES APURADO
       01  WRK-MES-APURACAO               PIC 9(06) VALUE ZEROS.
       01  WRK-MES-INI                    PIC 9(08) VALUE ZEROS.
       01  WRK-MES-FIM                    PIC 9(08) VALUE ZEROS.
       01  WRK-PROX-MES-INI               PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-MES-INI                PIC 9(07) VALUE ZEROS.
       01  WRK-DIA-MES-FIM                PIC 9(07) VALUE ZEROS.
       01  WRK-DIA-LEITURA-INI            PIC 9(07) VALUE ZEROS.

      *    CAMPOS DESMEMBRADOS DE UMA LINHA DO LOG
       01  WRK-LOG-CAMPO1                 PIC X(20) VALUE SPACES.
       01  WRK-LOG-CAMPO2                 PIC X(40) VALUE SPACES.
       01  WRK-LOG-CAMPO3                 PIC X(60) VALUE SPACES.
       01  WRK-LOG-CAMPO4                 PIC X(30) VALUE SPACES.
       01  WRK-LOG-CAMPO5                 PIC X(40) VALUE SPACES.
       01  WRK-LOG-CAMPO6                 PIC X(40) VALUE SPACES.
       01  WRK-LOG-TIPO-EVENTO            PIC X(20) VALUE SPACES.
       01  WRK-LOG-STATUS                 PIC X(20) VALUE SPACES.
       01  WRK-LOG-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-LOG-DIA                    PIC 9(07) VALUE ZEROS.
       01  WRK-LOG-CONTA                  PIC X(40) VALUE SPACES.

      *    CONVERSAO DO VALOR EDITADO PARA CENTAVOS
       01  WRK-VALOR-EDIT                 PIC X(20) VALUE SPACES.
       01  WRK-VALOR-CENTS                PIC 9(13) VALUE ZEROS.
       01  WRK-POS                        PIC 9(02) VALUE ZEROS.
       01  WRK-DIGITO                     PIC X(01) VALUE SPACES.

      *--- Operacoes em especie do mes (e da janela anterior a ele)
       01  WRK-MAX-TAB-OPE                PIC 9(03) VALUE 500.
       01  WRK-QTDE-OPE                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-OPE                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-SER                    PIC 9(03) VALUE ZEROS.
       01  TAB-OPERACOES.
           05  TAB-OPE-LINHA OCCURS 500 TIMES.
               10  TAB-OPE-CONTA          PIC X(10).
               10  TAB-OPE-DATA           PIC 9(08).
               10  TAB-OPE-DIA            PIC 9(07).
               10  TAB-OPE-VALOR          PIC 9(13).
               10  TAB-OPE-USADA          PIC X(01).

      *--- Serie candidata a fracionamento
       01  WRK-SER-QTDE                   PIC 9(03) VALUE ZEROS.
       01  WRK-SER-SOMA                   PIC 9(13) VALUE ZEROS.
       01  WRK-SER-DATA-INI               PIC 9(08) VALUE ZEROS.
       01  WRK-SER-DIA-INI                PIC 9(07) VALUE ZEROS.

      *--- Casos ja registrados em COAFCASO.dat
       01  WRK-MAX-TAB-CAS                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CAS                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAS                    PIC 9(03) VALUE ZEROS.
       01  WRK-ULTIMO-CASO                PIC 9(06) VALUE ZEROS.
       01  WRK-CASO-EXISTE                PIC X(01) VALUE 'N'.
       01  WRK-OPE-COBERTA                PIC X(01) VALUE 'N'.
       01  TAB-CASOS.
           05  TAB-CAS-LINHA OCCURS 500 TIMES.
               10  TAB-CAS-NUMERO         PIC 9(06).
               10  TAB-CAS-MES            PIC 9(06).
               10  TAB-CAS-TIPO           PIC X(01).
               10  TAB-CAS-CONTA          PIC X(10).
               10  TAB-CAS-DATA-INI       PIC 9(08).
               10  TAB-CAS-DATA-FIM       PIC 9(08).
               10  TAB-CAS-QTDE           PIC 9(03).
               10  TAB-CAS-VALOR          PIC 9(13).
               10  TAB-CAS-SITUACAO       PIC X(01).
       01  WRK-CAS-NUMERO                 PIC X(06) VALUE SPACES.
       01  WRK-CAS-MES                    PIC X(06) VALUE SPACES.
       01  WRK-CAS-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-CAS-CONTA                  PIC X(10) VALUE SPACES.
       01  WRK-CAS-DATA-INI               PIC X(08) VALUE SPACES.
       01  WRK-CAS-DATA-FIM               PIC X(08) VALUE SPACES.
       01  WRK-CAS-QTDE                   PIC X(03) VALUE SPACES.
       01  WRK-CAS-VALOR                  PIC X(13) VALUE SPACES.
       01  WRK-CAS-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Caso novo a gravar
       01  WRK-NOVO-TIPO                  PIC X(01) VALUE SPACES.
       01  WRK-NOVO-CONTA                 PIC X(10) VALUE SPACES.
       01  WRK-NOVO-DATA-INI              PIC 9(08) VALUE ZEROS.
       01  WRK-NOVO-DATA-FIM              PIC 9(08) VALUE ZEROS.
       01  WRK-NOVO-QTDE                  PIC 9(03) VALUE ZEROS.
       01  WRK-NOVO-VALOR                 PIC 9(13) VALUE ZEROS.

      *--- Relatorio
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-VALOR-REL                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-REL-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIMITE-EDIT                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DESC-TIPO                  PIC X(13) VALUE SPACES.
       01  WRK-DESC-SITUACAO              PIC X(10) VALUE SPACES.

      *--- Titular da conta (cadastro de contas via CTAMST1B)
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
           PERFORM 0003-OBTER-MES
           PERFORM 0004-CARREGAR-CASOS
           PERFORM 0005-VARRER-LOG

           OPEN EXTEND ARQ-CASOS
           PERFORM 0008-APURAR-ESPECIE
           PERFORM 0009-APURAR-FRACIONAMENTO
           CLOSE ARQ-CASOS

           PERFORM 0012-GERAR-LISTA

           DISPLAY '*=========================================*'
           DISPLAY '* COAF01A - OPERACOES EM ESPECIE (COAF)   *'
           DISPLAY '* MES APURADO.........: ' WRK-MES-APURACAO
           DISPLAY '* OPERACOES LIDAS.....: ' WRK-QTDE-LIDAS
           DISPLAY '* CASOS NOVOS.........: ' WRK-QTDE-NOVOS
           DISPLAY '* JA REGISTRADOS......: ' WRK-QTDE-REPETIDOS
           DISPLAY '* CASOS NA LISTA......: ' WRK-QTDE-LISTADOS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA DO SISTEMA
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
      *    CARREGAR LIMITE E JANELA DE COAFPARM.dat - SEM O ARQUIVO
      *    VALEM OS PADROES DO PROGRAMA
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
                       MOVE SPACES     TO WRK-PARM-LIMITE
                                          WRK-PARM-JANELA
                       UNSTRING FD-LIN-PARAM DELIMITED BY SEP
                          INTO WRK-PARM-LIMITE
                               WRK-PARM-JANELA
                       END-UNSTRING
                       IF FUNCTION TRIM(WRK-PARM-LIMITE) IS NUMERIC
                          COMPUTE WRK-LIMITE-CENTS =
                                  FUNCTION NUMVAL(WRK-PARM-LIMITE)
                       END-IF
                       IF FUNCTION TRIM(WRK-PARM-JANELA) IS NUMERIC
                          COMPUTE WRK-JANELA-DIAS =
                                  FUNCTION NUMVAL(WRK-PARM-JANELA)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PARM

           IF WRK-JANELA-DIAS EQUAL ZEROS
              MOVE 1                   TO WRK-JANELA-DIAS
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O MES A APURAR (0 = MES ANTERIOR) E OS LIMITES DE
      *    LEITURA DO LOG: A JANELA ANTERIOR AO PRIMEIRO DIA TAMBEM E
      *    LIDA, PARA A SERIE QUE COMECOU NO FIM DO MES PASSADO
      *----------------------------------------------------------------*
       0003-OBTER-MES                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* MES A APURAR (AAAAMM, 0 = MES ANTERIOR): '
                   WITH NO ADVANCING
           ACCEPT WRK-MES-APURACAO

           IF WRK-MES-APURACAO EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-MES-APURACAO
              IF WRK-MES-APURACAO(5:2) EQUAL '01'
                 COMPUTE WRK-MES-APURACAO = WRK-MES-APURACAO - 89
              ELSE
                 SUBTRACT 1            FROM WRK-MES-APURACAO
              END-IF
           END-IF

           IF WRK-MES-APURACAO(5:2) LESS '01' OR
              WRK-MES-APURACAO(5:2) GREATER '12'
              DISPLAY '* MES INVALIDO!'
              PERFORM 0003-OBTER-MES
              EXIT SECTION
           END-IF

           IF WRK-MES-APURACAO GREATER WRK-HOJE-AAAAMMDD(1:6)
              DISPLAY '* MES FUTURO NAO PODE SER APURADO!'
              PERFORM 0003-OBTER-MES
              EXIT SECTION
           END-IF

           COMPUTE WRK-MES-INI = WRK-MES-APURACAO * 100 + 1
           IF WRK-MES-APURACAO(5:2) EQUAL '12'
              COMPUTE WRK-PROX-MES-INI = (WRK-MES-APURACAO + 89)
                                       * 100 + 1
           ELSE
              COMPUTE WRK-PROX-MES-INI = (WRK-MES-APURACAO + 1)
                                       * 100 + 1
           END-IF

           COMPUTE WRK-DIA-MES-INI =
                   FUNCTION INTEGER-OF-DATE(WRK-MES-INI)
           COMPUTE WRK-DIA-MES-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-PROX-MES-INI) - 1
           COMPUTE WRK-MES-FIM =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-MES-FIM)
           COMPUTE WRK-DIA-LEITURA-INI =
                   WRK-DIA-MES-INI - WRK-JANELA-DIAS + 1
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CASOS JA REGISTRADOS EM COAFCASO.dat - PARA NAO
      *    DUPLICAR CASO E CONTINUAR A NUMERACAO
      *----------------------------------------------------------------*
       0004-CARREGAR-CASOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAS
                                          WRK-ULTIMO-CASO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CASOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CASOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0004A-TRATAR-LINHA-CASO
              END-READ
           END-PERFORM

           CLOSE ARQ-CASOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM CASO REGISTRADO NA TABELA
      *----------------------------------------------------------------*
       0004A-TRATAR-LINHA-CASO         SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-CASO(1:6) NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-CAS-NUMERO
                                          WRK-CAS-MES
                                          WRK-CAS-TIPO
                                          WRK-CAS-CONTA
                                          WRK-CAS-DATA-INI
                                          WRK-CAS-DATA-FIM
                                          WRK-CAS-QTDE
                                          WRK-CAS-VALOR
                                          WRK-CAS-SITUACAO
           UNSTRING FD-LIN-CASO DELIMITED BY SEP
                    INTO WRK-CAS-NUMERO
                         WRK-CAS-MES
                         WRK-CAS-TIPO
                         WRK-CAS-CONTA
                         WRK-CAS-DATA-INI
                         WRK-CAS-DATA-FIM
                         WRK-CAS-QTDE
                         WRK-CAS-VALOR
                         WRK-CAS-SITUACAO
           END-UNSTRING

           IF WRK-CAS-NUMERO GREATER WRK-ULTIMO-CASO
              MOVE WRK-CAS-NUMERO      TO WRK-ULTIMO-CASO
           END-IF

           IF WRK-QTDE-CAS NOT LESS WRK-MAX-TAB-CAS
              DISPLAY 'TABELA DE CASOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CAS ' REGISTROS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CAS
           MOVE WRK-CAS-NUMERO         TO TAB-CAS-NUMERO(WRK-QTDE-CAS)
           MOVE WRK-CAS-MES            TO TAB-CAS-MES(WRK-QTDE-CAS)
           MOVE WRK-CAS-TIPO           TO TAB-CAS-TIPO(WRK-QTDE-CAS)
           MOVE WRK-CAS-CONTA          TO TAB-CAS-CONTA(WRK-QTDE-CAS)
           MOVE WRK-CAS-DATA-INI       TO
                TAB-CAS-DATA-INI(WRK-QTDE-CAS)
           MOVE WRK-CAS-DATA-FIM       TO
                TAB-CAS-DATA-FIM(WRK-QTDE-CAS)
           MOVE WRK-CAS-QTDE           TO TAB-CAS-QTDE(WRK-QTDE-CAS)
           MOVE WRK-CAS-VALOR          TO TAB-CAS-VALOR(WRK-QTDE-CAS)
           MOVE WRK-CAS-SITUACAO       TO
                TAB-CAS-SITUACAO(WRK-QTDE-CAS)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004a-end
       0004A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VARRER O LOG E GUARDAR OS SAQUES E DEPOSITOS EFETIVADOS DO
      *    MES (E DA JANELA ANTERIOR A ELE)
      *----------------------------------------------------------------*
       0005-VARRER-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-OPE
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT TXT-LOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ TXT-LOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0006-TRATAR-LINHA-LOG
              END-READ
           END-PERFORM

           CLOSE TXT-LOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DO LOG: SO O SAQUE OU DEPOSITO EFETIVADO
      *    DENTRO DO PERIODO DE LEITURA E GUARDADO
      *----------------------------------------------------------------*
       0006-TRATAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LOG-CAMPO1
                                          WRK-LOG-CAMPO2
                                          WRK-LOG-CAMPO3
                                          WRK-LOG-CAMPO4
                                          WRK-LOG-CAMPO5
                                          WRK-LOG-CAMPO6

           UNSTRING FD-LOG-LINHA DELIMITED BY ' | '
                    INTO WRK-LOG-CAMPO1
                         WRK-LOG-CAMPO2
                         WRK-LOG-CAMPO3
                         WRK-LOG-CAMPO4
                         WRK-LOG-CAMPO5
                         WRK-LOG-CAMPO6
           END-UNSTRING

           IF WRK-LOG-CAMPO2(1:5) NOT EQUAL 'TIPO='
              EXIT SECTION
           END-IF
           IF WRK-LOG-CAMPO4(1:6) NOT EQUAL 'VALOR='
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-LOG-TIPO-EVENTO
           UNSTRING WRK-LOG-CAMPO2(6:) DELIMITED BY ' '
                    INTO WRK-LOG-TIPO-EVENTO
           END-UNSTRING
           IF WRK-LOG-TIPO-EVENTO NOT EQUAL 'SAQUE' AND
              WRK-LOG-TIPO-EVENTO NOT EQUAL 'DEPOSITO'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-LOG-STATUS
           IF WRK-LOG-CAMPO5(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO5(8:)  TO WRK-LOG-STATUS
           END-IF
           IF WRK-LOG-CAMPO6(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO6(8:)  TO WRK-LOG-STATUS
           END-IF
           IF FUNCTION TRIM(WRK-LOG-STATUS) NOT EQUAL 'OK'
              EXIT SECTION
           END-IF

           IF WRK-LOG-CAMPO1(1:8) NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE WRK-LOG-CAMPO1(1:8)    TO WRK-LOG-DATA
           IF WRK-LOG-DATA GREATER WRK-MES-FIM
              EXIT SECTION
           END-IF
           COMPUTE WRK-LOG-DIA = FUNCTION INTEGER-OF-DATE(WRK-LOG-DATA)
           IF WRK-LOG-DIA LESS WRK-DIA-LEITURA-INI
              EXIT SECTION
           END-IF

      *    NO SAQUE E NO DEPOSITO O CAMPO 3 E A PROPRIA CONTA
           MOVE WRK-LOG-CAMPO3         TO WRK-LOG-CONTA
           MOVE WRK-LOG-CAMPO4(7:)     TO WRK-VALOR-EDIT
           PERFORM 0007-CONVERTER-VALOR

           IF WRK-QTDE-OPE NOT LESS WRK-MAX-TAB-OPE
              DISPLAY 'TABELA DE OPERACOES CHEIA! MAXIMO '
                       WRK-MAX-TAB-OPE ' REGISTROS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-OPE
           IF WRK-LOG-DIA NOT LESS WRK-DIA-MES-INI
              ADD 1                    TO WRK-QTDE-LIDAS
           END-IF
           MOVE WRK-LOG-CONTA(1:10)    TO TAB-OPE-CONTA(WRK-QTDE-OPE)
           MOVE WRK-LOG-DATA           TO TAB-OPE-DATA(WRK-QTDE-OPE)
           MOVE WRK-LOG-DIA            TO TAB-OPE-DIA(WRK-QTDE-OPE)
           MOVE WRK-VALOR-CENTS        TO TAB-OPE-VALOR(WRK-QTDE-OPE)
           MOVE 'N'                    TO TAB-OPE-USADA(WRK-QTDE-OPE)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONVERTER O VALOR EDITADO (ZZZ.ZZZ.ZZZ,99) EM CENTAVOS -
      *    COLETA SOMENTE OS ALGARISMOS, DA ESQUERDA PARA A DIREITA
      *----------------------------------------------------------------*
       0007-CONVERTER-VALOR            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-VALOR-CENTS

           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL
                                WRK-POS GREATER 20
              MOVE WRK-VALOR-EDIT(WRK-POS:1) TO WRK-DIGITO
              IF WRK-DIGITO IS NUMERIC
                 COMPUTE WRK-VALOR-CENTS =
                         (WRK-VALOR-CENTS * 10) +
                         FUNCTION NUMVAL(WRK-DIGITO)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CASO E: CADA OPERACAO DO MES IGUAL OU ACIMA DO LIMITE
      *----------------------------------------------------------------*
       0008-APURAR-ESPECIE             SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1 UNTIL
                      WRK-IND-OPE GREATER WRK-QTDE-OPE
              IF TAB-OPE-DIA(WRK-IND-OPE) NOT LESS WRK-DIA-MES-INI AND
                 TAB-OPE-VALOR(WRK-IND-OPE) NOT LESS WRK-LIMITE-CENTS
                 MOVE 'E'              TO WRK-NOVO-TIPO
                 MOVE TAB-OPE-CONTA(WRK-IND-OPE) TO WRK-NOVO-CONTA
                 MOVE TAB-OPE-DATA(WRK-IND-OPE)  TO WRK-NOVO-DATA-INI
                                                    WRK-NOVO-DATA-FIM
                 MOVE 1                TO WRK-NOVO-QTDE
                 MOVE TAB-OPE-VALOR(WRK-IND-OPE) TO WRK-NOVO-VALOR
                 PERFORM 0010-REGISTRAR-CASO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CASO F: PARA CADA OPERACAO DO MES ABAIXO DO LIMITE, SOMA AS
      *    OPERACOES AINDA NAO USADAS DA MESMA CONTA NA JANELA QUE
      *    TERMINA NELA; DUAS OU MAIS QUE ALCANCAM O LIMITE FORMAM UM
      *    CASO E NAO ENTRAM EM OUTRA SERIE
      *----------------------------------------------------------------*
       0009-APURAR-FRACIONAMENTO       SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1 UNTIL
                      WRK-IND-OPE GREATER WRK-QTDE-OPE
              IF TAB-OPE-DIA(WRK-IND-OPE) NOT LESS WRK-DIA-MES-INI AND
                 TAB-OPE-VALOR(WRK-IND-OPE) LESS WRK-LIMITE-CENTS AND
                 TAB-OPE-USADA(WRK-IND-OPE) EQUAL 'N'
                 PERFORM 0009A-SOMAR-SERIE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR A SERIE DA CONTA QUE TERMINA NA OPERACAO WRK-IND-OPE
      *----------------------------------------------------------------*
       0009A-SOMAR-SERIE               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-SER-QTDE
                                          WRK-SER-SOMA
           MOVE TAB-OPE-DATA(WRK-IND-OPE) TO WRK-SER-DATA-INI
           MOVE TAB-OPE-DIA(WRK-IND-OPE)  TO WRK-SER-DIA-INI

           PERFORM VARYING WRK-IND-SER FROM 1 BY 1 UNTIL
                      WRK-IND-SER GREATER WRK-IND-OPE
              IF TAB-OPE-CONTA(WRK-IND-SER) EQUAL
                 TAB-OPE-CONTA(WRK-IND-OPE) AND
                 TAB-OPE-USADA(WRK-IND-SER) EQUAL 'N' AND
                 TAB-OPE-VALOR(WRK-IND-SER) LESS WRK-LIMITE-CENTS AND
                 TAB-OPE-DIA(WRK-IND-OPE) - TAB-OPE-DIA(WRK-IND-SER)
                    LESS WRK-JANELA-DIAS
                 PERFORM 0009B-VERIFICAR-COBERTURA
                 IF WRK-OPE-COBERTA EQUAL 'N'
                    ADD 1              TO WRK-SER-QTDE
                    ADD TAB-OPE-VALOR(WRK-IND-SER) TO WRK-SER-SOMA
                    IF TAB-OPE-DIA(WRK-IND-SER) LESS WRK-SER-DIA-INI
                       MOVE TAB-OPE-DIA(WRK-IND-SER)
                                       TO WRK-SER-DIA-INI
                       MOVE TAB-OPE-DATA(WRK-IND-SER)
                                       TO WRK-SER-DATA-INI
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-SER-QTDE LESS 2 OR
              WRK-SER-SOMA LESS WRK-LIMITE-CENTS
              EXIT SECTION
           END-IF

      *    MARCA AS OPERACOES DA SERIE COMO USADAS
           PERFORM VARYING WRK-IND-SER FROM 1 BY 1 UNTIL
                      WRK-IND-SER GREATER WRK-IND-OPE
              IF TAB-OPE-CONTA(WRK-IND-SER) EQUAL
                 TAB-OPE-CONTA(WRK-IND-OPE) AND
                 TAB-OPE-USADA(WRK-IND-SER) EQUAL 'N' AND
                 TAB-OPE-VALOR(WRK-IND-SER) LESS WRK-LIMITE-CENTS AND
                 TAB-OPE-DIA(WRK-IND-SER) NOT LESS WRK-SER-DIA-INI
                 MOVE 'S'              TO TAB-OPE-USADA(WRK-IND-SER)
              END-IF
           END-PERFORM

           MOVE 'F'                    TO WRK-NOVO-TIPO
           MOVE TAB-OPE-CONTA(WRK-IND-OPE) TO WRK-NOVO-CONTA
           MOVE WRK-SER-DATA-INI       TO WRK-NOVO-DATA-INI
           MOVE TAB-OPE-DATA(WRK-IND-OPE)  TO WRK-NOVO-DATA-FIM
           MOVE WRK-SER-QTDE           TO WRK-NOVO-QTDE
           MOVE WRK-SER-SOMA           TO WRK-NOVO-VALOR
           PERFORM 0010-REGISTRAR-CASO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009a-end
       0009A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OPERACAO DE ANTES DO MES JA COBERTA POR UM CASO F DA CONTA
      *    (APURADO NO MES ANTERIOR) NAO ENTRA DE NOVO EM SERIE
      *----------------------------------------------------------------*
       0009B-VERIFICAR-COBERTURA       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-OPE-COBERTA

           IF TAB-OPE-DIA(WRK-IND-SER) NOT LESS WRK-DIA-MES-INI
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                      WRK-IND-CAS GREATER WRK-QTDE-CAS
              IF TAB-CAS-TIPO(WRK-IND-CAS) EQUAL 'F' AND
                 TAB-CAS-MES(WRK-IND-CAS) NOT EQUAL
                 WRK-MES-APURACAO AND
                 TAB-CAS-CONTA(WRK-IND-CAS) EQUAL
                 TAB-OPE-CONTA(WRK-IND-SER) AND
                 TAB-CAS-DATA-INI(WRK-IND-CAS) NOT GREATER
                 TAB-OPE-DATA(WRK-IND-SER) AND
                 TAB-CAS-DATA-FIM(WRK-IND-CAS) NOT LESS
                 TAB-OPE-DATA(WRK-IND-SER)
                 MOVE 'S'              TO WRK-OPE-COBERTA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009b-end
       0009B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR O CASO APURADO EM COAFCASO.dat COM SITUACAO
      *    PENDENTE - O MESMO CASO JA REGISTRADO NAO E REPETIDO
      *----------------------------------------------------------------*
       0010-REGISTRAR-CASO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CASO-EXISTE
           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                      WRK-IND-CAS GREATER WRK-QTDE-CAS
              IF TAB-CAS-TIPO(WRK-IND-CAS) EQUAL WRK-NOVO-TIPO AND
                 TAB-CAS-CONTA(WRK-IND-CAS) EQUAL WRK-NOVO-CONTA AND
                 TAB-CAS-DATA-INI(WRK-IND-CAS) EQUAL
                 WRK-NOVO-DATA-INI AND
                 TAB-CAS-DATA-FIM(WRK-IND-CAS) EQUAL
                 WRK-NOVO-DATA-FIM
                 MOVE 'S'              TO WRK-CASO-EXISTE
              END-IF
           END-PERFORM

           IF WRK-CASO-EXISTE EQUAL 'S'
              ADD 1                    TO WRK-QTDE-REPETIDOS
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CAS NOT LESS WRK-MAX-TAB-CAS
              DISPLAY 'TABELA DE CASOS CHEIA! CASO NAO REGISTRADO: '
                      WRK-NOVO-TIPO ' ' WRK-NOVO-CONTA
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-ULTIMO-CASO
                                          WRK-QTDE-NOVOS
                                          WRK-QTDE-CAS
           MOVE WRK-ULTIMO-CASO        TO TAB-CAS-NUMERO(WRK-QTDE-CAS)
           MOVE WRK-MES-APURACAO       TO TAB-CAS-MES(WRK-QTDE-CAS)
           MOVE WRK-NOVO-TIPO          TO TAB-CAS-TIPO(WRK-QTDE-CAS)
           MOVE WRK-NOVO-CONTA         TO TAB-CAS-CONTA(WRK-QTDE-CAS)
           MOVE WRK-NOVO-DATA-INI      TO
                TAB-CAS-DATA-INI(WRK-QTDE-CAS)
           MOVE WRK-NOVO-DATA-FIM      TO
                TAB-CAS-DATA-FIM(WRK-QTDE-CAS)
           MOVE WRK-NOVO-QTDE          TO TAB-CAS-QTDE(WRK-QTDE-CAS)
           MOVE WRK-NOVO-VALOR         TO TAB-CAS-VALOR(WRK-QTDE-CAS)
           MOVE 'P'                    TO
                TAB-CAS-SITUACAO(WRK-QTDE-CAS)

           MOVE SPACES                 TO FD-LIN-CASO
           STRING WRK-ULTIMO-CASO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MES-APURACAO     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NOVO-TIPO        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NOVO-CONTA       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NOVO-DATA-INI    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NOVO-DATA-FIM    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NOVO-QTDE        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NOVO-VALOR       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'P'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  '00000000'           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  '00000000'           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-CASO
           END-STRING
           WRITE FD-LIN-CASO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTA DOS CASOS DO MES PARA A REVISAO DO COMPLIANCE
      *    (COAFLIST.txt), COM O TITULAR DE CADA CONTA
      *----------------------------------------------------------------*
       0012-GERAR-LISTA                SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-REL

           COMPUTE WRK-VALOR-REL = WRK-LIMITE-CENTS / 100
           MOVE WRK-VALOR-REL          TO WRK-LIMITE-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* COAF01A - CASOS DE OPERACAO EM ESPECIE DO MES '
                  WRK-MES-APURACAO
                  ' - LIMITE ' FUNCTION TRIM(WRK-LIMITE-EDIT)
                  ' - JANELA ' WRK-JANELA-DIAS ' DIAS'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING 'CASO   TIPO          CONTA      TITULAR'
                  '              PERIODO           QTD'
                  '              VALOR SITUACAO'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO

           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                      WRK-IND-CAS GREATER WRK-QTDE-CAS
              IF TAB-CAS-MES(WRK-IND-CAS) EQUAL WRK-MES-APURACAO
                 PERFORM 0013-LISTAR-CASO
              END-IF
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CASOS LISTADOS=' WRK-QTDE-LISTADOS
                  ' NOVOS=' WRK-QTDE-NOVOS
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO

           CLOSE ARQUIVO-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DA LISTA DE CASOS
      *----------------------------------------------------------------*
       0013-LISTAR-CASO                SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-LISTADOS

           MOVE SPACES                 TO CTA001A-NOME
           IF TAB-CAS-CONTA(WRK-IND-CAS) IS NUMERIC
              MOVE TAB-CAS-CONTA(WRK-IND-CAS) TO CTA001A-CONTA
              MOVE 'C'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO NOT EQUAL 'S'
                 MOVE '(NAO CADASTRADA)' TO CTA001A-NOME
              END-IF
           END-IF

           EVALUATE TAB-CAS-TIPO(WRK-IND-CAS)
              WHEN 'E'
                 MOVE 'ESPECIE'        TO WRK-DESC-TIPO
              WHEN OTHER
                 MOVE 'FRACIONAMENTO'  TO WRK-DESC-TIPO
           END-EVALUATE

           EVALUATE TAB-CAS-SITUACAO(WRK-IND-CAS)
              WHEN 'R'
                 MOVE 'REPORTADO'      TO WRK-DESC-SITUACAO
              WHEN 'D'
                 MOVE 'DESCARTADO'     TO WRK-DESC-SITUACAO
              WHEN OTHER
                 MOVE 'PENDENTE'       TO WRK-DESC-SITUACAO
           END-EVALUATE

           COMPUTE WRK-VALOR-REL = TAB-CAS-VALOR(WRK-IND-CAS) / 100
           MOVE WRK-VALOR-REL          TO WRK-VALOR-REL-EDIT

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING TAB-CAS-NUMERO(WRK-IND-CAS)    DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-DESC-TIPO                  DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  TAB-CAS-CONTA(WRK-IND-CAS)     DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  CTA001A-NOME                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  TAB-CAS-DATA-INI(WRK-IND-CAS)  DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  TAB-CAS-DATA-FIM(WRK-IND-CAS)  DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  TAB-CAS-QTDE(WRK-IND-CAS)      DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-VALOR-REL-EDIT             DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-DESC-SITUACAO              DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'FIM DE PROGRAMA'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
