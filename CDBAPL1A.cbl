      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: APLICACOES EM CDB PELAS CONTAS DE CONTAENT.dat:
      *              1 - NOVA APLICACAO: DEBITA O VALOR NA CONTA (SEM
      *                  USO DO CHEQUE ESPECIAL) COM O PERCENTUAL DO DI
      *                  CONTRATADO, A DATA DE INICIO (HOJE) E A DATA
      *                  DE VENCIMENTO (DIA NAO UTIL PASSA PARA O
      *                  PROXIMO DIA UTIL DO PROGDATA);
      *              2 - RESGATE ANTECIPADO: MOSTRA O BRUTO APROPRIADO
      *                  PELO CDBREN1A, O IOF E O IR (CDBCAL1B) E, SE
      *                  CONFIRMADO, CREDITA O LIQUIDO NA CONTA;
      *              3 - CONSULTA DAS APLICACOES DE UMA CONTA.
      *              A CONTA E LIDA COM BLOQUEIO (CTAMST1B) SO NA HORA
      *              DE POSTAR. CADA MOVIMENTO VAI PARA TXTLOG.dat PELO
      *              LOGSEG1A (CDBAPLIC DEBITA, CDBRESGATE CREDITA,
      *              CDBIOF E CDBIRRF INFORMAM AS RETENCOES) E PARA
      *              EXTRATO.dat. O RESGATE NO VENCIMENTO E FEITO PELO
      *              CDBREN1A.
      * NOME.......: CDBAPL1A
      *----------------------------------------------------------------*
      * LAYOUT DE CDBAPLIC.dat: VER CDBREN1A
      * CDBSEQ.dat GUARDA O ULTIMO NUMERO DE APLICACAO EMITIDO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBAPL1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CDB ASSIGN TO 'CDBAPLIC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-CDBSEQ ASSIGN TO 'CDBSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTA-STATUS ASSIGN TO 'CONTASTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CDB.
       01  FD-LIN-CDB                     PIC X(200).

       FD  ARQ-CDBSEQ.
       01  FD-LIN-CDBSEQ                  PIC 9(06).

       FD  CONTA-STATUS.
       01  WRK-STATUS-REGISTRO.
         05  FD-STATUS-LINHA              PIC X(70).

       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA             PIC X(200).

       WORKING-STORAGE SECTION.
      *    LINHA DE LOG MONTADA AQUI E GRAVADA PELO LOGSEG1A, QUE
      *    ACRESCENTA O SELO (SEQ/HASH) DE INVIOLABILIDADE
       01  WRK-LOG-REGISTRO.
         05  WRK-LOG-LINHA             PIC X(200).

       01  SEP                         PIC X(01) VALUE '|'.
       01  FIM-ARQUIVO                 PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE             PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                   PIC 9(01) VALUE ZEROS.

       01  WS-DATE                     PIC 9(8).
       01  WS-TIME                     PIC 9(6).

      *    APLICACOES (CDBAPLIC.dat)
       01  WRK-MAX-TAB-CDB             PIC 9(04) VALUE 500.
       01  WRK-QTDE-CDB                PIC 9(04) VALUE ZEROS.
       01  WRK-IND-CDB                 PIC 9(04) VALUE ZEROS.
       01  WRK-IND-GRV                 PIC 9(04) VALUE ZEROS.
       01  TAB-CDB-LINHA.
           05  TAB-CDB-LINHA OCCURS 500 TIMES.
               10  TAB-CDB-NUMERO        PIC 9(06) VALUE ZEROS.
               10  TAB-CDB-CONTA         PIC 9(10) VALUE ZEROS.
               10  TAB-CDB-VALOR-CENTS   PIC 9(13) VALUE ZEROS.
               10  TAB-CDB-PCT-DI        PIC 9(03)V99 VALUE ZEROS.
               10  TAB-CDB-INICIO        PIC 9(08) VALUE ZEROS.
               10  TAB-CDB-VENCIMENTO    PIC 9(08) VALUE ZEROS.
               10  TAB-CDB-FATOR         PIC 9(04)V9(08) VALUE ZEROS.
               10  TAB-CDB-ULT-APROP     PIC 9(08) VALUE ZEROS.
               10  TAB-CDB-SITUACAO      PIC X(01) VALUE SPACES.
               10  TAB-CDB-DATA-RESGATE  PIC 9(08) VALUE ZEROS.
               10  TAB-CDB-BRUTO-CENTS   PIC 9(13) VALUE ZEROS.
               10  TAB-CDB-IOF-CENTS     PIC 9(13) VALUE ZEROS.
               10  TAB-CDB-IR-CENTS      PIC 9(13) VALUE ZEROS.
               10  TAB-CDB-LIQ-CENTS     PIC 9(13) VALUE ZEROS.
       01  WRK-PCT-STR                 PIC X(05) VALUE ZEROS.
       01  WRK-PCT-NUM REDEFINES WRK-PCT-STR.
           05 WRK-PCT-V99              PIC 9(3)V99.
       01  WRK-FATOR-STR               PIC X(12) VALUE ZEROS.
       01  WRK-FATOR-NUM REDEFINES WRK-FATOR-STR.
           05 WRK-FATOR-V8             PIC 9(4)V9(8).

      *    DADOS DIGITADOS
       01  WRK-CONTA-INF               PIC 9(10) VALUE ZEROS.
       01  WRK-VALOR-INF               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-PCT-INF                 PIC 9(03)V99 VALUE ZEROS.
       01  WRK-VENCTO-INF              PIC 9(08) VALUE ZEROS.
       01  WRK-NUMERO-INF              PIC 9(06) VALUE ZEROS.
       01  WRK-CONFIRMA                PIC X(01) VALUE SPACES.
       01  WRK-ENCONTROU               PIC X(01) VALUE 'N'.
       01  WRK-NUMERO-CDB              PIC 9(06) VALUE ZEROS.
       01  WRK-VALOR-APLICADO          PIC 9(11)V99 VALUE ZEROS.
       01  WRK-QTDE-LISTADAS           PIC 9(04) VALUE ZEROS.

      *    SITUACAO DAS CONTAS (CONTASTA.dat)
       01  WRK-SITUACAO-CONTA          PIC X(01) VALUE SPACES.
       01  WRK-CONTA-CONSULTA          PIC 9(10) VALUE ZEROS.
       01  WRK-MAX-TAB-STA             PIC 9(02) VALUE 50.
       01  WRK-QTDE-STA                PIC 9(02) VALUE ZEROS.
       01  WRK-IND-STA                 PIC 9(02) VALUE ZEROS.
       01  TAB-STA-LINHA.
           05  TAB-STA-LINHA OCCURS 50 TIMES.
               10  TAB-STA-CONTA     PIC 9(10) VALUE ZEROS.
               10  TAB-STA-SITUACAO  PIC X(01) VALUE SPACES.
               10  TAB-STA-MOTIVO    PIC X(40) VALUE SPACES.
               10  TAB-STA-DATA      PIC 9(08) VALUE ZEROS.

      *    LANCAMENTO EM PROCESSAMENTO
       01  WRK-TIPO-LANCAMENTO         PIC X(10) VALUE SPACES.
       01  WRK-VALOR-LANCAMENTO        PIC 9(09)V99 VALUE ZEROS.
       01  WRK-COMPLEMENTO             PIC X(60) VALUE SPACES.
       01  WRK-CARIMBA-SALDO           PIC X(01) VALUE 'N'.
       01  WRK-NATUREZA                PIC X(01) VALUE SPACES.
       01  WRK-DESC-NATUREZA           PIC X(08) VALUE SPACES.
       01  WRK-SALDO-CONTA             PIC S9(09)V99 VALUE ZEROS.

       01  A-NUM-CONTA                 PIC X(10) VALUE SPACES.
       01  A-SALDO                     PIC S9(9)V99 VALUE 0.
       01  A-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.
       01  F-BRUTO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.
       01  F-PCT-EDIT                  PIC ZZ9,99.
       01  F-ALIQ-EDIT                 PIC Z9,9.

      *    INTERFACE COM O CADASTRO DE CONTAS (CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *    INTERFACE COM O CALCULO DO RESGATE (CDBCAL1B)
       01  WRK-CDB-REGISTRO.
           COPY CDB001A.

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

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0003-CARREGAR-APLICACOES
           PERFORM 0050-CARREGAR-SITUACOES
           PERFORM 0005-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA-HORA            SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-DATA-ANO      TO WS-DATE(1:4)
            MOVE COD001A-DATA-MES      TO WS-DATE(5:2)
            MOVE COD001A-DATA-DIA      TO WS-DATE(7:2)

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-HORA          TO WS-TIME(1:2)
            MOVE COD001A-MINUTO        TO WS-TIME(3:2)
            MOVE COD001A-SEGUNDO       TO WS-TIME(5:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS APLICACOES DE CDBAPLIC.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-APLICACOES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CDB
           MOVE 'N'                    TO FIM-ARQUIVO

           OPEN INPUT ARQ-CDB

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ ARQ-CDB
                 AT END MOVE 'S'       TO FIM-ARQUIVO
                 NOT AT END
                    IF WRK-QTDE-CDB LESS WRK-MAX-TAB-CDB
                       ADD 1           TO WRK-QTDE-CDB
                       MOVE ZEROS      TO WRK-PCT-STR
                                          WRK-FATOR-STR
                       UNSTRING FD-LIN-CDB DELIMITED BY SEP
                          INTO TAB-CDB-NUMERO(WRK-QTDE-CDB)
                               TAB-CDB-CONTA(WRK-QTDE-CDB)
                               TAB-CDB-VALOR-CENTS(WRK-QTDE-CDB)
                               WRK-PCT-STR
                               TAB-CDB-INICIO(WRK-QTDE-CDB)
                               TAB-CDB-VENCIMENTO(WRK-QTDE-CDB)
                               WRK-FATOR-STR
                               TAB-CDB-ULT-APROP(WRK-QTDE-CDB)
                               TAB-CDB-SITUACAO(WRK-QTDE-CDB)
                               TAB-CDB-DATA-RESGATE(WRK-QTDE-CDB)
                               TAB-CDB-BRUTO-CENTS(WRK-QTDE-CDB)
                               TAB-CDB-IOF-CENTS(WRK-QTDE-CDB)
                               TAB-CDB-IR-CENTS(WRK-QTDE-CDB)
                               TAB-CDB-LIQ-CENTS(WRK-QTDE-CDB)
                       END-UNSTRING
                       MOVE WRK-PCT-V99
                            TO TAB-CDB-PCT-DI(WRK-QTDE-CDB)
                       MOVE WRK-FATOR-V8
                            TO TAB-CDB-FATOR(WRK-QTDE-CDB)
                    ELSE
                       DISPLAY 'TABELA DE APLICACOES CHEIA! MAXIMO '
                                WRK-MAX-TAB-CDB
                       MOVE 'S'        TO FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CDB
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CDBAPLIC.dat COM A TABELA DE APLICACOES
      *----------------------------------------------------------------*
       0004-GRAVAR-APLICACOES          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CDB

           PERFORM VARYING WRK-IND-GRV FROM 1 BY 1 UNTIL
                      WRK-IND-GRV > WRK-QTDE-CDB
              MOVE SPACES              TO FD-LIN-CDB
              STRING
                  TAB-CDB-NUMERO(WRK-IND-GRV)       SEP
                  TAB-CDB-CONTA(WRK-IND-GRV)        SEP
                  TAB-CDB-VALOR-CENTS(WRK-IND-GRV)  SEP
                  TAB-CDB-PCT-DI(WRK-IND-GRV)       SEP
                  TAB-CDB-INICIO(WRK-IND-GRV)       SEP
                  TAB-CDB-VENCIMENTO(WRK-IND-GRV)   SEP
                  TAB-CDB-FATOR(WRK-IND-GRV)        SEP
                  TAB-CDB-ULT-APROP(WRK-IND-GRV)    SEP
                  TAB-CDB-SITUACAO(WRK-IND-GRV)     SEP
                  TAB-CDB-DATA-RESGATE(WRK-IND-GRV) SEP
                  TAB-CDB-BRUTO-CENTS(WRK-IND-GRV)  SEP
                  TAB-CDB-IOF-CENTS(WRK-IND-GRV)    SEP
                  TAB-CDB-IR-CENTS(WRK-IND-GRV)     SEP
                  TAB-CDB-LIQ-CENTS(WRK-IND-GRV)    SEP
                  DELIMITED BY SIZE INTO FD-LIN-CDB
              END-STRING
              WRITE FD-LIN-CDB
           END-PERFORM

           CLOSE ARQ-CDB
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0005-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=          APLICACOES EM CDB             =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - NOVA APLICACAO                       *'
           DISPLAY '* 2 - RESGATE ANTECIPADO                   *'
           DISPLAY '* 3 - CONSULTAR APLICACOES DE UMA CONTA    *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0010-NOVA-APLICACAO
                  PERFORM 0005-TELA-MENU
               WHEN 2
                  PERFORM 0020-RESGATE-ANTECIPADO
                  PERFORM 0005-TELA-MENU
               WHEN 3
                  PERFORM 0040-CONSULTAR-APLICACOES
                  PERFORM 0005-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  PERFORM 0005-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOVA APLICACAO: CONTA ATIVA COM SALDO PARA O VALOR (O
      *    CHEQUE ESPECIAL NAO E USADO PARA APLICAR)
      *----------------------------------------------------------------*
       0010-NOVA-APLICACAO             SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DA CONTA: ' WITH NO ADVANCING
           ACCEPT WRK-CONTA-INF

           MOVE WRK-CONTA-INF          TO CTA001A-CONTA
           MOVE 'C'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              DISPLAY 'CONTA NAO LOCALIZADA NO CADASTRO'
              EXIT SECTION
           END-IF

           MOVE WRK-CONTA-INF          TO WRK-CONTA-CONSULTA
           PERFORM 0051-OBTER-SITUACAO-CONTA
           IF WRK-SITUACAO-CONTA EQUAL 'D' OR
              WRK-SITUACAO-CONTA EQUAL 'T' OR
              WRK-SITUACAO-CONTA EQUAL 'E'
              DISPLAY 'CONTA BLOQUEADA OU ENCERRADA - APLICACAO '
                      'NAO PERMITIDA'
              EXIT SECTION
           END-IF

           MOVE CTA001A-SALDO          TO A-SALDO-EDIT
           DISPLAY '* TITULAR..: ' CTA001A-NOME
           DISPLAY '* SALDO....: ' A-SALDO-EDIT

           DISPLAY 'VALOR A APLICAR: ' WITH NO ADVANCING
           ACCEPT WRK-VALOR-INF
           IF WRK-VALOR-INF NOT GREATER ZEROS
              DISPLAY 'VALOR INVALIDO!'
              EXIT SECTION
           END-IF
           IF WRK-VALOR-INF GREATER CTA001A-SALDO
              DISPLAY 'SALDO INSUFICIENTE PARA A APLICACAO'
              EXIT SECTION
           END-IF

           DISPLAY 'PERCENTUAL DO DI (0 = 100,00): '
                    WITH NO ADVANCING
           ACCEPT WRK-PCT-INF
           IF WRK-PCT-INF EQUAL ZEROS
              MOVE 100                 TO WRK-PCT-INF
           END-IF

           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD): '
                    WITH NO ADVANCING
           ACCEPT WRK-VENCTO-INF
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-VENCTO-INF)
                                       NOT EQUAL ZERO
              DISPLAY 'DATA INVALIDA!'
              EXIT SECTION
           END-IF
           IF WRK-VENCTO-INF NOT GREATER WS-DATE
              DISPLAY 'O VENCIMENTO DEVE SER POSTERIOR A HOJE'
              EXIT SECTION
           END-IF

      *    VENCIMENTO EM DIA NAO UTIL PASSA PARA O PROXIMO DIA UTIL
           MOVE WRK-VENCTO-INF         TO COD001A-DATA-BASE
           CALL 'PROGDATA' USING COD001A-REGISTRO
           IF COD001A-PROX-DIA-UTIL NOT EQUAL WRK-VENCTO-INF
              MOVE COD001A-PROX-DIA-UTIL TO WRK-VENCTO-INF
              DISPLAY 'VENCIMENTO EM DIA NAO UTIL - PASSA PARA '
                      WRK-VENCTO-INF
           END-IF
           MOVE ZEROS                  TO COD001A-DATA-BASE

           MOVE WRK-VALOR-INF          TO F-SALDO-EDIT
           MOVE WRK-PCT-INF            TO F-PCT-EDIT
           DISPLAY '* APLICAR ' F-SALDO-EDIT ' A ' F-PCT-EDIT
                   '% DO DI ATE ' WRK-VENCTO-INF
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S' AND
              WRK-CONFIRMA NOT EQUAL 's'
              DISPLAY 'APLICACAO CANCELADA'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CDB NOT LESS WRK-MAX-TAB-CDB
              DISPLAY 'TABELA DE APLICACOES CHEIA!'
              EXIT SECTION
           END-IF

      *    DEBITO NA CONTA COM BLOQUEIO - O SALDO E CONFERIDO DE NOVO
           MOVE WRK-CONTA-INF          TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0029-INFORMAR-FALHA
              PERFORM 0028-LIBERAR-CONTA
              EXIT SECTION
           END-IF
           IF WRK-VALOR-INF GREATER CTA001A-SALDO
              PERFORM 0028-LIBERAR-CONTA
              DISPLAY 'SALDO INSUFICIENTE PARA A APLICACAO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-SALDO-CONTA = CTA001A-SALDO - WRK-VALOR-INF
           MOVE WRK-SALDO-CONTA        TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0029-INFORMAR-FALHA
              PERFORM 0028-LIBERAR-CONTA
              EXIT SECTION
           END-IF
           PERFORM 0028-LIBERAR-CONTA

           PERFORM 0011-OBTER-PROX-NUMERO

           ADD 1                       TO WRK-QTDE-CDB
           MOVE WRK-QTDE-CDB           TO WRK-IND-CDB
           MOVE ZEROS                  TO
                TAB-CDB-ULT-APROP(WRK-IND-CDB)
                TAB-CDB-DATA-RESGATE(WRK-IND-CDB)
                TAB-CDB-BRUTO-CENTS(WRK-IND-CDB)
                TAB-CDB-IOF-CENTS(WRK-IND-CDB)
                TAB-CDB-IR-CENTS(WRK-IND-CDB)
                TAB-CDB-LIQ-CENTS(WRK-IND-CDB)
           MOVE WRK-NUMERO-CDB         TO TAB-CDB-NUMERO(WRK-IND-CDB)
           MOVE WRK-CONTA-INF          TO TAB-CDB-CONTA(WRK-IND-CDB)
           COMPUTE TAB-CDB-VALOR-CENTS(WRK-IND-CDB) =
                   WRK-VALOR-INF * 100
           MOVE WRK-PCT-INF            TO TAB-CDB-PCT-DI(WRK-IND-CDB)
           MOVE WS-DATE                TO TAB-CDB-INICIO(WRK-IND-CDB)
           MOVE WRK-VENCTO-INF         TO
                TAB-CDB-VENCIMENTO(WRK-IND-CDB)
           MOVE 1                      TO TAB-CDB-FATOR(WRK-IND-CDB)
           MOVE 'A'                    TO TAB-CDB-SITUACAO(WRK-IND-CDB)
           PERFORM 0004-GRAVAR-APLICACOES

           MOVE WRK-CONTA-INF          TO A-NUM-CONTA
           MOVE WRK-SALDO-CONTA        TO A-SALDO
           MOVE 'CDBAPLIC'             TO WRK-TIPO-LANCAMENTO
           MOVE WRK-VALOR-INF          TO WRK-VALOR-LANCAMENTO
           MOVE 'S'                    TO WRK-CARIMBA-SALDO
           MOVE 'D'                    TO WRK-NATUREZA
           MOVE SPACES                 TO WRK-COMPLEMENTO
           STRING 'CDB=' WRK-NUMERO-CDB
                  ' VENC=' WRK-VENCTO-INF
                  ' PCT-DI=' F-PCT-EDIT
                  DELIMITED BY SIZE INTO WRK-COMPLEMENTO
           END-STRING
           PERFORM 0030-GRAVAR-LOG
           PERFORM 0031-GRAVAR-EXTRATO

           DISPLAY 'APLICACAO ' WRK-NUMERO-CDB
                   ' REGISTRADA COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE APLICACAO (CDBSEQ.dat GUARDA O
      *    ULTIMO EMITIDO, COMO O PEDVSEQ.dat DO PEDVEN1A)
      *----------------------------------------------------------------*
       0011-OBTER-PROX-NUMERO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-NUMERO-CDB

           OPEN INPUT ARQ-CDBSEQ
           READ ARQ-CDBSEQ
               AT END MOVE ZEROS       TO WRK-NUMERO-CDB
               NOT AT END MOVE FD-LIN-CDBSEQ TO WRK-NUMERO-CDB
           END-READ
           CLOSE ARQ-CDBSEQ

      *    O CONTROLE NUNCA FICA ABAIXO DA MAIOR APLICACAO DO ARQUIVO
           PERFORM VARYING WRK-IND-GRV FROM 1 BY 1 UNTIL
                      WRK-IND-GRV > WRK-QTDE-CDB
              IF TAB-CDB-NUMERO(WRK-IND-GRV) GREATER WRK-NUMERO-CDB
                 MOVE TAB-CDB-NUMERO(WRK-IND-GRV) TO WRK-NUMERO-CDB
              END-IF
           END-PERFORM

           ADD 1                       TO WRK-NUMERO-CDB

           OPEN OUTPUT ARQ-CDBSEQ
           MOVE WRK-NUMERO-CDB         TO FD-LIN-CDBSEQ
           WRITE FD-LIN-CDBSEQ
           CLOSE ARQ-CDBSEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESGATE ANTECIPADO: RENDIMENTO APROPRIADO ATE O ULTIMO
      *    PROCESSAMENTO DIARIO, IOF E IR PELO PRAZO ATE HOJE
      *----------------------------------------------------------------*
       0020-RESGATE-ANTECIPADO         SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DA APLICACAO: ' WITH NO ADVANCING
           ACCEPT WRK-NUMERO-INF

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-CDB FROM 1 BY 1 UNTIL
                      (WRK-IND-CDB > WRK-QTDE-CDB) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF WRK-NUMERO-INF EQUAL TAB-CDB-NUMERO(WRK-IND-CDB)
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-CDB
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU EQUAL 'N'
              DISPLAY 'APLICACAO NAO LOCALIZADA'
              EXIT SECTION
           END-IF
           IF TAB-CDB-SITUACAO(WRK-IND-CDB) NOT EQUAL 'A'
              DISPLAY 'APLICACAO JA RESGATADA EM '
                      TAB-CDB-DATA-RESGATE(WRK-IND-CDB)
              EXIT SECTION
           END-IF

           MOVE TAB-CDB-CONTA(WRK-IND-CDB) TO WRK-CONTA-CONSULTA
           PERFORM 0051-OBTER-SITUACAO-CONTA
           IF WRK-SITUACAO-CONTA EQUAL 'T' OR
              WRK-SITUACAO-CONTA EQUAL 'E'
              DISPLAY 'CONTA BLOQUEADA OU ENCERRADA - RESGATE '
                      'NAO PERMITIDO'
              EXIT SECTION
           END-IF

           MOVE TAB-CDB-VALOR-CENTS(WRK-IND-CDB) TO WRK-VALOR-APLICADO
           DIVIDE 100                  INTO WRK-VALOR-APLICADO
           MOVE TAB-CDB-INICIO(WRK-IND-CDB) TO CDB001A-DATA-INICIO
           MOVE WS-DATE                TO CDB001A-DATA-RESGATE
           MOVE WRK-VALOR-APLICADO     TO CDB001A-VALOR-APLICADO
           MOVE TAB-CDB-FATOR(WRK-IND-CDB) TO CDB001A-FATOR-ACUM
           CALL 'CDBCAL1B' USING WRK-CDB-REGISTRO
           IF CDB001A-RETORNO NOT EQUAL 'S'
              DISPLAY 'APLICACAO COM DATAS INVALIDAS'
              EXIT SECTION
           END-IF

           DISPLAY '* CONTA............: ' TAB-CDB-CONTA(WRK-IND-CDB)
           MOVE CDB001A-VALOR-APLICADO TO F-SALDO-EDIT
           DISPLAY '* VALOR APLICADO...: ' F-SALDO-EDIT
           DISPLAY '* DIAS CORRIDOS....: ' CDB001A-DIAS
           MOVE CDB001A-VALOR-BRUTO    TO F-SALDO-EDIT
           DISPLAY '* SALDO BRUTO......: ' F-SALDO-EDIT
                   ' (APROPRIADO ATE '
                   TAB-CDB-ULT-APROP(WRK-IND-CDB) ')'
           MOVE CDB001A-VALOR-IOF      TO F-SALDO-EDIT
           DISPLAY '* IOF (' CDB001A-ALIQ-IOF '%)........: '
                   F-SALDO-EDIT
           MOVE CDB001A-ALIQ-IR        TO F-ALIQ-EDIT
           MOVE CDB001A-VALOR-IR       TO F-SALDO-EDIT
           DISPLAY '* IR (' F-ALIQ-EDIT '%).........: ' F-SALDO-EDIT
           MOVE CDB001A-VALOR-LIQUIDO  TO F-SALDO-EDIT
           DISPLAY '* VALOR LIQUIDO....: ' F-SALDO-EDIT
           DISPLAY 'CONFIRMA O RESGATE (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S' AND
              WRK-CONFIRMA NOT EQUAL 's'
              DISPLAY 'RESGATE CANCELADO'
              EXIT SECTION
           END-IF

           MOVE TAB-CDB-CONTA(WRK-IND-CDB) TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0029-INFORMAR-FALHA
              PERFORM 0028-LIBERAR-CONTA
              EXIT SECTION
           END-IF

           COMPUTE WRK-SALDO-CONTA =
                   CTA001A-SALDO + CDB001A-VALOR-LIQUIDO
           MOVE WRK-SALDO-CONTA        TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0029-INFORMAR-FALHA
              PERFORM 0028-LIBERAR-CONTA
              EXIT SECTION
           END-IF
           PERFORM 0028-LIBERAR-CONTA

           MOVE 'R'                    TO TAB-CDB-SITUACAO(WRK-IND-CDB)
           MOVE WS-DATE                TO
                TAB-CDB-DATA-RESGATE(WRK-IND-CDB)
           COMPUTE TAB-CDB-BRUTO-CENTS(WRK-IND-CDB) =
                   CDB001A-VALOR-BRUTO * 100
           COMPUTE TAB-CDB-IOF-CENTS(WRK-IND-CDB) =
                   CDB001A-VALOR-IOF * 100
           COMPUTE TAB-CDB-IR-CENTS(WRK-IND-CDB) =
                   CDB001A-VALOR-IR * 100
           COMPUTE TAB-CDB-LIQ-CENTS(WRK-IND-CDB) =
                   CDB001A-VALOR-LIQUIDO * 100
           PERFORM 0004-GRAVAR-APLICACOES

           PERFORM 0025-REGISTRAR-RESGATE

           DISPLAY 'RESGATE REALIZADO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR O RESGATE NO LOG (CREDITO NA CONTA E RETENCOES)
      *    E NO EXTRATO DA CONTA
      *----------------------------------------------------------------*
       0025-REGISTRAR-RESGATE          SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CDB-CONTA(WRK-IND-CDB) TO A-NUM-CONTA
           MOVE WRK-SALDO-CONTA        TO A-SALDO
           MOVE CDB001A-VALOR-BRUTO    TO F-BRUTO-EDIT

           MOVE 'CDBRESGATE'           TO WRK-TIPO-LANCAMENTO
           MOVE CDB001A-VALOR-LIQUIDO  TO WRK-VALOR-LANCAMENTO
           MOVE 'S'                    TO WRK-CARIMBA-SALDO
           MOVE SPACES                 TO WRK-COMPLEMENTO
           STRING 'CDB=' TAB-CDB-NUMERO(WRK-IND-CDB)
                  ' BRUTO=' F-BRUTO-EDIT
                  DELIMITED BY SIZE INTO WRK-COMPLEMENTO
           END-STRING
           MOVE 'C'                    TO WRK-NATUREZA
           PERFORM 0030-GRAVAR-LOG
           PERFORM 0031-GRAVAR-EXTRATO

           MOVE 'N'                    TO WRK-CARIMBA-SALDO
           MOVE SPACES                 TO WRK-COMPLEMENTO
           STRING 'CDB=' TAB-CDB-NUMERO(WRK-IND-CDB)
                  DELIMITED BY SIZE INTO WRK-COMPLEMENTO
           END-STRING

           IF CDB001A-VALOR-IOF GREATER ZEROS
              MOVE 'CDBIOF'            TO WRK-TIPO-LANCAMENTO
              MOVE CDB001A-VALOR-IOF   TO WRK-VALOR-LANCAMENTO
              PERFORM 0030-GRAVAR-LOG
           END-IF

           IF CDB001A-VALOR-IR GREATER ZEROS
              MOVE 'CDBIRRF'           TO WRK-TIPO-LANCAMENTO
              MOVE CDB001A-VALOR-IR    TO WRK-VALOR-LANCAMENTO
              PERFORM 0030-GRAVAR-LOG
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR O BLOQUEIO DA CONTA EM PROCESSAMENTO
      *----------------------------------------------------------------*
       0028-LIBERAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0028-end
       0028-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR A CONTA QUE NAO PODE RECEBER O RESGATE NESTA
      *    EXECUCAO - A APLICACAO CONTINUA ATIVA E VENCIDA
      *----------------------------------------------------------------*
       0029-INFORMAR-FALHA             SECTION.
      *----------------------------------------------------------------*

           EVALUATE CTA001A-RETORNO
               WHEN 'B'
                    DISPLAY 'CONTA ' CTA001A-CONTA
                            ' BLOQUEADA POR OUTRO PROCESSO - TENTE'
                            ' NOVAMENTE'
               WHEN 'N'
                    DISPLAY 'CONTA ' CTA001A-CONTA
                            ' NAO ENCONTRADA NO CADASTRO'
               WHEN OTHER
                    DISPLAY 'ERRO NO CADASTRO DE CONTAS - STATUS '
                            CTA001A-FILE-STATUS ' CONTA '
                            CTA001A-CONTA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0029-end
       0029-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O LANCAMENTO NO LOG DE AUDITORIA - SO O LANCAMENTO
      *    QUE MOVIMENTA A CONTA CARIMBA O SALDO RESULTANTE (A=)
      *----------------------------------------------------------------*
       0030-GRAVAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE A-SALDO                TO A-SALDO-EDIT
           MOVE WRK-VALOR-LANCAMENTO   TO F-SALDO-EDIT
           MOVE SPACES                 TO WRK-LOG-REGISTRO

           IF WRK-CARIMBA-SALDO EQUAL 'S'
              STRING
                  WS-DATE '-' WS-TIME ' | TIPO=' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-TIPO-LANCAMENTO) DELIMITED BY SIZE
                  ' | ' A-NUM-CONTA ' | '
                  'VALOR=' DELIMITED BY SIZE
                  F-SALDO-EDIT DELIMITED BY SIZE
                  ' | A=' A-SALDO-EDIT ' | '
                  'STATUS=OK | ' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-COMPLEMENTO) DELIMITED BY SIZE
                  INTO WRK-LOG-REGISTRO
              END-STRING
           ELSE
              STRING
                  WS-DATE '-' WS-TIME ' | TIPO=' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-TIPO-LANCAMENTO) DELIMITED BY SIZE
                  ' | ' A-NUM-CONTA ' | '
                  'VALOR=' DELIMITED BY SIZE
                  F-SALDO-EDIT DELIMITED BY SIZE
                  ' | STATUS=OK | ' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-COMPLEMENTO) DELIMITED BY SIZE
                  INTO WRK-LOG-REGISTRO
              END-STRING
           END-IF

           CALL 'LOGSEG1A' USING WRK-LOG-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO (DEBITO DA APLICACAO OU CREDITO DO
      *    RESGATE) NO EXTRATO DA CONTA
      *----------------------------------------------------------------*
       0031-GRAVAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND EXTRATO-OUT

           MOVE WRK-VALOR-LANCAMENTO   TO F-SALDO-EDIT
           MOVE A-SALDO                TO A-SALDO-EDIT
           IF WRK-NATUREZA EQUAL 'D'
              MOVE 'DEBITO='           TO WRK-DESC-NATUREZA
           ELSE
              MOVE 'CREDITO='          TO WRK-DESC-NATUREZA
           END-IF
           MOVE SPACES                 TO WRK-EXTRATO-REGISTRO
           STRING
               WS-DATE '-' WS-TIME ' | CONTA=' A-NUM-CONTA
                                      DELIMITED BY SIZE
               ' | '                  DELIMITED BY SIZE
               WRK-DESC-NATUREZA      DELIMITED BY SPACE
               F-SALDO-EDIT DELIMITED BY SIZE
               ' | SALDO=' A-SALDO-EDIT DELIMITED BY SIZE
               ' | CONTRAPARTE=CDB ' DELIMITED BY SIZE
               TAB-CDB-NUMERO(WRK-IND-CDB) DELIMITED BY SIZE
               INTO WRK-EXTRATO-REGISTRO
           END-STRING

           WRITE WRK-EXTRATO-REGISTRO
           CLOSE EXTRATO-OUT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR AS APLICACOES DE UMA CONTA - A ATIVA MOSTRA O
      *    SALDO BRUTO APROPRIADO, A RESGATADA O LIQUIDO CREDITADO
      *----------------------------------------------------------------*
       0040-CONSULTAR-APLICACOES       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DA CONTA: ' WITH NO ADVANCING
           ACCEPT WRK-CONTA-INF

           MOVE ZEROS                  TO WRK-QTDE-LISTADAS
           DISPLAY 'NUMERO INICIO    VENCTO   %DI    SIT '
                   '    APLICADO      BRUTO/LIQUIDO'

           PERFORM VARYING WRK-IND-CDB FROM 1 BY 1 UNTIL
                      WRK-IND-CDB > WRK-QTDE-CDB
              IF TAB-CDB-CONTA(WRK-IND-CDB) EQUAL WRK-CONTA-INF
                 ADD 1                 TO WRK-QTDE-LISTADAS
                 MOVE TAB-CDB-VALOR-CENTS(WRK-IND-CDB)
                                       TO WRK-VALOR-APLICADO
                 DIVIDE 100            INTO WRK-VALOR-APLICADO
                 MOVE WRK-VALOR-APLICADO TO F-SALDO-EDIT
                 IF TAB-CDB-SITUACAO(WRK-IND-CDB) EQUAL 'A'
                    COMPUTE WRK-VALOR-LANCAMENTO ROUNDED =
                            WRK-VALOR-APLICADO *
                            TAB-CDB-FATOR(WRK-IND-CDB)
                 ELSE
                    COMPUTE WRK-VALOR-LANCAMENTO =
                            TAB-CDB-LIQ-CENTS(WRK-IND-CDB) / 100
                 END-IF
                 MOVE WRK-VALOR-LANCAMENTO TO F-BRUTO-EDIT
                 MOVE TAB-CDB-PCT-DI(WRK-IND-CDB) TO F-PCT-EDIT
                 DISPLAY TAB-CDB-NUMERO(WRK-IND-CDB) ' '
                         TAB-CDB-INICIO(WRK-IND-CDB) ' '
                         TAB-CDB-VENCIMENTO(WRK-IND-CDB) ' '
                         F-PCT-EDIT ' '
                         TAB-CDB-SITUACAO(WRK-IND-CDB) ' '
                         F-SALDO-EDIT ' ' F-BRUTO-EDIT
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADAS EQUAL ZEROS
              DISPLAY 'NENHUMA APLICACAO PARA A CONTA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS SITUACOES DAS CONTAS DE CONTASTA.dat -
      *    CONTA SEM REGISTRO E CONSIDERADA ATIVA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-carregar-situacoes
       0050-CARREGAR-SITUACOES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-STA
           MOVE 'N'                    TO FIM-ARQUIVO

           OPEN INPUT CONTA-STATUS

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ CONTA-STATUS
                 AT END MOVE 'S'       TO FIM-ARQUIVO
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
                       MOVE 'S'        TO FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CONTA-STATUS
           MOVE 'N'                    TO FIM-ARQUIVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A SITUACAO DE UMA CONTA NA TABELA (ENTRADA EM
      *    WRK-CONTA-CONSULTA, SAIDA EM WRK-SITUACAO-CONTA)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-obter-situacao-conta
       0051-OBTER-SITUACAO-CONTA      SECTION.
      *----------------------------------------------------------------*

           MOVE 'A'                    TO WRK-SITUACAO-CONTA

           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      WRK-IND-STA > WRK-QTDE-STA
              IF WRK-CONTA-CONSULTA EQUAL TAB-STA-CONTA(WRK-IND-STA)
                 MOVE TAB-STA-SITUACAO(WRK-IND-STA)
                                       TO WRK-SITUACAO-CONTA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
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
