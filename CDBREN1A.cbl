      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PROCESSAMENTO DIARIO DAS APLICACOES EM CDB
      *              (CDBAPLIC.dat, MANTIDO PELO CDBAPL1A). PARA CADA
      *              APLICACAO ATIVA APROPRIA O RENDIMENTO DE CADA DIA
      *              UTIL (CALENDARIO DO PROGDATA) DESDE A ULTIMA
      *              APROPRIACAO ATE HOJE, SEM PASSAR DO DIA ANTERIOR
      *              AO VENCIMENTO: FATOR DO DIA = 1 + ((1 + TAXA DI
      *              DO DIA) ** (1/252) - 1) X PERCENTUAL DO DI
      *              CONTRATADO, ACUMULADO NO FATOR DA APLICACAO. A
      *              TAXA DO DIA VEM DE CDBTAXA.dat; DIA UTIL SEM TAXA
      *              USA A ULTIMA TAXA ANTERIOR. APLICACAO VENCIDA E
      *              RESGATADA (CDBCAL1B: IOF E IR REGRESSIVOS) E O
      *              LIQUIDO E CREDITADO NA CONTA (CTAMST1B, COM
      *              BLOQUEIO). CADA PASSO VAI PARA TXTLOG.dat PELO
      *              LOGSEG1A: CDBRENDA (APROPRIACAO), CDBRESGATE
      *              (CREDITO NA CONTA, CARIMBA A=), CDBIOF E CDBIRRF
      *              (RETENCOES); O VERSAL1A SO MOVIMENTA SALDO COM O
      *              CDBAPLIC E O CDBRESGATE.
      * NOME.......: CDBREN1A
      *----------------------------------------------------------------*
      * LAYOUT DE CDBTAXA.dat (PIPE), UMA LINHA POR DIA UTIL, EM
      * ORDEM DE DATA:
      *   DATA(AAAAMMDD)|TAXA-DI-ANO-PCT(7, 9(3)V9(4))|
      * LAYOUT DE CDBAPLIC.dat (PIPE), UMA LINHA POR APLICACAO:
      *   NUMERO(6)|CONTA(10)|VALOR-CENTS(13)|PCT-DI(5, 9(3)V99)|
      *   INICIO(8)|VENCIMENTO(8)|FATOR-ACUM(12, 9(4)V9(8))|
      *   ULT-APROPRIACAO(8)|SITUACAO(A=ATIVA R=RESGATADA)|
      *   DATA-RESGATE(8)|BRUTO-CENTS(13)|IOF-CENTS(13)|
      *   IR-CENTS(13)|LIQUIDO-CENTS(13)|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBREN1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TAXA ASSIGN TO 'CDBTAXA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-CDB ASSIGN TO 'CDBAPLIC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTA-STATUS ASSIGN TO 'CONTASTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TAXA.
       01  FD-LIN-TAXA                    PIC X(030).

       FD  ARQ-CDB.
       01  FD-LIN-CDB                     PIC X(200).

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

       01  WS-DATE                     PIC 9(8).
       01  WS-TIME                     PIC 9(6).

      *    TAXAS DI DIARIAS (CDBTAXA.dat)
       01  WRK-MAX-TAB-TAXA            PIC 9(04) VALUE 1000.
       01  WRK-QTDE-TAXA               PIC 9(04) VALUE ZEROS.
       01  WRK-IND-TAXA                PIC 9(04) VALUE ZEROS.
       01  TAB-TAXA-LINHA.
           05  TAB-TAXA-LINHA OCCURS 1000 TIMES.
               10  TAB-TAXA-DATA     PIC 9(08) VALUE ZEROS.
               10  TAB-TAXA-DI       PIC 9(03)V9(04) VALUE ZEROS.
       01  WRK-TAXA-DATA               PIC 9(08) VALUE ZEROS.
       01  WRK-TAXA-STR                PIC X(07) VALUE ZEROS.
       01  WRK-TAXA-NUM REDEFINES WRK-TAXA-STR.
           05 WRK-TAXA-V9999           PIC 9(3)V9(4).

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

      *    APROPRIACAO DIARIA
       01  WRK-INT-DIA                 PIC 9(09) VALUE ZEROS.
       01  WRK-INT-FIM                 PIC 9(09) VALUE ZEROS.
       01  WRK-DIA-DATA                PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-UTIL                PIC X(01) VALUE 'N'.
       01  WRK-TAXA-ENCONTRADA         PIC X(01) VALUE 'N'.
       01  WRK-TAXA-DI-DIA             PIC 9(03)V9(04) VALUE ZEROS.
       01  WRK-FATOR-DI                PIC 9(01)V9(12) VALUE ZEROS.
       01  WRK-FATOR-DIA               PIC 9(01)V9(08) VALUE ZEROS.
       01  WRK-QTDE-DIAS-UTEIS         PIC 9(04) VALUE ZEROS.
       01  WRK-BRUTO-ANTES             PIC 9(11)V99 VALUE ZEROS.
       01  WRK-BRUTO-DEPOIS            PIC 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-APLICADO          PIC 9(11)V99 VALUE ZEROS.

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

      *    TOTAIS DA EXECUCAO
       01  WRK-QTDE-ATIVAS             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-APROPRIADAS        PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SEM-TAXA           PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-RESGATADAS         PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-PENDENTES          PIC 9(05) VALUE ZEROS.
       01  WRK-TOTAL-RENDIMENTO        PIC 9(11)V99 VALUE ZEROS.

      *    LANCAMENTO EM PROCESSAMENTO
       01  WRK-TIPO-LANCAMENTO         PIC X(10) VALUE SPACES.
       01  WRK-VALOR-LANCAMENTO        PIC 9(09)V99 VALUE ZEROS.
       01  WRK-COMPLEMENTO             PIC X(60) VALUE SPACES.
       01  WRK-CARIMBA-SALDO           PIC X(01) VALUE 'N'.
       01  WRK-SALDO-CONTA             PIC S9(09)V99 VALUE ZEROS.

       01  A-NUM-CONTA                 PIC X(10) VALUE SPACES.
       01  A-SALDO                     PIC S9(9)V99 VALUE 0.
       01  A-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.
       01  F-BRUTO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.

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
           PERFORM 0002-CARREGAR-TAXAS
           PERFORM 0003-CARREGAR-APLICACOES
           PERFORM 0050-CARREGAR-SITUACOES

           PERFORM VARYING WRK-IND-CDB FROM 1 BY 1 UNTIL
                      WRK-IND-CDB > WRK-QTDE-CDB
              IF TAB-CDB-SITUACAO(WRK-IND-CDB) EQUAL 'A'
                 ADD 1                 TO WRK-QTDE-ATIVAS
                 PERFORM 0010-APROPRIAR-RENDIMENTO
                 IF TAB-CDB-VENCIMENTO(WRK-IND-CDB) NOT GREATER
                    WS-DATE
                    PERFORM 0020-RESGATAR-NO-VENCIMENTO
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 0004-GRAVAR-APLICACOES

           MOVE WRK-TOTAL-RENDIMENTO   TO F-SALDO-EDIT
           DISPLAY '*=========================================*'
           DISPLAY '* CDBREN1A - APROPRIACAO E VENCIMENTO CDB *'
           DISPLAY '* DATA DO PROCESSAMENTO: ' WS-DATE
           DISPLAY '* APLICACOES ATIVAS....: ' WRK-QTDE-ATIVAS
           DISPLAY '* COM RENDIMENTO.......: ' WRK-QTDE-APROPRIADAS
           DISPLAY '* RENDIMENTO APROPRIADO: ' F-SALDO-EDIT
           DISPLAY '* SEM TAXA DI..........: ' WRK-QTDE-SEM-TAXA
           DISPLAY '* RESGATADAS NO VENCTO.: ' WRK-QTDE-RESGATADAS
           DISPLAY '* VENCIDAS PENDENTES...: ' WRK-QTDE-PENDENTES
           DISPLAY '*=========================================*'

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
      *    CARREGAR AS TAXAS DI DE CDBTAXA.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-TAXAS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TAXA
           MOVE 'N'                    TO FIM-ARQUIVO

           OPEN INPUT ARQ-TAXA

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ ARQ-TAXA
                 AT END MOVE 'S'       TO FIM-ARQUIVO
                 NOT AT END
                    MOVE ZEROS         TO WRK-TAXA-DATA
                    MOVE ZEROS         TO WRK-TAXA-STR
                    UNSTRING FD-LIN-TAXA DELIMITED BY SEP
                       INTO WRK-TAXA-DATA
                            WRK-TAXA-STR
                    END-UNSTRING
                    IF WRK-TAXA-STR IS NUMERIC AND
                       WRK-TAXA-DATA GREATER ZEROS
                       IF WRK-QTDE-TAXA LESS WRK-MAX-TAB-TAXA
                          ADD 1        TO WRK-QTDE-TAXA
                          MOVE WRK-TAXA-DATA
                               TO TAB-TAXA-DATA(WRK-QTDE-TAXA)
                          MOVE WRK-TAXA-V9999
                               TO TAB-TAXA-DI(WRK-QTDE-TAXA)
                       ELSE
                          DISPLAY 'TABELA DE TAXAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-TAXA
                          MOVE 'S'     TO FIM-ARQUIVO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-TAXA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
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
      *    APROPRIAR O RENDIMENTO DOS DIAS UTEIS DESDE A ULTIMA
      *    APROPRIACAO (OU DESDE A APLICACAO) ATE HOJE, NO MAXIMO ATE
      *    O DIA ANTERIOR AO VENCIMENTO. DIA UTIL SEM NENHUMA TAXA DI
      *    ATE ELE INTERROMPE A APROPRIACAO, QUE CONTINUA DAQUELE DIA
      *    NA PROXIMA EXECUCAO
      *----------------------------------------------------------------*
       0010-APROPRIAR-RENDIMENTO       SECTION.
      *----------------------------------------------------------------*

           IF TAB-CDB-FATOR(WRK-IND-CDB) LESS 1
              MOVE 1                   TO TAB-CDB-FATOR(WRK-IND-CDB)
           END-IF

           IF TAB-CDB-ULT-APROP(WRK-IND-CDB) EQUAL ZEROS
              COMPUTE WRK-INT-DIA = FUNCTION INTEGER-OF-DATE
                                    (TAB-CDB-INICIO(WRK-IND-CDB))
           ELSE
              COMPUTE WRK-INT-DIA = FUNCTION INTEGER-OF-DATE
                                    (TAB-CDB-ULT-APROP(WRK-IND-CDB))
                                    + 1
           END-IF

           IF TAB-CDB-VENCIMENTO(WRK-IND-CDB) GREATER WS-DATE
              COMPUTE WRK-INT-FIM =
                      FUNCTION INTEGER-OF-DATE(WS-DATE)
           ELSE
              COMPUTE WRK-INT-FIM = FUNCTION INTEGER-OF-DATE
                                    (TAB-CDB-VENCIMENTO(WRK-IND-CDB))
                                    - 1
           END-IF

           MOVE TAB-CDB-VALOR-CENTS(WRK-IND-CDB) TO WRK-VALOR-APLICADO
           DIVIDE 100                  INTO WRK-VALOR-APLICADO
           COMPUTE WRK-BRUTO-ANTES ROUNDED =
                   WRK-VALOR-APLICADO * TAB-CDB-FATOR(WRK-IND-CDB)
           MOVE ZEROS                  TO WRK-QTDE-DIAS-UTEIS
           MOVE 'S'                    TO WRK-TAXA-ENCONTRADA

           PERFORM UNTIL WRK-INT-DIA > WRK-INT-FIM OR
                         WRK-TAXA-ENCONTRADA EQUAL 'N'
              COMPUTE WRK-DIA-DATA =
                      FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
              PERFORM 0011-VERIFICAR-DIA-UTIL
              IF WRK-DIA-UTIL EQUAL 'S'
                 PERFORM 0012-OBTER-TAXA-DIA
                 IF WRK-TAXA-ENCONTRADA EQUAL 'S'
                    COMPUTE WRK-FATOR-DI ROUNDED =
                            (1 + WRK-TAXA-DI-DIA / 100) ** (1 / 252)
                    COMPUTE WRK-FATOR-DIA ROUNDED =
                            1 + (WRK-FATOR-DI - 1) *
                                TAB-CDB-PCT-DI(WRK-IND-CDB) / 100
                    COMPUTE TAB-CDB-FATOR(WRK-IND-CDB) ROUNDED =
                            TAB-CDB-FATOR(WRK-IND-CDB) * WRK-FATOR-DIA
                    ADD 1              TO WRK-QTDE-DIAS-UTEIS
                 END-IF
              END-IF
              IF WRK-TAXA-ENCONTRADA EQUAL 'S'
                 MOVE WRK-DIA-DATA     TO TAB-CDB-ULT-APROP(WRK-IND-CDB)
                 ADD 1                 TO WRK-INT-DIA
              END-IF
           END-PERFORM

           IF WRK-TAXA-ENCONTRADA EQUAL 'N'
              ADD 1                    TO WRK-QTDE-SEM-TAXA
              DISPLAY '* CDB ' TAB-CDB-NUMERO(WRK-IND-CDB)
                      ' SEM TAXA DI PARA ' WRK-DIA-DATA
                      ' - APROPRIADO ATE '
                      TAB-CDB-ULT-APROP(WRK-IND-CDB)
           END-IF

           COMPUTE WRK-BRUTO-DEPOIS ROUNDED =
                   WRK-VALOR-APLICADO * TAB-CDB-FATOR(WRK-IND-CDB)

           IF WRK-BRUTO-DEPOIS GREATER WRK-BRUTO-ANTES
              ADD 1                    TO WRK-QTDE-APROPRIADAS
              COMPUTE WRK-VALOR-LANCAMENTO =
                      WRK-BRUTO-DEPOIS - WRK-BRUTO-ANTES
              ADD WRK-VALOR-LANCAMENTO TO WRK-TOTAL-RENDIMENTO
              MOVE TAB-CDB-CONTA(WRK-IND-CDB) TO A-NUM-CONTA
              MOVE 'CDBRENDA'          TO WRK-TIPO-LANCAMENTO
              MOVE 'N'                 TO WRK-CARIMBA-SALDO
              MOVE WRK-BRUTO-DEPOIS    TO F-BRUTO-EDIT
              MOVE SPACES              TO WRK-COMPLEMENTO
              STRING 'CDB=' TAB-CDB-NUMERO(WRK-IND-CDB)
                     ' BRUTO=' F-BRUTO-EDIT
                     ' DIAS-UTEIS=' WRK-QTDE-DIAS-UTEIS
                     DELIMITED BY SIZE INTO WRK-COMPLEMENTO
              END-STRING
              PERFORM 0030-GRAVAR-LOG
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR SE WRK-DIA-DATA E DIA UTIL PELO CALENDARIO DO
      *    PROGDATA (O PROXIMO DIA UTIL A PARTIR DELA E ELA MESMA)
      *----------------------------------------------------------------*
       0011-VERIFICAR-DIA-UTIL         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DIA-UTIL
           MOVE WRK-DIA-DATA           TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           IF COD001A-PROX-DIA-UTIL EQUAL WRK-DIA-DATA
              MOVE 'S'                 TO WRK-DIA-UTIL
           END-IF

           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A TAXA DI DE WRK-DIA-DATA: A DO PROPRIO DIA OU, SEM
      *    ELA, A ULTIMA ANTERIOR
      *----------------------------------------------------------------*
       0012-OBTER-TAXA-DIA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-TAXA-ENCONTRADA
           MOVE ZEROS                  TO WRK-TAXA-DATA

           PERFORM VARYING WRK-IND-TAXA FROM 1 BY 1 UNTIL
                      WRK-IND-TAXA > WRK-QTDE-TAXA
              IF TAB-TAXA-DATA(WRK-IND-TAXA) NOT GREATER WRK-DIA-DATA
                 AND TAB-TAXA-DATA(WRK-IND-TAXA) NOT LESS
                     WRK-TAXA-DATA
                 MOVE 'S'              TO WRK-TAXA-ENCONTRADA
                 MOVE TAB-TAXA-DATA(WRK-IND-TAXA) TO WRK-TAXA-DATA
                 MOVE TAB-TAXA-DI(WRK-IND-TAXA)   TO WRK-TAXA-DI-DIA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESGATAR NO VENCIMENTO: IOF/IR PELO CDBCAL1B E CREDITO DO
      *    LIQUIDO NA CONTA. CONTA BLOQUEADA TOTAL, ENCERRADA OU EM
      *    USO POR OUTRO PROGRAMA DEIXA A APLICACAO PENDENTE PARA A
      *    PROXIMA EXECUCAO (O RENDIMENTO JA PAROU NO VENCIMENTO)
      *----------------------------------------------------------------*
       0020-RESGATAR-NO-VENCIMENTO     SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CDB-CONTA(WRK-IND-CDB) TO WRK-CONTA-CONSULTA
           PERFORM 0051-OBTER-SITUACAO-CONTA
           IF WRK-SITUACAO-CONTA EQUAL 'T' OR
              WRK-SITUACAO-CONTA EQUAL 'E'
              ADD 1                    TO WRK-QTDE-PENDENTES
              DISPLAY '* CDB ' TAB-CDB-NUMERO(WRK-IND-CDB)
                      ' VENCIDO - CONTA ' TAB-CDB-CONTA(WRK-IND-CDB)
                      ' BLOQUEADA OU ENCERRADA, RESGATE PENDENTE'
              EXIT SECTION
           END-IF

           MOVE TAB-CDB-INICIO(WRK-IND-CDB) TO CDB001A-DATA-INICIO
           MOVE WS-DATE                TO CDB001A-DATA-RESGATE
           MOVE WRK-VALOR-APLICADO     TO CDB001A-VALOR-APLICADO
           MOVE TAB-CDB-FATOR(WRK-IND-CDB) TO CDB001A-FATOR-ACUM
           CALL 'CDBCAL1B' USING WRK-CDB-REGISTRO
           IF CDB001A-RETORNO NOT EQUAL 'S'
              ADD 1                    TO WRK-QTDE-PENDENTES
              DISPLAY '* CDB ' TAB-CDB-NUMERO(WRK-IND-CDB)
                      ' COM DATAS INVALIDAS - RESGATE PENDENTE'
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
           ADD 1                       TO WRK-QTDE-RESGATADAS

      *    O CREDITO JA FOI FEITO: REGRAVA AGORA PARA QUE UMA NOVA
      *    EXECUCAO NAO RESGATE DE NOVO
           PERFORM 0004-GRAVAR-APLICACOES

           PERFORM 0025-REGISTRAR-RESGATE

           MOVE CDB001A-VALOR-LIQUIDO  TO F-SALDO-EDIT
           DISPLAY '* CDB ' TAB-CDB-NUMERO(WRK-IND-CDB)
                   ' RESGATADO NO VENCIMENTO - CONTA '
                   TAB-CDB-CONTA(WRK-IND-CDB) ' LIQUIDO '
                   F-SALDO-EDIT
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

           ADD 1                       TO WRK-QTDE-PENDENTES
           EVALUATE CTA001A-RETORNO
               WHEN 'B'
                    DISPLAY '* CDB ' TAB-CDB-NUMERO(WRK-IND-CDB)
                            ' - CONTA ' CTA001A-CONTA
                            ' BLOQUEADA POR OUTRO PROGRAMA -'
                            ' RESGATE PENDENTE'
               WHEN 'N'
                    DISPLAY '* CDB ' TAB-CDB-NUMERO(WRK-IND-CDB)
                            ' - CONTA ' CTA001A-CONTA
                            ' NAO ENCONTRADA NO CADASTRO'
               WHEN OTHER
                    DISPLAY '* ERRO NO CADASTRO DE CONTAS - STATUS '
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
      *    GRAVAR O CREDITO DO RESGATE NO EXTRATO DA CONTA
      *----------------------------------------------------------------*
       0031-GRAVAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND EXTRATO-OUT

           MOVE WRK-VALOR-LANCAMENTO   TO F-SALDO-EDIT
           MOVE A-SALDO                TO A-SALDO-EDIT
           MOVE SPACES                 TO WRK-EXTRATO-REGISTRO
           STRING
               WS-DATE '-' WS-TIME ' | CONTA=' A-NUM-CONTA
                                      DELIMITED BY SIZE
               ' | CREDITO=' F-SALDO-EDIT DELIMITED BY SIZE
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
