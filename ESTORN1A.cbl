      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PEDIDO DE ESTORNO DE UMA TRANSACAO EFETIVADA. O
      *              OPERADOR (CADASTRADO EM SEQENT01.dat) INFORMA A
      *              DATA E O NUMERO DE SEQUENCIA (SEQ= DO SELO DO
      *              LOGSEG1A) DA LINHA ORIGINAL EM TXTLOG.dat. SO A
      *              TRANSFERENCIA ENTRE CONTAS E O PIX COM STATUS=OK
      *              PODEM SER ESTORNADOS, E UMA UNICA VEZ: A LINHA
      *              NAO PODE TER ESTORNO EFETIVADO NO LOG NEM PEDIDO
      *              PENDENTE OU APROVADO NA FILA, E A REMESSA AO
      *              BANCO DO DIA (TRANSCTL.dat) AINDA NAO PODE TER
      *              SIDO TRANSMITIDA. O PEDIDO ENTRA NA
      *              FILA DE APROVACAO APROVTRF.dat COMO TIPO 5, COM A
      *              REFERENCIA 'SEQ DATA EVENTO' NO CAMPO DA CHAVE
      *              PIX, E SO E POSTADO QUANDO UM SUPERVISOR O LIBERA
      *              NO TRANSF3A.
      * NOME.......: ESTORN1A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORN1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXT-LOG ASSIGN TO 'TXTLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APROV-TRF ASSIGN TO 'APROVTRF.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSM-CTL ASSIGN TO 'TRANSCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CADASTRO ASSIGN TO 'SEQENT01.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  TXT-LOG.
       01  FD-LOG-LINHA                   PIC X(230).

       FD  APROV-TRF.
       01  WRK-APROV-REGISTRO.
         05  FD-APROV-LINHA              PIC X(140).

       FD  TRANSM-CTL.
       01  FD-LIN-CONTROLE               PIC X(100).

      *    LAYOUT DO CADASTRO (COPY002A), USADO SOMENTE PARA CONFERIR
      *    QUE O OPERADOR QUE PEDE O ESTORNO E CADASTRADO
       FD ARQ-CADASTRO.
       01 WRK-CAD-REGISTRO.
           05 WRK-CAD-COD              PIC 9(03).
           05 WRK-CAD-NOME              PIC X(30).
           05 WRK-CAD-IDADE             PIC 9(02).
           05 WRK-CAD-DATA-NASC         PIC 9(08).
           05 WRK-CAD-CARGO             PIC X(20).
           05 WRK-CAD-EMAIL             PIC X(50).
           05 WRK-CAD-TELEFONE          PIC 9(09).
           05 WRK-CAD-ENDERECO.
               10 WRK-CAD-RUA           PIC X(50).
               10 WRK-CAD-CIDADE        PIC X(30).
               10 WRK-CAD-ESTADO        PIC X(02).
               10 WRK-CAD-CEP           PIC 9(08).
           05 WRK-CAD-CPF               PIC 9(11).
           05 WRK-CAD-DATA-CRIACAO      PIC 9(08).
           05 WRK-CAD-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                         PIC X(01) VALUE '|'.
       01  FIM-ARQUIVO                 PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE             PIC S9(4) COMP VALUE ZERO.
       01  WS-DATE                     PIC 9(8).
       01  WS-TIME                     PIC 9(6).

      *    IDENTIFICACAO DO OPERADOR
       01  FS-CADASTRO                 PIC XX.
       01  WRK-OPERADOR                PIC X(20) VALUE SPACES.
       01  WRK-FIM-CADASTRO            PIC X(01) VALUE 'N'.
       01  WRK-OPERADOR-ENCONTRADO     PIC X(01) VALUE 'N'.

      *    TRANSACAO ORIGINAL INFORMADA PELO OPERADOR
       01  WRK-EST-DATA                PIC 9(08) VALUE ZEROS.
       01  WRK-EST-SEQ                 PIC 9(08) VALUE ZEROS.
       01  WRK-EST-CONFIRMA            PIC X(01) VALUE SPACES.
       01  WRK-EST-ACHOU               PIC X(01) VALUE 'N'.
       01  WRK-EST-JA-ESTORNADA        PIC X(01) VALUE 'N'.
       01  WRK-EST-JA-PEDIDA           PIC X(01) VALUE 'N'.
       01  WRK-EST-EVENTO              PIC X(20) VALUE SPACES.
       01  WRK-EST-ORIGEM              PIC X(40) VALUE SPACES.
       01  WRK-EST-DESTINO             PIC X(40) VALUE SPACES.
       01  WRK-EST-VALOR               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-EST-CONTA-A             PIC 9(10) VALUE ZEROS.
       01  WRK-EST-CONTA-B             PIC 9(10) VALUE ZEROS.
       01  WRK-EST-REFERENCIA          PIC X(40) VALUE SPACES.
       01  WRK-EST-PROCURA             PIC X(30) VALUE SPACES.
       01  WRK-EST-OCORRENCIAS         PIC 9(03) VALUE ZEROS.
       01  WRK-EST-MOTIVO              PIC X(60) VALUE SPACES.

      *    CONTROLE DE TRANSMISSAO DA REMESSA (TRANSCTL.dat)
       01  WRK-EST-REMESSA-ENVIADA     PIC X(01) VALUE 'N'.
       01  WRK-CTL-ARQUIVO             PIC X(20) VALUE SPACES.
       01  WRK-CTL-DATA                PIC X(08) VALUE SPACES.
       01  WRK-CTL-SIT                 PIC X(01) VALUE SPACES.
       01  WRK-DESCARTE                PIC X(20) VALUE SPACES.

      *    CAMPOS DESMEMBRADOS DE UMA LINHA DO LOG
       01  WRK-LOG-CONTEUDO            PIC X(230) VALUE SPACES.
       01  WRK-LOG-SELO                PIC X(40) VALUE SPACES.
       01  WRK-LOG-SEQ                 PIC X(08) VALUE SPACES.
       01  WRK-LOG-CAMPO1              PIC X(20) VALUE SPACES.
       01  WRK-LOG-CAMPO2              PIC X(60) VALUE SPACES.
       01  WRK-LOG-CAMPO3              PIC X(60) VALUE SPACES.
       01  WRK-LOG-CAMPO4              PIC X(30) VALUE SPACES.
       01  WRK-LOG-CAMPO5              PIC X(40) VALUE SPACES.
       01  WRK-LOG-CAMPO6              PIC X(70) VALUE SPACES.
       01  WRK-LOG-STATUS              PIC X(60) VALUE SPACES.

      *    CONVERSAO DO VALOR EDITADO (ZZZ.ZZZ.ZZZ,99) PARA CENTAVOS
       01  WRK-VALOR-EDIT              PIC X(20) VALUE SPACES.
       01  WRK-VALOR-CENTS             PIC 9(13) VALUE ZEROS.
       01  WRK-POS                     PIC 9(02) VALUE ZEROS.
       01  WRK-DIGITO                  PIC X(01) VALUE SPACES.

      *    FILA DE APROVACAO (LAYOUT DO TRANSF1A)
       01  WRK-APR-DATA-EXEC           PIC 9(08) VALUE ZEROS.
       01  WRK-APR-TIPO                PIC 9(01) VALUE ZEROS.
       01  WRK-APR-CONTA-A             PIC 9(10) VALUE ZEROS.
       01  WRK-APR-CONTA-B             PIC 9(10) VALUE ZEROS.
       01  WRK-APR-CHAVE-PIX           PIC X(40) VALUE SPACES.
       01  WRK-APR-OPERADOR            PIC X(20) VALUE SPACES.
       01  WRK-APR-SITUACAO            PIC X(01) VALUE SPACES.
       01  WRK-VALOR-STR               PIC X(12) VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-STR.
           05 WRK-VALOR-V99            PIC 9(9)V99.

       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.

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
           PERFORM 0002-OBTER-HORA
           PERFORM 0020-IDENTIFICAR-OPERADOR

           IF WRK-OPERADOR-ENCONTRADO NOT EQUAL 'S'
              DISPLAY 'ACESSO NEGADO: OPERADOR NAO CADASTRADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0003-INFORMAR-ORIGINAL
           PERFORM 0004-LOCALIZAR-ORIGINAL

           IF WRK-EST-MOTIVO NOT EQUAL SPACES
              DISPLAY 'ESTORNO RECUSADO: '
                      FUNCTION TRIM(WRK-EST-MOTIVO)
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0010-VERIFICAR-REMESSA
           IF WRK-EST-REMESSA-ENVIADA EQUAL 'S'
              DISPLAY 'ESTORNO RECUSADO: A REMESSA AO BANCO DO DIA DA '
                      'TRANSACAO JA FOI TRANSMITIDA'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0007-VERIFICAR-FILA
           IF WRK-EST-JA-PEDIDA EQUAL 'S'
              DISPLAY 'ESTORNO RECUSADO: JA EXISTE PEDIDO DE ESTORNO '
                      'DESTA TRANSACAO NA FILA DE APROVACAO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0008-CONFIRMAR-ESTORNO
           IF WRK-EST-CONFIRMA EQUAL 'S' OR
              WRK-EST-CONFIRMA EQUAL 's'
              PERFORM 0009-GRAVAR-FILA-APROVACAO
              DISPLAY 'PEDIDO DE ESTORNO ENVIADO PARA APROVACAO DO '
                      'SUPERVISOR (TRANSF3A)'
           ELSE
              DISPLAY 'PEDIDO DE ESTORNO CANCELADO'
           END-IF

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-obter-data
       0001-OBTER-DATA                  SECTION.
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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER HORA SISTEMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-obter-hora
       0002-OBTER-HORA                 SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-HORA          TO WS-TIME(1:2)
            MOVE COD001A-MINUTO        TO WS-TIME(3:2)
            MOVE COD001A-SEGUNDO      TO WS-TIME(5:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O OPERADOR: O NOME PRECISA ESTAR NO CADASTRO
      *    (SEQENT01.dat) - O NOME FICA NO PEDIDO DA FILA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-identificar-operador
       0020-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'NOME DO OPERADOR: ' WRK-OPERADOR
           ELSE
              DISPLAY 'NOME DO OPERADOR: ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF

           IF WRK-OPERADOR EQUAL SPACES
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-CADASTRO

           IF FS-CADASTRO EQUAL "00"
              MOVE 'N'                 TO WRK-FIM-CADASTRO
              PERFORM 0021-LER-CADASTRO
              PERFORM UNTIL WRK-FIM-CADASTRO EQUAL 'S'
                         OR WRK-OPERADOR-ENCONTRADO EQUAL 'S'
                 IF FUNCTION TRIM(WRK-CAD-NOME) EQUAL
                    FUNCTION TRIM(WRK-OPERADOR)
                    MOVE 'S'            TO WRK-OPERADOR-ENCONTRADO
                 ELSE
                    PERFORM 0021-LER-CADASTRO
                 END-IF
              END-PERFORM
              CLOSE ARQ-CADASTRO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE CADASTRO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-ler-cadastro
       0021-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*

           READ ARQ-CADASTRO
               AT END
                   MOVE 'S' TO WRK-FIM-CADASTRO
           END-READ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR A DATA E O NUMERO DE SEQUENCIA DA TRANSACAO A SER
      *    ESTORNADA - REPETE ENQUANTO A DATA FOR INVALIDA OU FUTURA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-informar-original
       0003-INFORMAR-ORIGINAL          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'DATA DA TRANSACAO ORIGINAL (AAAAMMDD): '
                   WITH NO ADVANCING
           ACCEPT WRK-EST-DATA

           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-EST-DATA)
                                       NOT EQUAL ZERO OR
              WRK-EST-DATA GREATER WS-DATE
              DISPLAY 'DATA INVALIDA'
              PERFORM 0003-INFORMAR-ORIGINAL
              EXIT SECTION
           END-IF

           DISPLAY 'NUMERO DE SEQUENCIA NO LOG (SEQ=): '
                   WITH NO ADVANCING
           ACCEPT WRK-EST-SEQ

           IF WRK-EST-SEQ EQUAL ZEROS
              DISPLAY 'SEQUENCIA INVALIDA'
              PERFORM 0003-INFORMAR-ORIGINAL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PERCORRER TXTLOG.dat: LOCALIZA A LINHA ORIGINAL PELA
      *    SEQUENCIA E DATA E PROCURA UM ESTORNO JA EFETIVADO DELA
      *    ('TIPO=ESTORNO <SEQ> <DATA>' COM STATUS=OK)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-localizar-original
       0004-LOCALIZAR-ORIGINAL         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-EST-ACHOU
                                          WRK-EST-JA-ESTORNADA
                                          FIM-ARQUIVO
           MOVE SPACES                 TO WRK-EST-MOTIVO
                                          WRK-EST-PROCURA
           STRING 'TIPO=ESTORNO ' WRK-EST-SEQ ' ' WRK-EST-DATA
                  DELIMITED BY SIZE
                  INTO WRK-EST-PROCURA
           END-STRING

           OPEN INPUT TXT-LOG

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ TXT-LOG
                 AT END MOVE 'S'       TO FIM-ARQUIVO
                 NOT AT END
                    PERFORM 0005-TRATAR-LINHA-LOG
              END-READ
           END-PERFORM

           CLOSE TXT-LOG

           EVALUATE TRUE
               WHEN WRK-EST-ACHOU NOT EQUAL 'S'
                    MOVE 'TRANSACAO NAO LOCALIZADA NO LOG'
                                       TO WRK-EST-MOTIVO
               WHEN FUNCTION TRIM(WRK-LOG-STATUS) NOT EQUAL 'OK'
                    MOVE 'TRANSACAO ORIGINAL NAO FOI EFETIVADA'
                                       TO WRK-EST-MOTIVO
               WHEN WRK-EST-EVENTO NOT EQUAL 'TRANSFERENCIA' AND
                    WRK-EST-EVENTO NOT EQUAL 'PIX'
                    MOVE 'SO TRANSFERENCIA E PIX PODEM SER ESTORNADOS'
                                       TO WRK-EST-MOTIVO
               WHEN WRK-EST-JA-ESTORNADA EQUAL 'S'
                    MOVE 'TRANSACAO JA ESTORNADA'
                                       TO WRK-EST-MOTIVO
               WHEN WRK-EST-ORIGEM(1:10) NOT NUMERIC
                    MOVE 'CONTA ORIGEM INVALIDA NO LOG'
                                       TO WRK-EST-MOTIVO
               WHEN WRK-EST-EVENTO EQUAL 'TRANSFERENCIA' AND
                    WRK-EST-DESTINO(1:10) NOT NUMERIC
                    MOVE 'CONTA DESTINO INVALIDA NO LOG'
                                       TO WRK-EST-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DO LOG: SEPARA O SELO, CONFERE SE E O
      *    ESTORNO EFETIVADO DA ORIGINAL OU A PROPRIA ORIGINAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-tratar-linha-log
       0005-TRATAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-EST-OCORRENCIAS
           INSPECT FD-LOG-LINHA TALLYING WRK-EST-OCORRENCIAS
                   FOR ALL WRK-EST-PROCURA(1:30)
           IF WRK-EST-OCORRENCIAS GREATER ZERO
              MOVE ZEROS               TO WRK-EST-OCORRENCIAS
              INSPECT FD-LOG-LINHA TALLYING WRK-EST-OCORRENCIAS
                      FOR ALL 'STATUS=OK '
              IF WRK-EST-OCORRENCIAS GREATER ZERO
                 MOVE 'S'              TO WRK-EST-JA-ESTORNADA
              END-IF
              EXIT SECTION
           END-IF

           IF WRK-EST-ACHOU EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-LOG-CONTEUDO
                                          WRK-LOG-SELO
           UNSTRING FD-LOG-LINHA DELIMITED BY ' | SEQ='
                    INTO WRK-LOG-CONTEUDO
                         WRK-LOG-SELO
           END-UNSTRING
           MOVE WRK-LOG-SELO(1:8)      TO WRK-LOG-SEQ

           IF WRK-LOG-SEQ NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WRK-LOG-SEQ NOT EQUAL WRK-EST-SEQ OR
              WRK-LOG-CONTEUDO(1:8) NOT EQUAL WRK-EST-DATA
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-EST-ACHOU
           MOVE SPACES                 TO WRK-LOG-CAMPO1
                                          WRK-LOG-CAMPO2
                                          WRK-LOG-CAMPO3
                                          WRK-LOG-CAMPO4
                                          WRK-LOG-CAMPO5
                                          WRK-LOG-CAMPO6
                                          WRK-LOG-STATUS
                                          WRK-EST-EVENTO
                                          WRK-EST-ORIGEM
                                          WRK-EST-DESTINO
           UNSTRING WRK-LOG-CONTEUDO DELIMITED BY ' | '
                    INTO WRK-LOG-CAMPO1
                         WRK-LOG-CAMPO2
                         WRK-LOG-CAMPO3
                         WRK-LOG-CAMPO4
                         WRK-LOG-CAMPO5
                         WRK-LOG-CAMPO6
           END-UNSTRING

      *    O STATUS E O SEGMENTO COM O PREFIXO 'STATUS=' (A LINHA SEM
      *    O SEGMENTO A= O TRAZ NO QUINTO CAMPO)
           IF WRK-LOG-CAMPO5(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO5(8:)  TO WRK-LOG-STATUS
           END-IF
           IF WRK-LOG-CAMPO6(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO6(8:)  TO WRK-LOG-STATUS
           END-IF

      *    O EVENTO E A PRIMEIRA PALAVRA DO TIPO (A TRANSACAO LIBERADA
      *    OU AGENDADA TRAZ O COMPLEMENTO APROVADA/AGENDADA)
           IF WRK-LOG-CAMPO2(1:5) EQUAL 'TIPO='
              UNSTRING WRK-LOG-CAMPO2(6:) DELIMITED BY ' '
                       INTO WRK-EST-EVENTO
              END-UNSTRING
           END-IF

           UNSTRING WRK-LOG-CAMPO3 DELIMITED BY ' => '
                    INTO WRK-EST-ORIGEM
                         WRK-EST-DESTINO
           END-UNSTRING

           MOVE ZEROS                  TO WRK-EST-VALOR
           IF WRK-LOG-CAMPO4(1:6) EQUAL 'VALOR='
              MOVE WRK-LOG-CAMPO4(7:)  TO WRK-VALOR-EDIT
              PERFORM 0006-CONVERTER-VALOR
              COMPUTE WRK-EST-VALOR = WRK-VALOR-CENTS / 100
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONVERTER O VALOR EDITADO (ZZZ.ZZZ.ZZZ,99) EM CENTAVOS -
      *    COLETA SOMENTE OS ALGARISMOS, DA ESQUERDA PARA A DIREITA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-converter-valor
       0006-CONVERTER-VALOR            SECTION.
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
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCURAR NA FILA DE APROVACAO UM PEDIDO DE ESTORNO (TIPO 5)
      *    DA MESMA TRANSACAO PENDENTE OU JA APROVADO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-verificar-fila
       0007-VERIFICAR-FILA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-EST-JA-PEDIDA
                                          FIM-ARQUIVO
           MOVE SPACES                 TO WRK-EST-REFERENCIA
           STRING WRK-EST-SEQ ' ' WRK-EST-DATA ' '
                  WRK-EST-EVENTO       DELIMITED BY SIZE
                  INTO WRK-EST-REFERENCIA
           END-STRING

           OPEN INPUT APROV-TRF

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ APROV-TRF
                 AT END MOVE 'S'       TO FIM-ARQUIVO
                 NOT AT END
                    MOVE ZEROS         TO WRK-APR-TIPO
                    MOVE SPACES        TO WRK-APR-CHAVE-PIX
                                          WRK-APR-SITUACAO
                    UNSTRING FD-APROV-LINHA DELIMITED BY SEP
                       INTO WRK-APR-DATA-EXEC
                            WRK-APR-TIPO
                            WRK-APR-CONTA-A
                            WRK-APR-CONTA-B
                            WRK-APR-CHAVE-PIX
                            WRK-VALOR-STR(1:11)
                            WRK-APR-OPERADOR
                            WRK-APR-SITUACAO
                    END-UNSTRING
                    IF WRK-APR-TIPO EQUAL 5 AND
                       WRK-APR-CHAVE-PIX(1:17) EQUAL
                       WRK-EST-REFERENCIA(1:17) AND
                       WRK-APR-SITUACAO NOT EQUAL 'R'
                       MOVE 'S'        TO WRK-EST-JA-PEDIDA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE APROV-TRF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A TRANSACAO ORIGINAL E PEDIR A CONFIRMACAO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-confirmar-estorno
       0008-CONFIRMAR-ESTORNO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EST-VALOR          TO F-SALDO-EDIT

           DISPLAY '*-----------------------------------------*'
           DISPLAY '* TRANSACAO ORIGINAL'
           DISPLAY '* DATA/SEQUENCIA: ' WRK-EST-DATA ' / ' WRK-EST-SEQ
           DISPLAY '* TIPO..........: ' WRK-EST-EVENTO
           DISPLAY '* CONTA ORIGEM..: ' WRK-EST-ORIGEM(1:10)
           DISPLAY '* DESTINO.......: ' WRK-EST-DESTINO
           DISPLAY '* VALOR.........: ' F-SALDO-EDIT
           DISPLAY '*-----------------------------------------*'
           IF WRK-EST-EVENTO EQUAL 'TRANSFERENCIA'
              DISPLAY '* O ESTORNO DEBITA A CONTA DESTINO E CREDITA '
                      'A CONTA ORIGEM'
           ELSE
              DISPLAY '* O ESTORNO DEVOLVE O VALOR A CONTA ORIGEM'
           END-IF
           DISPLAY 'CONFIRMA O PEDIDO DE ESTORNO (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-EST-CONFIRMA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PEDIDO NA FILA APROVTRF.dat (MESMO LAYOUT DO
      *    TRANSF1A): TIPO 5, CONTA A = ORIGEM E CONTA B = DESTINO DA
      *    ORIGINAL (ZEROS NO PIX), REFERENCIA NO CAMPO DA CHAVE PIX
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-gravar-fila-aprovacao
       0009-GRAVAR-FILA-APROVACAO      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EST-ORIGEM(1:10)   TO WRK-EST-CONTA-A
           MOVE ZEROS                  TO WRK-EST-CONTA-B
           IF WRK-EST-EVENTO EQUAL 'TRANSFERENCIA'
              MOVE WRK-EST-DESTINO(1:10) TO WRK-EST-CONTA-B
           END-IF

           OPEN EXTEND APROV-TRF

           MOVE WRK-EST-VALOR          TO WRK-VALOR-V99
           MOVE SPACES                 TO WRK-APROV-REGISTRO
           STRING
               WS-DATE                 DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               '5'                     DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-EST-CONTA-A         DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-EST-CONTA-B         DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-EST-REFERENCIA      DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-VALOR-STR(1:11)     DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPERADOR            DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               'P'                     DELIMITED BY SIZE
               INTO WRK-APROV-REGISTRO
           END-STRING

           WRITE WRK-APROV-REGISTRO
           CLOSE APROV-TRF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR NO CONTROLE DE TRANSMISSAO (TRANSCTL.dat, DO
      *    TRANSM1A) SE UMA REMESSA GERADA NO DIA DA ORIGINAL OU DEPOIS
      *    JA FOI TRANSMITIDA ('T') OU CONFIRMADA ('C') - A ORDEM DE
      *    PAGAMENTO JA FOI AO BANCO E NAO HA COMO RETIRA-LA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-verificar-remessa
       0010-VERIFICAR-REMESSA           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-EST-REMESSA-ENVIADA
                                          FIM-ARQUIVO

           OPEN INPUT TRANSM-CTL

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ TRANSM-CTL
                 AT END MOVE 'S'       TO FIM-ARQUIVO
                 NOT AT END
                    MOVE SPACES        TO WRK-CTL-ARQUIVO
                                          WRK-CTL-DATA
                                          WRK-CTL-SIT
                    UNSTRING FD-LIN-CONTROLE DELIMITED BY SEP
                       INTO WRK-CTL-ARQUIVO
                            WRK-CTL-DATA
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-CTL-SIT
                    END-UNSTRING
                    IF FUNCTION TRIM(WRK-CTL-ARQUIVO) EQUAL
                                          'REMESSA.dat' AND
                       WRK-CTL-DATA NOT LESS WRK-EST-DATA AND
                       (WRK-CTL-SIT EQUAL 'T' OR WRK-CTL-SIT EQUAL 'C')
                       MOVE 'S'        TO WRK-EST-REMESSA-ENVIADA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TRANSM-CTL
           MOVE 'N'                    TO FIM-ARQUIVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
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
