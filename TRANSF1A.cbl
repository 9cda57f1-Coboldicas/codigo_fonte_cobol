      *              PROGRAMAS QUE REGRAVAM O CADASTRO DE CONTAS
      *              HONRAM ESSA CONVENCAO. O ACUMULO DIARIO DE JUROS
      *              E IOF SOBRE O LIMITE UTILIZADO E DO CHESP01A.
      *            - 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO PELA
      *              CONTA E ACESSADO PELO CTAMST1B. NA DIGITACAO AS
      *              CONTAS SO SAO CONSULTADAS; NA POSTAGEM SAO RELIDAS
      *              COM BLOQUEIO, SO O SALDO DELAS E REGRAVADO E O
      *              BLOQUEIO E LIBERADO (CONTASAI.dat DEIXA DE
      *              EXISTIR). CONTA BLOQUEADA POR OUTRO PROGRAMA
      *              RECUSA A TRANSACAO, QUE FICA NO LOG COMO FALHA.
      *            - 15/10/2026 - NOVO TIPO 4, PAGAMENTO DE BOLETO: A
      *              LINHA DIGITAVEL (47/48) OU O CODIGO DE BARRAS (44)
      *              E VALIDADO E DECODIFICADO PELO BOLETO1B; BOLETO
      *              PAGO APOS O VENCIMENTO (PRORROGADO PARA O PROXIMO
      *              DIA UTIL) COBRA A MULTA E OS JUROS AO DIA
      *              INFORMADOS PELO PAGADOR, COMO NO PROG025A. O
      *              DEBITO SEGUE O MESMO CAMINHO DO PIX (SITUACAO DA
      *              CONTA, CHEQUE ESPECIAL, LOG TIPO=PAGBOLETO). O
      *              PAGAMENTO FICA EM BOLPAGTO.dat PARA A REMESSA
      *              (CNAB240A, SEGMENTO J) E O EXTRATO TRAZ O
      *              BENEFICIARIO. NAO E AGENDADO; ACIMA DO LIMITE DO
      *              OPERADOR E RECUSADO.
      *            - 15/10/2026 - HORARIO DE CORTE POR TIPO E CANAL
      *              (CORTEHOR.dat, VIA CORTE01B): O OPERADOR INFORMA O
      *              CANAL DO PEDIDO; TRANSACAO PEDIDA PARA HOJE APOS O
      *              CORTE, OU EM DIA NAO UTIL, NAO E POSTADA NA HORA -
      *              VAI PARA AGENDTRF.dat NO PROXIMO DIA UTIL (OU PARA
      *              A FILA DE APROVACAO COM ESSA DATA) E O CLIENTE E
      *              AVISADO DA DATA EFETIVA. O AGENDAMENTO TAMBEM
      *              MOSTRA A DATA EM QUE O TRANSF2A VAI EXECUTA-LO.
      *            - 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF1A. 

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENDA-TRF ASSIGN TO 'AGENDTRF.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHESP-PARM ASSIGN TO 'CHESPEC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOL-PAGTO ASSIGN TO 'BOLPAGTO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA            PIC X(200).
       FD  CHESP-PARM.
       01  FD-LIN-CHESPEC                PIC X(30).

      *    BOLETOS PAGOS (PIPE): NUMERO(6)|DATA(8)|HORA(6)|CONTA(10)|
      *    COD-BARRAS(44)|BENEFICIARIO(30)|VENCIMENTO(8)|
      *    VALOR-DOC-CENTS(13)|MULTA-CENTS(13)|JUROS-CENTS(13)|
      *    VALOR-PAGO-CENTS(13)|TIPO (B = BANCARIO C = ARRECADACAO)|
       FD  BOL-PAGTO.
       01  FD-LIN-BOLPAGTO               PIC X(200).

      *    LAYOUT DO CADASTRO (COPY002A), USADO SOMENTE PARA LOCALIZAR
      *    O CARGO DO OPERADOR QUE ESTA USANDO O PROGRAMA
       FD ARQ-CADASTRO.
           05 WRK-CAD-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
      *    LINHA DE LOG MONTADA AQUI E GRAVADA PELO LOGSEG1A, QUE
      *    ACRESCENTA O SELO (SEQ/HASH) DE INVIOLABILIDADE
       01  WRK-LOG-REGISTRO.
       01  WRK-LIMITE-NEGATIVO         PIC S9(09)V99 VALUE ZEROS.
       01  WRK-SALDO-RESULTANTE        PIC S9(10)V99 VALUE ZEROS.

      *> ---------------- Pagamento de boleto ------------------
       01  WRK-BOL-CODIGO              PIC X(60) VALUE SPACES.
       01  WRK-BOL-BENEFICIARIO        PIC X(30) VALUE SPACES.
       01  WRK-BOL-VALOR-DOC           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-BOL-VENC-EFETIVO        PIC 9(08) VALUE ZEROS.
       01  WRK-BOL-DIAS-ATRASO         PIC 9(05) VALUE ZEROS.
       01  WRK-BOL-MULTA-PCT           PIC 9(3)V99 VALUE ZEROS.
       01  WRK-BOL-JUROS-DIA-PCT       PIC 9(3)V999 VALUE ZEROS.
       01  WRK-BOL-MULTA               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-BOL-JUROS               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-BOL-NUMERO              PIC 9(06) VALUE ZEROS.
       01  WRK-BOL-NUM-LIDO            PIC 9(06) VALUE ZEROS.
       01  WRK-BOL-CONFIRMA            PIC X(01) VALUE SPACES.
       01  WRK-BOL-NOME-DIGITADO       PIC X(30) VALUE SPACES.
       01  WRK-BOL-DOC-CENTS           PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-MULTA-CENTS         PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-JUROS-CENTS         PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-PAGO-CENTS          PIC 9(13) VALUE ZEROS.
       01  WRK-BOL-VENC-EDIT           PIC 99/99/9999.
       01  WRK-BOL-DATA-DDMMAAAA       PIC 9(08) VALUE ZEROS.
       01  WRK-BOL-REGISTRO.
           COPY BOL001A.

      *> ---------------- Agendamento de transacao -------------
       01  WRK-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
       01  WRK-AGENDAR                 PIC X(01) VALUE 'N'.

      *> ---------------- Horario de corte (CORTE01B) ----------
       01  WRK-OPCAO-CANAL             PIC 9(01) VALUE ZEROS.
       01  WRK-CANAL                   PIC X(10) VALUE 'AGENCIA'.
       01  WRK-DATA-EFETIVA            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EFETIVA-EDIT       PIC 99/99/9999.
       01  WRK-DATA-EFETIVA-DDMMAAAA   PIC 9(08) VALUE ZEROS.
       01  WRK-CORTE-EDIT              PIC 99B99.
       01  WRK-COR-REGISTRO.
           COPY COR001A.
       01  SEP                         PIC X(01) VALUE '|'.

      *> ---------------- Controle de alcada do operador -------
       01  WRK-IND1                    PIC 9(02) VALUE ZEROS.
       01  WRK-INDA                    PIC 9(02) VALUE ZEROS.
       01  WRK-INDB                    PIC 9(02) VALUE ZEROS.

      *    CONTAS DA TRANSACAO (1 = ORIGEM, 2 = DESTINO), CONSULTADAS
      *    NO CADASTRO (CTAMST1B) NA DIGITACAO E RELIDAS COM BLOQUEIO
      *    NA POSTAGEM
       01  TAB-ENT-LINHA.
           05  TAB-ENT-LINHA OCCURS 2 TIMES.
               10  TAB-NUM-CONTA     PIC 9(10) VALUE ZEROS.
               10  TAB-NOME          PIC X(20) VALUE SPACES.
               10  TAB-SALDO-STR     PIC S9(09)V99 VALUE ZEROS.
       01  WRK-SALDO-ORIG-A            PIC S9(09)V99 VALUE ZEROS.
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.
           PERFORM 0001-OBTER-DATA
           PERFORM 0002-OBTER-HORA
           PERFORM 0020-IDENTIFICAR-OPERADOR
           PERFORM 0041-OBTER-CANAL
           PERFORM 0026-CARREGAR-SITUACOES
           PERFORM 0028-CARREGAR-CHAVES-PIX
           PERFORM 0031-CARREGAR-LIMITES-CHESP
                 PERFORM 0005-INSERIR-TRANSF
                 PERFORM 0006-VALIDAR-VALOR
                 PERFORM 0018-OBTER-DATA-EXECUCAO
                 PERFORM 0042-APLICAR-HORARIO-CORTE
                 PERFORM 0021-VERIFICAR-LIMITE
                 PERFORM 0025-VERIFICAR-STATUS-CONTAS
                 IF WRK-AGENDAR EQUAL 'N' AND
                 PERFORM 0014-INSERIR-PIX
                 PERFORM 0006-VALIDAR-VALOR
                 PERFORM 0018-OBTER-DATA-EXECUCAO
                 PERFORM 0042-APLICAR-HORARIO-CORTE
                 PERFORM 0021-VERIFICAR-LIMITE
                 PERFORM 0025-VERIFICAR-STATUS-CONTAS
                 IF WRK-AGENDAR EQUAL 'N' AND
                 PERFORM 0015-INSERIR-SAQUE
                 PERFORM 0006-VALIDAR-VALOR
                 PERFORM 0018-OBTER-DATA-EXECUCAO
                 PERFORM 0042-APLICAR-HORARIO-CORTE
                 PERFORM 0021-VERIFICAR-LIMITE
                 PERFORM 0025-VERIFICAR-STATUS-CONTAS
                 IF WRK-AGENDAR EQUAL 'N' AND
                    ENCONTROU-A EQUAL 'S'
                    PERFORM 0017-PROCESSAR-SAQUE
                 END-IF
              WHEN 4
                 PERFORM 0036-INSERIR-BOLETO
                 PERFORM 0021-VERIFICAR-LIMITE
                 PERFORM 0025-VERIFICAR-STATUS-CONTAS
      *          O PAGAMENTO NAO VAI PARA A FILA DE APROVACAO (A FILA
      *          NAO GUARDA O CODIGO DE BARRAS): ACIMA DO LIMITE E
      *          RECUSADO
                 IF WRK-ENVIAR-APROV EQUAL 'S'
                    MOVE 'N'           TO WRK-ENVIAR-APROV
                    IF WRK-STATUS-OK EQUAL 'S'
                       MOVE 'N'        TO WRK-STATUS-OK
                       SET ERRO TO TRUE
                       MOVE 'Valor acima do limite do operador'
                                       TO WS-MOTIVO
                    END-IF
                 END-IF
                 IF WRK-STATUS-OK EQUAL 'S' AND
                    ENCONTROU-A EQUAL 'S'
                    PERFORM 0039-PROCESSAR-BOLETO
                 END-IF
           END-EVALUATE

           IF WRK-STATUS-OK EQUAL 'N'
           IF WRK-AGENDAR EQUAL 'S'
              PERFORM 0019-GRAVAR-AGENDAMENTO
              DISPLAY 'TRANSACAO AGENDADA PARA ' WRK-DATA-EXECUCAO
              DISPLAY 'SERA EFETIVADA PELO BATCH TRANSF2A EM '
                      WRK-DATA-EFETIVA-EDIT
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0010-GRAVAR-CONTAS
           IF OK AND WS-TIPO-TRANSACAO EQUAL 4
              PERFORM 0040-REGISTRAR-PAGAMENTO
           END-IF
           PERFORM 0011-GRAVAR-LOG
           IF OK
              PERFORM 0012-GRAVAR-EXTRATO
                     DISPLAY 'Saque realizado com sucesso.'
                     DISPLAY 'Conta:   ' A-NUM-CONTA ' Novo saldo: '
                                        A-SALDO-EDIT
                  WHEN 4
                     MOVE A-SALDO TO A-SALDO-EDIT
                     DISPLAY 'Boleto pago com sucesso - pagamento '
                             WRK-BOL-NUMERO
                     DISPLAY 'Conta:   ' A-NUM-CONTA ' Novo saldo: '
                                        A-SALDO-EDIT
                     DISPLAY 'Beneficiario: ' WRK-BOL-BENEFICIARIO
               END-EVALUATE
           ELSE
               DISPLAY 'Falha: ' WS-MOTIVO
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INSERE INFORMACOES DE TRANSFERENCIA ATRAVES DA TELA
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PESQUISAR CONTA ORIGEM NO CADASTRO (CONSULTA SEM BLOQUEIO)
      *----------------------------------------------------------------*
       0007-PESQUISAR-ORIGEM           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO ENCONTROU-A

           MOVE WS-CONTA-A             TO CTA001A-CONTA
           MOVE 'C'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF CTA001A-RETORNO EQUAL 'S'
              MOVE 'S'                 TO ENCONTROU-A
              MOVE 1                   TO WRK-INDA
              MOVE CTA001A-CONTA       TO TAB-NUM-CONTA(WRK-INDA)
              MOVE CTA001A-NOME        TO TAB-NOME(WRK-INDA)
              MOVE CTA001A-SALDO       TO TAB-SALDO-STR(WRK-INDA)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PESQUISAR CONTA DESTINO NO CADASTRO (CONSULTA SEM BLOQUEIO)
      *----------------------------------------------------------------*
       0008-PESQUISAR-DESTINO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO ENCONTROU-B

           MOVE WS-CONTA-B             TO CTA001A-CONTA
           MOVE 'C'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF CTA001A-RETORNO EQUAL 'S'
              MOVE 'S'                 TO ENCONTROU-B
              MOVE 2                   TO WRK-INDB
              MOVE CTA001A-CONTA       TO TAB-NUM-CONTA(WRK-INDB)
              MOVE CTA001A-NOME        TO TAB-NOME(WRK-INDB)
              MOVE CTA001A-SALDO       TO TAB-SALDO-STR(WRK-INDB)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
      *----------------------------------------------------------------*
       0009-PROCESSAR-TRANSF            SECTION.
      *----------------------------------------------------------------*
           PERFORM 0034-BLOQUEAR-CONTAS
           IF ERRO
              EXIT SECTION
           END-IF

      *> Debita A - o saldo pode ficar negativo ate o limite do
      *> cheque especial contratado da conta
           PERFORM 0033-DEBITAR-COM-CHESP
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA RESPONSAVEL POR ATUALIZAR O CADASTRO DE CONTAS
      *    Regrava so o saldo de A (e de B na transferencia) e libera
      *    os bloqueios; se B nao puder ser regravada, A volta ao
      *    saldo lido e a transacao e recusada
      *----------------------------------------------------------------*
       0010-GRAVAR-CONTAS              SECTION.
      *----------------------------------------------------------------*

           IF NOT ERRO
              MOVE TAB-NUM-CONTA(WRK-INDA) TO CTA001A-CONTA
              MOVE TAB-SALDO-STR(WRK-INDA) TO CTA001A-SALDO
              MOVE 'G'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO NOT EQUAL 'S'
                 PERFORM 0035-RECUSAR-POR-BLOQUEIO
              END-IF
           END-IF

           IF NOT ERRO AND WS-TIPO-TRANSACAO EQUAL 1
              MOVE TAB-NUM-CONTA(WRK-INDB) TO CTA001A-CONTA
              MOVE TAB-SALDO-STR(WRK-INDB) TO CTA001A-SALDO
              MOVE 'G'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO NOT EQUAL 'S'
                 PERFORM 0035-RECUSAR-POR-BLOQUEIO
                 MOVE TAB-NUM-CONTA(WRK-INDA) TO CTA001A-CONTA
                 MOVE WRK-SALDO-ORIG-A TO CTA001A-SALDO
                                          A-SALDO
                 MOVE 'G'              TO CTA001A-ACAO
                 CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              END-IF
           END-IF

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF NOT ERRO
              SET OK TO TRUE
                     DELIMITED BY SIZE
                     INTO WRK-LOG-REGISTRO
                 END-STRING
              WHEN 4
                 STRING
                     WS-DATE '-' WS-TIME ' | TIPO=PAGBOLETO | '
                     WS-CONTA-A ' => BOL ' WRK-BOL-NUMERO ' | '
                     'VALOR=' DELIMITED BY SIZE
                     F-SALDO-EDIT DELIMITED BY SIZE
                     ' | A=' A-SALDO-EDIT ' | '
                     'STATUS=' WS-MOTIVO
                     DELIMITED BY SIZE
                     INTO WRK-LOG-REGISTRO
                 END-STRING
              WHEN 3
                 STRING
                     WS-DATE '-' WS-TIME ' | TIPO=SAQUE | '
           MOVE WS-VALOR               TO F-SALDO-EDIT
           MOVE A-SALDO                TO A-SALDO-EDIT
           MOVE SPACES                 TO WRK-EXTRATO-REGISTRO
           IF WS-TIPO-TRANSACAO        EQUAL 4
              STRING
                  WS-DATE '-' WS-TIME ' | CONTA=' A-NUM-CONTA
                                         DELIMITED BY SIZE
                  ' | DEBITO=' F-SALDO-EDIT DELIMITED BY SIZE
                  ' | SALDO=' A-SALDO-EDIT DELIMITED BY SIZE
                  ' | CONTRAPARTE=BOLETO ' DELIMITED BY SIZE
                  WRK-BOL-BENEFICIARIO DELIMITED BY SIZE
                  INTO WRK-EXTRATO-REGISTRO
              END-STRING
           ELSE
              STRING
                  WS-DATE '-' WS-TIME ' | CONTA=' A-NUM-CONTA
                                         DELIMITED BY SIZE
                  ' | DEBITO=' F-SALDO-EDIT DELIMITED BY SIZE
                  ' | SALDO=' A-SALDO-EDIT DELIMITED BY SIZE
                  ' | CONTRAPARTE=' B-NUM-CONTA DELIMITED BY SIZE
                  INTO WRK-EXTRATO-REGISTRO
              END-STRING
           END-IF
           WRITE WRK-EXTRATO-REGISTRO

           IF WS-TIPO-TRANSACAO        EQUAL 1
           DISPLAY '* 1 - TRANSFERENCIA ENTRE CONTAS             *'
           DISPLAY '* 2 - PIX                                    *'
           DISPLAY '* 3 - SAQUE                                  *'
           DISPLAY '* 4 - PAGAMENTO DE BOLETO                    *'
           DISPLAY '*=============================================*'
           DISPLAY 'FAVOR INFORMAR A OPÇÃO DESEJADA: '
                    WITH NO ADVANCING

           IF WS-TIPO-TRANSACAO NOT = 1 AND
              WS-TIPO-TRANSACAO NOT = 2 AND
              WS-TIPO-TRANSACAO NOT = 3 AND
              WS-TIPO-TRANSACAO NOT = 4
              DISPLAY 'OPÇÃO INVÁLIDA!'
              PERFORM 0013-SELECIONAR-TIPO-TRANSACAO
           END-IF
      *----------------------------------------------------------------*
       0016-PROCESSAR-PIX              SECTION.
      *----------------------------------------------------------------*
           PERFORM 0034-BLOQUEAR-CONTAS
           IF ERRO
              EXIT SECTION
           END-IF

      *> Debita A - honra o limite de cheque especial da conta
           PERFORM 0033-DEBITAR-COM-CHESP
           .
      *----------------------------------------------------------------*
       0017-PROCESSAR-SAQUE            SECTION.
      *----------------------------------------------------------------*
           PERFORM 0034-BLOQUEAR-CONTAS
           IF ERRO
              EXIT SECTION
           END-IF

      *> Debita A - honra o limite de cheque especial da conta
           PERFORM 0033-DEBITAR-COM-CHESP
           .
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

           MOVE 'SUPERVISOR'           TO CARGO-NIVEL1(1)
           MOVE 'GERENTE'              TO CARGO-NIVEL1(2)
              EXIT SECTION
           END-IF

      *    TITULAR DA CONTA DE DESTINO (CONSULTA NO CADASTRO)
           MOVE SPACES                 TO WRK-PIX-NOME-TITULAR
           MOVE WRK-PIX-CONTA-DEST     TO CTA001A-CONTA
           MOVE 'C'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO EQUAL 'S'
              MOVE CTA001A-NOME        TO WRK-PIX-NOME-TITULAR
           END-IF

           DISPLAY 'CONTA DESTINO..: ' WRK-PIX-CONTA-DEST
           DISPLAY 'TITULAR........: ' WRK-PIX-NOME-TITULAR
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RELER COM BLOQUEIO AS CONTAS DA TRANSACAO ANTES DE POSTAR -
      *    O SALDO DA CONSULTA FEITA NA DIGITACAO PODE TER MUDADO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0034-bloquear-contas
       0034-BLOQUEAR-CONTAS           SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-SALDO-STR(WRK-INDA) TO A-SALDO

           MOVE WS-CONTA-A             TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0035-RECUSAR-POR-BLOQUEIO
              MOVE 'D'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              EXIT SECTION
           END-IF
           MOVE CTA001A-SALDO          TO TAB-SALDO-STR(WRK-INDA)
                                          WRK-SALDO-ORIG-A
                                          A-SALDO

           IF WS-TIPO-TRANSACAO NOT EQUAL 1
              EXIT SECTION
           END-IF

           MOVE WS-CONTA-B             TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              PERFORM 0035-RECUSAR-POR-BLOQUEIO
              MOVE 'D'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              EXIT SECTION
           END-IF
           MOVE CTA001A-SALDO          TO TAB-SALDO-STR(WRK-INDB)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0034-end
       0034-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECUSAR A TRANSACAO QUANDO UMA CONTA NAO PODE SER LIDA OU
      *    REGRAVADA (BLOQUEADA POR OUTRO PROGRAMA OU ERRO DE ACESSO)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-recusar-por-bloqueio
       0035-RECUSAR-POR-BLOQUEIO      SECTION.
      *----------------------------------------------------------------*

           SET ERRO TO TRUE
           EVALUATE CTA001A-RETORNO
               WHEN 'B'
                    MOVE 'Conta bloqueada por outro processo'
                                       TO WS-MOTIVO
               WHEN 'N'
                    MOVE 'Conta nao localizada no cadastro'
                                       TO WS-MOTIVO
               WHEN OTHER
                    MOVE 'Erro de acesso ao cadastro de contas'
                                       TO WS-MOTIVO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INSERIR DADOS DE UM PAGAMENTO DE BOLETO: CONTA A DEBITAR,
      *    CODIGO DO BOLETO, ENCARGOS POR ATRASO E BENEFICIARIO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0036-inserir-boleto
       0036-INSERIR-BOLETO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 0051-INSERIR-ORIGEM
           PERFORM 0037-LER-CODIGO-BOLETO

           DISPLAY '*========== DADOS DO BOLETO =================*'
           IF BOL001A-TIPO EQUAL 'B'
              DISPLAY 'TIPO........: BANCARIO - BANCO ' BOL001A-BANCO
           ELSE
              DISPLAY 'TIPO........: ARRECADACAO / CONVENIO'
           END-IF
           DISPLAY 'COD. BARRAS.: ' BOL001A-COD-BARRAS
           IF BOL001A-VENCIMENTO GREATER ZEROS
              MOVE BOL001A-VENCIMENTO(7:2)
                                       TO WRK-BOL-DATA-DDMMAAAA(1:2)
              MOVE BOL001A-VENCIMENTO(5:2)
                                       TO WRK-BOL-DATA-DDMMAAAA(3:2)
              MOVE BOL001A-VENCIMENTO(1:4)
                                       TO WRK-BOL-DATA-DDMMAAAA(5:4)
              MOVE WRK-BOL-DATA-DDMMAAAA TO WRK-BOL-VENC-EDIT
              DISPLAY 'VENCIMENTO..: ' WRK-BOL-VENC-EDIT
           ELSE
              DISPLAY 'VENCIMENTO..: NAO INFORMADO NO CODIGO'
           END-IF

      *    BOLETO SEM VALOR NO CODIGO: O PAGADOR INFORMA O VALOR
           MOVE BOL001A-VALOR          TO WRK-BOL-VALOR-DOC
           IF WRK-BOL-VALOR-DOC EQUAL ZEROS
              DISPLAY 'INFORME O VALOR DO DOCUMENTO [ex: 100,00]: '
                       WITH NO ADVANCING
              ACCEPT WRK-BOL-VALOR-DOC
           END-IF
           MOVE WRK-BOL-VALOR-DOC      TO F-SALDO-EDIT
           DISPLAY 'VALOR.......: ' F-SALDO-EDIT

           PERFORM 0038-CALCULAR-ENCARGOS

           COMPUTE WS-VALOR = WRK-BOL-VALOR-DOC + WRK-BOL-MULTA
                                                + WRK-BOL-JUROS
           IF WS-VALOR > 0
              CONTINUE
           ELSE
              DISPLAY 'Valor deve ser maior que 0.'
              PERFORM 9999-FINALIZAR
           END-IF
           MOVE WS-VALOR               TO F-SALDO-EDIT
           DISPLAY 'VALOR A PAGAR: ' F-SALDO-EDIT

           IF BOL001A-TIPO EQUAL 'B'
              STRING 'BANCO ' BOL001A-BANCO DELIMITED BY SIZE
                     INTO WRK-BOL-BENEFICIARIO
              END-STRING
           ELSE
              MOVE 'CONVENIO'          TO WRK-BOL-BENEFICIARIO
           END-IF
           DISPLAY 'BENEFICIARIO (ENTER = ' WRK-BOL-BENEFICIARIO
                   '): ' WITH NO ADVANCING
           ACCEPT WRK-BOL-NOME-DIGITADO
           IF WRK-BOL-NOME-DIGITADO NOT EQUAL SPACES
              MOVE WRK-BOL-NOME-DIGITADO TO WRK-BOL-BENEFICIARIO
           END-IF

           DISPLAY 'CONFIRMA O PAGAMENTO (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-BOL-CONFIRMA
           IF WRK-BOL-CONFIRMA NOT EQUAL 'S' AND
              WRK-BOL-CONFIRMA NOT EQUAL 's'
              DISPLAY 'PAGAMENTO CANCELADO'
              PERFORM 9999-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0036-end
       0036-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER A LINHA DIGITAVEL OU O CODIGO DE BARRAS E VALIDAR PELO
      *    BOLETO1B - CODIGO INVALIDO PEDE NOVA DIGITACAO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0037-ler-codigo-boleto
       0037-LER-CODIGO-BOLETO         SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'LINHA DIGITAVEL OU CODIGO DE BARRAS: '
                    WITH NO ADVANCING
           ACCEPT WRK-BOL-CODIGO

           MOVE WRK-BOL-CODIGO         TO BOL001A-CODIGO
           MOVE WS-DATE                TO BOL001A-DATA-REF
           CALL 'BOLETO1B' USING WRK-BOL-REGISTRO

           IF BOL001A-RETORNO NOT EQUAL 'S'
              DISPLAY 'CODIGO INVALIDO: ' BOL001A-MENSAGEM
              PERFORM 0037-LER-CODIGO-BOLETO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0037-end
       0037-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MULTA E JUROS DE BOLETO PAGO EM ATRASO, COMO NO PROG025A: O
      *    VENCIMENTO QUE CAI EM FERIADO OU FIM DE SEMANA E PRORROGADO
      *    PARA O PROXIMO DIA UTIL (PROGDATA); PAGO DEPOIS DELE, O
      *    PAGADOR INFORMA A MULTA (%) E OS JUROS (% AO DIA) DO BOLETO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0038-calcular-encargos
       0038-CALCULAR-ENCARGOS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-BOL-MULTA
                                          WRK-BOL-JUROS
                                          WRK-BOL-DIAS-ATRASO

           IF BOL001A-VENCIMENTO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE BOL001A-VENCIMENTO     TO COD001A-DATA-BASE
           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE
           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF
           MOVE COD001A-PROX-DIA-UTIL  TO WRK-BOL-VENC-EFETIVO
           MOVE ZEROS                  TO COD001A-DATA-BASE

           IF WS-DATE NOT GREATER WRK-BOL-VENC-EFETIVO
              EXIT SECTION
           END-IF

           COMPUTE WRK-BOL-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) -
                   FUNCTION INTEGER-OF-DATE(WRK-BOL-VENC-EFETIVO)
           DISPLAY 'BOLETO VENCIDO HA ' WRK-BOL-DIAS-ATRASO ' DIA(S)'
           DISPLAY 'MULTA DO BOLETO (%) [ex: 2,00]: '
                    WITH NO ADVANCING
           ACCEPT WRK-BOL-MULTA-PCT
           DISPLAY 'JUROS DO BOLETO (% AO DIA) [ex: 0,033]: '
                    WITH NO ADVANCING
           ACCEPT WRK-BOL-JUROS-DIA-PCT

      *    A DIVISAO POR 100 FICA POR ULTIMO PARA NAO PERDER AS CASAS
      *    DECIMAIS DOS JUROS AO DIA NO RESULTADO INTERMEDIARIO
           COMPUTE WRK-BOL-MULTA = WRK-BOL-VALOR-DOC
                                   * WRK-BOL-MULTA-PCT / 100
           COMPUTE WRK-BOL-JUROS = WRK-BOL-VALOR-DOC
                                   * WRK-BOL-JUROS-DIA-PCT
                                   * WRK-BOL-DIAS-ATRASO / 100

           MOVE WRK-BOL-MULTA          TO F-SALDO-EDIT
           DISPLAY 'MULTA.......: ' F-SALDO-EDIT
           MOVE WRK-BOL-JUROS          TO F-SALDO-EDIT
           DISPLAY 'JUROS.......: ' F-SALDO-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0038-end
       0038-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA RESPONSAVEL POR REALIZAR O DEBITO DE UM BOLETO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0039-processar-boleto
       0039-PROCESSAR-BOLETO          SECTION.
      *----------------------------------------------------------------*
           PERFORM 0034-BLOQUEAR-CONTAS
           IF ERRO
              EXIT SECTION
           END-IF

      *> Debita A - honra o limite de cheque especial da conta
           PERFORM 0033-DEBITAR-COM-CHESP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0039-end
       0039-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR O BOLETO PAGO EM BOLPAGTO.dat, NUMERADO EM
      *    SEQUENCIA (MAIOR NUMERO DO ARQUIVO + 1), PARA A REMESSA DO
      *    CNAB240A
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-registrar-pagamento
       0040-REGISTRAR-PAGAMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-BOL-NUMERO
           MOVE 'N'                    TO FIM-ARQUIVO
           OPEN INPUT BOL-PAGTO
           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ BOL-PAGTO
                 AT END
                    MOVE 'S'           TO FIM-ARQUIVO
                 NOT AT END
                    IF FD-LIN-BOLPAGTO(1:6) IS NUMERIC
                       MOVE FD-LIN-BOLPAGTO(1:6) TO WRK-BOL-NUM-LIDO
                       IF WRK-BOL-NUM-LIDO GREATER WRK-BOL-NUMERO
                          MOVE WRK-BOL-NUM-LIDO TO WRK-BOL-NUMERO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOL-PAGTO
           ADD 1                       TO WRK-BOL-NUMERO

           COMPUTE WRK-BOL-DOC-CENTS   = WRK-BOL-VALOR-DOC * 100
           COMPUTE WRK-BOL-MULTA-CENTS = WRK-BOL-MULTA * 100
           COMPUTE WRK-BOL-JUROS-CENTS = WRK-BOL-JUROS * 100
           COMPUTE WRK-BOL-PAGO-CENTS  = WS-VALOR * 100

           MOVE SPACES                 TO FD-LIN-BOLPAGTO
           STRING
               WRK-BOL-NUMERO          DELIMITED BY SIZE
               SEP WS-DATE             DELIMITED BY SIZE
               SEP WS-TIME             DELIMITED BY SIZE
               SEP WS-CONTA-A          DELIMITED BY SIZE
               SEP BOL001A-COD-BARRAS  DELIMITED BY SIZE
               SEP WRK-BOL-BENEFICIARIO DELIMITED BY SIZE
               SEP BOL001A-VENCIMENTO  DELIMITED BY SIZE
               SEP WRK-BOL-DOC-CENTS   DELIMITED BY SIZE
               SEP WRK-BOL-MULTA-CENTS DELIMITED BY SIZE
               SEP WRK-BOL-JUROS-CENTS DELIMITED BY SIZE
               SEP WRK-BOL-PAGO-CENTS  DELIMITED BY SIZE
               SEP BOL001A-TIPO        DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               INTO FD-LIN-BOLPAGTO
           END-STRING

           OPEN EXTEND BOL-PAGTO
           WRITE FD-LIN-BOLPAGTO
           CLOSE BOL-PAGTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O CANAL DO PEDIDO, QUE DEFINE O HORARIO DE CORTE EM
      *    CORTEHOR.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-obter-canal
       0041-OBTER-CANAL                SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CANAL DO PEDIDO (1=AGENCIA 2=INTERNET '
                   '3=AUTOATENDIMENTO): ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO-CANAL

           EVALUATE WRK-OPCAO-CANAL
              WHEN 1
                 MOVE 'AGENCIA'        TO WRK-CANAL
              WHEN 2
                 MOVE 'INTERNET'       TO WRK-CANAL
              WHEN 3
                 MOVE 'AUTOATEND'      TO WRK-CANAL
              WHEN OTHER
                 DISPLAY 'CANAL INVALIDO!'
                 PERFORM 0041-OBTER-CANAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    HORARIO DE CORTE (CORTE01B): PEDIDO PARA HOJE FEITO APOS O
      *    CORTE DO TIPO/CANAL, OU EM DIA NAO UTIL, PASSA A SER
      *    AGENDADO PARA O PROXIMO DIA UTIL E O CLIENTE E AVISADO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0042-aplicar-horario-corte
       0042-APLICAR-HORARIO-CORTE      SECTION.
      *----------------------------------------------------------------*

           MOVE WS-TIPO-TRANSACAO      TO COR001A-TIPO
           MOVE WRK-CANAL              TO COR001A-CANAL
           MOVE WS-DATE                TO COR001A-DATA-HOJE
           MOVE WS-TIME                TO COR001A-HORA-HOJE
           MOVE WRK-DATA-EXECUCAO      TO COR001A-DATA-PEDIDA
           CALL 'CORTE01B' USING WRK-COR-REGISTRO

           MOVE COR001A-DATA-EXECUCAO  TO WRK-DATA-EFETIVA
           MOVE WRK-DATA-EFETIVA(7:2)  TO WRK-DATA-EFETIVA-DDMMAAAA(1:2)
           MOVE WRK-DATA-EFETIVA(5:2)  TO WRK-DATA-EFETIVA-DDMMAAAA(3:2)
           MOVE WRK-DATA-EFETIVA(1:4)  TO WRK-DATA-EFETIVA-DDMMAAAA(5:4)
           MOVE WRK-DATA-EFETIVA-DDMMAAAA
                                       TO WRK-DATA-EFETIVA-EDIT

           IF COR001A-ADIADA EQUAL 'S'
              MOVE 'S'                 TO WRK-AGENDAR
              MOVE COR001A-DATA-EXECUCAO
                                       TO WRK-DATA-EXECUCAO
              IF COR001A-MOTIVO EQUAL 'U'
                 DISPLAY 'HOJE NAO E DIA UTIL PARA O BANCO.'
              ELSE
                 MOVE COR001A-HORARIO-CORTE TO WRK-CORTE-EDIT
                 INSPECT WRK-CORTE-EDIT REPLACING ALL ' ' BY ':'
                 DISPLAY 'PEDIDO APOS O HORARIO DE CORTE DO CANAL '
                         FUNCTION TRIM(WRK-CANAL) ' ('
                         WRK-CORTE-EDIT ').'
              END-IF
              DISPLAY 'A TRANSACAO SERA EFETIVADA EM '
                      WRK-DATA-EFETIVA-EDIT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0042-end
       0042-END.                       EXIT.
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
