      *              CONTA DE CHESPEC.dat, COMO NO TRANSF1A. O SALDO
      *              NEGATIVO E GRAVADO COM '-' NA POSICAO 12 DO
      *              CAMPO DE SALDO DE CONTASAI.dat.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA E ACESSADO PELO CTAMST1B: A LIBERACAO
      *              LE AS CONTAS DA TRANSACAO COM BLOQUEIO, REGRAVA SO
      *              O SALDO DELAS E LIBERA (CONTASAI.dat DEIXA DE
      *              EXISTIR). CONTA BLOQUEADA POR OUTRO PROGRAMA FAZ
      *              A TRANSACAO FICAR PENDENTE NA FILA.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - NOVO TIPO 5, ESTORNO, PEDIDO PELO
      *              ESTORN1A: A LIBERACAO CONFERE NO TXTLOG.dat QUE A
      *              TRANSACAO ORIGINAL AINDA NAO FOI ESTORNADA (SE JA
      *              FOI, OU SE A REMESSA AO BANCO DO DIA JA FOI
      *              TRANSMITIDA, O PEDIDO E REJEITADO) E POSTA O
      *              LANCAMENTO COMPENSATORIO - NA TRANSFERENCIA DEBITA
      *              O DESTINO E CREDITA A ORIGEM, NO PIX SO DEVOLVE O
      *              VALOR A ORIGEM. O LOG TRAZ 'TIPO=ESTORNO <SEQ>
      *              <DATA> <EVENTO>' DA ORIGINAL E O EXTRATO DAS
      *              CONTAS A CONTRAPARTE 'ESTORNO <SEQ>'. O ESTORNO
      *              NUNCA E AGENDADO E NAO PODE SER LIBERADO PELO
      *              MESMO USUARIO QUE O PEDIU.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - HORARIO DE CORTE (CORTEHOR.dat, VIA
      *              CORTE01B, CANAL AGENCIA): TRANSACAO LIBERADA PARA
      *              HOJE APOS O CORTE DO TIPO, OU EM DIA NAO UTIL, E
      *              AGENDADA EM AGENDTRF.dat PARA O PROXIMO DIA UTIL
      *              EM VEZ DE POSTADA NA HORA. O ESTORNO NAO TEM
      *              CORTE.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF3A.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRATO-OUT ASSIGN TO 'EXTRATO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENDA-TRF ASSIGN TO 'AGENDTRF.dat'
               FILE STATUS IS FS-CADASTRO.
           SELECT OPTIONAL CHESP-PARM ASSIGN TO 'CHESPEC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXT-LOG ASSIGN TO 'TXTLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSM-CTL ASSIGN TO 'TRANSCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-OUT.
       01  WRK-EXTRATO-REGISTRO.
         05  FD-EXTRATO-LINHA            PIC X(200).
       FD  CHESP-PARM.
       01  FD-LIN-CHESPEC                PIC X(30).

       FD  TXT-LOG.
       01  FD-LOG-LINHA                  PIC X(230).

       FD  TRANSM-CTL.
       01  FD-LIN-CONTROLE               PIC X(100).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
      *    LINHA DE LOG MONTADA AQUI E GRAVADA PELO LOGSEG1A, QUE
      *    ACRESCENTA O SELO (SEQ/HASH) DE INVIOLABILIDADE
       01  WRK-LOG-REGISTRO.
       01  WRK-IND1                    PIC 9(03) VALUE ZEROS.
       01  WRK-INDA                    PIC 9(02) VALUE ZEROS.
       01  WRK-INDB                    PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-APR                PIC 9(03) VALUE ZEROS.
       01  WRK-IND-APR                 PIC 9(03) VALUE ZEROS.
       01  WRK-MAX-TAB-APR             PIC 9(03) VALUE 100.
       01  ENCONTROU-B                 PIC X VALUE 'N'.
       01  WS-MOTIVO                   PIC X(60) VALUE SPACES.
       01  WRK-HOUVE-POSTAGEM          PIC X VALUE 'N'.
      *    'S' QUANDO A TRANSACAO DEBITA A CONTA A E CREDITA A CONTA B
      *    (TRANSFERENCIA E ESTORNO DE TRANSFERENCIA)
       01  WRK-DUAS-CONTAS             PIC X VALUE 'N'.

      *    ESTORNO (TIPO 5): REFERENCIA 'SEQ DATA EVENTO' DA ORIGINAL
       01  WRK-EST-REFERENCIA          PIC X(40) VALUE SPACES.
       01  WRK-EST-SEQ                 PIC X(08) VALUE SPACES.
       01  WRK-EST-DATA                PIC X(08) VALUE SPACES.
       01  WRK-EST-EVENTO              PIC X(20) VALUE SPACES.
       01  WRK-EST-PROCURA             PIC X(30) VALUE SPACES.
       01  WRK-EST-OCORRENCIAS         PIC 9(03) VALUE ZEROS.
       01  WRK-EST-JA-ESTORNADA        PIC X(01) VALUE 'N'.
       01  WRK-EST-CONTRAPARTE-A       PIC X(30) VALUE SPACES.
       01  WRK-EST-CONTRAPARTE-B       PIC X(30) VALUE SPACES.
      *    CONTROLE DE TRANSMISSAO DA REMESSA (TRANSCTL.dat)
       01  WRK-EST-REMESSA-ENVIADA     PIC X(01) VALUE 'N'.
       01  WRK-CTL-ARQUIVO             PIC X(20) VALUE SPACES.
       01  WRK-CTL-DATA                PIC X(08) VALUE SPACES.
       01  WRK-CTL-SIT                 PIC X(01) VALUE SPACES.
       01  WRK-DESCARTE                PIC X(20) VALUE SPACES.

      *    HORARIO DE CORTE DO BANCO (CORTE01B)
       01  WRK-CORTE-EDIT              PIC 99B99.
       01  WRK-COR-REGISTRO.
           COPY COR001A.

       01  A-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  B-SALDO-EDIT                PIC -ZZZ.ZZZ.ZZZ,99.
       01  F-SALDO-EDIT                PIC ZZZ.ZZZ.ZZZ,99.

      *    CONTAS DA TRANSACAO EM PROCESSAMENTO, LIDAS COM BLOQUEIO
      *    NO CADASTRO (CTAMST1B): 1 = ORIGEM, 2 = DESTINO
       01  TAB-ENT-LINHA.
           05  TAB-ENT-LINHA OCCURS 2 TIMES.
               10  TAB-NUM-CONTA     PIC 9(10) VALUE ZEROS.
               10  TAB-NOME          PIC X(20) VALUE SPACES.
               10  TAB-SALDO-STR     PIC S9(09)V99 VALUE ZEROS.
       01  WRK-SALDO-ORIG-A            PIC S9(09)V99 VALUE ZEROS.
       01  WRK-B-LIDA                  PIC X(01) VALUE 'N'.
       01  WRK-CONTA-OCUPADA           PIC X(01) VALUE 'N'.
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *    LIMITES DE CHEQUE ESPECIAL (CHESPEC.dat - COMO NO TRANSF1A)
       01  WRK-MAX-TAB-CHQ             PIC 9(02) VALUE 50.
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0050-CARREGAR-SITUACOES
           PERFORM 0053-CARREGAR-LIMITES-CHESP

              END-IF
           END-PERFORM

           PERFORM 0011-REGRAVAR-FILA

           DISPLAY '*=========================================*'
       0030-IDENTIFICAR-SUPERVISOR     SECTION.
      *----------------------------------------------------------------*

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-SUPERVISOR
              DISPLAY 'NOME DO SUPERVISOR: ' WRK-SUPERVISOR
           ELSE
              DISPLAY 'NOME DO SUPERVISOR: ' WITH NO ADVANCING
              ACCEPT WRK-SUPERVISOR
           END-IF

           MOVE 'SUPERVISOR'           TO CARGO-NIVEL1(1)
           MOVE 'GERENTE'              TO CARGO-NIVEL1(2)
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REVISAR UMA TRANSACAO PENDENTE: EXIBE OS DADOS E PEDE A
      *    DECISAO DO SUPERVISOR (L=LIBERAR / R=REJEITAR / P=PULAR)

           DISPLAY '*-----------------------------------------*'
           DISPLAY '* DATA EXECUCAO: ' TAB-APR-DATA-EXEC(WRK-IND-APR)
           DISPLAY '* TIPO (1=TRANSF 2=PIX 3=SAQUE 5=ESTORNO): '
                    TAB-APR-TIPO(WRK-IND-APR)
           IF TAB-APR-TIPO(WRK-IND-APR) EQUAL 5
              DISPLAY '* ESTORNO DE...: '
                       TAB-APR-CHAVE-PIX(WRK-IND-APR)
           END-IF
           DISPLAY '* CONTA ORIGEM.: ' TAB-APR-CONTA-A(WRK-IND-APR)
           DISPLAY '* CONTA DESTINO: ' TAB-APR-CONTA-B(WRK-IND-APR)
           DISPLAY '* CHAVE PIX....: ' TAB-APR-CHAVE-PIX(WRK-IND-APR)
       0006-LIBERAR-TRANSACAO          SECTION.
      *----------------------------------------------------------------*

      *    O ESTORNO EXIGE UM SEGUNDO USUARIO: QUEM PEDIU NAO LIBERA
           IF TAB-APR-TIPO(WRK-IND-APR) EQUAL 5 AND
              FUNCTION TRIM(TAB-APR-OPERADOR(WRK-IND-APR)) EQUAL
              FUNCTION TRIM(WRK-SUPERVISOR)
              ADD 1            TO WRK-QTDE-PUL
              DISPLAY 'ESTORNO PEDIDO PELO PROPRIO SUPERVISOR - '
                      'DEVE SER LIBERADO POR OUTRO USUARIO'
              DISPLAY 'TRANSACAO MANTIDA PENDENTE'
              EXIT SECTION
           END-IF

      *    LIBERADA PARA HOJE APOS O CORTE OU EM DIA NAO UTIL VAI
      *    PARA O PROXIMO DIA UTIL
           IF TAB-APR-DATA-EXEC(WRK-IND-APR) NOT GREATER WS-DATE AND
              TAB-APR-TIPO(WRK-IND-APR) NOT EQUAL 5
              PERFORM 0066-APLICAR-HORARIO-CORTE
           END-IF

           IF TAB-APR-DATA-EXEC(WRK-IND-APR) GREATER WS-DATE AND
              TAB-APR-TIPO(WRK-IND-APR) NOT EQUAL 5
              PERFORM 0007-ENVIAR-AGENDAMENTO
              MOVE 'A'         TO TAB-APR-SITUACAO(WRK-IND-APR)
              ADD 1            TO WRK-QTDE-LIB
                 ADD 1         TO WRK-QTDE-LIB
                 DISPLAY 'TRANSACAO LIBERADA E EFETIVADA'
              ELSE
                 IF WRK-EST-JA-ESTORNADA EQUAL 'S'
                    MOVE 'R'   TO TAB-APR-SITUACAO(WRK-IND-APR)
                    ADD 1      TO WRK-QTDE-REJ
                    DISPLAY 'FALHA AO EFETIVAR: ' WS-MOTIVO
                    DISPLAY 'PEDIDO DE ESTORNO REJEITADO'
                 ELSE
                    ADD 1      TO WRK-QTDE-PUL
                    DISPLAY 'FALHA AO EFETIVAR: ' WS-MOTIVO
                    DISPLAY 'TRANSACAO MANTIDA PENDENTE'
                 END-IF
              END-IF
           END-IF
           .
                                                  B-NUM-CONTA
           MOVE TAB-APR-CHAVE-PIX(WRK-IND-APR) TO WS-CHAVE-PIX
           MOVE TAB-APR-VALOR(WRK-IND-APR)     TO WS-VALOR
           MOVE 'N'                    TO WRK-DUAS-CONTAS
                                          WRK-EST-JA-ESTORNADA
           IF WS-TIPO-TRANSACAO EQUAL 1
              MOVE 'S'                 TO WRK-DUAS-CONTAS
           END-IF

           IF WS-TIPO-TRANSACAO EQUAL 5
              PERFORM 0060-PREPARAR-ESTORNO
              IF ERRO
                 PERFORM 0012-GRAVAR-LOG
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM 0052-VERIFICAR-STATUS-CONTAS
           IF WRK-STATUS-OK EQUAL 'N'
           END-IF

           PERFORM 0041-PESQUISAR-ORIGEM
           IF WRK-DUAS-CONTAS EQUAL 'S'
              PERFORM 0042-PESQUISAR-DESTINO
           ELSE
              MOVE 'S'                 TO ENCONTROU-B
           END-IF

           EVALUATE TRUE
               WHEN WRK-CONTA-OCUPADA EQUAL 'S'
                    SET ERRO TO TRUE
                    MOVE 'Conta bloqueada por outro processo'
                                       TO WS-MOTIVO
               WHEN ENCONTROU-A EQUAL 'S' AND
                    ENCONTROU-B EQUAL 'S' AND
                    WS-TIPO-TRANSACAO EQUAL 5 AND
                    WRK-DUAS-CONTAS NOT EQUAL 'S'
                    PERFORM 0044-CREDITAR-ESTORNO
               WHEN ENCONTROU-A EQUAL 'S' AND
                    ENCONTROU-B EQUAL 'S'
                    PERFORM 0043-PROCESSAR-TRANSACAO
               WHEN OTHER
                    SET ERRO TO TRUE
                    MOVE 'Conta da transacao nao localizada'
                                       TO WS-MOTIVO
           END-EVALUATE

           IF OK
              PERFORM 0010-GRAVAR-CONTAS
              IF WRK-CONTA-OCUPADA EQUAL 'S'
                 SET ERRO TO TRUE
                 MOVE 'Conta bloqueada por outro processo'
                                       TO WS-MOTIVO
              END-IF
           END-IF
           PERFORM 0014-LIBERAR-CONTAS

           IF OK
              MOVE 'S'                 TO WRK-HOUVE-POSTAGEM
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PESQUISAR CONTA ORIGEM - LIDA COM BLOQUEIO NO CADASTRO
      *----------------------------------------------------------------*
       0041-PESQUISAR-ORIGEM           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO ENCONTROU-A
                                          WRK-B-LIDA
                                          WRK-CONTA-OCUPADA

           MOVE WS-CONTA-A             TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           EVALUATE CTA001A-RETORNO
               WHEN 'S'
                    MOVE 'S'           TO ENCONTROU-A
                    MOVE 1             TO WRK-INDA
                    MOVE CTA001A-CONTA TO TAB-NUM-CONTA(WRK-INDA)
                    MOVE CTA001A-NOME  TO TAB-NOME(WRK-INDA)
                    MOVE CTA001A-SALDO TO TAB-SALDO-STR(WRK-INDA)
                                          WRK-SALDO-ORIG-A
               WHEN 'N'
                    CONTINUE
               WHEN OTHER
                    MOVE 'S'           TO WRK-CONTA-OCUPADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PESQUISAR CONTA DESTINO - LIDA COM BLOQUEIO NO CADASTRO;
      *    DESTINO IGUAL A ORIGEM USA O MESMO REGISTRO JA BLOQUEADO
      *----------------------------------------------------------------*
       0042-PESQUISAR-DESTINO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO ENCONTROU-B

           IF ENCONTROU-A NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF WS-CONTA-B EQUAL WS-CONTA-A
              MOVE 'S'                 TO ENCONTROU-B
              MOVE WRK-INDA            TO WRK-INDB
              EXIT SECTION
           END-IF

           MOVE WS-CONTA-B             TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           EVALUATE CTA001A-RETORNO
               WHEN 'S'
                    MOVE 'S'           TO ENCONTROU-B
                                          WRK-B-LIDA
                    MOVE 2             TO WRK-INDB
                    MOVE CTA001A-CONTA TO TAB-NUM-CONTA(WRK-INDB)
                    MOVE CTA001A-NOME  TO TAB-NOME(WRK-INDB)
                    MOVE CTA001A-SALDO TO TAB-SALDO-STR(WRK-INDB)
               WHEN 'N'
                    CONTINUE
               WHEN OTHER
                    MOVE 'S'           TO WRK-CONTA-OCUPADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0042-end
           MOVE WRK-SALDO-RESULTANTE   TO TAB-SALDO-STR(WRK-INDA)
           MOVE TAB-SALDO-STR(WRK-INDA) TO A-SALDO

           IF WRK-DUAS-CONTAS EQUAL 'S'
      *> Credita B
              ADD WS-VALOR TO TAB-SALDO-STR(WRK-INDB)
                  ON SIZE ERROR
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ESTORNO DE PIX: DEVOLVE O VALOR A CONTA ORIGEM DO PIX (O
      *    FAVORECIDO E EXTERNO OU JA FOI TRATADO PELO DIRETORIO)
      *----------------------------------------------------------------*
       0044-CREDITAR-ESTORNO           SECTION.
      *----------------------------------------------------------------*

           ADD WS-VALOR TO TAB-SALDO-STR(WRK-INDA)
               ON SIZE ERROR
                   SET ERRO TO TRUE
                   MOVE 'Erro aritmetico ao creditar o estorno'
                                       TO WS-MOTIVO
           END-ADD

           MOVE TAB-SALDO-STR(WRK-INDA) TO A-SALDO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0044-end
       0044-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR NO CADASTRO O SALDO DAS CONTAS DA TRANSACAO. SE O
      *    DESTINO NAO PUDER SER REGRAVADO, A ORIGEM VOLTA AO SALDO
      *    LIDO E A TRANSACAO FICA PENDENTE
      *----------------------------------------------------------------*
       0010-GRAVAR-CONTAS              SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-NUM-CONTA(WRK-INDA) TO CTA001A-CONTA
           MOVE TAB-SALDO-STR(WRK-INDA) TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-CONTA-OCUPADA
              EXIT SECTION
           END-IF

           IF WRK-B-LIDA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE TAB-NUM-CONTA(WRK-INDB) TO CTA001A-CONTA
           MOVE TAB-SALDO-STR(WRK-INDB) TO CTA001A-SALDO
           MOVE 'G'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-CONTA-OCUPADA
              MOVE TAB-NUM-CONTA(WRK-INDA) TO CTA001A-CONTA
              MOVE WRK-SALDO-ORIG-A    TO CTA001A-SALDO
              MOVE 'G'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR OS BLOQUEIOS DAS CONTAS DA TRANSACAO
      *----------------------------------------------------------------*
       0014-LIBERAR-CONTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR APROVTRF.dat COM AS SITUACOES ATUALIZADAS
      *    ('P' PENDENTE / 'A' APROVADA / 'R' REJEITADA)
           MOVE SPACES TO WRK-LOG-REGISTRO

           EVALUATE WS-TIPO-TRANSACAO
              WHEN 5
                 PERFORM 0063-MONTAR-LOG-ESTORNO
              WHEN 2
                 STRING
                     WS-DATE '-' WS-TIME ' | TIPO=PIX APROVADA | '
       0013-GRAVAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*

           IF WS-TIPO-TRANSACAO EQUAL 5
              PERFORM 0064-GRAVAR-EXTRATO-ESTORNO
              EXIT SECTION
           END-IF

           OPEN EXTEND EXTRATO-OUT

           MOVE WS-VALOR               TO F-SALDO-EDIT
           END-STRING
           WRITE WRK-EXTRATO-REGISTRO

           IF WRK-DUAS-CONTAS          EQUAL 'S'
              MOVE B-SALDO             TO B-SALDO-EDIT
              MOVE SPACES              TO WRK-EXTRATO-REGISTRO
              STRING

           MOVE WS-CONTA-A             TO WRK-CONTA-CONSULTA
           PERFORM 0051-OBTER-SITUACAO-CONTA

      *    NO ESTORNO DE PIX A CONTA A SO RECEBE O CREDITO
           IF WS-TIPO-TRANSACAO EQUAL 5 AND
              WRK-DUAS-CONTAS NOT EQUAL 'S'
              IF WRK-SITUACAO-CONTA EQUAL 'T' OR
                 WRK-SITUACAO-CONTA EQUAL 'E'
                 MOVE 'N'              TO WRK-STATUS-OK
                 SET ERRO TO TRUE
                 MOVE 'Conta origem bloqueada ou encerrada'
                                       TO WS-MOTIVO
              END-IF
              EXIT SECTION
           END-IF

           IF WRK-SITUACAO-CONTA EQUAL 'D' OR
              WRK-SITUACAO-CONTA EQUAL 'T' OR
              WRK-SITUACAO-CONTA EQUAL 'E'
                                       TO WS-MOTIVO
           END-IF

           IF WRK-DUAS-CONTAS EQUAL 'S' AND
              WRK-STATUS-OK EQUAL 'S'
              MOVE WS-CONTA-B          TO WRK-CONTA-CONSULTA
              PERFORM 0051-OBTER-SITUACAO-CONTA
       0053-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PREPARAR O ESTORNO: SEPARA A REFERENCIA DA ORIGINAL, CONFERE
      *    QUE ELA AINDA NAO FOI ESTORNADA E ARRUMA AS CONTAS - NA
      *    TRANSFERENCIA A CONTA A (DEBITADA) E O DESTINO ORIGINAL E
      *    A CONTA B (CREDITADA) A ORIGEM; NO PIX A CONTA A E A ORIGEM
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-preparar-estorno
       0060-PREPARAR-ESTORNO          SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-APR-CHAVE-PIX(WRK-IND-APR) TO WRK-EST-REFERENCIA
           MOVE SPACES                 TO WRK-EST-SEQ
                                          WRK-EST-DATA
                                          WRK-EST-EVENTO
           UNSTRING WRK-EST-REFERENCIA DELIMITED BY ' '
                    INTO WRK-EST-SEQ
                         WRK-EST-DATA
                         WRK-EST-EVENTO
           END-UNSTRING

           IF WRK-EST-EVENTO EQUAL 'TRANSFERENCIA'
              MOVE 'S'                 TO WRK-DUAS-CONTAS
              MOVE TAB-APR-CONTA-B(WRK-IND-APR) TO WS-CONTA-A
                                                   A-NUM-CONTA
              MOVE TAB-APR-CONTA-A(WRK-IND-APR) TO WS-CONTA-B
                                                   B-NUM-CONTA
           ELSE
              MOVE ZEROS               TO WS-CONTA-B
              MOVE SPACES              TO B-NUM-CONTA
           END-IF

           PERFORM 0061-VERIFICAR-ESTORNO-LOG
           IF WRK-EST-JA-ESTORNADA EQUAL 'S'
              SET ERRO TO TRUE
              MOVE 'Transacao original ja estornada' TO WS-MOTIVO
              EXIT SECTION
           END-IF

      *    ORDEM JA TRANSMITIDA AO BANCO TAMBEM REJEITA O PEDIDO
           PERFORM 0065-VERIFICAR-REMESSA
           IF WRK-EST-REMESSA-ENVIADA EQUAL 'S'
              MOVE 'S'                 TO WRK-EST-JA-ESTORNADA
              SET ERRO TO TRUE
              MOVE 'Remessa da transacao ja transmitida' TO WS-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCURAR EM TXTLOG.dat UM ESTORNO EFETIVADO DA ORIGINAL
      *    ('TIPO=ESTORNO <SEQ> <DATA>' COM STATUS=OK)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-verificar-estorno-log
       0061-VERIFICAR-ESTORNO-LOG     SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-EST-JA-ESTORNADA
                                          FIM-ARQUIVO
           MOVE SPACES                 TO WRK-EST-PROCURA
           STRING 'TIPO=ESTORNO ' WRK-EST-SEQ ' ' WRK-EST-DATA
                  DELIMITED BY SIZE
                  INTO WRK-EST-PROCURA
           END-STRING

           OPEN INPUT TXT-LOG

           PERFORM UNTIL FIM-ARQUIVO EQUAL 'S'
              READ TXT-LOG
                 AT END MOVE 'S'       TO FIM-ARQUIVO
                 NOT AT END
                    PERFORM 0062-CONFERIR-LINHA-ESTORNO
              END-READ
           END-PERFORM

           CLOSE TXT-LOG
           MOVE 'N'                    TO FIM-ARQUIVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR SE A LINHA DO LOG E UM ESTORNO EFETIVADO DA
      *    ORIGINAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-conferir-linha-estorno
       0062-CONFERIR-LINHA-ESTORNO    SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-EST-OCORRENCIAS
           INSPECT FD-LOG-LINHA TALLYING WRK-EST-OCORRENCIAS
                   FOR ALL WRK-EST-PROCURA(1:30)
           IF WRK-EST-OCORRENCIAS EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-EST-OCORRENCIAS
           INSPECT FD-LOG-LINHA TALLYING WRK-EST-OCORRENCIAS
                   FOR ALL 'STATUS=OK '
           IF WRK-EST-OCORRENCIAS GREATER ZERO
              MOVE 'S'                 TO WRK-EST-JA-ESTORNADA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-end
       0062-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR A LINHA DE LOG DO ESTORNO. O TIPO LEVA A REFERENCIA
      *    DA ORIGINAL; A CONTA A E A DEBITADA E A CONTA B (DEPOIS DE
      *    ' => ') A CREDITADA, COMO NA TRANSFERENCIA. NO ESTORNO DE
      *    PIX SO HA A CONTA CREDITADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0063-montar-log-estorno
       0063-MONTAR-LOG-ESTORNO        SECTION.
      *----------------------------------------------------------------*

           IF WRK-DUAS-CONTAS EQUAL 'S'
              MOVE B-SALDO             TO B-SALDO-EDIT
              STRING
                  WS-DATE '-' WS-TIME ' | TIPO=ESTORNO '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-EST-REFERENCIA) DELIMITED BY SIZE
                  ' | ' WS-CONTA-A ' => ' WS-CONTA-B ' | '
                  'VALOR=' F-SALDO-EDIT
                  ' | A=' A-SALDO-EDIT ' B=' B-SALDO-EDIT ' | '
                  'STATUS=' FUNCTION TRIM(WS-MOTIVO)
                  DELIMITED BY SIZE
                  INTO WRK-LOG-REGISTRO
              END-STRING
           ELSE
              STRING
                  WS-DATE '-' WS-TIME ' | TIPO=ESTORNO '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-EST-REFERENCIA) DELIMITED BY SIZE
                  ' | ' WS-CONTA-A ' | '
                  'VALOR=' F-SALDO-EDIT
                  ' | A=' A-SALDO-EDIT ' | '
                  'STATUS=' FUNCTION TRIM(WS-MOTIVO)
                  DELIMITED BY SIZE
                  INTO WRK-LOG-REGISTRO
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0063-end
       0063-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O EXTRATO DO ESTORNO: DEBITO NA CONTA A E CREDITO NA
      *    CONTA B (TRANSFERENCIA) OU SO O CREDITO NA CONTA A (PIX),
      *    COM A CONTRAPARTE 'ESTORNO <SEQ> <OUTRA CONTA>'
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0064-gravar-extrato-estorno
       0064-GRAVAR-EXTRATO-ESTORNO    SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND EXTRATO-OUT

           MOVE WS-VALOR               TO F-SALDO-EDIT
           MOVE A-SALDO                TO A-SALDO-EDIT
           MOVE SPACES                 TO WRK-EST-CONTRAPARTE-A
                                          WRK-EST-CONTRAPARTE-B
           MOVE SPACES                 TO WRK-EXTRATO-REGISTRO

           IF WRK-DUAS-CONTAS EQUAL 'S'
              STRING 'ESTORNO ' WRK-EST-SEQ ' ' B-NUM-CONTA
                     DELIMITED BY SIZE
                     INTO WRK-EST-CONTRAPARTE-A
              END-STRING
              STRING 'ESTORNO ' WRK-EST-SEQ ' ' A-NUM-CONTA
                     DELIMITED BY SIZE
                     INTO WRK-EST-CONTRAPARTE-B
              END-STRING
              STRING
                  WS-DATE '-' WS-TIME ' | CONTA=' A-NUM-CONTA
                                         DELIMITED BY SIZE
                  ' | DEBITO=' F-SALDO-EDIT DELIMITED BY SIZE
                  ' | SALDO=' A-SALDO-EDIT DELIMITED BY SIZE
                  ' | CONTRAPARTE=' WRK-EST-CONTRAPARTE-A
                                         DELIMITED BY SIZE
                  INTO WRK-EXTRATO-REGISTRO
              END-STRING
              WRITE WRK-EXTRATO-REGISTRO

              MOVE B-SALDO             TO B-SALDO-EDIT
              MOVE SPACES              TO WRK-EXTRATO-REGISTRO
              STRING
                  WS-DATE '-' WS-TIME ' | CONTA=' B-NUM-CONTA
                                         DELIMITED BY SIZE
                  ' | CREDITO=' F-SALDO-EDIT DELIMITED BY SIZE
                  ' | SALDO=' B-SALDO-EDIT DELIMITED BY SIZE
                  ' | CONTRAPARTE=' WRK-EST-CONTRAPARTE-B
                                         DELIMITED BY SIZE
                  INTO WRK-EXTRATO-REGISTRO
              END-STRING
              WRITE WRK-EXTRATO-REGISTRO
           ELSE
              STRING 'ESTORNO ' WRK-EST-SEQ ' PIX'
                     DELIMITED BY SIZE
                     INTO WRK-EST-CONTRAPARTE-A
              END-STRING
              STRING
                  WS-DATE '-' WS-TIME ' | CONTA=' A-NUM-CONTA
                                         DELIMITED BY SIZE
                  ' | CREDITO=' F-SALDO-EDIT DELIMITED BY SIZE
                  ' | SALDO=' A-SALDO-EDIT DELIMITED BY SIZE
                  ' | CONTRAPARTE=' WRK-EST-CONTRAPARTE-A
                                         DELIMITED BY SIZE
                  INTO WRK-EXTRATO-REGISTRO
              END-STRING
              WRITE WRK-EXTRATO-REGISTRO
           END-IF

           CLOSE EXTRATO-OUT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0064-end
       0064-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR NO CONTROLE DE TRANSMISSAO (TRANSCTL.dat, DO
      *    TRANSM1A) SE UMA REMESSA GERADA NO DIA DA ORIGINAL OU DEPOIS
      *    JA FOI TRANSMITIDA ('T') OU CONFIRMADA ('C') - A ORDEM DE
      *    PAGAMENTO JA FOI AO BANCO E NAO HA COMO RETIRA-LA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0065-verificar-remessa
       0065-VERIFICAR-REMESSA         SECTION.
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
      *> cobol-lint CL002 0065-end
       0065-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    HORARIO DE CORTE (CORTE01B): A TRANSACAO LIBERADA PARA HOJE
      *    APOS O CORTE DO TIPO, OU EM DIA NAO UTIL, TEM A DATA DE
      *    EXECUCAO LEVADA AO PROXIMO DIA UTIL E E AGENDADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0066-aplicar-horario-corte
       0066-APLICAR-HORARIO-CORTE      SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-APR-TIPO(WRK-IND-APR) TO COR001A-TIPO
           MOVE 'AGENCIA'              TO COR001A-CANAL
           MOVE WS-DATE                TO COR001A-DATA-HOJE
           MOVE WS-TIME                TO COR001A-HORA-HOJE
           MOVE ZEROS                  TO COR001A-DATA-PEDIDA
           CALL 'CORTE01B' USING WRK-COR-REGISTRO

           IF COR001A-ADIADA EQUAL 'S'
              MOVE COR001A-DATA-EXECUCAO
                                 TO TAB-APR-DATA-EXEC(WRK-IND-APR)
              IF COR001A-MOTIVO EQUAL 'U'
                 DISPLAY 'HOJE NAO E DIA UTIL PARA O BANCO.'
              ELSE
                 MOVE COR001A-HORARIO-CORTE TO WRK-CORTE-EDIT
                 INSPECT WRK-CORTE-EDIT REPLACING ALL ' ' BY ':'
                 DISPLAY 'LIBERADA APOS O HORARIO DE CORTE ('
                         WRK-CORTE-EDIT ').'
              END-IF
              DISPLAY 'A TRANSACAO SERA EFETIVADA EM '
                      COR001A-DATA-EXECUCAO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0066-end
       0066-END.                       EXIT.
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
