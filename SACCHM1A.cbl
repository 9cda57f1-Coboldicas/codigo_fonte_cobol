      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CHAMADOS DO SAC. A RECLAMACAO DO CLIENTE VIRA UM
      *              CHAMADO COM PROTOCOLO (AAAAMMDD + SEQUENCIA DO DIA)
      *              INFORMADO AO CLIENTE, CATEGORIA COM SLA PROPRIO E
      *              EQUIPE RESPONSAVEL (SACCAT.dat OU TABELA PADRAO DO
      *              BOOK SAC003A), RESPONSAVEL, SITUACAO E PRAZO. O
      *              CLIENTE E O DE clientes.dat (PROGVSAM) OU O DE
      *              CADASTRO1.dat, E O CHAMADO PODE SER LIGADO A UMA
      *              NOTA DE CONTATO (CONTHIST.dat DO CONTAT1A), A UM
      *              TITULO (TITULOS.dat) OU A UMA VENDA (NFREG.dat).
      *              SITUACOES: ABERTO, EM ANDAMENTO, AGUARDANDO O
      *              CLIENTE, RESOLVIDO E REABERTO; A REABERTURA
      *              REINICIA O PRAZO. CADA EVENTO E GRAVADO EM
      *              SACHIST.dat. O OPERADOR SE IDENTIFICA COMO NO
      *              CONTAT1A. A VARREDURA DIARIA DO PRAZO E O
      *              SACCHM1B; O RELATORIO MENSAL E O SACREL1A.
      *----------------------------------------------------------------*
      * ARQUIVOS...: SACCHAM.dat = BOOK SAC001A (UM CHAMADO POR LINHA)
      *              SACHIST.dat = BOOK SAC002A (HISTORICO)
      *              SACCAT.dat  = VER BOOK SAC003A (OPCIONAL)
      * NOME.......: SACCHM1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACCHM1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'clientes.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-ID
              ALTERNATE RECORD KEY IS ALT-EMAIL WITH DUPLICATES
              FILE STATUS IS FS-CLIENTES.

           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHAMADOS ASSIGN TO 'SACCHAM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO 'SACHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CATEGORIAS ASSIGN TO 'SACCAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CONTATOS ASSIGN TO 'CONTHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CADASTRO ASSIGN TO 'SEQENT01.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO REGISTRO DO PROGVSAM
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CUST-ID     PIC 9(6).
           05 NOME        PIC X(40).
           05 EMAIL       PIC X(50).
           05 ALT-EMAIL   REDEFINES EMAIL PIC X(50).

       FD  ARQUIVO-CLI.
       01  FD-ARQ-CLI.
           COPY CLI001A REPLACING CLI001A-ID-CLIENTE
                                      BY FDC-ID-CLIENTE
                                  CLI001A-NOME-CLIENTE
                                      BY FDC-NOME-CLIENTE
                                  CLI001A-IDADE
                                      BY FDC-IDADE
                                  CLI001A-CPF-CNPJ
                                      BY FDC-CPF-CNPJ.

       FD  ARQ-CHAMADOS.
       01  FD-LIN-CHAMADO                 PIC X(302).

       FD  ARQ-HISTORICO.
       01  FD-LIN-HISTORICO               PIC X(160).

       FD  ARQ-CATEGORIAS.
       01  FD-LIN-CATEGORIA               PIC X(080).

       FD  ARQ-CONTATOS.
       01  FD-LIN-CONTATO                 PIC X(200).

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

      *    LAYOUT DO CADASTRO (COPY002A), USADO SOMENTE PARA VALIDAR
      *    O OPERADOR QUE REGISTRA O CHAMADO
       FD  ARQ-CADASTRO.
       01  WRK-CAD-REGISTRO.
           05 WRK-CAD-COD               PIC 9(03).
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
       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-CLIENTES                    PIC XX    VALUE SPACES.
       01  FS-CADASTRO                    PIC XX    VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-SAIR                       PIC X(01) VALUE 'N'.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.

      *--- Operador identificado no inicio da sessao
       01  WRK-OPERADOR                   PIC X(30) VALUE SPACES.
       01  WRK-OPER-ENCONTRADO            PIC X(01) VALUE 'N'.

      *--- Data e hora do evento
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS.
           05  WRK-HORA-HH                PIC 9(02) VALUE ZEROS.
           05  WRK-HORA-MM                PIC 9(02) VALUE ZEROS.
           05  WRK-HORA-SS                PIC 9(02) VALUE ZEROS.

      *--- Categorias (SACCAT.dat ou tabela padrao SAC003A)
       01  TAB-SAC-PADRAO.
           COPY SAC003A.
       01  WRK-MAX-TAB-CAT                PIC 9(02) VALUE 30.
       01  WRK-QTDE-CAT                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(02) VALUE ZEROS.
       01  WRK-CAT-ESCOLHIDA              PIC 9(02) VALUE ZEROS.
       01  TAB-CATEGORIAS.
           05  TAB-CAT-ITEM OCCURS 30 TIMES.
               10  TAB-CAT-CODIGO         PIC X(04).
               10  TAB-CAT-DESCRICAO      PIC X(30).
               10  TAB-CAT-SLA-HORAS      PIC 9(04).
               10  TAB-CAT-AVISO-HORAS    PIC 9(03).
               10  TAB-CAT-EQUIPE         PIC X(20).
       01  WRK-LIN-CODIGO                 PIC X(04) VALUE SPACES.
       01  WRK-LIN-DESCRICAO              PIC X(30) VALUE SPACES.
       01  WRK-LIN-SLA                    PIC X(04) VALUE SPACES.
       01  WRK-LIN-AVISO                  PIC X(03) VALUE SPACES.
       01  WRK-LIN-EQUIPE                 PIC X(20) VALUE SPACES.
       01  WRK-CODIGO-INF                 PIC X(04) VALUE SPACES.

      *--- Chamados (SACCHAM.dat) em tabela para a regravacao
       01  WRK-MAX-TAB-CHM                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CHM                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CHM                    PIC 9(03) VALUE ZEROS.
       01  WRK-CHM-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-ULTIMA-SEQ                 PIC 9(06) VALUE ZEROS.
       01  TAB-CHAMADOS.
           05  TAB-CHM-LINHA OCCURS 500 TIMES
                                          PIC X(302).
       01  WRK-CHM-REGISTRO.
           COPY SAC001A.

      *--- Historico do chamado (SACHIST.dat)
       01  WRK-HIS-REGISTRO.
           COPY SAC002A.
       01  WRK-QTDE-EVENTOS               PIC 9(03) VALUE ZEROS.

      *--- Chamado em edicao / em consulta
       01  WRK-PROTOCOLO-INF              PIC 9(14) VALUE ZEROS.
       01  WRK-ORIGEM-INF                 PIC X(01) VALUE SPACES.
       01  WRK-CLIENTE-ID                 PIC 9(06) VALUE ZEROS.
       01  WRK-CLIENTE-NOME               PIC X(40) VALUE SPACES.
       01  WRK-CLIENTE-OK                 PIC X(01) VALUE 'N'.
       01  WRK-VINCULO-OK                 PIC X(01) VALUE 'N'.
       01  WRK-NOVA-SITUACAO              PIC X(01) VALUE SPACES.
       01  WRK-SIT-ANTERIOR               PIC X(01) VALUE SPACES.
       01  WRK-TRANSICAO-OK               PIC X(01) VALUE 'N'.
       01  WRK-NOVO-RESPONSAVEL           PIC X(30) VALUE SPACES.
       01  WRK-TEXTO                      PIC X(80) VALUE SPACES.
       01  WRK-TEXTO-INF                  PIC X(80) VALUE SPACES.
       01  WRK-DESC-SITUACAO              PIC X(20) VALUE SPACES.
       01  WRK-QTDE-LISTADOS              PIC 9(03) VALUE ZEROS.

      *--- Linhas lidas para conferir o vinculo
       01  WRK-CON-CLIENTE                PIC X(06) VALUE SPACES.
       01  WRK-CON-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-CON-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-TIT-NOSSONUM               PIC X(20) VALUE SPACES.
       01  WRK-NF-NUMERO                  PIC X(06) VALUE SPACES.
       01  WRK-NF-CLIENTE                 PIC X(05) VALUE SPACES.
       01  WRK-NF-CAMPO                   PIC X(11) VALUE SPACES.

      *--- Calculo do prazo em minutos corridos
       01  WRK-SLA-HORAS                  PIC 9(04) VALUE ZEROS.
       01  WRK-AVISO-HORAS                PIC 9(03) VALUE ZEROS.
       01  WRK-MIN-BASE                   PIC 9(11) VALUE ZEROS.
       01  WRK-MIN-PRAZO                  PIC 9(11) VALUE ZEROS.
       01  WRK-MIN-AVISO                  PIC 9(11) VALUE ZEROS.
       01  WRK-MIN-CALC                   PIC 9(11) VALUE ZEROS.
       01  WRK-MIN-RESTO                  PIC 9(04) VALUE ZEROS.
       01  WRK-DIAS-INT                   PIC 9(07) VALUE ZEROS.
       01  WRK-DATAHORA-CALC              PIC 9(12) VALUE ZEROS.
       01  WRK-DATAHORA-CALC-R REDEFINES WRK-DATAHORA-CALC.
           05  WRK-DHC-DATA               PIC 9(08).
           05  WRK-DHC-HORA               PIC 9(02).
           05  WRK-DHC-MINUTO             PIC 9(02).

      *--- Avisos para a fila central de notificacoes
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

      *  DATA DO SISTEMA
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

           PERFORM 0001-IDENTIFICAR-OPERADOR

           IF WRK-OPER-ENCONTRADO EQUAL 'N'
              DISPLAY 'OPERADOR NAO CADASTRADO - ENCERRANDO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-CARREGAR-CATEGORIAS

           PERFORM UNTIL WRK-SAIR EQUAL 'S'
              PERFORM 0003-EXIBIR-MENU
           END-PERFORM

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O OPERADOR (NOME EXISTENTE NO CADASTRO, COMO
      *    NO CONTAT1A)
      *----------------------------------------------------------------*
       0001-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'OPERADOR (NOME DE LOGIN): ' WRK-OPERADOR
           ELSE
              DISPLAY 'OPERADOR (NOME DE LOGIN): ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF

           MOVE 'N'                    TO WRK-OPER-ENCONTRADO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CADASTRO

           IF FS-CADASTRO NOT EQUAL '00'
              DISPLAY 'ERRO AO ABRIR CADASTRO. FS: ' FS-CADASTRO
              MOVE 'S'                 TO WRK-FIM-ARQ
           END-IF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CADASTRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FUNCTION TRIM(WRK-CAD-NOME) EQUAL
                       FUNCTION TRIM(WRK-OPERADOR)
                       MOVE WRK-CAD-NOME TO WRK-OPERADOR
                       MOVE 'S'        TO WRK-OPER-ENCONTRADO
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           IF FS-CADASTRO EQUAL '00' OR FS-CADASTRO EQUAL '10'
              CLOSE ARQ-CADASTRO
           END-IF
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS CATEGORIAS DE SACCAT.dat; SEM O ARQUIVO (OU
      *    VAZIO) VALE A TABELA PADRAO DO BOOK SAC003A
      *----------------------------------------------------------------*
       0002-CARREGAR-CATEGORIAS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CATEGORIAS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CATEGORIAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-CODIGO
                                          WRK-LIN-DESCRICAO
                                          WRK-LIN-SLA
                                          WRK-LIN-AVISO
                                          WRK-LIN-EQUIPE
                    UNSTRING FD-LIN-CATEGORIA DELIMITED BY SEP
                       INTO WRK-LIN-CODIGO
                            WRK-LIN-DESCRICAO
                            WRK-LIN-SLA
                            WRK-LIN-AVISO
                            WRK-LIN-EQUIPE
                    END-UNSTRING
                    IF WRK-LIN-CODIGO NOT EQUAL SPACES AND
                       FUNCTION TRIM(WRK-LIN-SLA) IS NUMERIC AND
                       WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FUNCTION UPPER-CASE(WRK-LIN-CODIGO)
                                  TO TAB-CAT-CODIGO(WRK-QTDE-CAT)
                       MOVE WRK-LIN-DESCRICAO
                                  TO TAB-CAT-DESCRICAO(WRK-QTDE-CAT)
                       MOVE FUNCTION NUMVAL(WRK-LIN-SLA)
                                  TO TAB-CAT-SLA-HORAS(WRK-QTDE-CAT)
                       MOVE ZEROS TO TAB-CAT-AVISO-HORAS(WRK-QTDE-CAT)
                       IF FUNCTION TRIM(WRK-LIN-AVISO) IS NUMERIC
                          MOVE FUNCTION NUMVAL(WRK-LIN-AVISO)
                                  TO TAB-CAT-AVISO-HORAS(WRK-QTDE-CAT)
                       END-IF
                       MOVE WRK-LIN-EQUIPE
                                  TO TAB-CAT-EQUIPE(WRK-QTDE-CAT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CATEGORIAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-CAT EQUAL ZEROS
              PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                         WRK-IND-CAT > SAC003A-QTDE-PADRAO
                 MOVE SAC003A-PAD-ITEM(WRK-IND-CAT)
                                       TO TAB-CAT-ITEM(WRK-IND-CAT)
              END-PERFORM
              MOVE SAC003A-QTDE-PADRAO TO WRK-QTDE-CAT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENU DO MODULO DE CHAMADOS
      *----------------------------------------------------------------*
       0003-EXIBIR-MENU                SECTION.
      *----------------------------------------------------------------*

           DISPLAY ' '
           DISPLAY '*=========================================*'
           DISPLAY '* SACCHM1A - CHAMADOS DO SAC              *'
           DISPLAY '* OPERADOR: ' WRK-OPERADOR
           DISPLAY '*=========================================*'
           DISPLAY '* 1 - ABRIR CHAMADO                       *'
           DISPLAY '* 2 - MOVIMENTAR CHAMADO                  *'
           DISPLAY '* 3 - CONSULTAR CHAMADO (COM HISTORICO)   *'
           DISPLAY '* 4 - CHAMADOS DO CLIENTE                 *'
           DISPLAY '* 5 - SAIR                                *'
           DISPLAY '*=========================================*'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0004-ABRIR-CHAMADO
              WHEN 2
                 PERFORM 0006-MOVIMENTAR-CHAMADO
              WHEN 3
                 PERFORM 0009-CONSULTAR-CHAMADO
              WHEN 4
                 PERFORM 0010-LISTAR-CHAMADOS-CLIENTE
              WHEN 5
                 MOVE 'S'              TO WRK-SAIR
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR UM CHAMADO: CLIENTE, CATEGORIA, ASSUNTO, VINCULO
      *    OPCIONAL E RESPONSAVEL; GERA O PROTOCOLO E O PRAZO
      *----------------------------------------------------------------*
       0004-ABRIR-CHAMADO              SECTION.
      *----------------------------------------------------------------*

           PERFORM 0011-INFORMAR-CLIENTE

           IF WRK-CLIENTE-OK EQUAL 'N'
              GO TO 0004-END
           END-IF

           DISPLAY 'CATEGORIAS:'
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              DISPLAY '  ' TAB-CAT-CODIGO(WRK-IND-CAT) ' '
                      TAB-CAT-DESCRICAO(WRK-IND-CAT) ' SLA '
                      TAB-CAT-SLA-HORAS(WRK-IND-CAT) 'H '
                      TAB-CAT-EQUIPE(WRK-IND-CAT)
           END-PERFORM
           DISPLAY 'CATEGORIA..........: ' WITH NO ADVANCING
           ACCEPT WRK-CODIGO-INF
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO-INF) TO WRK-CODIGO-INF

           MOVE ZEROS                  TO WRK-CAT-ESCOLHIDA
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-CODIGO(WRK-IND-CAT) EQUAL WRK-CODIGO-INF
                 MOVE WRK-IND-CAT      TO WRK-CAT-ESCOLHIDA
              END-IF
           END-PERFORM

           IF WRK-CAT-ESCOLHIDA EQUAL ZEROS
              DISPLAY 'CATEGORIA ' WRK-CODIGO-INF ' NAO CADASTRADA'
              GO TO 0004-END
           END-IF

           INITIALIZE WRK-CHM-REGISTRO

           DISPLAY 'ASSUNTO............: ' WITH NO ADVANCING
           ACCEPT SAC001A-ASSUNTO

           IF SAC001A-ASSUNTO EQUAL SPACES
              DISPLAY 'ASSUNTO OBRIGATORIO'
              GO TO 0004-END
           END-IF

           PERFORM 0012-INFORMAR-VINCULO

           IF WRK-VINCULO-OK EQUAL 'N'
              GO TO 0004-END
           END-IF

           DISPLAY 'RESPONSAVEL (BRANCO = FILA DA EQUIPE): '
                   WITH NO ADVANCING
           ACCEPT SAC001A-RESPONSAVEL

           PERFORM 0020-OBTER-DATA-HORA
           PERFORM 0005-CARREGAR-CHAMADOS

           IF WRK-QTDE-CHM NOT LESS WRK-MAX-TAB-CHM
              DISPLAY 'SACCHAM.dat COM ' WRK-MAX-TAB-CHM
                      ' CHAMADOS - ARQUIVAR OS RESOLVIDOS'
              GO TO 0004-END
           END-IF

           MOVE WRK-HOJE-AAAAMMDD      TO SAC001A-PROT-DATA
           COMPUTE SAC001A-PROT-SEQ = WRK-ULTIMA-SEQ + 1
           MOVE WRK-HOJE-AAAAMMDD      TO SAC001A-DATA-ABERTURA
           MOVE WRK-HORA-HHMMSS        TO SAC001A-HORA-ABERTURA
           MOVE WRK-ORIGEM-INF         TO SAC001A-ORIGEM-CLIENTE
           MOVE WRK-CLIENTE-ID         TO SAC001A-CLIENTE
           MOVE WRK-CLIENTE-NOME       TO SAC001A-NOME-CLIENTE
           MOVE TAB-CAT-CODIGO(WRK-CAT-ESCOLHIDA)
                                       TO SAC001A-CATEGORIA
           MOVE TAB-CAT-EQUIPE(WRK-CAT-ESCOLHIDA)
                                       TO SAC001A-EQUIPE
           MOVE 'A'                    TO SAC001A-SITUACAO
           MOVE ZEROS                  TO SAC001A-DATA-SOLUCAO
                                          SAC001A-HORA-SOLUCAO
                                          SAC001A-QTDE-REABERTURAS
           MOVE 'N'                    TO SAC001A-ESCALONAMENTO
           MOVE WRK-OPERADOR           TO SAC001A-ABERTO-POR

           PERFORM 0021-CALCULAR-PRAZO

           OPEN EXTEND ARQ-CHAMADOS
           WRITE FD-LIN-CHAMADO        FROM WRK-CHM-REGISTRO
           CLOSE ARQ-CHAMADOS

           MOVE 'ABERTURA'             TO SAC002A-EVENTO
           MOVE SPACES                 TO WRK-SIT-ANTERIOR
           MOVE SAC001A-ASSUNTO        TO WRK-TEXTO
           PERFORM 0030-GRAVAR-HISTORICO

      *    PROTOCOLO INFORMADO AO CLIENTE E CHAMADO NA FILA DA EQUIPE
           MOVE 'SACPROTOC'            TO NOT001A-TIPO-EVENTO
           MOVE 'I'                    TO NOT001A-SEVERIDADE
           MOVE SAC001A-NOME-CLIENTE   TO NOT001A-DESTINATARIO
           MOVE SAC001A-PROTOCOLO      TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'SEU ATENDIMENTO FOI REGISTRADO SOB O PROTOCOLO '
                  SAC001A-PROTOCOLO
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO

           MOVE 'SACNOVO'              TO NOT001A-TIPO-EVENTO
           MOVE 'I'                    TO NOT001A-SEVERIDADE
           MOVE SAC001A-EQUIPE         TO NOT001A-DESTINATARIO
           MOVE SAC001A-PROTOCOLO      TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'NOVO CHAMADO ' SAC001A-CATEGORIA
                  ' PRAZO ' SAC001A-PRAZO ' - '
                  SAC001A-ASSUNTO
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO

           MOVE SAC001A-PRAZO          TO WRK-DATAHORA-CALC
           DISPLAY '*=========================================*'
           DISPLAY '* CHAMADO ABERTO                          *'
           DISPLAY '* PROTOCOLO...: ' SAC001A-PROTOCOLO
           DISPLAY '* EQUIPE......: ' SAC001A-EQUIPE
           DISPLAY '* PRAZO (SLA).: ' WRK-DHC-DATA ' '
                   WRK-DHC-HORA ':' WRK-DHC-MINUTO
           DISPLAY '* INFORME O PROTOCOLO AO CLIENTE          *'
           DISPLAY '*=========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CHAMADOS DE SACCHAM.dat EM TABELA E ACHAR A
      *    ULTIMA SEQUENCIA DE PROTOCOLO DO DIA
      *----------------------------------------------------------------*
       0005-CARREGAR-CHAMADOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CHM
                                          WRK-ULTIMA-SEQ
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CHAMADOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CHAMADOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CHAMADO(1:14) IS NUMERIC
                       IF WRK-QTDE-CHM LESS WRK-MAX-TAB-CHM
                          ADD 1        TO WRK-QTDE-CHM
                          MOVE FD-LIN-CHAMADO
                                       TO TAB-CHM-LINHA(WRK-QTDE-CHM)
                          IF FD-LIN-CHAMADO(1:8) EQUAL
                             WRK-HOJE-AAAAMMDD AND
                             FD-LIN-CHAMADO(9:6) GREATER
                             WRK-ULTIMA-SEQ
                             MOVE FD-LIN-CHAMADO(9:6)
                                       TO WRK-ULTIMA-SEQ
                          END-IF
                       ELSE
                          DISPLAY 'SACCHAM.dat COM MAIS DE '
                                  WRK-MAX-TAB-CHM ' CHAMADOS - '
                                  'ARQUIVAR OS RESOLVIDOS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CHAMADOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOVIMENTAR UM CHAMADO: NOVA SITUACAO, TRANSFERENCIA DE
      *    RESPONSAVEL OU ANOTACAO
      *    ABERTO/REABERTO -> EM ANDAMENTO, AGUARDANDO, RESOLVIDO
      *    EM ANDAMENTO    -> AGUARDANDO, RESOLVIDO
      *    AGUARDANDO      -> EM ANDAMENTO, RESOLVIDO
      *    RESOLVIDO       -> REABERTO
      *----------------------------------------------------------------*
       0006-MOVIMENTAR-CHAMADO         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-DATA-HORA
           PERFORM 0005-CARREGAR-CHAMADOS
           PERFORM 0007-LOCALIZAR-CHAMADO

           IF WRK-CHM-ACHADO EQUAL ZEROS
              GO TO 0006-END
           END-IF

           PERFORM 0008-EXIBIR-CHAMADO

           DISPLAY 'NOVA SITUACAO E=EM ANDAMENTO C=AGUARDANDO CLIENTE'
           DISPLAY '              R=RESOLVIDO    O=REABERTO'
           DISPLAY '   OU T=TRANSFERIR RESPONSAVEL  N=ANOTACAO: '
                   WITH NO ADVANCING
           ACCEPT WRK-NOVA-SITUACAO
           MOVE FUNCTION UPPER-CASE(WRK-NOVA-SITUACAO)
                                       TO WRK-NOVA-SITUACAO

           MOVE SAC001A-SITUACAO       TO WRK-SIT-ANTERIOR
           MOVE 'N'                    TO WRK-TRANSICAO-OK

           EVALUATE WRK-NOVA-SITUACAO
              WHEN 'E'
                 IF WRK-SIT-ANTERIOR EQUAL 'A' OR
                    WRK-SIT-ANTERIOR EQUAL 'O' OR
                    WRK-SIT-ANTERIOR EQUAL 'C'
                    MOVE 'S'           TO WRK-TRANSICAO-OK
                 END-IF
              WHEN 'C'
                 IF WRK-SIT-ANTERIOR EQUAL 'A' OR
                    WRK-SIT-ANTERIOR EQUAL 'O' OR
                    WRK-SIT-ANTERIOR EQUAL 'E'
                    MOVE 'S'           TO WRK-TRANSICAO-OK
                 END-IF
              WHEN 'R'
                 IF WRK-SIT-ANTERIOR NOT EQUAL 'R'
                    MOVE 'S'           TO WRK-TRANSICAO-OK
                 END-IF
              WHEN 'O'
                 IF WRK-SIT-ANTERIOR EQUAL 'R'
                    MOVE 'S'           TO WRK-TRANSICAO-OK
                 END-IF
              WHEN 'T'
                 IF WRK-SIT-ANTERIOR NOT EQUAL 'R'
                    MOVE 'S'           TO WRK-TRANSICAO-OK
                 END-IF
              WHEN 'N'
                 MOVE 'S'              TO WRK-TRANSICAO-OK
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
                 GO TO 0006-END
           END-EVALUATE

           IF WRK-TRANSICAO-OK EQUAL 'N'
              MOVE WRK-SIT-ANTERIOR    TO WRK-NOVA-SITUACAO
              PERFORM 0031-DESCREVER-SITUACAO
              DISPLAY 'MOVIMENTO NAO PERMITIDO PARA CHAMADO '
                      WRK-DESC-SITUACAO
              GO TO 0006-END
           END-IF

           IF WRK-NOVA-SITUACAO EQUAL 'T'
              DISPLAY 'NOVO RESPONSAVEL...: ' WITH NO ADVANCING
              ACCEPT WRK-NOVO-RESPONSAVEL
              IF WRK-NOVO-RESPONSAVEL EQUAL SPACES
                 DISPLAY 'RESPONSAVEL OBRIGATORIO'
                 GO TO 0006-END
              END-IF
           END-IF

           DISPLAY 'TEXTO (SOLUCAO, MOTIVO OU ANOTACAO): '
                   WITH NO ADVANCING
           ACCEPT WRK-TEXTO-INF
           MOVE WRK-TEXTO-INF          TO WRK-TEXTO

           IF WRK-TEXTO EQUAL SPACES AND
              (WRK-NOVA-SITUACAO EQUAL 'R' OR
               WRK-NOVA-SITUACAO EQUAL 'O' OR
               WRK-NOVA-SITUACAO EQUAL 'N')
              DISPLAY 'TEXTO OBRIGATORIO PARA ESTE MOVIMENTO'
              GO TO 0006-END
           END-IF

           EVALUATE WRK-NOVA-SITUACAO
              WHEN 'T'
                 MOVE 'ATRIBUICAO'     TO SAC002A-EVENTO
                 MOVE SPACES           TO WRK-TEXTO
                 STRING 'PARA ' FUNCTION TRIM(WRK-NOVO-RESPONSAVEL)
                        ' - ' WRK-TEXTO-INF
                        DELIMITED BY SIZE INTO WRK-TEXTO
                 END-STRING
                 MOVE WRK-NOVO-RESPONSAVEL TO SAC001A-RESPONSAVEL
              WHEN 'N'
                 MOVE 'ANOTACAO'       TO SAC002A-EVENTO
              WHEN OTHER
                 MOVE 'SITUACAO'       TO SAC002A-EVENTO
                 MOVE WRK-NOVA-SITUACAO TO SAC001A-SITUACAO
                 IF WRK-NOVA-SITUACAO EQUAL 'E' AND
                    SAC001A-RESPONSAVEL EQUAL SPACES
                    MOVE WRK-OPERADOR  TO SAC001A-RESPONSAVEL
                 END-IF
                 IF WRK-NOVA-SITUACAO EQUAL 'R'
                    MOVE WRK-HOJE-AAAAMMDD TO SAC001A-DATA-SOLUCAO
                    MOVE WRK-HORA-HHMMSS   TO SAC001A-HORA-SOLUCAO
                 END-IF
      *          A REABERTURA REINICIA O SLA DA CATEGORIA A PARTIR DE
      *          AGORA E LIBERA NOVOS AVISOS DE PRAZO
                 IF WRK-NOVA-SITUACAO EQUAL 'O'
                    ADD 1              TO SAC001A-QTDE-REABERTURAS
                    MOVE 'N'           TO SAC001A-ESCALONAMENTO
                    PERFORM 0021-CALCULAR-PRAZO
                 END-IF
           END-EVALUATE

           IF WRK-NOVA-SITUACAO NOT EQUAL 'N'
              MOVE WRK-CHM-REGISTRO    TO TAB-CHM-LINHA(WRK-CHM-ACHADO)
              PERFORM 0013-REGRAVAR-CHAMADOS
           END-IF

           PERFORM 0030-GRAVAR-HISTORICO

           MOVE SAC001A-SITUACAO       TO WRK-NOVA-SITUACAO
           PERFORM 0031-DESCREVER-SITUACAO
           DISPLAY 'CHAMADO ' SAC001A-PROTOCOLO ' - '
                   WRK-DESC-SITUACAO ' - MOVIMENTO REGISTRADO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O CHAMADO PELO PROTOCOLO NA TABELA CARREGADA
      *----------------------------------------------------------------*
       0007-LOCALIZAR-CHAMADO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CHM-ACHADO

           DISPLAY 'PROTOCOLO..........: ' WITH NO ADVANCING
           ACCEPT WRK-PROTOCOLO-INF

           PERFORM VARYING WRK-IND-CHM FROM 1 BY 1 UNTIL
                      WRK-IND-CHM > WRK-QTDE-CHM
              IF TAB-CHM-LINHA(WRK-IND-CHM)(1:14) EQUAL
                 WRK-PROTOCOLO-INF
                 MOVE WRK-IND-CHM      TO WRK-CHM-ACHADO
              END-IF
           END-PERFORM

           IF WRK-CHM-ACHADO EQUAL ZEROS
              DISPLAY 'PROTOCOLO ' WRK-PROTOCOLO-INF ' NAO ENCONTRADO'
           ELSE
              MOVE TAB-CHM-LINHA(WRK-CHM-ACHADO) TO WRK-CHM-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR OS DADOS DO CHAMADO CORRENTE
      *----------------------------------------------------------------*
       0008-EXIBIR-CHAMADO             SECTION.
      *----------------------------------------------------------------*

           MOVE SAC001A-SITUACAO       TO WRK-NOVA-SITUACAO
           PERFORM 0031-DESCREVER-SITUACAO

           DISPLAY '-----------------------------------------'
           DISPLAY 'PROTOCOLO..: ' SAC001A-PROTOCOLO
                   '  ABERTO EM ' SAC001A-DATA-ABERTURA ' '
                   SAC001A-HORA-ABERTURA
           DISPLAY 'CLIENTE....: ' SAC001A-ORIGEM-CLIENTE ' '
                   SAC001A-CLIENTE ' ' SAC001A-NOME-CLIENTE
           DISPLAY 'CATEGORIA..: ' SAC001A-CATEGORIA
                   '  EQUIPE: ' SAC001A-EQUIPE
           DISPLAY 'RESPONSAVEL: ' SAC001A-RESPONSAVEL
           DISPLAY 'SITUACAO...: ' WRK-DESC-SITUACAO
                   '  REABERTURAS: ' SAC001A-QTDE-REABERTURAS
           MOVE SAC001A-PRAZO          TO WRK-DATAHORA-CALC
           DISPLAY 'PRAZO (SLA): ' WRK-DHC-DATA ' '
                   WRK-DHC-HORA ':' WRK-DHC-MINUTO
                   '  AVISO: ' SAC001A-ESCALONAMENTO
           IF SAC001A-DATA-SOLUCAO NOT EQUAL ZEROS
              DISPLAY 'RESOLVIDO..: ' SAC001A-DATA-SOLUCAO ' '
                      SAC001A-HORA-SOLUCAO
           END-IF
           IF SAC001A-VINCULO-TIPO NOT EQUAL SPACES
              DISPLAY 'VINCULO....: ' SAC001A-VINCULO-TIPO ' '
                      SAC001A-VINCULO-REF
           END-IF
           DISPLAY 'ASSUNTO....: ' SAC001A-ASSUNTO
           DISPLAY 'ABERTO POR.: ' SAC001A-ABERTO-POR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR UM CHAMADO E TODO O SEU HISTORICO
      *----------------------------------------------------------------*
       0009-CONSULTAR-CHAMADO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 0020-OBTER-DATA-HORA
           PERFORM 0005-CARREGAR-CHAMADOS
           PERFORM 0007-LOCALIZAR-CHAMADO

           IF WRK-CHM-ACHADO EQUAL ZEROS
              GO TO 0009-END
           END-IF

           PERFORM 0008-EXIBIR-CHAMADO

           DISPLAY '-----------------------------------------'
           DISPLAY 'HISTORICO:'
           MOVE ZEROS                  TO WRK-QTDE-EVENTOS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-HISTORICO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-HISTORICO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-HISTORICO(1:14) EQUAL
                       WRK-PROTOCOLO-INF
                       MOVE FD-LIN-HISTORICO TO WRK-HIS-REGISTRO
                       ADD 1           TO WRK-QTDE-EVENTOS
                       DISPLAY SAC002A-DATA ' ' SAC002A-HORA ' '
                               SAC002A-EVENTO ' '
                               SAC002A-SIT-ANTERIOR '>'
                               SAC002A-SIT-NOVA ' '
                               SAC002A-OPERADOR
                       DISPLAY '     ' SAC002A-TEXTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-HISTORICO
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-EVENTOS EQUAL ZEROS
              DISPLAY 'CHAMADO SEM HISTORICO EM SACHIST.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS CHAMADOS DE UM CLIENTE
      *----------------------------------------------------------------*
       0010-LISTAR-CHAMADOS-CLIENTE    SECTION.
      *----------------------------------------------------------------*

           PERFORM 0011-INFORMAR-CLIENTE

           IF WRK-CLIENTE-OK EQUAL 'N'
              GO TO 0010-END
           END-IF

           PERFORM 0020-OBTER-DATA-HORA
           PERFORM 0005-CARREGAR-CHAMADOS

           MOVE ZEROS                  TO WRK-QTDE-LISTADOS
           DISPLAY 'PROTOCOLO      CATG SITUACAO             ASSUNTO'

           PERFORM VARYING WRK-IND-CHM FROM 1 BY 1 UNTIL
                      WRK-IND-CHM > WRK-QTDE-CHM
              MOVE TAB-CHM-LINHA(WRK-IND-CHM) TO WRK-CHM-REGISTRO
              IF SAC001A-ORIGEM-CLIENTE EQUAL WRK-ORIGEM-INF AND
                 SAC001A-CLIENTE EQUAL WRK-CLIENTE-ID
                 ADD 1                 TO WRK-QTDE-LISTADOS
                 MOVE SAC001A-SITUACAO TO WRK-NOVA-SITUACAO
                 PERFORM 0031-DESCREVER-SITUACAO
                 DISPLAY SAC001A-PROTOCOLO ' ' SAC001A-CATEGORIA ' '
                         WRK-DESC-SITUACAO ' '
                         SAC001A-ASSUNTO(1:30)
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADOS EQUAL ZEROS
              DISPLAY 'CLIENTE SEM CHAMADOS REGISTRADOS'
           ELSE
              DISPLAY 'TOTAL DE CHAMADOS: ' WRK-QTDE-LISTADOS
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR O CLIENTE: C = clientes.dat (CHAVE CUST-ID)
      *                        K = CADASTRO1.dat (CODIGO DO CLIENTE)
      *----------------------------------------------------------------*
       0011-INFORMAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CLIENTE-OK
           MOVE SPACES                 TO WRK-CLIENTE-NOME

           DISPLAY 'CADASTRO DO CLIENTE (C=clientes.dat '
                   'K=CADASTRO1.dat): ' WITH NO ADVANCING
           ACCEPT WRK-ORIGEM-INF
           MOVE FUNCTION UPPER-CASE(WRK-ORIGEM-INF) TO WRK-ORIGEM-INF

           IF WRK-ORIGEM-INF NOT EQUAL 'C' AND
              WRK-ORIGEM-INF NOT EQUAL 'K'
              DISPLAY 'CADASTRO INVALIDO'
              GO TO 0011-END
           END-IF

           DISPLAY 'CODIGO DO CLIENTE..: ' WITH NO ADVANCING
           ACCEPT WRK-CLIENTE-ID

           IF WRK-ORIGEM-INF EQUAL 'C'
              OPEN INPUT CLIENTES
              IF FS-CLIENTES NOT EQUAL '00'
                 DISPLAY 'ERRO AO ABRIR clientes.dat. FS: '
                         FS-CLIENTES
                 GO TO 0011-END
              END-IF
              MOVE WRK-CLIENTE-ID      TO CUST-ID
              READ CLIENTES KEY IS CUST-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NOME          TO WRK-CLIENTE-NOME
                    MOVE 'S'           TO WRK-CLIENTE-OK
              END-READ
              CLOSE CLIENTES
           ELSE
              MOVE 'N'                 TO WRK-FIM-ARQ
              OPEN INPUT ARQUIVO-CLI
              PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                 READ ARQUIVO-CLI
                    AT END MOVE 'S'    TO WRK-FIM-ARQ
                    NOT AT END
                       IF FDC-ID-CLIENTE EQUAL WRK-CLIENTE-ID
                          MOVE FDC-NOME-CLIENTE TO WRK-CLIENTE-NOME
                          MOVE 'S'     TO WRK-CLIENTE-OK
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQUIVO-CLI
              MOVE 'N'                 TO WRK-FIM-ARQ
           END-IF

           IF WRK-CLIENTE-OK EQUAL 'S'
              DISPLAY 'CLIENTE: ' WRK-CLIENTE-ID ' - '
                      WRK-CLIENTE-NOME
           ELSE
              DISPLAY 'CLIENTE ' WRK-CLIENTE-ID ' NAO ENCONTRADO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VINCULO OPCIONAL DO CHAMADO, CONFERIDO NO ARQUIVO DE ORIGEM
      *    N = NOTA DE CONTATO DO CLIENTE (CONTHIST.dat, SO PARA
      *        CLIENTE DE clientes.dat) - REFERENCIA AAAAMMDDHHMMSS
      *    T = TITULO DE TITULOS.dat - NOSSO NUMERO
      *    V = VENDA DE NFREG.dat - NUMERO DA NOTA (DO PROPRIO
      *        CLIENTE QUANDO FOR DE CADASTRO1.dat)
      *----------------------------------------------------------------*
       0012-INFORMAR-VINCULO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VINCULO-OK

           DISPLAY 'VINCULO (N=NOTA DE CONTATO T=TITULO V=VENDA '
                   'BRANCO=NENHUM): ' WITH NO ADVANCING
           ACCEPT SAC001A-VINCULO-TIPO
           MOVE FUNCTION UPPER-CASE(SAC001A-VINCULO-TIPO)
                                       TO SAC001A-VINCULO-TIPO

           IF SAC001A-VINCULO-TIPO EQUAL SPACES
              MOVE SPACES              TO SAC001A-VINCULO-REF
              MOVE 'S'                 TO WRK-VINCULO-OK
              GO TO 0012-END
           END-IF

           DISPLAY 'REFERENCIA DO VINCULO: ' WITH NO ADVANCING
           ACCEPT SAC001A-VINCULO-REF

           MOVE 'N'                    TO WRK-FIM-ARQ

           EVALUATE SAC001A-VINCULO-TIPO
              WHEN 'N'
                 IF WRK-ORIGEM-INF NOT EQUAL 'C'
                    DISPLAY 'NOTA DE CONTATO SO EXISTE PARA CLIENTE '
                            'DE clientes.dat'
                    GO TO 0012-END
                 END-IF
                 OPEN INPUT ARQ-CONTATOS
                 PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                    READ ARQ-CONTATOS
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                          MOVE SPACES  TO WRK-CON-CLIENTE
                                          WRK-CON-DATA
                                          WRK-CON-HORA
                          UNSTRING FD-LIN-CONTATO DELIMITED BY SEP
                             INTO WRK-CON-CLIENTE
                                  WRK-CON-DATA
                                  WRK-CON-HORA
                          END-UNSTRING
                          IF WRK-CON-CLIENTE IS NUMERIC AND
                             FUNCTION NUMVAL(WRK-CON-CLIENTE) EQUAL
                             WRK-CLIENTE-ID AND
                             WRK-CON-DATA EQUAL
                             SAC001A-VINCULO-REF(1:8) AND
                             WRK-CON-HORA EQUAL
                             SAC001A-VINCULO-REF(9:6)
                             MOVE 'S'  TO WRK-VINCULO-OK
                             MOVE 'S'  TO WRK-FIM-ARQ
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-CONTATOS
              WHEN 'T'
                 OPEN INPUT ARQUIVO-TIT
                 PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                    READ ARQUIVO-TIT
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                          MOVE SPACES  TO WRK-TIT-NOSSONUM
                          UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                             INTO WRK-TIT-NOSSONUM
                          END-UNSTRING
                          IF FUNCTION TRIM(WRK-TIT-NOSSONUM) EQUAL
                             FUNCTION TRIM(SAC001A-VINCULO-REF)
                             MOVE 'S'  TO WRK-VINCULO-OK
                             MOVE 'S'  TO WRK-FIM-ARQ
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ARQUIVO-TIT
              WHEN 'V'
                 OPEN INPUT ARQUIVO-NFREG
                 PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                    READ ARQUIVO-NFREG
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                          MOVE SPACES  TO WRK-NF-NUMERO
                                          WRK-NF-CLIENTE
                          UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                             INTO WRK-NF-NUMERO
                                  WRK-NF-CAMPO
                                  WRK-NF-CAMPO
                                  WRK-NF-CAMPO
                                  WRK-NF-CAMPO
                                  WRK-NF-CAMPO
                                  WRK-NF-CAMPO
                                  WRK-NF-CAMPO
                                  WRK-NF-CLIENTE
                          END-UNSTRING
                          IF WRK-NF-NUMERO IS NUMERIC AND
                             FUNCTION TRIM(SAC001A-VINCULO-REF)
                             IS NUMERIC
                             IF FUNCTION NUMVAL(WRK-NF-NUMERO) EQUAL
                                FUNCTION NUMVAL(SAC001A-VINCULO-REF)
                                IF WRK-ORIGEM-INF EQUAL 'C'
                                   MOVE 'S' TO WRK-VINCULO-OK
                                   MOVE 'S' TO WRK-FIM-ARQ
                                ELSE
                                   IF WRK-NF-CLIENTE IS NUMERIC AND
                                      FUNCTION NUMVAL(WRK-NF-CLIENTE)
                                      EQUAL WRK-CLIENTE-ID
                                      MOVE 'S' TO WRK-VINCULO-OK
                                      MOVE 'S' TO WRK-FIM-ARQ
                                   END-IF
                                END-IF
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ARQUIVO-NFREG
              WHEN OTHER
                 DISPLAY 'TIPO DE VINCULO INVALIDO'
                 GO TO 0012-END
           END-EVALUATE

           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-VINCULO-OK EQUAL 'N'
              DISPLAY 'REFERENCIA ' SAC001A-VINCULO-REF
                      ' NAO ENCONTRADA PARA O CLIENTE'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR SACCHAM.dat COM A TABELA ATUALIZADA
      *----------------------------------------------------------------*
       0013-REGRAVAR-CHAMADOS          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CHAMADOS

           PERFORM VARYING WRK-IND-CHM FROM 1 BY 1 UNTIL
                      WRK-IND-CHM > WRK-QTDE-CHM
              MOVE TAB-CHM-LINHA(WRK-IND-CHM) TO FD-LIN-CHAMADO
              WRITE FD-LIN-CHAMADO
           END-PERFORM

           CLOSE ARQ-CHAMADOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA VIA PROGDATA
      *----------------------------------------------------------------*
       0020-OBTER-DATA-HORA            SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT EQUAL ZEROS
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                       WRK-RETURN-CODE
              PERFORM 9999-FINALIZAR
           END-IF

           MOVE COD001A-DATA           TO WRK-HOJE-AAAAMMDD
           MOVE COD001A-HORA           TO WRK-HORA-HH
           MOVE COD001A-MINUTO         TO WRK-HORA-MM
           MOVE COD001A-SEGUNDO        TO WRK-HORA-SS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRAZO DO SLA EM HORAS CORRIDAS A PARTIR DE AGORA (ABERTURA
      *    OU REABERTURA), E O INICIO DO AVISO DE PRAZO VENCENDO
      *----------------------------------------------------------------*
       0021-CALCULAR-PRAZO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-SLA-HORAS
                                          WRK-AVISO-HORAS
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-CODIGO(WRK-IND-CAT) EQUAL SAC001A-CATEGORIA
                 MOVE TAB-CAT-SLA-HORAS(WRK-IND-CAT)
                                       TO WRK-SLA-HORAS
                 MOVE TAB-CAT-AVISO-HORAS(WRK-IND-CAT)
                                       TO WRK-AVISO-HORAS
              END-IF
           END-PERFORM

      *    CATEGORIA RETIRADA DE SACCAT.dat DEPOIS DA ABERTURA: VALE O
      *    MENOR SLA PADRAO (ATENDIMENTO)
           IF WRK-SLA-HORAS EQUAL ZEROS
              MOVE 48                  TO WRK-SLA-HORAS
              MOVE 12                  TO WRK-AVISO-HORAS
           END-IF

           IF WRK-AVISO-HORAS GREATER WRK-SLA-HORAS
              MOVE WRK-SLA-HORAS       TO WRK-AVISO-HORAS
           END-IF

           COMPUTE WRK-MIN-BASE =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD) * 1440
                   + WRK-HORA-HH * 60 + WRK-HORA-MM
           COMPUTE WRK-MIN-PRAZO = WRK-MIN-BASE + WRK-SLA-HORAS * 60
           COMPUTE WRK-MIN-AVISO = WRK-MIN-PRAZO
                                 - WRK-AVISO-HORAS * 60

           MOVE WRK-MIN-PRAZO          TO WRK-MIN-CALC
           PERFORM 0022-MINUTOS-PARA-DATA
           MOVE WRK-DATAHORA-CALC      TO SAC001A-PRAZO

           MOVE WRK-MIN-AVISO          TO WRK-MIN-CALC
           PERFORM 0022-MINUTOS-PARA-DATA
           MOVE WRK-DATAHORA-CALC      TO SAC001A-PRAZO-AVISO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONVERTER MINUTOS CORRIDOS (DIA INTEIRO * 1440 + MINUTO DO
      *    DIA) EM AAAAMMDDHHMM
      *----------------------------------------------------------------*
       0022-MINUTOS-PARA-DATA          SECTION.
      *----------------------------------------------------------------*

           DIVIDE WRK-MIN-CALC BY 1440 GIVING WRK-DIAS-INT
                  REMAINDER WRK-MIN-RESTO

           MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                       TO WRK-DHC-DATA
           DIVIDE WRK-MIN-RESTO BY 60 GIVING WRK-DHC-HORA
                  REMAINDER WRK-DHC-MINUTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACRESCENTAR O EVENTO AO HISTORICO SACHIST.dat
      *    (SAC002A-EVENTO, WRK-SIT-ANTERIOR E WRK-TEXTO JA MONTADOS)
      *----------------------------------------------------------------*
       0030-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE SAC001A-PROTOCOLO      TO SAC002A-PROTOCOLO
           MOVE WRK-HOJE-AAAAMMDD      TO SAC002A-DATA
           MOVE WRK-HORA-HHMMSS        TO SAC002A-HORA
           MOVE WRK-OPERADOR           TO SAC002A-OPERADOR
           MOVE WRK-SIT-ANTERIOR       TO SAC002A-SIT-ANTERIOR
           MOVE SAC001A-SITUACAO       TO SAC002A-SIT-NOVA
           MOVE WRK-TEXTO              TO SAC002A-TEXTO

           OPEN EXTEND ARQ-HISTORICO
           WRITE FD-LIN-HISTORICO      FROM WRK-HIS-REGISTRO
           CLOSE ARQ-HISTORICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESCRICAO DA SITUACAO EM WRK-NOVA-SITUACAO
      *----------------------------------------------------------------*
       0031-DESCREVER-SITUACAO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-NOVA-SITUACAO
              WHEN 'A'
                 MOVE 'ABERTO'         TO WRK-DESC-SITUACAO
              WHEN 'E'
                 MOVE 'EM ANDAMENTO'   TO WRK-DESC-SITUACAO
              WHEN 'C'
                 MOVE 'AGUARDANDO CLIENTE'
                                       TO WRK-DESC-SITUACAO
              WHEN 'R'
                 MOVE 'RESOLVIDO'      TO WRK-DESC-SITUACAO
              WHEN 'O'
                 MOVE 'REABERTO'       TO WRK-DESC-SITUACAO
              WHEN OTHER
                 MOVE 'DESCONHECIDA'   TO WRK-DESC-SITUACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
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
