      *              DA QUANTIDADE MINIMA ENFILEIRA UM AVISO PARA O
      *              SETOR DE COMPRAS NA FILA CENTRAL DE
      *              NOTIFICACOES (NOTIFICA.dat, VIA NOTIF01A).
      *              15/10/2026 - A LINHA DE MOVESTOQ.dat PASSA A
      *              TERMINAR COM A FILIAL DESTA INSTALACAO (FILIAL1B),
      *              APOS O CAMPO DE CUSTO, QUE FICA VAZIO.
      *              15/10/2026 - A ENTRADA DE PRODUTO NAO PEDE MAIS O
      *              VALOR: MUDANCA DE PRECO SO PELA TABELA COM
      *              VIGENCIA (PRECO01A / LOTE PRECO01B). O CADASTRO
      *              CONTINUA INFORMANDO O PRECO INICIAL.
      *              15/10/2026 - ORDEM DE MONTAGEM DE KIT (OPCAO 8):
      *              O KIT MONTADO (TIPO M EM KITBOM.dat, VIA
      *              KITBOM1B) E PRODUZIDO NUM LOCAL CONSUMINDO OS
      *              COMPONENTES DO MESMO LOCAL (SAIDA 'S'/'-') E
      *              DANDO ENTRADA NO KIT ('E'/'+'), MOTIVO 'MONTAGEM'.
      *              SO MONTA SE TODOS OS COMPONENTES TEM SALDO. A
      *              ORDEM NUMERADA FICA REGISTRADA EM MONTAGEM.dat.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG023B. 
           SELECT OPTIONAL ARQUIVO-PED ASSIGN TO 'PEDCOMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MON ASSIGN TO 'MONTAGEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       FD  ARQUIVO-PED.
       01  FD-LIN-PEDIDO                  PIC X(060).

      *    ORDEM|DATA|HORA|KIT|QTDE|LOCAL|OPERADOR|FILIAL|
       FD  ARQUIVO-MON.
       01  FD-LIN-MONTAGEM                PIC X(080).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  WRK-FILE-STATUS                PIC X(02) VALUE SPACES.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *     FILIAL DESTA INSTALACAO (FILIAL1B).
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *     ORDEM DE MONTAGEM DE KIT (ESTRUTURA VIA KITBOM1B)
       01  WRK-KIT-REGISTRO.
           COPY KIT001A.
       01  WRK-MONT-KIT                   PIC 9(05) VALUE ZEROS.
       01  WRK-MONT-QTDE                  PIC 9(05) VALUE ZEROS.
       01  WRK-MONT-LOCAL                 PIC X(05) VALUE SPACES.
       01  WRK-MONT-ORDEM                 PIC 9(06) VALUE ZEROS.
       01  WRK-MONT-ORDEM-LIDA            PIC 9(06) VALUE ZEROS.
       01  WRK-MONT-OK                    PIC X(01) VALUE 'N'.
       01  WRK-QTDE-NECESSARIA            PIC 9(07) VALUE ZEROS.
       01  WRK-IND-COMP                   PIC 9(02) VALUE ZEROS.
       01  WRK-FIM-MON                    PIC X(01) VALUE 'N'.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*

           PERFORM 0061-OBTER-DATA-HORA
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

           PERFORM 0011-CARREGAR-TABELA-INT
           PERFORM 0002-TELA-MENU
           DISPLAY '* 5 - EXCLUIR PRODUTO                      *'
           DISPLAY '* 6 - RELATORIO DE ESTOQUE BAIXO           *'
           DISPLAY '* 7 - LISTAR ESTOQUE POR LOCAL             *'
           DISPLAY '* 8 - ORDEM DE MONTAGEM DE KIT             *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPÇÃO DESEJADA: '
               WHEN 5 PERFORM 0008-EXCLUIR-PROD
               WHEN 6 PERFORM 0009-RELATORIO-ESTOQUE-BAIXO
               WHEN 7 PERFORM 0010-LISTAR-POR-LOCAL
               WHEN 8 PERFORM 0012-ORDEM-MONTAGEM
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPÇÃO INVÁLIDA!'
           END-IF
           PERFORM 0043-RECALC-QTDE-TOTAL

      *    O PRECO MUDA SO PELA TABELA COM VIGENCIA (PRECO01A)
           DISPLAY '* PRECO MANTIDO - ALTERACAO PELO PRECO01A'

           PERFORM 0047-REGRAVAR-PRODUTO-ARQ

       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ORDEM DE MONTAGEM DE KIT: SO KIT MONTADO (TIPO M). CONSOME
      *    DO LOCAL INFORMADO A QUANTIDADE DE CADA COMPONENTE VEZES A
      *    QUANTIDADE A MONTAR E DA ENTRADA DO KIT NO MESMO LOCAL
      *----------------------------------------------------------------*
       0012-ORDEM-MONTAGEM             SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*========= ORDEM DE MONTAGEM DE KIT ========*'
           DISPLAY '* KIT A MONTAR: ' WITH NO ADVANCING
           ACCEPT WRK-MONT-KIT

           MOVE WRK-MONT-KIT           TO WRK-COD-PRODUTO
           PERFORM 0041-CONSULTAR-PROD
           IF WRK-ENCONTROU            NOT EQUAL 'S'
              DISPLAY 'PRODUTO NAO CADASTRADO'
              PERFORM 0002-TELA-MENU
              EXIT SECTION
           END-IF

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE WRK-MONT-KIT           TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO
           IF KIT001A-E-KIT NOT EQUAL 'S' OR
              KIT001A-TIPO  NOT EQUAL 'M'
              DISPLAY 'PRODUTO NAO E KIT MONTADO (TIPO M NO KITBOM1A)'
              PERFORM 0002-TELA-MENU
              EXIT SECTION
           END-IF

           DISPLAY '* ' TAB-CODIGO(WRK-IND1) ' | '
                        TAB-NOME(WRK-IND1)   ' | '
                        TAB-QTDE(WRK-IND1)   '     *'

           DISPLAY '* LOCAL/ARMAZEM DA MONTAGEM: ' WITH NO ADVANCING
           ACCEPT WRK-MONT-LOCAL
           DISPLAY '* QUANTIDADE A MONTAR: ' WITH NO ADVANCING
           ACCEPT WRK-MONT-QTDE
           IF WRK-MONT-LOCAL           EQUAL SPACES OR
              WRK-MONT-QTDE            EQUAL ZEROS
              DISPLAY 'LOCAL EM BRANCO OU QUANTIDADE ZERADA'
              PERFORM 0002-TELA-MENU
              EXIT SECTION
           END-IF
           MOVE WRK-MONT-LOCAL         TO WRK-COD-LOCAL

      *    TODOS OS COMPONENTES PRECISAM TER SALDO ANTES DE BAIXAR
      *    QUALQUER UM
           MOVE 'S'                    TO WRK-MONT-OK
           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                      WRK-IND-COMP > KIT001A-QTDE-COMP
              PERFORM 0012A-VERIFICAR-COMPONENTE
           END-PERFORM
           IF WRK-MONT-OK              NOT EQUAL 'S'
              DISPLAY 'MONTAGEM NAO REALIZADA'
              PERFORM 0002-TELA-MENU
              EXIT SECTION
           END-IF

           PERFORM 0012C-OBTER-NUMERO-ORDEM

           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                      WRK-IND-COMP > KIT001A-QTDE-COMP
              PERFORM 0012B-CONSUMIR-COMPONENTE
           END-PERFORM

      *    ENTRADA DO KIT MONTADO NO LOCAL
           MOVE WRK-MONT-KIT           TO WRK-COD-PRODUTO
           PERFORM 0041-CONSULTAR-PROD
           PERFORM 0042-CONSULTAR-LOCAL
           MOVE WRK-MONT-QTDE          TO WRK-QTDE-PRODUTO
           IF WRK-ENCONTROU-LOCAL     EQUAL 'S'
              ADD WRK-MONT-QTDE
                       TO TAB-LOCAL-QTDE(WRK-IND1, WRK-IND-LOCAL)
           ELSE
              PERFORM 0044-ADICIONAR-LOCAL
           END-IF
           PERFORM 0043-RECALC-QTDE-TOTAL
           PERFORM 0047-REGRAVAR-PRODUTO-ARQ

           MOVE 'E'                    TO WRK-MOV-TIPO
           MOVE '+'                    TO WRK-MOV-SINAL
           MOVE WRK-MONT-KIT           TO WRK-MOV-PRODUTO
           MOVE WRK-MONT-LOCAL         TO WRK-MOV-LOCAL
           MOVE WRK-MONT-QTDE          TO WRK-MOV-QTDE
           MOVE 'MONTAGEM'             TO WRK-MOV-MOTIVO
           PERFORM 0060-GRAVAR-MOVIMENTO

           PERFORM 0012D-GRAVAR-ORDEM

           DISPLAY '* ORDEM DE MONTAGEM ' WRK-MONT-ORDEM ' - '
                   WRK-MONT-QTDE ' KIT(S) ' WRK-MONT-KIT
                   ' MONTADO(S) NO LOCAL ' WRK-MONT-LOCAL

           PERFORM 0002-TELA-MENU
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR O SALDO DO COMPONENTE WRK-IND-COMP NO LOCAL DA
      *    MONTAGEM
      *----------------------------------------------------------------*
       0012A-VERIFICAR-COMPONENTE      SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-QTDE-NECESSARIA =
                   KIT001A-COMP-QTDE(WRK-IND-COMP) * WRK-MONT-QTDE

           MOVE KIT001A-COMP-COD(WRK-IND-COMP) TO WRK-COD-PRODUTO
           PERFORM 0041-CONSULTAR-PROD
           IF WRK-ENCONTROU            NOT EQUAL 'S'
              DISPLAY 'COMPONENTE ' WRK-COD-PRODUTO
                      ' NAO CADASTRADO NO ESTOQUE'
              MOVE 'N'                 TO WRK-MONT-OK
              EXIT SECTION
           END-IF

           PERFORM 0042-CONSULTAR-LOCAL
           IF WRK-ENCONTROU-LOCAL     NOT EQUAL 'S'
              DISPLAY 'COMPONENTE ' WRK-COD-PRODUTO ' '
                      TAB-NOME(WRK-IND1) ' SEM SALDO NO LOCAL '
                      WRK-MONT-LOCAL
              MOVE 'N'                 TO WRK-MONT-OK
              EXIT SECTION
           END-IF

           IF TAB-LOCAL-QTDE(WRK-IND1, WRK-IND-LOCAL) LESS
              WRK-QTDE-NECESSARIA
              DISPLAY 'COMPONENTE ' WRK-COD-PRODUTO ' '
                      TAB-NOME(WRK-IND1) ' INSUFICIENTE: SALDO '
                      TAB-LOCAL-QTDE(WRK-IND1, WRK-IND-LOCAL)
                      ' NECESSARIO ' WRK-QTDE-NECESSARIA
              MOVE 'N'                 TO WRK-MONT-OK
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012a-end
       0012A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSUMIR O COMPONENTE WRK-IND-COMP DO LOCAL DA MONTAGEM
      *----------------------------------------------------------------*
       0012B-CONSUMIR-COMPONENTE       SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-QTDE-NECESSARIA =
                   KIT001A-COMP-QTDE(WRK-IND-COMP) * WRK-MONT-QTDE

           MOVE KIT001A-COMP-COD(WRK-IND-COMP) TO WRK-COD-PRODUTO
           PERFORM 0041-CONSULTAR-PROD
           PERFORM 0042-CONSULTAR-LOCAL

           SUBTRACT WRK-QTDE-NECESSARIA
                       FROM TAB-LOCAL-QTDE(WRK-IND1, WRK-IND-LOCAL)
           PERFORM 0043-RECALC-QTDE-TOTAL
           PERFORM 0047-REGRAVAR-PRODUTO-ARQ

           MOVE 'S'                    TO WRK-MOV-TIPO
           MOVE '-'                    TO WRK-MOV-SINAL
           MOVE WRK-COD-PRODUTO        TO WRK-MOV-PRODUTO
           MOVE WRK-MONT-LOCAL         TO WRK-MOV-LOCAL
           MOVE WRK-QTDE-NECESSARIA    TO WRK-MOV-QTDE
           MOVE 'MONTAGEM'             TO WRK-MOV-MOTIVO
           PERFORM 0060-GRAVAR-MOVIMENTO

           IF TAB-QTDE-MINIMA(WRK-IND1) GREATER ZEROS AND
              TAB-QTDE(WRK-IND1) LESS TAB-QTDE-MINIMA(WRK-IND1)
              PERFORM 0063-NOTIFICAR-ESTOQUE-BAIXO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012b-end
       0012B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROXIMO NUMERO DE ORDEM: O MAIOR DE MONTAGEM.dat MAIS UM
      *----------------------------------------------------------------*
       0012C-OBTER-NUMERO-ORDEM        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-MONT-ORDEM
           MOVE 'N'                    TO WRK-FIM-MON

           OPEN INPUT ARQUIVO-MON
           PERFORM UNTIL WRK-FIM-MON EQUAL 'S'
              READ ARQUIVO-MON
                 AT END MOVE 'S'       TO WRK-FIM-MON
                 NOT AT END
                    MOVE ZEROS         TO WRK-MONT-ORDEM-LIDA
                    UNSTRING FD-LIN-MONTAGEM DELIMITED BY SEP
                       INTO WRK-MONT-ORDEM-LIDA
                    END-UNSTRING
                    IF WRK-MONT-ORDEM-LIDA GREATER WRK-MONT-ORDEM
                       MOVE WRK-MONT-ORDEM-LIDA TO WRK-MONT-ORDEM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-MON

           ADD 1                       TO WRK-MONT-ORDEM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012c-end
       0012C-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A ORDEM DE MONTAGEM EM MONTAGEM.dat
      *----------------------------------------------------------------*
       0012D-GRAVAR-ORDEM              SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-MON

           MOVE SPACES                 TO FD-LIN-MONTAGEM
           STRING WRK-MONT-ORDEM       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MOV-DATA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MOV-HORA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MONT-KIT         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MONT-QTDE        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MONT-LOCAL       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-MONTAGEM
           END-STRING
           WRITE FD-LIN-MONTAGEM

           CLOSE ARQUIVO-MON
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012d-end
       0012D-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM MOVIMENTO NO LIVRO MOVESTOQ.dat:
      *    DATA|HORA|PRODUTO|LOCAL|TIPO|SINAL|QTDE|MOTIVO|OPERADOR
      *    |CUSTO|FILIAL (CUSTO SO NO RECEBIMENTO DO PROG023G)
      *    TIPOS: I=IMPLANTACAO E=ENTRADA S=SAIDA A=AJUSTE
      *    T=TRANSFERENCIA
      *----------------------------------------------------------------*
                  WRK-MOV-MOTIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
               STOP RUN
            END-IF

            MOVE 'L'                    TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

            MOVE COD001A-DATA-ANO      TO WRK-MOV-DATA(1:4)
            MOVE COD001A-DATA-MES      TO WRK-MOV-DATA(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-MOV-DATA(7:2)
