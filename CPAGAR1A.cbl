      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CONTAS A PAGAR - LANCAMENTO DA NOTA FISCAL DO
      *              FORNECEDOR COM CONFERENCIA TRIPLA. CADA LINHA DA
      *              NOTA E CONFERIDA CONTRA O PEDIDO DE COMPRA
      *              (PEDCOMP.dat, MESMO FORNECEDOR E PRODUTO), CONTRA
      *              O QUE FOI DE FATO RECEBIDO (ENTRADAS 'PEDnnnnn' EM
      *              MOVESTOQ.dat, COM O CUSTO UNITARIO GRAVADO PELO
      *              PROG023G) E CONTRA O PRECO DO PEDIDO (LISTA
      *              FORNPREC.dat). A QUANTIDADE JA FATURADA EM NOTAS
      *              ANTERIORES DO MESMO PEDIDO E DESCONTADA DO
      *              RECEBIDO. DIFERENCA DE QUANTIDADE OU DE PRECO
      *              ACIMA DA TOLERANCIA (CPPARM.dat, Q|PCT E P|PCT -
      *              PADRAO 2%) RETEM A NOTA PARA APROVACAO ('R'); A
      *              APROVACAO E FEITA POR OUTRA PESSOA, QUE NAO QUEM
      *              LANCOU. NOTA CONFERIDA OU APROVADA ('A') GERA AS
      *              PARCELAS EM ABERTO NO ARQUIVO DE CONTAS A PAGAR
      *              CPTITULO.dat.
      *----------------------------------------------------------------*
      * ARQUIVOS...: CPNOTAS.dat  - CABECALHO DA NOTA: LANCAMENTO|
      *              FORNECEDOR|NUMERO-NOTA|EMISSAO|VALOR-CENTS|
      *              SITUACAO|QTDE-PARCELAS|(VENCIMENTO|VALOR-CENTS)
      *              X 6|OPERADOR|APROVADOR|DATA-DECISAO
      *              SITUACAO: R = RETIDA   A = APROVADA
      *                        C = REPROVADA (CANCELADA)
      *              CPNITEM.dat  - LINHAS DA NOTA: LANCAMENTO|ITEM|
      *              PEDIDO|PRODUTO|QTDE-FATURADA|PRECO-CENTS|
      *              QTDE-A-FATURAR|CUSTO-RECEB-CENTS|
      *              PRECO-PEDIDO-CENTS|DIVERGENCIA (Q/P/QP)
      *              CPTITULO.dat - PARCELAS A PAGAR: LANCAMENTO|
      *              PARCELA|FORNECEDOR|NUMERO-NOTA|VENCIMENTO|
      *              VALOR-CENTS|SITUACAO|DATA-PAGTO|LOTE|
      *              CODIGO-BARRAS
      *              SITUACAO: A = EM ABERTO  E = ENVIADA AO BANCO
      *                        P = PAGA       J = REJEITADA PELO BANCO
      *              CODIGO-BARRAS: 44 DIGITOS DO BOLETO DO
      *              FORNECEDOR (BRANCO = CREDITO EM CONTA PELOS
      *              DADOS DE FORNBCO.dat NO PAGAMENTO - CPAGAR2A)
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CODIGO DE BARRAS DO BOLETO DO
      *              FORNECEDOR NA PARCELA A PAGAR (OPCAO 5), PARA O
      *              PAGAMENTO POR SEGMENTO J NA REMESSA DO CPAGAR2A.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      * NOME.......: CPAGAR1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAGAR1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-NOT ASSIGN TO 'CPNOTAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ITE ASSIGN TO 'CPNITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'CPTITULO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'CPPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PED ASSIGN TO 'PEDCOMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FOR ASSIGN TO 'FORNECED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MOV ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRE ASSIGN TO 'FORNPREC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NOT.
       01  FD-LIN-NOTA                    PIC X(300).

       FD  ARQUIVO-ITE.
       01  FD-LIN-ITEM                    PIC X(100).

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULO                  PIC X(120).

       FD  ARQUIVO-PARM.
       01  FD-LIN-PARAM                   PIC X(20).

       FD  ARQUIVO-PED.
       01  FD-LIN-PEDIDO                  PIC X(060).

       FD  ARQUIVO-FOR.
       01  FD-LIN-FORNECEDOR              PIC X(060).

       FD  ARQUIVO-MOV.
       01  FD-LIN-MOVIMENTO               PIC X(100).

       FD  ARQUIVO-PRE.
       01  FD-LIN-PRECO                   PIC X(040).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-OPERADOR                   PIC X(20) VALUE SPACES.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-RESP                       PIC X(01) VALUE SPACES.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.

      *--- Tolerancias da conferencia (CPPARM.dat)
       01  WRK-TOL-QTDE-PCT               PIC 9(03)V99 VALUE 2.
       01  WRK-TOL-PRECO-PCT              PIC 9(03)V99 VALUE 2.
       01  WRK-PARM-TIPO                  PIC X(01) VALUE SPACES.
       01  WRK-PARM-PCT                   PIC 9(03)V99 VALUE ZEROS.

      *--- Notas de fornecedor (CPNOTAS.dat)
       01  WRK-MAX-TAB-NOT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-NOT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-NOT                    PIC 9(03) VALUE ZEROS.
       01  TAB-NOTAS.
           05  TAB-NOT-LINHA OCCURS 300 TIMES.
               10  TAB-NOT-LANCAMENTO     PIC 9(06) VALUE ZEROS.
               10  TAB-NOT-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-NOT-NUMERO         PIC 9(09) VALUE ZEROS.
               10  TAB-NOT-EMISSAO        PIC 9(08) VALUE ZEROS.
               10  TAB-NOT-VALOR          PIC 9(11) VALUE ZEROS.
               10  TAB-NOT-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-NOT-QTDE-PARC      PIC 9(02) VALUE ZEROS.
               10  TAB-NOT-PARCELA OCCURS 6 TIMES.
                   15  TAB-NOT-VENC       PIC 9(08) VALUE ZEROS.
                   15  TAB-NOT-VALOR-PARC PIC 9(11) VALUE ZEROS.
               10  TAB-NOT-OPERADOR       PIC X(20) VALUE SPACES.
               10  TAB-NOT-APROVADOR      PIC X(20) VALUE SPACES.
               10  TAB-NOT-DATA-DECISAO   PIC 9(08) VALUE ZEROS.

      *--- Linhas das notas (CPNITEM.dat)
       01  WRK-MAX-TAB-ITE                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-ITE                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-ITE                    PIC 9(04) VALUE ZEROS.
       01  TAB-ITENS.
           05  TAB-ITE-LINHA OCCURS 1000 TIMES.
               10  TAB-ITE-LANCAMENTO     PIC 9(06) VALUE ZEROS.
               10  TAB-ITE-ITEM           PIC 9(02) VALUE ZEROS.
               10  TAB-ITE-PEDIDO         PIC 9(05) VALUE ZEROS.
               10  TAB-ITE-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-ITE-QTDE-FAT       PIC 9(05) VALUE ZEROS.
               10  TAB-ITE-PRECO          PIC 9(09) VALUE ZEROS.
               10  TAB-ITE-QTDE-A-FATURAR PIC 9(05) VALUE ZEROS.
               10  TAB-ITE-CUSTO-RECEB    PIC 9(09) VALUE ZEROS.
               10  TAB-ITE-PRECO-PEDIDO   PIC 9(09) VALUE ZEROS.
               10  TAB-ITE-DIVERGENCIA    PIC X(02) VALUE SPACES.

      *--- Parcelas a pagar (CPTITULO.dat)
       01  WRK-MAX-TAB-TIT                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-TIT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(04) VALUE ZEROS.
       01  TAB-TITULOS.
           05  TAB-TIT-LINHA OCCURS 1000 TIMES.
               10  TAB-TIT-LANCAMENTO     PIC 9(06) VALUE ZEROS.
               10  TAB-TIT-PARCELA        PIC 9(02) VALUE ZEROS.
               10  TAB-TIT-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-TIT-NOTA           PIC 9(09) VALUE ZEROS.
               10  TAB-TIT-VENCIMENTO     PIC 9(08) VALUE ZEROS.
               10  TAB-TIT-VALOR          PIC 9(11) VALUE ZEROS.
               10  TAB-TIT-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-TIT-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
               10  TAB-TIT-LOTE           PIC 9(06) VALUE ZEROS.
               10  TAB-TIT-COD-BARRAS     PIC X(44) VALUE SPACES.

      *--- Pedidos de compra (PEDCOMP.dat)
       01  WRK-MAX-TAB-PED                PIC 9(03) VALUE 100.
       01  WRK-QTDE-PED                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PED                    PIC 9(03) VALUE ZEROS.
       01  TAB-PEDIDOS.
           05  TAB-PED-LINHA OCCURS 100 TIMES.
               10  TAB-PED-NUMERO         PIC 9(05) VALUE ZEROS.
               10  TAB-PED-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-PED-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-PED-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-PED-QTDE-PEDIDA    PIC 9(05) VALUE ZEROS.
               10  TAB-PED-QTDE-RECEBIDA  PIC 9(05) VALUE ZEROS.
               10  TAB-PED-SITUACAO       PIC X(01) VALUE SPACES.

      *--- Fornecedores cadastrados
       01  WRK-MAX-TAB-FOR                PIC 9(02) VALUE 50.
       01  WRK-QTDE-FOR                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-FOR                    PIC 9(02) VALUE ZEROS.
       01  TAB-FORNECEDORES.
           05  TAB-FOR-LINHA OCCURS 50 TIMES.
               10  TAB-FOR-ID             PIC 9(05) VALUE ZEROS.
               10  TAB-FOR-NOME           PIC X(30) VALUE SPACES.
               10  TAB-FOR-CNPJ           PIC X(14) VALUE SPACES.

      *--- Lista de precos por fornecedor/produto (FORNPREC.dat)
       01  WRK-MAX-TAB-PRE                PIC 9(03) VALUE 200.
       01  WRK-QTDE-PRE                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRE                    PIC 9(03) VALUE ZEROS.
       01  TAB-PRECOS.
           05  TAB-PRE-LINHA OCCURS 200 TIMES.
               10  TAB-PRE-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-PRE-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-PRE-PRECO-CENTS    PIC 9(09) VALUE ZEROS.
               10  TAB-PRE-LEADTIME       PIC 9(03) VALUE ZEROS.

      *--- Campos do movimento de estoque (MOVESTOQ.dat)
       01  WRK-MOV-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-MOV-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-MOV-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-MOV-LOCAL                  PIC X(05) VALUE SPACES.
       01  WRK-MOV-SENTIDO                PIC X(01) VALUE SPACES.
       01  WRK-MOV-SINAL                  PIC X(01) VALUE SPACES.
       01  WRK-MOV-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-MOV-MOTIVO                 PIC X(10) VALUE SPACES.
       01  WRK-MOV-OPERADOR               PIC X(20) VALUE SPACES.
       01  WRK-MOV-CUSTO                  PIC 9(09) VALUE ZEROS.
       01  WRK-MOTIVO-PED                 PIC X(10) VALUE SPACES.

      *--- Nota em lancamento / decisao
       01  WRK-NOT-LANCAMENTO             PIC 9(06) VALUE ZEROS.
       01  WRK-NOT-FORNECEDOR             PIC 9(05) VALUE ZEROS.
       01  WRK-NOT-NUMERO                 PIC 9(09) VALUE ZEROS.
       01  WRK-NOT-EMISSAO                PIC 9(08) VALUE ZEROS.
       01  WRK-NOT-VALOR                  PIC 9(11) VALUE ZEROS.
       01  WRK-NOT-QTDE-PARC              PIC 9(02) VALUE ZEROS.
       01  WRK-NOT-RETIDA                 PIC X(01) VALUE 'N'.
       01  WRK-QTDE-ITENS-NOTA            PIC 9(02) VALUE ZEROS.
       01  WRK-ITE-INICIO                 PIC 9(04) VALUE ZEROS.
       01  WRK-ITE-PEDIDO                 PIC 9(05) VALUE ZEROS.
       01  WRK-ITE-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITE-PRECO                  PIC 9(09) VALUE ZEROS.
       01  WRK-ITE-VALOR                  PIC 9(11) VALUE ZEROS.
       01  WRK-ITE-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-IND-PARC                   PIC 9(02) VALUE ZEROS.
       01  WRK-VENC                       PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-PARC                 PIC 9(11) VALUE ZEROS.
       01  WRK-SOMA-PARC                  PIC 9(11) VALUE ZEROS.
       01  WRK-APROVADOR                  PIC X(20) VALUE SPACES.
       01  WRK-PARCELA                    PIC 9(02) VALUE ZEROS.
       01  WRK-COD-BARRAS                 PIC X(44) VALUE SPACES.
       01  TAB-PARC-NOTA.
           05  TAB-PARC-LINHA OCCURS 6 TIMES.
               10  TAB-PARC-VENC          PIC 9(08) VALUE ZEROS.
               10  TAB-PARC-VALOR         PIC 9(11) VALUE ZEROS.

      *--- Conferencia tripla
       01  WRK-QTDE-RECEBIDA              PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-JA-FATURADA           PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-A-FATURAR             PIC S9(07) VALUE ZEROS.
       01  WRK-CUSTO-SOMA                 PIC 9(15) VALUE ZEROS.
       01  WRK-QTDE-COM-CUSTO             PIC 9(07) VALUE ZEROS.
       01  WRK-CUSTO-RECEB                PIC 9(09) VALUE ZEROS.
       01  WRK-PRECO-PEDIDO               PIC 9(09) VALUE ZEROS.
       01  WRK-PRECO-REFERENCIA           PIC 9(09) VALUE ZEROS.
       01  WRK-DIFERENCA                  PIC S9(11) VALUE ZEROS.
       01  WRK-LIMITE                     PIC 9(11)V99 VALUE ZEROS.
       01  WRK-DIVERGENCIA                PIC X(02) VALUE SPACES.

      *--- Edicao
       01  WRK-VALOR-AUX                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOT-ABERTO                 PIC 9(13) VALUE ZEROS.

      *  DATA DO SISTEMA
           COPY COD001A.

      *  AVISO PARA O FINANCEIRO (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

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

           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0003-CARREGAR-NOTAS
           PERFORM 0004-CARREGAR-ITENS
           PERFORM 0005-CARREGAR-TITULOS
           PERFORM 0006-CARREGAR-PEDIDOS
           PERFORM 0007-CARREGAR-FORNECEDORES
           PERFORM 0008-CARREGAR-PRECOS
           PERFORM 0010-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA CORRENTE VIA PROGDATA
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

           COMPUTE WRK-HOJE-AAAAMMDD =
                   (COD001A-DATA-ANO * 10000) +
                   (COD001A-DATA-MES * 100) +
                    COD001A-DATA-DIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS TOLERANCIAS DE CPPARM.dat (TIPO|PCT):
      *    Q = QUANTIDADE  P = PRECO - SEM O ARQUIVO VALE 2% PARA AMBAS
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PARAM(1:1) NOT EQUAL '*' AND
                       FD-LIN-PARAM NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-PARM-TIPO
                       MOVE ZEROS      TO WRK-PARM-PCT
                       UNSTRING FD-LIN-PARAM DELIMITED BY SEP
                          INTO WRK-PARM-TIPO
                               WRK-PARM-PCT
                       END-UNSTRING
                       EVALUATE WRK-PARM-TIPO
                          WHEN 'Q'
                             MOVE WRK-PARM-PCT TO WRK-TOL-QTDE-PCT
                          WHEN 'P'
                             MOVE WRK-PARM-PCT TO WRK-TOL-PRECO-PCT
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS NOTAS DE FORNECEDOR DE CPNOTAS.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-NOTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NOT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-NOT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NOT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-NOTA(1:1) IS NUMERIC
                       IF WRK-QTDE-NOT LESS WRK-MAX-TAB-NOT
                          ADD 1        TO WRK-QTDE-NOT
                          PERFORM 0031-DESMONTAR-NOTA
                       ELSE
                          DISPLAY 'TABELA DE NOTAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-NOT
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-NOT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESMONTAR UMA LINHA DE CPNOTAS.dat NA POSICAO WRK-QTDE-NOT
      *----------------------------------------------------------------*
       0031-DESMONTAR-NOTA             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE TAB-NOT-LINHA(WRK-QTDE-NOT)

           UNSTRING FD-LIN-NOTA DELIMITED BY SEP
              INTO TAB-NOT-LANCAMENTO(WRK-QTDE-NOT)
                   TAB-NOT-FORNECEDOR(WRK-QTDE-NOT)
                   TAB-NOT-NUMERO(WRK-QTDE-NOT)
                   TAB-NOT-EMISSAO(WRK-QTDE-NOT)
                   TAB-NOT-VALOR(WRK-QTDE-NOT)
                   TAB-NOT-SITUACAO(WRK-QTDE-NOT)
                   TAB-NOT-QTDE-PARC(WRK-QTDE-NOT)
                   TAB-NOT-VENC(WRK-QTDE-NOT, 1)
                   TAB-NOT-VALOR-PARC(WRK-QTDE-NOT, 1)
                   TAB-NOT-VENC(WRK-QTDE-NOT, 2)
                   TAB-NOT-VALOR-PARC(WRK-QTDE-NOT, 2)
                   TAB-NOT-VENC(WRK-QTDE-NOT, 3)
                   TAB-NOT-VALOR-PARC(WRK-QTDE-NOT, 3)
                   TAB-NOT-VENC(WRK-QTDE-NOT, 4)
                   TAB-NOT-VALOR-PARC(WRK-QTDE-NOT, 4)
                   TAB-NOT-VENC(WRK-QTDE-NOT, 5)
                   TAB-NOT-VALOR-PARC(WRK-QTDE-NOT, 5)
                   TAB-NOT-VENC(WRK-QTDE-NOT, 6)
                   TAB-NOT-VALOR-PARC(WRK-QTDE-NOT, 6)
                   TAB-NOT-OPERADOR(WRK-QTDE-NOT)
                   TAB-NOT-APROVADOR(WRK-QTDE-NOT)
                   TAB-NOT-DATA-DECISAO(WRK-QTDE-NOT)
           END-UNSTRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS LINHAS DAS NOTAS DE CPNITEM.dat
      *----------------------------------------------------------------*
       0004-CARREGAR-ITENS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ITE
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-ITE

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ITE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-ITEM(1:1) IS NUMERIC
                       IF WRK-QTDE-ITE LESS WRK-MAX-TAB-ITE
                          ADD 1        TO WRK-QTDE-ITE
                          INITIALIZE TAB-ITE-LINHA(WRK-QTDE-ITE)
                          UNSTRING FD-LIN-ITEM DELIMITED BY SEP
                             INTO TAB-ITE-LANCAMENTO(WRK-QTDE-ITE)
                                  TAB-ITE-ITEM(WRK-QTDE-ITE)
                                  TAB-ITE-PEDIDO(WRK-QTDE-ITE)
                                  TAB-ITE-PRODUTO(WRK-QTDE-ITE)
                                  TAB-ITE-QTDE-FAT(WRK-QTDE-ITE)
                                  TAB-ITE-PRECO(WRK-QTDE-ITE)
                                  TAB-ITE-QTDE-A-FATURAR(WRK-QTDE-ITE)
                                  TAB-ITE-CUSTO-RECEB(WRK-QTDE-ITE)
                                  TAB-ITE-PRECO-PEDIDO(WRK-QTDE-ITE)
                                  TAB-ITE-DIVERGENCIA(WRK-QTDE-ITE)
                          END-UNSTRING
                       ELSE
                          DISPLAY 'TABELA DE ITENS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-ITE
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-ITE
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS PARCELAS A PAGAR DE CPTITULO.dat
      *----------------------------------------------------------------*
       0005-CARREGAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULO(1:1) IS NUMERIC
                       IF WRK-QTDE-TIT LESS WRK-MAX-TAB-TIT
                          ADD 1        TO WRK-QTDE-TIT
                          INITIALIZE TAB-TIT-LINHA(WRK-QTDE-TIT)
                          UNSTRING FD-LIN-TITULO DELIMITED BY SEP
                             INTO TAB-TIT-LANCAMENTO(WRK-QTDE-TIT)
                                  TAB-TIT-PARCELA(WRK-QTDE-TIT)
                                  TAB-TIT-FORNECEDOR(WRK-QTDE-TIT)
                                  TAB-TIT-NOTA(WRK-QTDE-TIT)
                                  TAB-TIT-VENCIMENTO(WRK-QTDE-TIT)
                                  TAB-TIT-VALOR(WRK-QTDE-TIT)
                                  TAB-TIT-SITUACAO(WRK-QTDE-TIT)
                                  TAB-TIT-DATA-PAGTO(WRK-QTDE-TIT)
                                  TAB-TIT-LOTE(WRK-QTDE-TIT)
                                  TAB-TIT-COD-BARRAS(WRK-QTDE-TIT)
                          END-UNSTRING
                       ELSE
                          DISPLAY 'TABELA DE PARCELAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-TIT
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PEDIDOS DE COMPRA DE PEDCOMP.dat
      *----------------------------------------------------------------*
       0006-CARREGAR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PED
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PED

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PED
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PED LESS WRK-MAX-TAB-PED
                       ADD 1           TO WRK-QTDE-PED
                       UNSTRING FD-LIN-PEDIDO DELIMITED BY SEP
                          INTO TAB-PED-NUMERO(WRK-QTDE-PED)
                               TAB-PED-DATA(WRK-QTDE-PED)
                               TAB-PED-FORNECEDOR(WRK-QTDE-PED)
                               TAB-PED-PRODUTO(WRK-QTDE-PED)
                               TAB-PED-QTDE-PEDIDA(WRK-QTDE-PED)
                               TAB-PED-QTDE-RECEBIDA(WRK-QTDE-PED)
                               TAB-PED-SITUACAO(WRK-QTDE-PED)
                       END-UNSTRING
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PED
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS FORNECEDORES DE FORNECED.dat
      *----------------------------------------------------------------*
       0007-CARREGAR-FORNECEDORES      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FOR
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-FOR

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-FOR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-FOR LESS WRK-MAX-TAB-FOR
                       ADD 1           TO WRK-QTDE-FOR
                       UNSTRING FD-LIN-FORNECEDOR DELIMITED BY SEP
                          INTO TAB-FOR-ID(WRK-QTDE-FOR)
                               TAB-FOR-NOME(WRK-QTDE-FOR)
                               TAB-FOR-CNPJ(WRK-QTDE-FOR)
                       END-UNSTRING
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-FOR
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A LISTA DE PRECOS DE FORNPREC.dat
      *----------------------------------------------------------------*
       0008-CARREGAR-PRECOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PRE
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PRE

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PRE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PRE LESS WRK-MAX-TAB-PRE
                       ADD 1           TO WRK-QTDE-PRE
                       UNSTRING FD-LIN-PRECO DELIMITED BY SEP
                          INTO TAB-PRE-FORNECEDOR(WRK-QTDE-PRE)
                               TAB-PRE-PRODUTO(WRK-QTDE-PRE)
                               TAB-PRE-PRECO-CENTS(WRK-QTDE-PRE)
                               TAB-PRE-LEADTIME(WRK-QTDE-PRE)
                       END-UNSTRING
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PRE
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0010-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=        CONTAS A PAGAR                  =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - LANCAR NOTA DO FORNECEDOR            *'
           DISPLAY '* 2 - APROVAR / REPROVAR NOTA RETIDA       *'
           DISPLAY '* 3 - LISTAR NOTAS                         *'
           DISPLAY '* 4 - POSICAO DE CONTAS A PAGAR            *'
           DISPLAY '* 5 - CODIGO DE BARRAS DO BOLETO           *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0020-LANCAR-NOTA
                  PERFORM 0010-TELA-MENU
               WHEN 2
                  PERFORM 0030-DECIDIR-NOTA-RETIDA
                  PERFORM 0010-TELA-MENU
               WHEN 3
                  PERFORM 0040-LISTAR-NOTAS
                  PERFORM 0010-TELA-MENU
               WHEN 4
                  PERFORM 0050-POSICAO-A-PAGAR
                  PERFORM 0010-TELA-MENU
               WHEN 5
                  PERFORM 0055-INFORMAR-COD-BARRAS
                  PERFORM 0010-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  PERFORM 0010-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*


      *----------------------------------------------------------------*
      *    LANCAR A NOTA DO FORNECEDOR: CABECALHO, LINHAS CONFERIDAS
      *    CONTRA PEDIDO E RECEBIMENTO, E VENCIMENTOS DAS PARCELAS
      *----------------------------------------------------------------*
       0020-LANCAR-NOTA                SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ID DO FORNECEDOR.........: ' WITH NO ADVANCING
           ACCEPT WRK-NOT-FORNECEDOR

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1 UNTIL
                      (WRK-IND-FOR > WRK-QTDE-FOR) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF WRK-NOT-FORNECEDOR EQUAL TAB-FOR-ID(WRK-IND-FOR)
                 MOVE 'S'              TO WRK-ENCONTROU
                 DISPLAY 'FORNECEDOR: ' TAB-FOR-NOME(WRK-IND-FOR)
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'FORNECEDOR NAO CADASTRADO - NOTA NAO LANCADA'
              EXIT SECTION
           END-IF

           DISPLAY 'NUMERO DA NOTA FISCAL....: ' WITH NO ADVANCING
           ACCEPT WRK-NOT-NUMERO
           DISPLAY 'DATA DE EMISSAO (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WRK-NOT-EMISSAO

           IF WRK-NOT-NUMERO EQUAL ZEROS OR
              WRK-NOT-EMISSAO EQUAL ZEROS OR
              WRK-NOT-EMISSAO GREATER WRK-HOJE-AAAAMMDD
              DISPLAY 'NUMERO OU EMISSAO INVALIDOS - NOTA NAO LANCADA'
              EXIT SECTION
           END-IF

      *    A MESMA NOTA DO MESMO FORNECEDOR NAO ENTRA DUAS VEZES
      *    (SALVO SE A ANTERIOR FOI REPROVADA)
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-FORNECEDOR(WRK-IND-NOT) EQUAL
                 WRK-NOT-FORNECEDOR AND
                 TAB-NOT-NUMERO(WRK-IND-NOT) EQUAL WRK-NOT-NUMERO AND
                 TAB-NOT-SITUACAO(WRK-IND-NOT) NOT EQUAL 'C'
                 DISPLAY 'NOTA JA LANCADA NO LANCAMENTO '
                         TAB-NOT-LANCAMENTO(WRK-IND-NOT)
                         ' - NOTA NAO LANCADA'
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF WRK-QTDE-NOT NOT LESS WRK-MAX-TAB-NOT
              DISPLAY 'TABELA DE NOTAS CHEIA - NOTA NAO LANCADA'
              EXIT SECTION
           END-IF

      *    PROXIMO NUMERO DE LANCAMENTO
           MOVE ZEROS                  TO WRK-NOT-LANCAMENTO
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-LANCAMENTO(WRK-IND-NOT) GREATER
                 WRK-NOT-LANCAMENTO
                 MOVE TAB-NOT-LANCAMENTO(WRK-IND-NOT)
                                       TO WRK-NOT-LANCAMENTO
              END-IF
           END-PERFORM
           ADD 1                       TO WRK-NOT-LANCAMENTO

           MOVE ZEROS                  TO WRK-NOT-VALOR
                                          WRK-QTDE-ITENS-NOTA
           MOVE 'N'                    TO WRK-NOT-RETIDA
                                          WRK-FIM-ARQ
           COMPUTE WRK-ITE-INICIO = WRK-QTDE-ITE + 1

           DISPLAY 'LINHAS DA NOTA - INFORME O PEDIDO DE CADA LINHA '
                   '(0 = FIM)'
           PERFORM 0021-LANCAR-ITEM
              UNTIL WRK-FIM-ARQ EQUAL 'S'
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-ITENS-NOTA EQUAL ZEROS
              DISPLAY 'NOTA SEM LINHAS - NOTA NAO LANCADA'
              COMPUTE WRK-QTDE-ITE = WRK-ITE-INICIO - 1
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-AUX = WRK-NOT-VALOR / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY 'VALOR TOTAL DA NOTA......: ' WRK-VALOR-EDIT

           PERFORM 0022-INFORMAR-PARCELAS

           ADD 1                       TO WRK-QTDE-NOT
           MOVE WRK-QTDE-NOT           TO WRK-IND-NOT
           INITIALIZE TAB-NOT-LINHA(WRK-IND-NOT)
           MOVE WRK-NOT-LANCAMENTO     TO
                                    TAB-NOT-LANCAMENTO(WRK-IND-NOT)
           MOVE WRK-NOT-FORNECEDOR     TO
                                    TAB-NOT-FORNECEDOR(WRK-IND-NOT)
           MOVE WRK-NOT-NUMERO         TO TAB-NOT-NUMERO(WRK-IND-NOT)
           MOVE WRK-NOT-EMISSAO        TO TAB-NOT-EMISSAO(WRK-IND-NOT)
           MOVE WRK-NOT-VALOR          TO TAB-NOT-VALOR(WRK-IND-NOT)
           MOVE WRK-NOT-QTDE-PARC      TO
                                    TAB-NOT-QTDE-PARC(WRK-IND-NOT)
           MOVE WRK-OPERADOR           TO TAB-NOT-OPERADOR(WRK-IND-NOT)
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1 UNTIL
                      WRK-IND-PARC > WRK-NOT-QTDE-PARC
              MOVE TAB-PARC-VENC(WRK-IND-PARC) TO
                   TAB-NOT-VENC(WRK-IND-NOT, WRK-IND-PARC)
              MOVE TAB-PARC-VALOR(WRK-IND-PARC) TO
                   TAB-NOT-VALOR-PARC(WRK-IND-NOT, WRK-IND-PARC)
           END-PERFORM

      *    LINHA DIVERGENTE RETEM A NOTA; SEM DIVERGENCIA A NOTA JA
      *    NASCE APROVADA E AS PARCELAS VAO PARA O CONTAS A PAGAR
           IF WRK-NOT-RETIDA EQUAL 'S'
              MOVE 'R'                 TO TAB-NOT-SITUACAO(WRK-IND-NOT)
              PERFORM 0025-AVISAR-RETENCAO
              DISPLAY 'NOTA RETIDA PARA APROVACAO - LANCAMENTO '
                      WRK-NOT-LANCAMENTO
           ELSE
              MOVE 'A'                 TO TAB-NOT-SITUACAO(WRK-IND-NOT)
              MOVE 'CONFERENCIA'       TO
                                     TAB-NOT-APROVADOR(WRK-IND-NOT)
              MOVE WRK-HOJE-AAAAMMDD   TO
                                     TAB-NOT-DATA-DECISAO(WRK-IND-NOT)
              PERFORM 0026-GERAR-PARCELAS
              DISPLAY 'NOTA CONFERIDA E APROVADA - LANCAMENTO '
                      WRK-NOT-LANCAMENTO
           END-IF

           PERFORM 0060-REGRAVAR-NOTAS
           PERFORM 0061-REGRAVAR-ITENS
           PERFORM 0062-REGRAVAR-TITULOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR UMA LINHA DA NOTA: O PEDIDO DEFINE O PRODUTO E TEM
      *    QUE SER DO MESMO FORNECEDOR DA NOTA
      *----------------------------------------------------------------*
       0021-LANCAR-ITEM                SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'PEDIDO DE COMPRA (0 = FIM): ' WITH NO ADVANCING
           ACCEPT WRK-ITE-PEDIDO

           IF WRK-ITE-PEDIDO EQUAL ZEROS
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           IF WRK-QTDE-ITE NOT LESS WRK-MAX-TAB-ITE OR
              WRK-QTDE-ITENS-NOTA NOT LESS 99
              DISPLAY 'LIMITE DE LINHAS ATINGIDO'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1 UNTIL
                      (WRK-IND-PED > WRK-QTDE-PED) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-PED-NUMERO(WRK-IND-PED) EQUAL WRK-ITE-PEDIDO
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-PED
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'PEDIDO NAO ENCONTRADO - LINHA IGNORADA'
              EXIT SECTION
           END-IF

           IF TAB-PED-FORNECEDOR(WRK-IND-PED) NOT EQUAL
              WRK-NOT-FORNECEDOR
              DISPLAY 'PEDIDO E DE OUTRO FORNECEDOR ('
                      TAB-PED-FORNECEDOR(WRK-IND-PED)
                      ') - LINHA IGNORADA'
              EXIT SECTION
           END-IF

           MOVE TAB-PED-PRODUTO(WRK-IND-PED) TO WRK-ITE-PRODUTO
           DISPLAY 'PRODUTO DO PEDIDO: ' WRK-ITE-PRODUTO
                   ' PEDIDO ' TAB-PED-QTDE-PEDIDA(WRK-IND-PED)
                   ' RECEBIDO ' TAB-PED-QTDE-RECEBIDA(WRK-IND-PED)
           DISPLAY 'QUANTIDADE FATURADA......: ' WITH NO ADVANCING
           ACCEPT WRK-ITE-QTDE
           DISPLAY 'PRECO UNITARIO (CENTAVOS): ' WITH NO ADVANCING
           ACCEPT WRK-ITE-PRECO

           IF WRK-ITE-QTDE EQUAL ZEROS OR WRK-ITE-PRECO EQUAL ZEROS
              DISPLAY 'QUANTIDADE OU PRECO INVALIDOS - LINHA IGNORADA'
              EXIT SECTION
           END-IF

           PERFORM 0023-CONFERIR-ITEM

           ADD 1                       TO WRK-QTDE-ITE
                                          WRK-QTDE-ITENS-NOTA
           INITIALIZE TAB-ITE-LINHA(WRK-QTDE-ITE)
           MOVE WRK-NOT-LANCAMENTO     TO
                                    TAB-ITE-LANCAMENTO(WRK-QTDE-ITE)
           MOVE WRK-QTDE-ITENS-NOTA    TO TAB-ITE-ITEM(WRK-QTDE-ITE)
           MOVE WRK-ITE-PEDIDO         TO TAB-ITE-PEDIDO(WRK-QTDE-ITE)
           MOVE WRK-ITE-PRODUTO        TO TAB-ITE-PRODUTO(WRK-QTDE-ITE)
           MOVE WRK-ITE-QTDE           TO TAB-ITE-QTDE-FAT(WRK-QTDE-ITE)
           MOVE WRK-ITE-PRECO          TO TAB-ITE-PRECO(WRK-QTDE-ITE)
           IF WRK-QTDE-A-FATURAR GREATER ZEROS
              MOVE WRK-QTDE-A-FATURAR  TO
                                 TAB-ITE-QTDE-A-FATURAR(WRK-QTDE-ITE)
           END-IF
           MOVE WRK-CUSTO-RECEB        TO
                                 TAB-ITE-CUSTO-RECEB(WRK-QTDE-ITE)
           MOVE WRK-PRECO-PEDIDO       TO
                                 TAB-ITE-PRECO-PEDIDO(WRK-QTDE-ITE)
           MOVE WRK-DIVERGENCIA        TO
                                 TAB-ITE-DIVERGENCIA(WRK-QTDE-ITE)

           COMPUTE WRK-ITE-VALOR = WRK-ITE-QTDE * WRK-ITE-PRECO
           ADD WRK-ITE-VALOR           TO WRK-NOT-VALOR

           IF WRK-DIVERGENCIA NOT EQUAL SPACES
              MOVE 'S'                 TO WRK-NOT-RETIDA
              DISPLAY 'LINHA DIVERGENTE (' WRK-DIVERGENCIA ') - '
                      'A FATURAR ' WRK-QTDE-A-FATURAR
                      ' CUSTO RECEB ' WRK-CUSTO-RECEB
                      ' PRECO PEDIDO ' WRK-PRECO-PEDIDO
           ELSE
              DISPLAY 'LINHA CONFERIDA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR OS VENCIMENTOS (ATE 6 PARCELAS). O VALOR E
      *    DIVIDIDO IGUALMENTE E A ULTIMA PARCELA LEVA O RESTO
      *----------------------------------------------------------------*
       0022-INFORMAR-PARCELAS          SECTION.
      *----------------------------------------------------------------*

           INITIALIZE TAB-PARC-NOTA
           MOVE ZEROS                  TO WRK-NOT-QTDE-PARC

           PERFORM UNTIL WRK-NOT-QTDE-PARC GREATER ZEROS AND
                         WRK-NOT-QTDE-PARC NOT GREATER 6
              DISPLAY 'QUANTIDADE DE PARCELAS (1 A 6): '
                      WITH NO ADVANCING
              ACCEPT WRK-NOT-QTDE-PARC
           END-PERFORM

           COMPUTE WRK-VALOR-PARC = WRK-NOT-VALOR / WRK-NOT-QTDE-PARC
           MOVE ZEROS                  TO WRK-SOMA-PARC

           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1 UNTIL
                      WRK-IND-PARC > WRK-NOT-QTDE-PARC
              MOVE ZEROS               TO WRK-VENC
              PERFORM UNTIL WRK-VENC NOT LESS WRK-NOT-EMISSAO
                 DISPLAY 'VENCIMENTO DA PARCELA ' WRK-IND-PARC
                         ' (AAAAMMDD): ' WITH NO ADVANCING
                 ACCEPT WRK-VENC
                 IF WRK-VENC LESS WRK-NOT-EMISSAO
                    DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO!'
                 END-IF
              END-PERFORM
              MOVE WRK-VENC            TO TAB-PARC-VENC(WRK-IND-PARC)
              IF WRK-IND-PARC EQUAL WRK-NOT-QTDE-PARC
                 COMPUTE TAB-PARC-VALOR(WRK-IND-PARC) =
                         WRK-NOT-VALOR - WRK-SOMA-PARC
              ELSE
                 MOVE WRK-VALOR-PARC   TO TAB-PARC-VALOR(WRK-IND-PARC)
                 ADD WRK-VALOR-PARC    TO WRK-SOMA-PARC
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERENCIA TRIPLA DA LINHA: QUANTIDADE FATURADA CONTRA O
      *    RECEBIDO AINDA NAO FATURADO, PRECO CONTRA O PEDIDO E CONTRA
      *    O CUSTO DO RECEBIMENTO. SAIDA EM WRK-DIVERGENCIA (Q/P/QP)
      *----------------------------------------------------------------*
       0023-CONFERIR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DIVERGENCIA
           MOVE ZEROS                  TO WRK-QTDE-RECEBIDA
                                          WRK-QTDE-JA-FATURADA
                                          WRK-CUSTO-SOMA
                                          WRK-QTDE-COM-CUSTO
                                          WRK-CUSTO-RECEB
                                          WRK-PRECO-PEDIDO

      *    RECEBIDO: ENTRADAS EM MOVESTOQ.dat COM O MOTIVO DO PEDIDO
           MOVE SPACES                 TO WRK-MOTIVO-PED
           STRING 'PED' WRK-ITE-PEDIDO
                  DELIMITED BY SIZE INTO WRK-MOTIVO-PED
           END-STRING

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-MOV
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MOV
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0231-SOMAR-RECEBIMENTO
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-MOV
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-COM-CUSTO GREATER ZEROS
              COMPUTE WRK-CUSTO-RECEB ROUNDED =
                      WRK-CUSTO-SOMA / WRK-QTDE-COM-CUSTO
           END-IF

      *    JA FATURADO: LINHAS DE NOTAS NAO REPROVADAS DO MESMO PEDIDO
           PERFORM VARYING WRK-IND-ITE FROM 1 BY 1 UNTIL
                      WRK-IND-ITE > WRK-QTDE-ITE
              IF TAB-ITE-PEDIDO(WRK-IND-ITE) EQUAL WRK-ITE-PEDIDO
                 PERFORM 0232-VERIFICAR-NOTA-DO-ITEM
                 IF WRK-ENCONTROU NOT EQUAL 'C'
                    ADD TAB-ITE-QTDE-FAT(WRK-IND-ITE)
                                       TO WRK-QTDE-JA-FATURADA
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WRK-QTDE-A-FATURAR =
                   WRK-QTDE-RECEBIDA - WRK-QTDE-JA-FATURADA

      *    PRECO DO PEDIDO: LISTA DO FORNECEDOR PARA O PRODUTO
           PERFORM VARYING WRK-IND-PRE FROM 1 BY 1 UNTIL
                      WRK-IND-PRE > WRK-QTDE-PRE
              IF TAB-PRE-FORNECEDOR(WRK-IND-PRE) EQUAL
                 WRK-NOT-FORNECEDOR AND
                 TAB-PRE-PRODUTO(WRK-IND-PRE) EQUAL WRK-ITE-PRODUTO
                 MOVE TAB-PRE-PRECO-CENTS(WRK-IND-PRE)
                                       TO WRK-PRECO-PEDIDO
              END-IF
           END-PERFORM

      *    QUANTIDADE: NADA A FATURAR OU DIFERENCA ACIMA DA TOLERANCIA
           IF WRK-QTDE-A-FATURAR NOT GREATER ZEROS
              MOVE 'Q'                 TO WRK-DIVERGENCIA(1:1)
           ELSE
              COMPUTE WRK-DIFERENCA =
                      WRK-ITE-QTDE - WRK-QTDE-A-FATURAR
              IF WRK-DIFERENCA LESS ZEROS
                 COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
              END-IF
              COMPUTE WRK-LIMITE =
                      WRK-QTDE-A-FATURAR * WRK-TOL-QTDE-PCT / 100
              IF WRK-DIFERENCA GREATER WRK-LIMITE
                 MOVE 'Q'              TO WRK-DIVERGENCIA(1:1)
              END-IF
           END-IF

      *    PRECO: SEM NENHUMA REFERENCIA A LINHA NAO PODE SER CONFERIDA
           IF WRK-PRECO-PEDIDO EQUAL ZEROS AND
              WRK-CUSTO-RECEB EQUAL ZEROS
              PERFORM 0233-MARCAR-DIVERGENCIA-PRECO
           END-IF

           IF WRK-PRECO-PEDIDO GREATER ZEROS
              MOVE WRK-PRECO-PEDIDO    TO WRK-PRECO-REFERENCIA
              PERFORM 0234-COMPARAR-PRECO
           END-IF

           IF WRK-CUSTO-RECEB GREATER ZEROS
              MOVE WRK-CUSTO-RECEB     TO WRK-PRECO-REFERENCIA
              PERFORM 0234-COMPARAR-PRECO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR UMA LINHA DE MOVESTOQ.dat SE FOR ENTRADA DO PEDIDO
      *----------------------------------------------------------------*
       0231-SOMAR-RECEBIMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MOV-DATA
                                          WRK-MOV-HORA
                                          WRK-MOV-LOCAL
                                          WRK-MOV-SENTIDO
                                          WRK-MOV-SINAL
                                          WRK-MOV-MOTIVO
                                          WRK-MOV-OPERADOR
           MOVE ZEROS                  TO WRK-MOV-PRODUTO
                                          WRK-MOV-QTDE
                                          WRK-MOV-CUSTO

           UNSTRING FD-LIN-MOVIMENTO DELIMITED BY SEP
                    INTO WRK-MOV-DATA
                         WRK-MOV-HORA
                         WRK-MOV-PRODUTO
                         WRK-MOV-LOCAL
                         WRK-MOV-SENTIDO
                         WRK-MOV-SINAL
                         WRK-MOV-QTDE
                         WRK-MOV-MOTIVO
                         WRK-MOV-OPERADOR
                         WRK-MOV-CUSTO
           END-UNSTRING

           IF WRK-MOV-SENTIDO NOT EQUAL 'E' OR
              WRK-MOV-MOTIVO NOT EQUAL WRK-MOTIVO-PED OR
              WRK-MOV-PRODUTO NOT EQUAL WRK-ITE-PRODUTO
              EXIT SECTION
           END-IF

           IF WRK-MOV-QTDE NOT NUMERIC
              EXIT SECTION
           END-IF

           ADD WRK-MOV-QTDE            TO WRK-QTDE-RECEBIDA

           IF WRK-MOV-CUSTO IS NUMERIC AND
              WRK-MOV-CUSTO GREATER ZEROS
              COMPUTE WRK-CUSTO-SOMA = WRK-CUSTO-SOMA +
                      (WRK-MOV-QTDE * WRK-MOV-CUSTO)
              ADD WRK-MOV-QTDE         TO WRK-QTDE-COM-CUSTO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0231-end
       0231-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SITUACAO DA NOTA DONA DA LINHA WRK-IND-ITE (SAI EM
      *    WRK-ENCONTROU: 'C' = NOTA REPROVADA, 'S' = OUTRA SITUACAO)
      *----------------------------------------------------------------*
       0232-VERIFICAR-NOTA-DO-ITEM     SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-LANCAMENTO(WRK-IND-NOT) EQUAL
                 TAB-ITE-LANCAMENTO(WRK-IND-ITE) AND
                 TAB-NOT-SITUACAO(WRK-IND-NOT) EQUAL 'C'
                 MOVE 'C'              TO WRK-ENCONTROU
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0232-end
       0232-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR DIVERGENCIA DE PRECO NA LINHA
      *----------------------------------------------------------------*
       0233-MARCAR-DIVERGENCIA-PRECO   SECTION.
      *----------------------------------------------------------------*

           IF WRK-DIVERGENCIA(1:1) EQUAL 'Q'
              MOVE 'P'                 TO WRK-DIVERGENCIA(2:1)
           ELSE
              MOVE 'P'                 TO WRK-DIVERGENCIA(1:1)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0233-end
       0233-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPARAR O PRECO FATURADO COM WRK-PRECO-REFERENCIA
      *----------------------------------------------------------------*
       0234-COMPARAR-PRECO             SECTION.
      *----------------------------------------------------------------*

           IF WRK-DIVERGENCIA(1:1) EQUAL 'P' OR
              WRK-DIVERGENCIA(2:1) EQUAL 'P'
              EXIT SECTION
           END-IF

           COMPUTE WRK-DIFERENCA = WRK-ITE-PRECO - WRK-PRECO-REFERENCIA
           IF WRK-DIFERENCA LESS ZEROS
              COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
           END-IF
           COMPUTE WRK-LIMITE =
                   WRK-PRECO-REFERENCIA * WRK-TOL-PRECO-PCT / 100
           IF WRK-DIFERENCA GREATER WRK-LIMITE
              PERFORM 0233-MARCAR-DIVERGENCIA-PRECO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0234-end
       0234-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVISAR O FINANCEIRO QUE HA NOTA RETIDA PARA APROVACAO
      *----------------------------------------------------------------*
       0025-AVISAR-RETENCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'NFRETIDA'             TO NOT001A-TIPO-EVENTO
           MOVE 'A'                    TO NOT001A-SEVERIDADE
           MOVE 'FINANCEIRO'           TO NOT001A-DESTINATARIO
           MOVE SPACES                 TO NOT001A-CHAVE
           MOVE WRK-NOT-LANCAMENTO     TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'NOTA ' WRK-NOT-NUMERO ' DO FORNECEDOR '
                  WRK-NOT-FORNECEDOR ' RETIDA NA CONFERENCIA'
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR AS PARCELAS EM ABERTO DA NOTA WRK-IND-NOT EM
      *    CPTITULO.dat
      *----------------------------------------------------------------*
       0026-GERAR-PARCELAS             SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1 UNTIL
                      WRK-IND-PARC > TAB-NOT-QTDE-PARC(WRK-IND-NOT)
              IF WRK-QTDE-TIT LESS WRK-MAX-TAB-TIT
                 ADD 1                 TO WRK-QTDE-TIT
                 INITIALIZE TAB-TIT-LINHA(WRK-QTDE-TIT)
                 MOVE TAB-NOT-LANCAMENTO(WRK-IND-NOT) TO
                      TAB-TIT-LANCAMENTO(WRK-QTDE-TIT)
                 MOVE WRK-IND-PARC     TO TAB-TIT-PARCELA(WRK-QTDE-TIT)
                 MOVE TAB-NOT-FORNECEDOR(WRK-IND-NOT) TO
                      TAB-TIT-FORNECEDOR(WRK-QTDE-TIT)
                 MOVE TAB-NOT-NUMERO(WRK-IND-NOT) TO
                      TAB-TIT-NOTA(WRK-QTDE-TIT)
                 MOVE TAB-NOT-VENC(WRK-IND-NOT, WRK-IND-PARC) TO
                      TAB-TIT-VENCIMENTO(WRK-QTDE-TIT)
                 MOVE TAB-NOT-VALOR-PARC(WRK-IND-NOT, WRK-IND-PARC) TO
                      TAB-TIT-VALOR(WRK-QTDE-TIT)
                 MOVE 'A'              TO TAB-TIT-SITUACAO(WRK-QTDE-TIT)
              ELSE
                 DISPLAY 'TABELA DE PARCELAS CHEIA - PARCELA '
                         WRK-IND-PARC ' NAO GERADA'
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026-end
       0026-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APROVAR OU REPROVAR UMA NOTA RETIDA. QUEM LANCOU A NOTA
      *    NAO PODE APROVA-LA
      *----------------------------------------------------------------*
       0030-DECIDIR-NOTA-RETIDA        SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* NOTAS RETIDAS PARA APROVACAO'
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SITUACAO(WRK-IND-NOT) EQUAL 'R'
                 PERFORM 0041-MOSTRAR-NOTA
              END-IF
           END-PERFORM

           DISPLAY 'LANCAMENTO A DECIDIR (0 = VOLTAR): '
                   WITH NO ADVANCING
           ACCEPT WRK-NOT-LANCAMENTO
           IF WRK-NOT-LANCAMENTO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      (WRK-IND-NOT > WRK-QTDE-NOT) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-NOT-LANCAMENTO(WRK-IND-NOT) EQUAL
                 WRK-NOT-LANCAMENTO
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-NOT
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'LANCAMENTO NAO ENCONTRADO'
              EXIT SECTION
           END-IF

           IF TAB-NOT-SITUACAO(WRK-IND-NOT) NOT EQUAL 'R'
              DISPLAY 'NOTA NAO ESTA RETIDA - SITUACAO '
                      TAB-NOT-SITUACAO(WRK-IND-NOT)
              EXIT SECTION
           END-IF

           DISPLAY 'NOME DO APROVADOR: ' WITH NO ADVANCING
           ACCEPT WRK-APROVADOR
           IF WRK-APROVADOR EQUAL SPACES OR
              WRK-APROVADOR EQUAL TAB-NOT-OPERADOR(WRK-IND-NOT)
              DISPLAY 'APROVADOR INVALIDO - QUEM LANCOU A NOTA NAO '
                      'PODE APROVA-LA'
              EXIT SECTION
           END-IF

           DISPLAY 'A = APROVAR  X = REPROVAR: ' WITH NO ADVANCING
           ACCEPT WRK-RESP

           EVALUATE WRK-RESP
              WHEN 'A'
              WHEN 'a'
                 MOVE 'A'              TO TAB-NOT-SITUACAO(WRK-IND-NOT)
                 PERFORM 0026-GERAR-PARCELAS
                 DISPLAY 'NOTA APROVADA - PARCELAS EM CONTAS A PAGAR'
              WHEN 'X'
              WHEN 'x'
                 MOVE 'C'              TO TAB-NOT-SITUACAO(WRK-IND-NOT)
                 DISPLAY 'NOTA REPROVADA'
              WHEN OTHER
                 DISPLAY 'DECISAO INVALIDA - NADA ALTERADO'
                 EXIT SECTION
           END-EVALUATE

           MOVE WRK-APROVADOR          TO TAB-NOT-APROVADOR(WRK-IND-NOT)
           MOVE WRK-HOJE-AAAAMMDD      TO
                                    TAB-NOT-DATA-DECISAO(WRK-IND-NOT)

           PERFORM 0060-REGRAVAR-NOTAS
           PERFORM 0062-REGRAVAR-TITULOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS NOTAS LANCADAS
      *----------------------------------------------------------------*
       0040-LISTAR-NOTAS               SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              PERFORM 0041-MOSTRAR-NOTA
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A NOTA WRK-IND-NOT COM AS SUAS LINHAS
      *----------------------------------------------------------------*
       0041-MOSTRAR-NOTA               SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-VALOR-AUX = TAB-NOT-VALOR(WRK-IND-NOT) / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY '* LANC ' TAB-NOT-LANCAMENTO(WRK-IND-NOT)
                   ' FORN ' TAB-NOT-FORNECEDOR(WRK-IND-NOT)
                   ' NF ' TAB-NOT-NUMERO(WRK-IND-NOT)
                   ' EMISSAO ' TAB-NOT-EMISSAO(WRK-IND-NOT)
                   ' VALOR ' WRK-VALOR-EDIT
                   ' SIT ' TAB-NOT-SITUACAO(WRK-IND-NOT)

           PERFORM VARYING WRK-IND-ITE FROM 1 BY 1 UNTIL
                      WRK-IND-ITE > WRK-QTDE-ITE
              IF TAB-ITE-LANCAMENTO(WRK-IND-ITE) EQUAL
                 TAB-NOT-LANCAMENTO(WRK-IND-NOT)
                 DISPLAY '    ITEM ' TAB-ITE-ITEM(WRK-IND-ITE)
                         ' PED ' TAB-ITE-PEDIDO(WRK-IND-ITE)
                         ' PROD ' TAB-ITE-PRODUTO(WRK-IND-ITE)
                         ' FAT ' TAB-ITE-QTDE-FAT(WRK-IND-ITE)
                         ' A FATURAR '
                         TAB-ITE-QTDE-A-FATURAR(WRK-IND-ITE)
                         ' PRECO ' TAB-ITE-PRECO(WRK-IND-ITE)
                         ' PEDIDO ' TAB-ITE-PRECO-PEDIDO(WRK-IND-ITE)
                         ' RECEB ' TAB-ITE-CUSTO-RECEB(WRK-IND-ITE)
                         ' ' TAB-ITE-DIVERGENCIA(WRK-IND-ITE)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    POSICAO DE CONTAS A PAGAR: PARCELAS NAO PAGAS, COM AS
      *    VENCIDAS MARCADAS
      *----------------------------------------------------------------*
       0050-POSICAO-A-PAGAR            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TOT-ABERTO
           DISPLAY 'LANC   PC FORN  NOTA      VENCTO           VALOR'
                   ' SIT'

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-SITUACAO(WRK-IND-TIT) NOT EQUAL 'P'
                 COMPUTE WRK-VALOR-AUX =
                         TAB-TIT-VALOR(WRK-IND-TIT) / 100
                 MOVE WRK-VALOR-AUX    TO WRK-VALOR-EDIT
                 ADD TAB-TIT-VALOR(WRK-IND-TIT) TO WRK-TOT-ABERTO
                 IF TAB-TIT-VENCIMENTO(WRK-IND-TIT) LESS
                    WRK-HOJE-AAAAMMDD
                    DISPLAY TAB-TIT-LANCAMENTO(WRK-IND-TIT) ' '
                            TAB-TIT-PARCELA(WRK-IND-TIT) ' '
                            TAB-TIT-FORNECEDOR(WRK-IND-TIT) ' '
                            TAB-TIT-NOTA(WRK-IND-TIT) ' '
                            TAB-TIT-VENCIMENTO(WRK-IND-TIT) ' '
                            WRK-VALOR-EDIT ' '
                            TAB-TIT-SITUACAO(WRK-IND-TIT)
                            ' *VENCIDA'
                 ELSE
                    DISPLAY TAB-TIT-LANCAMENTO(WRK-IND-TIT) ' '
                            TAB-TIT-PARCELA(WRK-IND-TIT) ' '
                            TAB-TIT-FORNECEDOR(WRK-IND-TIT) ' '
                            TAB-TIT-NOTA(WRK-IND-TIT) ' '
                            TAB-TIT-VENCIMENTO(WRK-IND-TIT) ' '
                            WRK-VALOR-EDIT ' '
                            TAB-TIT-SITUACAO(WRK-IND-TIT)
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WRK-VALOR-AUX = WRK-TOT-ABERTO / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY 'TOTAL A PAGAR....................: ' WRK-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR O CODIGO DE BARRAS DO BOLETO DE UMA PARCELA - A
      *    PARCELA COM CODIGO DE BARRAS E PAGA NO SEGMENTO J, A SEM
      *    ELE E CREDITADA NA CONTA DO FORNECEDOR (SEGMENTO A)
      *----------------------------------------------------------------*
       0055-INFORMAR-COD-BARRAS        SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'LANCAMENTO DA NOTA.......: ' WITH NO ADVANCING
           ACCEPT WRK-NOT-LANCAMENTO
           DISPLAY 'PARCELA..................: ' WITH NO ADVANCING
           ACCEPT WRK-PARCELA

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      (WRK-IND-TIT > WRK-QTDE-TIT) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-TIT-LANCAMENTO(WRK-IND-TIT) EQUAL
                 WRK-NOT-LANCAMENTO AND
                 TAB-TIT-PARCELA(WRK-IND-TIT) EQUAL WRK-PARCELA
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-TIT
              END-IF
           END-PERFORM
           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'PARCELA NAO ENCONTRADA'
              EXIT SECTION
           END-IF

      *    PARCELA JA ENVIADA AO BANCO OU PAGA NAO MUDA MAIS
           IF TAB-TIT-SITUACAO(WRK-IND-TIT) NOT EQUAL 'A' AND
              TAB-TIT-SITUACAO(WRK-IND-TIT) NOT EQUAL 'J'
              DISPLAY 'PARCELA NA SITUACAO '
                      TAB-TIT-SITUACAO(WRK-IND-TIT)
                      ' - CODIGO DE BARRAS NAO PODE SER ALTERADO'
              EXIT SECTION
           END-IF

           DISPLAY 'CODIGO DE BARRAS ATUAL...: '
                   TAB-TIT-COD-BARRAS(WRK-IND-TIT)
           DISPLAY 'CODIGO DE BARRAS (44 DIGITOS, BRANCO = CREDITO '
                   'EM CONTA): ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-COD-BARRAS
           ACCEPT WRK-COD-BARRAS

           IF WRK-COD-BARRAS NOT EQUAL SPACES AND
              WRK-COD-BARRAS IS NOT NUMERIC
              DISPLAY 'CODIGO DE BARRAS DEVE TER 44 DIGITOS'
              EXIT SECTION
           END-IF

           MOVE WRK-COD-BARRAS         TO
                TAB-TIT-COD-BARRAS(WRK-IND-TIT)
           PERFORM 0062-REGRAVAR-TITULOS
           DISPLAY 'CODIGO DE BARRAS GRAVADO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0055-end
       0055-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CPNOTAS.dat COM A TABELA DE NOTAS
      *----------------------------------------------------------------*
       0060-REGRAVAR-NOTAS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-NOT

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              MOVE SPACES              TO FD-LIN-NOTA
              STRING
                 TAB-NOT-LANCAMENTO(WRK-IND-NOT)   SEP
                 TAB-NOT-FORNECEDOR(WRK-IND-NOT)   SEP
                 TAB-NOT-NUMERO(WRK-IND-NOT)       SEP
                 TAB-NOT-EMISSAO(WRK-IND-NOT)      SEP
                 TAB-NOT-VALOR(WRK-IND-NOT)        SEP
                 TAB-NOT-SITUACAO(WRK-IND-NOT)     SEP
                 TAB-NOT-QTDE-PARC(WRK-IND-NOT)    SEP
                 TAB-NOT-VENC(WRK-IND-NOT, 1)      SEP
                 TAB-NOT-VALOR-PARC(WRK-IND-NOT, 1) SEP
                 TAB-NOT-VENC(WRK-IND-NOT, 2)      SEP
                 TAB-NOT-VALOR-PARC(WRK-IND-NOT, 2) SEP
                 TAB-NOT-VENC(WRK-IND-NOT, 3)      SEP
                 TAB-NOT-VALOR-PARC(WRK-IND-NOT, 3) SEP
                 TAB-NOT-VENC(WRK-IND-NOT, 4)      SEP
                 TAB-NOT-VALOR-PARC(WRK-IND-NOT, 4) SEP
                 TAB-NOT-VENC(WRK-IND-NOT, 5)      SEP
                 TAB-NOT-VALOR-PARC(WRK-IND-NOT, 5) SEP
                 TAB-NOT-VENC(WRK-IND-NOT, 6)      SEP
                 TAB-NOT-VALOR-PARC(WRK-IND-NOT, 6) SEP
                 TAB-NOT-OPERADOR(WRK-IND-NOT)     SEP
                 TAB-NOT-APROVADOR(WRK-IND-NOT)    SEP
                 TAB-NOT-DATA-DECISAO(WRK-IND-NOT)
                 DELIMITED BY SIZE INTO FD-LIN-NOTA
              END-STRING
              WRITE FD-LIN-NOTA
           END-PERFORM

           CLOSE ARQUIVO-NOT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CPNITEM.dat COM A TABELA DE LINHAS
      *----------------------------------------------------------------*
       0061-REGRAVAR-ITENS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-ITE

           PERFORM VARYING WRK-IND-ITE FROM 1 BY 1 UNTIL
                      WRK-IND-ITE > WRK-QTDE-ITE
              MOVE SPACES              TO FD-LIN-ITEM
              STRING
                 TAB-ITE-LANCAMENTO(WRK-IND-ITE)     SEP
                 TAB-ITE-ITEM(WRK-IND-ITE)           SEP
                 TAB-ITE-PEDIDO(WRK-IND-ITE)         SEP
                 TAB-ITE-PRODUTO(WRK-IND-ITE)        SEP
                 TAB-ITE-QTDE-FAT(WRK-IND-ITE)       SEP
                 TAB-ITE-PRECO(WRK-IND-ITE)          SEP
                 TAB-ITE-QTDE-A-FATURAR(WRK-IND-ITE) SEP
                 TAB-ITE-CUSTO-RECEB(WRK-IND-ITE)    SEP
                 TAB-ITE-PRECO-PEDIDO(WRK-IND-ITE)   SEP
                 TAB-ITE-DIVERGENCIA(WRK-IND-ITE)
                 DELIMITED BY SIZE INTO FD-LIN-ITEM
              END-STRING
              WRITE FD-LIN-ITEM
           END-PERFORM

           CLOSE ARQUIVO-ITE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CPTITULO.dat COM A TABELA DE PARCELAS
      *----------------------------------------------------------------*
       0062-REGRAVAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-TIT

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              MOVE SPACES              TO FD-LIN-TITULO
              STRING
                 TAB-TIT-LANCAMENTO(WRK-IND-TIT)  SEP
                 TAB-TIT-PARCELA(WRK-IND-TIT)     SEP
                 TAB-TIT-FORNECEDOR(WRK-IND-TIT)  SEP
                 TAB-TIT-NOTA(WRK-IND-TIT)        SEP
                 TAB-TIT-VENCIMENTO(WRK-IND-TIT)  SEP
                 TAB-TIT-VALOR(WRK-IND-TIT)       SEP
                 TAB-TIT-SITUACAO(WRK-IND-TIT)    SEP
                 TAB-TIT-DATA-PAGTO(WRK-IND-TIT)  SEP
                 TAB-TIT-LOTE(WRK-IND-TIT)        SEP
                 TAB-TIT-COD-BARRAS(WRK-IND-TIT)
                 DELIMITED BY SIZE INTO FD-LIN-TITULO
              END-STRING
              WRITE FD-LIN-TITULO
           END-PERFORM

           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-end
       0062-END.                       EXIT.
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
