      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: GESTAO DE CAMPANHAS DE MARKETING SOBRE OS
      *              SEGMENTOS RFM (SEGRFM.dat, GRAVADO PELO RFMSEG1A).
      *              1 - CADASTRAR: A CAMPANHA TEM SEGMENTO ALVO
      *                  (A/B/C/D), CANAL (EMAIL/SMS/CARTA), MENSAGEM,
      *                  VIGENCIA, OFERTA VINCULADA - PROMOCAO DE
      *                  PROMOCAO.dat ('P', PELA CHAVE DA REGRA) OU
      *                  BONUS DE PONTOS DE FIDELIDADE ('B') - E O
      *                  CUSTO POR CONTATO DO CANAL. GRAVADA EM
      *                  CAMPANHA.dat COM SITUACAO 'C' (CADASTRADA).
      *              2 - DISPARAR: MONTA A LISTA DOS CLIENTES DO
      *                  SEGMENTO, RESPEITA O OPT-OUT VIGENTE DO CPF NO
      *                  CANAL (CONSENT.dat, MESMA REGRA DO NOTIF02A),
      *                  ENFILEIRA A MENSAGEM NA FILA CENTRAL
      *                  NOTIFICA.dat VIA NOTIF01A E GRAVA A LISTA EM
      *                  CAMPALVO.dat (ENVIADO 'E' OU SUPRIMIDO 'O').
      *                  A CAMPANHA PASSA A 'D' (DISPARADA).
      *              3 - RESULTADOS: PARA CADA CAMPANHA DISPARADA MEDE
      *                  NA VIGENCIA OS CLIENTES ALCANCADOS, OS
      *                  COMPRADORES (ACUMULO DE PONTOS EM
      *                  FIDELMOV.dat PELO CPF DO CLIENTE), A RECEITA
      *                  (LINHA TOTAL= DO CAIXALOG.dat DA VENDA APONTADA
      *                  PELA REFERENCIA DO ACUMULO) E O CUSTO
      *                  (CONTATOS X CUSTO DO CANAL, MAIS OS DESCONTOS
      *                  PROMO= DAS VENDAS DOS COMPRADORES NA OFERTA
      *                  'P' OU O BONUS DE PONTOS A CENTAVOS-POR-PONTO
      *                  DE FIDELPAR.dat NA OFERTA 'B'). SAI EM
      *                  CAMPRES.txt.
      *              LAYOUTS (PIPE):
      *              CAMPANHA.dat: CODIGO(5)|SEGMENTO|CANAL(5)|INI(8)|
      *                FIM(8)|OFERTA(P/B)|REFERENCIA(20)|CUSTO-CONTATO-
      *                CENTS(7)|SITUACAO(C/D)|DATA-DISPARO(8)|MENSAGEM
      *              CAMPALVO.dat: CODIGO(5)|CLIENTE(5)|CPF(11)|
      *                SITUACAO(E/O)|DATA(8)
      * NOME.......: CAMPAN1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAN1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO 'CAMPANHA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ALVO ASSIGN TO 'CAMPALVO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-SEGMENTO ASSIGN TO 'SEGRFM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CONSENT ASSIGN TO 'CONSENT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PROMO ASSIGN TO 'PROMOCAO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FIDMOV ASSIGN TO 'FIDELMOV.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FIDPAR ASSIGN TO 'FIDELPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAIXALOG ASSIGN TO 'CAIXALOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'CAMPRES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAMPANHA.
       01  FD-LIN-CAMPANHA                PIC X(160).

       FD  ARQ-ALVO.
       01  FD-LIN-ALVO                    PIC X(060).

       FD  ARQ-SEGMENTO.
       01  FD-LIN-SEGMENTO                PIC X(100).

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

       FD  ARQ-CONSENT.
       01  FD-LIN-CONSENT                 PIC X(060).

       FD  ARQ-PROMO.
       01  FD-LIN-PROMO                   PIC X(060).

       FD  ARQ-FIDMOV.
       01  FD-LIN-FIDMOV                  PIC X(060).

       FD  ARQ-FIDPAR.
       01  FD-LIN-FIDPAR                  PIC X(020).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQUIVO-REL.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.
       01  WRK-DESCARTE                   PIC X(120) VALUE SPACES.

      *--- Campanhas carregadas de CAMPANHA.dat
       01  WRK-MAX-TAB-CMP                PIC 9(03) VALUE 100.
       01  WRK-QTDE-CMP                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CMP                    PIC 9(03) VALUE ZEROS.
       01  WRK-CMP-ACHADA                 PIC 9(03) VALUE ZEROS.
       01  TAB-CAMPANHAS.
           05  TAB-CMP-LINHA OCCURS 100 TIMES.
               10  TAB-CMP-CODIGO         PIC 9(05).
               10  TAB-CMP-SEGMENTO       PIC X(01).
               10  TAB-CMP-CANAL          PIC X(05).
               10  TAB-CMP-INI            PIC 9(08).
               10  TAB-CMP-FIM            PIC 9(08).
               10  TAB-CMP-OFERTA         PIC X(01).
               10  TAB-CMP-REFERENCIA     PIC X(20).
               10  TAB-CMP-CUSTO          PIC 9(07).
               10  TAB-CMP-SITUACAO       PIC X(01).
               10  TAB-CMP-DISPARO        PIC 9(08).
               10  TAB-CMP-MENSAGEM       PIC X(60).

      *--- Campanha em cadastro
       01  WRK-CMP-CODIGO                 PIC 9(05) VALUE ZEROS.
       01  WRK-CMP-SEGMENTO               PIC X(01) VALUE SPACES.
       01  WRK-CMP-CANAL                  PIC X(05) VALUE SPACES.
       01  WRK-CMP-INI                    PIC 9(08) VALUE ZEROS.
       01  WRK-CMP-FIM                    PIC 9(08) VALUE ZEROS.
       01  WRK-CMP-OFERTA                 PIC X(01) VALUE SPACES.
       01  WRK-CMP-REFERENCIA             PIC X(20) VALUE SPACES.
       01  WRK-CMP-CUSTO                  PIC 9(07) VALUE ZEROS.
       01  WRK-CMP-MENSAGEM               PIC X(60) VALUE SPACES.
       01  WRK-BONUS-PONTOS               PIC 9(07) VALUE ZEROS.

      *--- Regra de PROMOCAO.dat (LAYOUT DO CAIXAREG)
       01  WRK-PRM-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-PRM-CHAVE                  PIC X(20) VALUE SPACES.
       01  WRK-PRM-PARAM1                 PIC X(10) VALUE SPACES.
       01  WRK-PRM-PARAM2                 PIC X(10) VALUE SPACES.
       01  WRK-PRM-INI                    PIC 9(08) VALUE ZEROS.
       01  WRK-PRM-FIM                    PIC 9(08) VALUE ZEROS.
       01  WRK-PRM-VALIDA                 PIC X(01) VALUE 'N'.

      *--- Clientes de CADASTRO1.dat (ID, NOME E CPF PARA O DISPARO)
       01  WRK-MAX-TAB-CLI                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CLI                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CLI                    PIC 9(03) VALUE ZEROS.
       01  TAB-CLIENTES.
           05  TAB-CLI-LINHA OCCURS 500 TIMES.
               10  TAB-CLI-ID             PIC 9(05).
               10  TAB-CLI-NOME           PIC X(30).
               10  TAB-CLI-DOC            PIC X(14).

      *--- Linha de SEGRFM.dat (ID|NOME|SEGMENTO|...)
       01  WRK-SEG-ID                     PIC 9(05) VALUE ZEROS.
       01  WRK-SEG-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-SEG-SEGMENTO               PIC X(01) VALUE SPACES.

      *--- Consentimentos (CONSENT.dat - O REGISTRO MAIS RECENTE DO
      *    CPF+CANAL E O QUE VALE, COMO NO NOTIF02A)
       01  WRK-MAX-TAB-CON                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CON                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CON                    PIC 9(03) VALUE ZEROS.
       01  WRK-CON-ACHOU                  PIC X(01) VALUE 'N'.
       01  TAB-CONSENTIMENTOS.
           05  TAB-CON-LINHA OCCURS 500 TIMES.
               10  TAB-CON-CPF            PIC 9(11).
               10  TAB-CON-CANAL          PIC X(05).
               10  TAB-CON-OPT            PIC X(01).
       01  WRK-CON-CPF                    PIC 9(11) VALUE ZEROS.
       01  WRK-CON-CANAL                  PIC X(05) VALUE SPACES.
       01  WRK-CON-OPT                    PIC X(01) VALUE SPACES.

      *--- Disparo
       01  WRK-ALVO-CPF                   PIC 9(11) VALUE ZEROS.
       01  WRK-ALVO-SITUACAO              PIC X(01) VALUE SPACES.
       01  WRK-QTDE-ENVIADOS              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SUPRIMIDOS            PIC 9(05) VALUE ZEROS.

      *--- Lista de alvos (CAMPALVO.dat) para os resultados
       01  WRK-ALV-CODIGO                 PIC 9(05) VALUE ZEROS.
       01  WRK-ALV-CLIENTE                PIC 9(05) VALUE ZEROS.
       01  WRK-ALV-CPF                    PIC 9(11) VALUE ZEROS.
       01  WRK-ALV-SITUACAO               PIC X(01) VALUE SPACES.
       01  WRK-MAX-TAB-ALV                PIC 9(04) VALUE 3000.
       01  WRK-QTDE-ALV                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-ALV                    PIC 9(04) VALUE ZEROS.
       01  TAB-ALVOS.
           05  TAB-ALV-LINHA OCCURS 3000 TIMES.
               10  TAB-ALV-CODIGO         PIC 9(05).
               10  TAB-ALV-CPF            PIC 9(11).
               10  TAB-ALV-SITUACAO       PIC X(01).

      *--- Acumulos de pontos (FIDELMOV.dat TIPO 'A') com a data-hora
      *    da venda na referencia ('VENDA CAIXA AAAAMMDD-HHMMSS')
       01  WRK-MOV-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-MOV-CPF                    PIC 9(11) VALUE ZEROS.
       01  WRK-MOV-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-MOV-PONTOS                 PIC 9(09) VALUE ZEROS.
       01  WRK-MOV-REFERENCIA             PIC X(30) VALUE SPACES.
       01  WRK-MAX-TAB-MOV                PIC 9(04) VALUE 3000.
       01  WRK-QTDE-MOV                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-MOV                    PIC 9(04) VALUE ZEROS.
       01  TAB-ACUMULOS.
           05  TAB-MOV-LINHA OCCURS 3000 TIMES.
               10  TAB-MOV-DATA           PIC 9(08).
               10  TAB-MOV-CPF            PIC 9(11).
               10  TAB-MOV-STAMP          PIC X(15).

      *--- Vendas do caixa (CAIXALOG.dat): total e descontos de
      *    promocao por data-hora
       01  WRK-CX-LINHA                   PIC X(120) VALUE SPACES.
       01  WRK-CX-STAMP-LIDO              PIC X(15) VALUE SPACES.
       01  WRK-CX-VALOR-TXT               PIC X(30) VALUE SPACES.
       01  WRK-CX-VALOR                   PIC S9(09)V99 VALUE ZEROS.
       01  WRK-CX-VALOR-CENTS             PIC S9(11) VALUE ZEROS.
       01  WRK-TALLY-TOTAL                PIC 9(02) VALUE ZEROS.
       01  WRK-TALLY-PROMO                PIC 9(02) VALUE ZEROS.
       01  WRK-PROMO-PENDENTE             PIC 9(11) VALUE ZEROS.
       01  WRK-PROMO-STAMP                PIC X(15) VALUE SPACES.
       01  WRK-MAX-TAB-CXV                PIC 9(04) VALUE 3000.
       01  WRK-QTDE-CXV                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-CXV                    PIC 9(04) VALUE ZEROS.
       01  TAB-VENDAS-CAIXA.
           05  TAB-CXV-LINHA OCCURS 3000 TIMES.
               10  TAB-CXV-STAMP          PIC X(15).
               10  TAB-CXV-TOTAL          PIC S9(11).
               10  TAB-CXV-PROMO          PIC 9(11).

      *--- Fidelidade (FIDELPAR.dat: PONTOS-POR-REAL|CENTS-POR-PONTO)
       01  WRK-FID-PONTOS-REAL            PIC 9(03) VALUE ZEROS.
       01  WRK-FID-CENTS-PONTO            PIC 9(05) VALUE ZEROS.

      *--- Resultado de uma campanha
       01  WRK-RES-ALCANCADOS             PIC 9(05) VALUE ZEROS.
       01  WRK-RES-SUPRIMIDOS             PIC 9(05) VALUE ZEROS.
       01  WRK-RES-COMPRADORES            PIC 9(05) VALUE ZEROS.
       01  WRK-RES-VENDAS                 PIC 9(05) VALUE ZEROS.
       01  WRK-RES-RECEITA-CENTS          PIC S9(13) VALUE ZEROS.
       01  WRK-RES-PROMO-CENTS            PIC 9(13) VALUE ZEROS.
       01  WRK-RES-CUSTO-CENTS            PIC 9(13) VALUE ZEROS.
       01  WRK-RES-RESPOSTA-PCT           PIC 9(03)V99 VALUE ZEROS.
       01  WRK-COMPROU                    PIC X(01) VALUE 'N'.
       01  WRK-QTDE-RELATADAS             PIC 9(03) VALUE ZEROS.

      *--- Mascaras de edicao e linha do relatorio
       01  WRK-VALOR-EDIT                 PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-EDIT2                PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-EDIT                   PIC ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *--- Pedido de notificacao para a fila central (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

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
           PERFORM 0002-CARREGAR-CAMPANHAS
           PERFORM 0006-TELA-MENU-PRINCIPAL
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                  SECTION.
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
      *    CARREGAR AS CAMPANHAS DE CAMPANHA.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-CAMPANHAS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CMP
           OPEN INPUT ARQ-CAMPANHA
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAMPANHA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CAMPANHA(1:1) IS NUMERIC AND
                       WRK-QTDE-CMP LESS WRK-MAX-TAB-CMP
                       ADD 1           TO WRK-QTDE-CMP
                       MOVE WRK-QTDE-CMP TO WRK-IND-CMP
                       MOVE ZEROS      TO TAB-CMP-CODIGO(WRK-IND-CMP)
                                          TAB-CMP-INI(WRK-IND-CMP)
                                          TAB-CMP-FIM(WRK-IND-CMP)
                                          TAB-CMP-CUSTO(WRK-IND-CMP)
                                          TAB-CMP-DISPARO(WRK-IND-CMP)
                       MOVE SPACES     TO TAB-CMP-SEGMENTO(WRK-IND-CMP)
                                          TAB-CMP-CANAL(WRK-IND-CMP)
                                          TAB-CMP-OFERTA(WRK-IND-CMP)
                                        TAB-CMP-REFERENCIA(WRK-IND-CMP)
                                          TAB-CMP-SITUACAO(WRK-IND-CMP)
                                          TAB-CMP-MENSAGEM(WRK-IND-CMP)
                       UNSTRING FD-LIN-CAMPANHA DELIMITED BY SEP
                          INTO TAB-CMP-CODIGO(WRK-IND-CMP)
                               TAB-CMP-SEGMENTO(WRK-IND-CMP)
                               TAB-CMP-CANAL(WRK-IND-CMP)
                               TAB-CMP-INI(WRK-IND-CMP)
                               TAB-CMP-FIM(WRK-IND-CMP)
                               TAB-CMP-OFERTA(WRK-IND-CMP)
                               TAB-CMP-REFERENCIA(WRK-IND-CMP)
                               TAB-CMP-CUSTO(WRK-IND-CMP)
                               TAB-CMP-SITUACAO(WRK-IND-CMP)
                               TAB-CMP-DISPARO(WRK-IND-CMP)
                               TAB-CMP-MENSAGEM(WRK-IND-CMP)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-CAMPANHA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CAMPANHA.dat COM A TABELA
      *----------------------------------------------------------------*
       0003-GRAVAR-CAMPANHAS           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CAMPANHA
           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > WRK-QTDE-CMP
              MOVE SPACES              TO FD-LIN-CAMPANHA
              STRING TAB-CMP-CODIGO(WRK-IND-CMP)   DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-SEGMENTO(WRK-IND-CMP) DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-CANAL(WRK-IND-CMP)    DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-INI(WRK-IND-CMP)      DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-FIM(WRK-IND-CMP)      DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-OFERTA(WRK-IND-CMP)   DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-REFERENCIA(WRK-IND-CMP)
                                                   DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-CUSTO(WRK-IND-CMP)    DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-SITUACAO(WRK-IND-CMP) DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-DISPARO(WRK-IND-CMP)  DELIMITED BY SIZE
                     SEP                           DELIMITED BY SIZE
                     TAB-CMP-MENSAGEM(WRK-IND-CMP) DELIMITED BY SIZE
                     INTO FD-LIN-CAMPANHA
              END-STRING
              WRITE FD-LIN-CAMPANHA
           END-PERFORM
           CLOSE ARQ-CAMPANHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A CAMPANHA WRK-CMP-CODIGO NA TABELA
      *    (WRK-CMP-ACHADA = INDICE OU ZEROS)
      *----------------------------------------------------------------*
       0004-LOCALIZAR-CAMPANHA         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CMP-ACHADA
           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > WRK-QTDE-CMP
              IF TAB-CMP-CODIGO(WRK-IND-CMP) EQUAL WRK-CMP-CODIGO
                 MOVE WRK-IND-CMP      TO WRK-CMP-ACHADA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0006-TELA-MENU-PRINCIPAL          SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=     CAMPANHAS DE MARKETING (RFM)       =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - CADASTRAR CAMPANHA                   *'
           DISPLAY '* 2 - DISPARAR CAMPANHA                    *'
           DISPLAY '* 3 - RELATORIO DE RESULTADOS              *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-CADASTRAR-CAMPANHA
               WHEN 2 PERFORM 0020-DISPARAR-CAMPANHA
               WHEN 3 PERFORM 0030-RELATORIO-RESULTADOS
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0006-TELA-MENU-PRINCIPAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CADASTRAR UMA NOVA CAMPANHA
      *----------------------------------------------------------------*
       0010-CADASTRAR-CAMPANHA         SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-CMP NOT LESS WRK-MAX-TAB-CMP
              DISPLAY 'TABELA DE CAMPANHAS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CMP ' REGISTROS'
              EXIT SECTION
           END-IF

           DISPLAY 'SEGMENTO ALVO (A/B/C/D): ' WITH NO ADVANCING
           ACCEPT WRK-CMP-SEGMENTO
           MOVE FUNCTION UPPER-CASE(WRK-CMP-SEGMENTO)
                                       TO WRK-CMP-SEGMENTO
           IF WRK-CMP-SEGMENTO NOT EQUAL 'A' AND
              WRK-CMP-SEGMENTO NOT EQUAL 'B' AND
              WRK-CMP-SEGMENTO NOT EQUAL 'C' AND
              WRK-CMP-SEGMENTO NOT EQUAL 'D'
              DISPLAY 'SEGMENTO INVALIDO'
              EXIT SECTION
           END-IF

           DISPLAY 'CANAL (EMAIL/SMS/CARTA): ' WITH NO ADVANCING
           ACCEPT WRK-CMP-CANAL
           MOVE FUNCTION UPPER-CASE(WRK-CMP-CANAL) TO WRK-CMP-CANAL
           IF WRK-CMP-CANAL NOT EQUAL 'EMAIL' AND
              WRK-CMP-CANAL NOT EQUAL 'SMS  ' AND
              WRK-CMP-CANAL NOT EQUAL 'CARTA'
              DISPLAY 'CANAL INVALIDO'
              EXIT SECTION
           END-IF

           DISPLAY 'MENSAGEM: ' WITH NO ADVANCING
           ACCEPT WRK-CMP-MENSAGEM
           INSPECT WRK-CMP-MENSAGEM REPLACING ALL SEP BY '/'
           IF WRK-CMP-MENSAGEM EQUAL SPACES
              DISPLAY 'MENSAGEM OBRIGATORIA'
              EXIT SECTION
           END-IF

           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WRK-CMP-INI
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WRK-CMP-FIM
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-CMP-INI) NOT EQUAL ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-CMP-FIM) NOT EQUAL
                 ZERO
              OR WRK-CMP-FIM LESS WRK-CMP-INI
              OR WRK-CMP-FIM LESS WRK-HOJE-AAAAMMDD
              DISPLAY 'VIGENCIA INVALIDA'
              EXIT SECTION
           END-IF

           DISPLAY 'OFERTA (P = PROMOCAO / B = BONUS DE PONTOS): '
                    WITH NO ADVANCING
           ACCEPT WRK-CMP-OFERTA
           MOVE FUNCTION UPPER-CASE(WRK-CMP-OFERTA) TO WRK-CMP-OFERTA
           EVALUATE WRK-CMP-OFERTA
              WHEN 'P'
                 DISPLAY 'CHAVE DA PROMOCAO EM PROMOCAO.dat: '
                          WITH NO ADVANCING
                 ACCEPT WRK-CMP-REFERENCIA
                 PERFORM 0011-VERIFICAR-PROMOCAO
                 IF WRK-PRM-VALIDA NOT EQUAL 'S'
                    DISPLAY 'PROMOCAO INEXISTENTE OU FORA DA VIGENCIA'
                    EXIT SECTION
                 END-IF
              WHEN 'B'
                 DISPLAY 'PONTOS DE BONUS POR COMPRADOR: '
                          WITH NO ADVANCING
                 ACCEPT WRK-BONUS-PONTOS
                 IF WRK-BONUS-PONTOS EQUAL ZEROS
                    DISPLAY 'BONUS INVALIDO'
                    EXIT SECTION
                 END-IF
                 MOVE WRK-BONUS-PONTOS TO WRK-CMP-REFERENCIA
              WHEN OTHER
                 DISPLAY 'OFERTA INVALIDA'
                 EXIT SECTION
           END-EVALUATE

           DISPLAY 'CUSTO POR CONTATO NO CANAL (CENTAVOS): '
                    WITH NO ADVANCING
           ACCEPT WRK-CMP-CUSTO

      *    PROXIMO CODIGO: MAIOR CODIGO CADASTRADO MAIS UM
           MOVE ZEROS                  TO WRK-CMP-CODIGO
           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > WRK-QTDE-CMP
              IF TAB-CMP-CODIGO(WRK-IND-CMP) GREATER WRK-CMP-CODIGO
                 MOVE TAB-CMP-CODIGO(WRK-IND-CMP) TO WRK-CMP-CODIGO
              END-IF
           END-PERFORM
           ADD 1                       TO WRK-CMP-CODIGO

           ADD 1                       TO WRK-QTDE-CMP
           MOVE WRK-QTDE-CMP           TO WRK-IND-CMP
           MOVE WRK-CMP-CODIGO         TO TAB-CMP-CODIGO(WRK-IND-CMP)
           MOVE WRK-CMP-SEGMENTO       TO TAB-CMP-SEGMENTO(WRK-IND-CMP)
           MOVE WRK-CMP-CANAL          TO TAB-CMP-CANAL(WRK-IND-CMP)
           MOVE WRK-CMP-INI            TO TAB-CMP-INI(WRK-IND-CMP)
           MOVE WRK-CMP-FIM            TO TAB-CMP-FIM(WRK-IND-CMP)
           MOVE WRK-CMP-OFERTA         TO TAB-CMP-OFERTA(WRK-IND-CMP)
           MOVE WRK-CMP-REFERENCIA
                                     TO TAB-CMP-REFERENCIA(WRK-IND-CMP)
           MOVE WRK-CMP-CUSTO          TO TAB-CMP-CUSTO(WRK-IND-CMP)
           MOVE 'C'                    TO TAB-CMP-SITUACAO(WRK-IND-CMP)
           MOVE ZEROS                  TO TAB-CMP-DISPARO(WRK-IND-CMP)
           MOVE WRK-CMP-MENSAGEM       TO TAB-CMP-MENSAGEM(WRK-IND-CMP)

           PERFORM 0003-GRAVAR-CAMPANHAS

           DISPLAY 'CAMPANHA ' WRK-CMP-CODIGO ' CADASTRADA'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A CHAVE INFORMADA E UMA REGRA 'Q' OU 'P' DE PROMOCAO.dat
      *    CUJA VIGENCIA COBRE A DA CAMPANHA?
      *----------------------------------------------------------------*
       0011-VERIFICAR-PROMOCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PRM-VALIDA
           OPEN INPUT ARQ-PROMO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PROMO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PROMO(1:1) NOT EQUAL '*' AND
                       FD-LIN-PROMO NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-PRM-TIPO
                                          WRK-PRM-CHAVE
                                          WRK-PRM-PARAM1
                                          WRK-PRM-PARAM2
                       MOVE ZEROS      TO WRK-PRM-INI
                                          WRK-PRM-FIM
                       UNSTRING FD-LIN-PROMO DELIMITED BY SEP
                          INTO WRK-PRM-TIPO
                               WRK-PRM-CHAVE
                               WRK-PRM-PARAM1
                               WRK-PRM-PARAM2
                               WRK-PRM-INI
                               WRK-PRM-FIM
                       END-UNSTRING
                       IF (WRK-PRM-TIPO EQUAL 'Q' OR
                           WRK-PRM-TIPO EQUAL 'P') AND
                          WRK-PRM-CHAVE EQUAL WRK-CMP-REFERENCIA AND
                          WRK-PRM-INI NOT GREATER WRK-CMP-INI AND
                          WRK-PRM-FIM NOT LESS WRK-CMP-FIM
                          MOVE 'S'     TO WRK-PRM-VALIDA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-PROMO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DISPARAR A CAMPANHA: LISTA DO SEGMENTO, OPT-OUT DO CANAL,
      *    FILA NOTIFICA.dat E LISTA DE ALVOS EM CAMPALVO.dat
      *----------------------------------------------------------------*
       0020-DISPARAR-CAMPANHA          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DA CAMPANHA: ' WITH NO ADVANCING
           ACCEPT WRK-CMP-CODIGO
           PERFORM 0004-LOCALIZAR-CAMPANHA
           IF WRK-CMP-ACHADA EQUAL ZEROS
              DISPLAY 'CAMPANHA NAO CADASTRADA'
              EXIT SECTION
           END-IF
           MOVE WRK-CMP-ACHADA         TO WRK-IND-CMP

           IF TAB-CMP-SITUACAO(WRK-IND-CMP) NOT EQUAL 'C'
              DISPLAY 'CAMPANHA JA DISPARADA EM '
                      TAB-CMP-DISPARO(WRK-IND-CMP)
              EXIT SECTION
           END-IF
           IF TAB-CMP-FIM(WRK-IND-CMP) LESS WRK-HOJE-AAAAMMDD
              DISPLAY 'CAMPANHA COM VIGENCIA ENCERRADA'
              EXIT SECTION
           END-IF

           PERFORM 0021-CARREGAR-CLIENTES
           PERFORM 0022-CARREGAR-CONSENTIMENTOS

           MOVE ZEROS                  TO WRK-QTDE-ENVIADOS
                                          WRK-QTDE-SUPRIMIDOS
           OPEN EXTEND ARQ-ALVO
           OPEN INPUT ARQ-SEGMENTO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-SEGMENTO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-SEG-ID
                    MOVE SPACES        TO WRK-SEG-NOME
                                          WRK-SEG-SEGMENTO
                    UNSTRING FD-LIN-SEGMENTO DELIMITED BY SEP
                             INTO WRK-SEG-ID
                                  WRK-SEG-NOME
                                  WRK-SEG-SEGMENTO
                    END-UNSTRING
                    IF WRK-SEG-SEGMENTO EQUAL
                       TAB-CMP-SEGMENTO(WRK-IND-CMP)
                       PERFORM 0023-TRATAR-ALVO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-SEGMENTO
           CLOSE ARQ-ALVO
           MOVE 'N'                    TO WRK-FIM-ARQ

           MOVE 'D'                    TO TAB-CMP-SITUACAO(WRK-IND-CMP)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-CMP-DISPARO(WRK-IND-CMP)
           PERFORM 0003-GRAVAR-CAMPANHAS

           DISPLAY 'CAMPANHA ' WRK-CMP-CODIGO ' DISPARADA: '
                   WRK-QTDE-ENVIADOS ' ENVIADOS, '
                   WRK-QTDE-SUPRIMIDOS ' SUPRIMIDOS POR OPT-OUT'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR ID, NOME E DOCUMENTO DOS CLIENTES (CADASTRO1.dat)
      *----------------------------------------------------------------*
       0021-CARREGAR-CLIENTES          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CLI
           OPEN INPUT ARQUIVO-CLI
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CLI LESS WRK-MAX-TAB-CLI
                       ADD 1           TO WRK-QTDE-CLI
                       MOVE FDC-ID-CLIENTE
                                       TO TAB-CLI-ID(WRK-QTDE-CLI)
                       MOVE FDC-NOME-CLIENTE
                                       TO TAB-CLI-NOME(WRK-QTDE-CLI)
                       MOVE FDC-CPF-CNPJ
                                       TO TAB-CLI-DOC(WRK-QTDE-CLI)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR CONSENT.dat - O REGISTRO MAIS RECENTE DO CPF+CANAL
      *    SOBREPOE OS ANTERIORES
      *----------------------------------------------------------------*
       0022-CARREGAR-CONSENTIMENTOS    SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CON
           OPEN INPUT ARQ-CONSENT
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CONSENT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-CON-CPF
                    MOVE SPACES        TO WRK-CON-CANAL
                                          WRK-CON-OPT
                    UNSTRING FD-LIN-CONSENT DELIMITED BY SEP
                             INTO WRK-CON-CPF
                                  WRK-CON-CANAL
                                  WRK-CON-OPT
                    END-UNSTRING
                    MOVE 'N'           TO WRK-CON-ACHOU
                    PERFORM VARYING WRK-IND-CON FROM 1 BY 1 UNTIL
                               WRK-IND-CON > WRK-QTDE-CON
                       IF TAB-CON-CPF(WRK-IND-CON) EQUAL WRK-CON-CPF
                          AND TAB-CON-CANAL(WRK-IND-CON) EQUAL
                              WRK-CON-CANAL
                          MOVE WRK-CON-OPT
                                       TO TAB-CON-OPT(WRK-IND-CON)
                          MOVE 'S'     TO WRK-CON-ACHOU
                       END-IF
                    END-PERFORM
                    IF WRK-CON-ACHOU EQUAL 'N' AND
                       WRK-QTDE-CON LESS WRK-MAX-TAB-CON
                       ADD 1           TO WRK-QTDE-CON
                       MOVE WRK-CON-CPF
                                       TO TAB-CON-CPF(WRK-QTDE-CON)
                       MOVE WRK-CON-CANAL
                                       TO TAB-CON-CANAL(WRK-QTDE-CON)
                       MOVE WRK-CON-OPT
                                       TO TAB-CON-OPT(WRK-QTDE-CON)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-CONSENT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLIENTE DO SEGMENTO: SUPRIME COM OPT-OUT VIGENTE NO CANAL,
      *    SENAO ENFILEIRA A MENSAGEM. CLIENTE SEM CPF (CNPJ) NAO TEM
      *    CONSENTIMENTO REGISTRADO E RECEBE A MENSAGEM.
      *----------------------------------------------------------------*
       0023-TRATAR-ALVO                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ALVO-CPF
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1 UNTIL
                      WRK-IND-CLI > WRK-QTDE-CLI
              IF TAB-CLI-ID(WRK-IND-CLI) EQUAL WRK-SEG-ID AND
                 TAB-CLI-DOC(WRK-IND-CLI)(1:11) IS NUMERIC AND
                 TAB-CLI-DOC(WRK-IND-CLI)(12:3) EQUAL SPACES
                 MOVE TAB-CLI-DOC(WRK-IND-CLI)(1:11) TO WRK-ALVO-CPF
              END-IF
           END-PERFORM

           MOVE 'E'                    TO WRK-ALVO-SITUACAO
           IF WRK-ALVO-CPF GREATER ZEROS
              PERFORM VARYING WRK-IND-CON FROM 1 BY 1 UNTIL
                         WRK-IND-CON > WRK-QTDE-CON
                 IF TAB-CON-CPF(WRK-IND-CON) EQUAL WRK-ALVO-CPF AND
                    TAB-CON-CANAL(WRK-IND-CON) EQUAL
                    TAB-CMP-CANAL(WRK-IND-CMP) AND
                    TAB-CON-OPT(WRK-IND-CON) EQUAL 'N'
                    MOVE 'O'           TO WRK-ALVO-SITUACAO
                 END-IF
              END-PERFORM
           END-IF

           IF WRK-ALVO-SITUACAO EQUAL 'E'
              MOVE 'CAMPANHA'          TO NOT001A-TIPO-EVENTO
              MOVE 'I'                 TO NOT001A-SEVERIDADE
              MOVE WRK-SEG-NOME        TO NOT001A-DESTINATARIO
              MOVE SPACES              TO NOT001A-CHAVE
              STRING 'CMP' TAB-CMP-CODIGO(WRK-IND-CMP)
                     ' ' TAB-CMP-CANAL(WRK-IND-CMP)
                     DELIMITED BY SIZE INTO NOT001A-CHAVE
              END-STRING
              MOVE TAB-CMP-MENSAGEM(WRK-IND-CMP) TO NOT001A-TEXTO
              CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
              ADD 1                    TO WRK-QTDE-ENVIADOS
           ELSE
              ADD 1                    TO WRK-QTDE-SUPRIMIDOS
           END-IF

           MOVE SPACES                 TO FD-LIN-ALVO
           STRING TAB-CMP-CODIGO(WRK-IND-CMP) DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-SEG-ID           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-ALVO-CPF         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-ALVO-SITUACAO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  INTO FD-LIN-ALVO
           END-STRING
           WRITE FD-LIN-ALVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RELATORIO DE RESULTADOS DAS CAMPANHAS DISPARADAS
      *----------------------------------------------------------------*
       0030-RELATORIO-RESULTADOS       SECTION.
      *----------------------------------------------------------------*

           PERFORM 0031-CARREGAR-ALVOS
           PERFORM 0032-CARREGAR-ACUMULOS
           PERFORM 0033-CARREGAR-VENDAS-CAIXA

           OPEN INPUT ARQ-FIDPAR
           READ ARQ-FIDPAR
              AT END CONTINUE
              NOT AT END
                 UNSTRING FD-LIN-FIDPAR DELIMITED BY SEP
                    INTO WRK-FID-PONTOS-REAL
                         WRK-FID-CENTS-PONTO
                 END-UNSTRING
           END-READ
           CLOSE ARQ-FIDPAR
           IF WRK-FID-CENTS-PONTO EQUAL ZEROS
              MOVE 1                   TO WRK-FID-CENTS-PONTO
           END-IF

           OPEN OUTPUT ARQUIVO-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* RESULTADOS DAS CAMPANHAS - ' WRK-HOJE-AAAAMMDD
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           MOVE '* CAMP. SEG CANAL VIGENCIA          OFERTA'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA

           MOVE ZEROS                  TO WRK-QTDE-RELATADAS
           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > WRK-QTDE-CMP
              IF TAB-CMP-SITUACAO(WRK-IND-CMP) EQUAL 'D'
                 PERFORM 0034-MEDIR-CAMPANHA
                 PERFORM 0035-IMPRIMIR-CAMPANHA
                 ADD 1                 TO WRK-QTDE-RELATADAS
              END-IF
           END-PERFORM

           IF WRK-QTDE-RELATADAS EQUAL ZEROS
              MOVE '* NENHUMA CAMPANHA DISPARADA' TO WRK-LINHA-REL
              PERFORM 0090-EMITIR-LINHA
           END-IF
           CLOSE ARQUIVO-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A LISTA DE ALVOS DE TODAS AS CAMPANHAS
      *----------------------------------------------------------------*
       0031-CARREGAR-ALVOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ALV
           OPEN INPUT ARQ-ALVO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ALVO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-ALV-CODIGO
                                          WRK-ALV-CLIENTE
                                          WRK-ALV-CPF
                    MOVE SPACES        TO WRK-ALV-SITUACAO
                    UNSTRING FD-LIN-ALVO DELIMITED BY SEP
                             INTO WRK-ALV-CODIGO
                                  WRK-ALV-CLIENTE
                                  WRK-ALV-CPF
                                  WRK-ALV-SITUACAO
                    END-UNSTRING
                    IF WRK-QTDE-ALV LESS WRK-MAX-TAB-ALV
                       ADD 1           TO WRK-QTDE-ALV
                       MOVE WRK-ALV-CODIGO
                                       TO TAB-ALV-CODIGO(WRK-QTDE-ALV)
                       MOVE WRK-ALV-CPF
                                       TO TAB-ALV-CPF(WRK-QTDE-ALV)
                       MOVE WRK-ALV-SITUACAO
                                       TO TAB-ALV-SITUACAO(WRK-QTDE-ALV)
                    ELSE
                       DISPLAY 'TABELA DE ALVOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-ALV ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-ALVO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ACUMULOS DE PONTOS COM A DATA-HORA DA VENDA
      *----------------------------------------------------------------*
       0032-CARREGAR-ACUMULOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MOV
           OPEN INPUT ARQ-FIDMOV
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FIDMOV
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-MOV-DATA
                                          WRK-MOV-CPF
                                          WRK-MOV-PONTOS
                    MOVE SPACES        TO WRK-MOV-TIPO
                                          WRK-MOV-REFERENCIA
                    UNSTRING FD-LIN-FIDMOV DELIMITED BY SEP
                       INTO WRK-MOV-DATA
                            WRK-MOV-CPF
                            WRK-MOV-TIPO
                            WRK-MOV-PONTOS
                            WRK-MOV-REFERENCIA
                    END-UNSTRING
                    IF WRK-MOV-TIPO EQUAL 'A' AND
                       WRK-QTDE-MOV LESS WRK-MAX-TAB-MOV
                       ADD 1           TO WRK-QTDE-MOV
                       MOVE WRK-MOV-DATA
                                       TO TAB-MOV-DATA(WRK-QTDE-MOV)
                       MOVE WRK-MOV-CPF
                                       TO TAB-MOV-CPF(WRK-QTDE-MOV)
                       MOVE WRK-MOV-REFERENCIA(13:15)
                                       TO TAB-MOV-STAMP(WRK-QTDE-MOV)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-FIDMOV
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS VENDAS DO CAIXA: A LINHA TOTAL= FECHA A VENDA
      *    DA DATA-HORA E RECEBE OS DESCONTOS PROMO= DA MESMA VENDA
      *----------------------------------------------------------------*
       0033-CARREGAR-VENDAS-CAIXA      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CXV
                                          WRK-PROMO-PENDENTE
           MOVE SPACES                 TO WRK-PROMO-STAMP
           OPEN INPUT ARQ-CAIXALOG
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAIXALOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0033A-TRATAR-LINHA-LOG
              END-READ
           END-PERFORM
           CLOSE ARQ-CAIXALOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DO CAIXALOG PELO TIPO
      *----------------------------------------------------------------*
       0033A-TRATAR-LINHA-LOG          SECTION.
      *----------------------------------------------------------------*

           MOVE FD-LIN-CXLOG           TO WRK-CX-LINHA
           MOVE WRK-CX-LINHA(1:15)     TO WRK-CX-STAMP-LIDO
           MOVE ZEROS                  TO WRK-TALLY-TOTAL
                                          WRK-TALLY-PROMO
           INSPECT WRK-CX-LINHA TALLYING
                   WRK-TALLY-TOTAL     FOR ALL ' | TOTAL='
                   WRK-TALLY-PROMO     FOR ALL ' | PROMO='

           IF WRK-TALLY-PROMO GREATER ZEROS
              MOVE SPACES              TO WRK-CX-VALOR-TXT
              UNSTRING WRK-CX-LINHA DELIMITED BY ' | VLR-' OR
                                                 ' | FIL='
                 INTO WRK-DESCARTE WRK-CX-VALOR-TXT
              END-UNSTRING
              COMPUTE WRK-CX-VALOR =
                      FUNCTION NUMVAL(FUNCTION TRIM(WRK-CX-VALOR-TXT))
              COMPUTE WRK-CX-VALOR-CENTS = WRK-CX-VALOR * 100
              IF WRK-CX-STAMP-LIDO NOT EQUAL WRK-PROMO-STAMP
                 MOVE WRK-CX-STAMP-LIDO TO WRK-PROMO-STAMP
                 MOVE ZEROS            TO WRK-PROMO-PENDENTE
              END-IF
              ADD WRK-CX-VALOR-CENTS   TO WRK-PROMO-PENDENTE
              EXIT SECTION
           END-IF

           IF WRK-TALLY-TOTAL EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-CX-VALOR-TXT
           UNSTRING WRK-CX-LINHA DELIMITED BY ' | TOTAL=' OR ' | FIL='
              INTO WRK-DESCARTE WRK-CX-VALOR-TXT
           END-UNSTRING
           COMPUTE WRK-CX-VALOR =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-CX-VALOR-TXT))
           COMPUTE WRK-CX-VALOR-CENTS = WRK-CX-VALOR * 100

           IF WRK-QTDE-CXV LESS WRK-MAX-TAB-CXV
              ADD 1                    TO WRK-QTDE-CXV
              MOVE WRK-CX-STAMP-LIDO   TO TAB-CXV-STAMP(WRK-QTDE-CXV)
              MOVE WRK-CX-VALOR-CENTS  TO TAB-CXV-TOTAL(WRK-QTDE-CXV)
              MOVE ZEROS               TO TAB-CXV-PROMO(WRK-QTDE-CXV)
              IF WRK-PROMO-STAMP EQUAL WRK-CX-STAMP-LIDO
                 MOVE WRK-PROMO-PENDENTE
                                       TO TAB-CXV-PROMO(WRK-QTDE-CXV)
              END-IF
           END-IF
           MOVE SPACES                 TO WRK-PROMO-STAMP
           MOVE ZEROS                  TO WRK-PROMO-PENDENTE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033a-end
       0033A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MEDIR A CAMPANHA WRK-IND-CMP: ALCANCE, COMPRADORES NA
      *    VIGENCIA, RECEITA E CUSTO
      *----------------------------------------------------------------*
       0034-MEDIR-CAMPANHA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-RES-ALCANCADOS
                                          WRK-RES-SUPRIMIDOS
                                          WRK-RES-COMPRADORES
                                          WRK-RES-VENDAS
                                          WRK-RES-RECEITA-CENTS
                                          WRK-RES-PROMO-CENTS
                                          WRK-RES-CUSTO-CENTS
                                          WRK-RES-RESPOSTA-PCT

           PERFORM VARYING WRK-IND-ALV FROM 1 BY 1 UNTIL
                      WRK-IND-ALV > WRK-QTDE-ALV
              IF TAB-ALV-CODIGO(WRK-IND-ALV) EQUAL
                 TAB-CMP-CODIGO(WRK-IND-CMP)
                 IF TAB-ALV-SITUACAO(WRK-IND-ALV) EQUAL 'E'
                    ADD 1              TO WRK-RES-ALCANCADOS
                    IF TAB-ALV-CPF(WRK-IND-ALV) GREATER ZEROS
                       PERFORM 0034A-VENDAS-DO-ALVO
                    END-IF
                 ELSE
                    ADD 1              TO WRK-RES-SUPRIMIDOS
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WRK-RES-CUSTO-CENTS =
                   WRK-RES-ALCANCADOS * TAB-CMP-CUSTO(WRK-IND-CMP)
           EVALUATE TAB-CMP-OFERTA(WRK-IND-CMP)
              WHEN 'P'
                 ADD WRK-RES-PROMO-CENTS TO WRK-RES-CUSTO-CENTS
              WHEN 'B'
                 COMPUTE WRK-BONUS-PONTOS = FUNCTION NUMVAL(
                         TAB-CMP-REFERENCIA(WRK-IND-CMP))
                 COMPUTE WRK-RES-CUSTO-CENTS = WRK-RES-CUSTO-CENTS +
                         WRK-RES-COMPRADORES * WRK-FID-CENTS-PONTO *
                         WRK-BONUS-PONTOS
           END-EVALUATE

           IF WRK-RES-ALCANCADOS GREATER ZEROS
              COMPUTE WRK-RES-RESPOSTA-PCT ROUNDED =
                      WRK-RES-COMPRADORES * 100 / WRK-RES-ALCANCADOS
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0034-end
       0034-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VENDAS DO CLIENTE ALCANCADO NA VIGENCIA DA CAMPANHA
      *----------------------------------------------------------------*
       0034A-VENDAS-DO-ALVO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-COMPROU
           PERFORM VARYING WRK-IND-MOV FROM 1 BY 1 UNTIL
                      WRK-IND-MOV > WRK-QTDE-MOV
              IF TAB-MOV-CPF(WRK-IND-MOV) EQUAL
                 TAB-ALV-CPF(WRK-IND-ALV) AND
                 TAB-MOV-DATA(WRK-IND-MOV) NOT LESS
                 TAB-CMP-INI(WRK-IND-CMP) AND
                 TAB-MOV-DATA(WRK-IND-MOV) NOT GREATER
                 TAB-CMP-FIM(WRK-IND-CMP)
                 MOVE 'S'              TO WRK-COMPROU
                 ADD 1                 TO WRK-RES-VENDAS
                 PERFORM VARYING WRK-IND-CXV FROM 1 BY 1 UNTIL
                            WRK-IND-CXV > WRK-QTDE-CXV
                    IF TAB-CXV-STAMP(WRK-IND-CXV) EQUAL
                       TAB-MOV-STAMP(WRK-IND-MOV)
                       ADD TAB-CXV-TOTAL(WRK-IND-CXV)
                                       TO WRK-RES-RECEITA-CENTS
                       ADD TAB-CXV-PROMO(WRK-IND-CXV)
                                       TO WRK-RES-PROMO-CENTS
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WRK-COMPROU EQUAL 'S'
              ADD 1                    TO WRK-RES-COMPRADORES
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0034a-end
       0034A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPRIMIR O RESULTADO DA CAMPANHA WRK-IND-CMP
      *----------------------------------------------------------------*
       0035-IMPRIMIR-CAMPANHA          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ' TAB-CMP-CODIGO(WRK-IND-CMP)
                  '  ' TAB-CMP-SEGMENTO(WRK-IND-CMP)
                  '  ' TAB-CMP-CANAL(WRK-IND-CMP)
                  ' ' TAB-CMP-INI(WRK-IND-CMP)
                  ' A ' TAB-CMP-FIM(WRK-IND-CMP)
                  ' ' TAB-CMP-OFERTA(WRK-IND-CMP)
                  ' ' TAB-CMP-REFERENCIA(WRK-IND-CMP)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA

           MOVE WRK-RES-RESPOSTA-PCT   TO WRK-PCT-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   ALCANCADOS=' WRK-RES-ALCANCADOS
                  ' SUPRIMIDOS(OPT-OUT)=' WRK-RES-SUPRIMIDOS
                  ' COMPRADORES=' WRK-RES-COMPRADORES
                  ' VENDAS=' WRK-RES-VENDAS
                  ' RESPOSTA=' WRK-PCT-EDIT '%'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA

           COMPUTE WRK-VALOR-EDIT = WRK-RES-RECEITA-CENTS / 100
           COMPUTE WRK-VALOR-EDIT2 = WRK-RES-CUSTO-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   RECEITA=' WRK-VALOR-EDIT
                  ' CUSTO=' WRK-VALOR-EDIT2
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A LINHA NA TELA E GRAVA-LA EM CAMPRES.txt
      *----------------------------------------------------------------*
       0090-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           DISPLAY FUNCTION TRIM(WRK-LINHA-REL TRAILING)
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0090-end
       0090-END.                       EXIT.
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
