      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: ORCAMENTO DE VENDA (COTACAO) PARA CLIENTE DE
      *              CADASTRO1.dat. O ORCAMENTO NUMERADO (ORCVSEQ.dat)
      *              FICA EM ORCVENDA.dat E OS ITENS EM ORCVITEM.dat,
      *              COM O PRECO DO CATALOGO PRODUTOS.dat E A PREVIA
      *              DOS IMPOSTOS PELA MESMA REGRA DA NOTA (ICMS/IPI
      *              POR ITEM NA MATRIZ TAXNCM.dat PELO NCM DO PRODUTO
      *              E A UF DE DESTINO, ISS GLOBAL DE IMPOSTOS.dat).
      *              O ORCAMENTO TEM VALIDADE E SITUACAO: ABERTO,
      *              GANHO, PERDIDO (COM MOTIVO) OU EXPIRADO - O
      *              ABERTO VENCIDO PASSA A EXPIRADO NA ENTRADA DO
      *              PROGRAMA. O ORCAMENTO GANHO E CONVERTIDO NUM SO
      *              PASSO NO PEDIDO DE VENDA DO PEDVEN1A: NUMERO DE
      *              PEDVSEQ.dat, RESERVA DO ESTOQUE (LOJA -> RESRV)
      *              E GRAVACAO EM PEDVENDA.dat/PEDVITEM.dat COM O
      *              PRECO E O VENDEDOR DO ORCAMENTO. O PEDIDO SEGUE
      *              NO PEDVEN1A (FATURAMENTO/CANCELAMENTO). A TAXA
      *              DE CONVERSAO DO MES E O ORCVEN1B.
      * NOME.......: ORCVEN1A
      *----------------------------------------------------------------*
      * LAYOUT DE ORCVENDA.dat (PIPE):
      *   NUMERO(6)|CLIENTE-ID(5)|CLIENTE-NOME|DATA(8)|VALIDADE(8)|
      *   SITUACAO|UF|VENDEDOR|MERCADORIA-CENTS(11)|IMPOSTOS-CENTS(11)|
      *   PEDIDO(6)|MOTIVO DA PERDA
      *   (A = ABERTO / G = GANHO / P = PERDIDO / E = EXPIRADO)
      * LAYOUT DE ORCVITEM.dat (PIPE):
      *   ORCAMENTO(6)|COD-PRODUTO(5)|QTDE(5)|PRECO-CENTS(10)|
      *   ICMS-CENTS(10)|IPI-CENTS(10)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCVEN1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ORCAMENTOS ASSIGN TO 'ORCVENDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ORC-ITENS ASSIGN TO 'ORCVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ORCSEQ ASSIGN TO 'ORCVSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEDIDOS ASSIGN TO 'PEDVENDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEDSEQ ASSIGN TO 'PEDVSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT OPTIONAL ARQUIVO-MOV ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MATRIZ ASSIGN TO 'TAXNCM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRD ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'IMPOSTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VEN ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORCAMENTOS.
       01  FD-LIN-ORCAMENTO               PIC X(200).

       FD  ARQ-ORC-ITENS.
       01  FD-LIN-ORC-ITEM                PIC X(060).

       FD  ARQ-ORCSEQ.
       01  FD-LIN-ORCSEQ                  PIC 9(06).

       FD  ARQ-PEDIDOS.
       01  FD-LIN-PEDIDO                  PIC X(120).

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM                    PIC X(40).

       FD  ARQ-PEDSEQ.
       01  FD-LIN-PEDSEQ                  PIC 9(06).

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

      *    LAYOUT DO ESTOQUE - MESMO REGISTRO DO CAIXAREG
       FD  ARQUIVO-EST.
       01  FD-ARQ-EST.
         05  FDE-COD-PRODUTO              PIC 9(05) VALUE ZEROS.
         05  FDE-NOME-PRODUTO             PIC X(20) VALUE SPACES.
         05  FDE-QTDE-PRODUTO             PIC 9(05) VALUE ZEROS.
         05  FDE-VALOR-PRODUTO            PIC 9(15)V99 VALUE ZEROS.
         05  FDE-QTDE-MINIMA              PIC 9(05) VALUE ZEROS.
         05  FDE-QTDE-LOCAL OCCURS 10 TIMES.
             10  FDE-LOCAL-COD            PIC X(05) VALUE SPACES.
             10  FDE-LOCAL-QTDE           PIC 9(05) VALUE ZEROS.

       FD  ARQUIVO-MOV.
       01  FD-LIN-MOVIMENTO               PIC X(100).

       FD  ARQUIVO-PARM.
       01  FD-LIN-IMPOSTOS                PIC X(032).

       FD  ARQUIVO-MATRIZ.
       01  FD-LIN-MATRIZ                  PIC X(032).

      *    CATALOGO - MESMO REGISTRO DO PROG027A
       FD  ARQUIVO-PRD.
       01  FD-LIN-PRODUTOS.
         05 FD-COD-PRODUTO                PIC 9(05).
         05 FD-NOME-PRODUTO               PIC X(30).
         05 FD-VALOR-PRODUTO              PIC 9(06)V99.
         05 FD-NCM-PRODUTO                PIC X(08).
         05 FD-CFOP-PRODUTO               PIC X(04).
         05 FD-ORIGEM-PRODUTO             PIC X(01).

      *    FUNCIONARIOS (LAYOUT DO FOLHA01A), PARA VALIDAR O VENDEDOR
       FD  ARQUIVO-VEN.
       01  FD-ARQ-VENDEDOR.
         05 FDV-NOME                      PIC X(30).
         05 FDV-IDADE                     PIC 9(02).
         05 FDV-SALARIO                   PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.
       01  WRK-FS-ESTOQUE                 PIC X(02) VALUE SPACES.
       01  WRK-LOCAL-LOJA                 PIC X(05) VALUE 'LOJA '.
       01  WRK-LOCAL-RESERVA              PIC X(05) VALUE 'RESRV'.
       01  WRK-REGRAVAR                   PIC X(01) VALUE 'N'.

      *--- Validade padrao do orcamento, em dias corridos
       01  WRK-VALIDADE-PADRAO            PIC 9(03) VALUE 15.
       01  WRK-VALIDADE-DIAS              PIC 9(03) VALUE ZEROS.
       01  WRK-VALIDADE                   PIC 9(08) VALUE ZEROS.

      *--- Cliente do orcamento
       01  WRK-CLIENTE-ID                 PIC 9(05) VALUE ZEROS.
       01  WRK-CLIENTE-NOME               PIC X(30) VALUE SPACES.
       01  WRK-CLIENTE-OK                 PIC X(01) VALUE 'N'.

      *--- Vendedor do orcamento (nome em CADASTRO3.dat)
       01  WRK-VENDEDOR                   PIC X(30) VALUE SPACES.
       01  WRK-VENDEDOR-OK                PIC X(01) VALUE 'N'.

      *--- Orcamento corrente
       01  WRK-ORC-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WRK-ORC-ACHADO                 PIC X(01) VALUE 'N'.
       01  WRK-ORC-MOTIVO                 PIC X(30) VALUE SPACES.
       01  WRK-ORC-MERC-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-ORC-TRIB-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-ORC-ICMS-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-ORC-IPI-CENTS              PIC 9(11) VALUE ZEROS.
       01  WRK-ORC-ISS-CENTS              PIC 9(11) VALUE ZEROS.
       01  WRK-PEDIDO-NUMERO              PIC 9(06) VALUE ZEROS.

      *--- Itens do orcamento em digitacao / em conversao
       01  WRK-MAX-ITENS                  PIC 9(02) VALUE 20.
       01  WRK-QTD-ITENS                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-ITEM                   PIC 9(02) VALUE ZEROS.
       01  TAB-ITENS-ORCAMENTO.
           05  TAB-ITEM-LINHA OCCURS 20 TIMES.
               10  TAB-ITEM-COD           PIC 9(05) VALUE ZEROS.
               10  TAB-ITEM-QTDE          PIC 9(05) VALUE ZEROS.
               10  TAB-ITEM-PRECO-CENTS   PIC 9(10) VALUE ZEROS.
               10  TAB-ITEM-ICMS-CENTS    PIC 9(10) VALUE ZEROS.
               10  TAB-ITEM-IPI-CENTS     PIC 9(10) VALUE ZEROS.

       01  WRK-ITEM-COD                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-QTDE                  PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-PRECO-CENTS           PIC 9(10) VALUE ZEROS.
       01  WRK-ITEM-BRUTO-CENTS           PIC 9(11) VALUE ZEROS.
       01  WRK-ITEM-NCM                   PIC X(08) VALUE SPACES.

      *--- Edicao da previa na tela
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.

      *--- Leitura de orcamentos / itens dos arquivos
       01  WRK-ITM-ORC-LIDO               PIC 9(06) VALUE ZEROS.
       01  WRK-ITM-COD-LIDO               PIC 9(05) VALUE ZEROS.
       01  WRK-ITM-QTDE-LIDA              PIC 9(05) VALUE ZEROS.
       01  WRK-ITM-PRECO-LIDO             PIC 9(10) VALUE ZEROS.
       01  WRK-ITM-ICMS-LIDO              PIC 9(10) VALUE ZEROS.
       01  WRK-ITM-IPI-LIDO               PIC 9(10) VALUE ZEROS.

      *--- Orcamentos carregados (REGRAVACAO DA SITUACAO)
       01  WRK-MAX-TAB-ORC                PIC 9(03) VALUE 200.
       01  WRK-QTDE-ORC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ORC                    PIC 9(03) VALUE ZEROS.
       01  TAB-ORCAMENTOS.
           05  TAB-ORC-LINHA OCCURS 200 TIMES.
               10  TAB-ORC-NUMERO         PIC 9(06) VALUE ZEROS.
               10  TAB-ORC-CLIENTE        PIC 9(05) VALUE ZEROS.
               10  TAB-ORC-NOME           PIC X(30) VALUE SPACES.
               10  TAB-ORC-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-ORC-VALIDADE       PIC 9(08) VALUE ZEROS.
               10  TAB-ORC-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-ORC-UF             PIC X(02) VALUE SPACES.
               10  TAB-ORC-VENDEDOR       PIC X(30) VALUE SPACES.
               10  TAB-ORC-MERC-CENTS     PIC 9(11) VALUE ZEROS.
               10  TAB-ORC-TRIB-CENTS     PIC 9(11) VALUE ZEROS.
               10  TAB-ORC-PEDIDO         PIC 9(06) VALUE ZEROS.
               10  TAB-ORC-MOTIVO         PIC X(30) VALUE SPACES.

      *--- Movimento de reserva no estoque (COMO NO PEDVEN1A)
       01  WRK-IND-LOCAL                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-LOC2                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-LOJA                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-RESRV                  PIC 9(02) VALUE ZEROS.
       01  WRK-MOV-OK                     PIC X(01) VALUE 'N'.
       01  WRK-MOV-MOTIVO                 PIC X(20) VALUE SPACES.
       01  WRK-MOV-SENTIDO                PIC X(01) VALUE 'S'.
       01  WRK-MOV-SINAL                  PIC X(01) VALUE '-'.
       01  WRK-MOV-LOCAL                  PIC X(05) VALUE SPACES.
       01  WRK-MOV-QTDE                   PIC 9(05) VALUE ZEROS.

      *--- Taxas globais de IMPOSTOS.dat (COMO NO PROG027A)
       01  WRK-TX-ICMS                    PIC V999 VALUE 0,180.
       01  WRK-TX-ISS                     PIC V999 VALUE 0,050.
       01  WRK-TX-ICMS-TXT                PIC X(06) VALUE SPACES.
       01  WRK-TX-ISS-TXT                 PIC X(06) VALUE SPACES.
       01  WRK-TX-PCT                     PIC 9(03)V99 VALUE ZEROS.

      *--- Matriz NCM+UF de TAXNCM.dat (MESMA DO PROG027A)
       01  WRK-UF-DESTINO                 PIC X(02) VALUE SPACES.
       01  WRK-MAX-TAB-NCM                PIC 9(02) VALUE 50.
       01  WRK-QTDE-NCM                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-NCM                    PIC 9(02) VALUE ZEROS.
       01  TAB-MATRIZ-NCM.
           05  TAB-NCM-LINHA OCCURS 50 TIMES.
               10  TAB-NCM-CODIGO         PIC X(08) VALUE SPACES.
               10  TAB-NCM-UF             PIC X(02) VALUE SPACES.
               10  TAB-NCM-TX-ICMS        PIC V999 VALUE ZEROS.
               10  TAB-NCM-TX-IPI         PIC V999 VALUE ZEROS.
       01  WRK-NCM-LIDO                   PIC X(08) VALUE SPACES.
       01  WRK-NCM-UF-LIDA                PIC X(02) VALUE SPACES.
       01  WRK-NCM-ICMS-TXT               PIC X(06) VALUE SPACES.
       01  WRK-NCM-IPI-TXT                PIC X(06) VALUE SPACES.
       01  WRK-NCM-PCT                    PIC 9(03)V99 VALUE ZEROS.
       01  WRK-TX-ICMS-ITEM               PIC V999 VALUE ZEROS.
       01  WRK-TX-IPI-ITEM                PIC V999 VALUE ZEROS.

      *--- Catalogo de produtos (PRODUTOS.dat): preco e NCM
       01  WRK-MAX-TAB-PRD                PIC 9(03) VALUE 200.
       01  WRK-QTDE-PRD                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRD                    PIC 9(03) VALUE ZEROS.
       01  WRK-PRD-ACHADO                 PIC X(01) VALUE 'N'.
       01  TAB-CATALOGO.
           05  TAB-PRD-ITEM OCCURS 200 TIMES.
               10  TAB-PRD-COD            PIC 9(05).
               10  TAB-PRD-NOME           PIC X(30).
               10  TAB-PRD-VALOR          PIC 9(06)V99.
               10  TAB-PRD-NCM            PIC X(08).

      *--- Filial desta instalacao: carimbo do MOVESTOQ.dat
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

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

           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

           PERFORM 0002-LER-ARQUIVO-IMPOSTOS
           PERFORM 0003-CARREGAR-ORCAMENTOS
           PERFORM 0004-TELA-MENU
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

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-HORA          TO WRK-HORA-HHMMSS(1:2)
            MOVE COD001A-MINUTO        TO WRK-HORA-HHMMSS(3:2)
            MOVE COD001A-SEGUNDO       TO WRK-HORA-HHMMSS(5:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER AS TAXAS GLOBAIS DE IMPOSTOS.dat (COMO NO PROG027A) -
      *    SEM O ARQUIVO VALEM OS PADROES 18% / 5%
      *----------------------------------------------------------------*
       0002-LER-ARQUIVO-IMPOSTOS       SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQUIVO-PARM

           READ ARQUIVO-PARM
               AT END CONTINUE
               NOT AT END
                  UNSTRING FD-LIN-IMPOSTOS DELIMITED BY SEP
                           INTO WRK-TX-ICMS-TXT, WRK-TX-ISS-TXT
                  END-UNSTRING
                  COMPUTE WRK-TX-PCT =
                     FUNCTION NUMVAL(FUNCTION TRIM(WRK-TX-ICMS-TXT))
                  COMPUTE WRK-TX-ICMS = WRK-TX-PCT / 100
                  COMPUTE WRK-TX-PCT =
                     FUNCTION NUMVAL(FUNCTION TRIM(WRK-TX-ISS-TXT))
                  COMPUTE WRK-TX-ISS  = WRK-TX-PCT / 100
           END-READ

           CLOSE ARQUIVO-PARM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ORCAMENTOS DE ORCVENDA.dat. O ORCAMENTO ABERTO
      *    COM VALIDADE VENCIDA PASSA A EXPIRADO E O ARQUIVO E
      *    REGRAVADO
      *----------------------------------------------------------------*
       0003-CARREGAR-ORCAMENTOS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ORC
           MOVE 'N'                    TO WRK-FIM-ARQ
                                          WRK-REGRAVAR

           OPEN INPUT ARQ-ORCAMENTOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ORCAMENTOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-ORC LESS WRK-MAX-TAB-ORC
                       ADD 1           TO WRK-QTDE-ORC
                       MOVE WRK-QTDE-ORC TO WRK-IND-ORC
                       PERFORM 0003A-DESMONTAR-ORCAMENTO
                    ELSE
                       DISPLAY 'TABELA DE ORCAMENTOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-ORC ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ORCAMENTOS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-REGRAVAR EQUAL 'S'
              PERFORM 0060-REGRAVAR-ORCAMENTOS
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESMONTAR A LINHA LIDA NA POSICAO WRK-IND-ORC DA TABELA
      *----------------------------------------------------------------*
       0003A-DESMONTAR-ORCAMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO TAB-ORC-NUMERO(WRK-IND-ORC)
                                          TAB-ORC-CLIENTE(WRK-IND-ORC)
                                          TAB-ORC-DATA(WRK-IND-ORC)
                                          TAB-ORC-VALIDADE(WRK-IND-ORC)
                                         TAB-ORC-MERC-CENTS(WRK-IND-ORC)
                                         TAB-ORC-TRIB-CENTS(WRK-IND-ORC)
                                          TAB-ORC-PEDIDO(WRK-IND-ORC)
           MOVE SPACES                 TO TAB-ORC-NOME(WRK-IND-ORC)
                                          TAB-ORC-SITUACAO(WRK-IND-ORC)
                                          TAB-ORC-UF(WRK-IND-ORC)
                                          TAB-ORC-VENDEDOR(WRK-IND-ORC)
                                          TAB-ORC-MOTIVO(WRK-IND-ORC)
           UNSTRING FD-LIN-ORCAMENTO DELIMITED BY SEP
              INTO TAB-ORC-NUMERO(WRK-IND-ORC)
                   TAB-ORC-CLIENTE(WRK-IND-ORC)
                   TAB-ORC-NOME(WRK-IND-ORC)
                   TAB-ORC-DATA(WRK-IND-ORC)
                   TAB-ORC-VALIDADE(WRK-IND-ORC)
                   TAB-ORC-SITUACAO(WRK-IND-ORC)
                   TAB-ORC-UF(WRK-IND-ORC)
                   TAB-ORC-VENDEDOR(WRK-IND-ORC)
                   TAB-ORC-MERC-CENTS(WRK-IND-ORC)
                   TAB-ORC-TRIB-CENTS(WRK-IND-ORC)
                   TAB-ORC-PEDIDO(WRK-IND-ORC)
                   TAB-ORC-MOTIVO(WRK-IND-ORC)
           END-UNSTRING

           IF TAB-ORC-SITUACAO(WRK-IND-ORC) EQUAL 'A' AND
              TAB-ORC-VALIDADE(WRK-IND-ORC) LESS WRK-HOJE-AAAAMMDD
              MOVE 'E'                 TO TAB-ORC-SITUACAO(WRK-IND-ORC)
              MOVE 'S'                 TO WRK-REGRAVAR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=       ORCAMENTOS DE VENDA              =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - INCLUIR ORCAMENTO (PREVIA IMPOSTOS)  *'
           DISPLAY '* 2 - GANHO: CONVERTER EM PEDIDO           *'
           DISPLAY '* 3 - PERDIDO: REGISTRAR O MOTIVO          *'
           DISPLAY '* 4 - LISTAR ORCAMENTOS                    *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-INCLUIR-ORCAMENTO
                      PERFORM 0004-TELA-MENU
               WHEN 2 PERFORM 0020-CONVERTER-ORCAMENTO
                      PERFORM 0004-TELA-MENU
               WHEN 3 PERFORM 0030-REGISTRAR-PERDA
                      PERFORM 0004-TELA-MENU
               WHEN 4 PERFORM 0040-LISTAR-ORCAMENTOS
                      PERFORM 0004-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0004-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO (PRODUTOS.dat): PRECO E NCM
      *----------------------------------------------------------------*
       0005-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PRD
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PRD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PRD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PRD LESS WRK-MAX-TAB-PRD
                       ADD 1           TO WRK-QTDE-PRD
                       MOVE FD-COD-PRODUTO
                            TO TAB-PRD-COD(WRK-QTDE-PRD)
                       MOVE FD-NOME-PRODUTO
                            TO TAB-PRD-NOME(WRK-QTDE-PRD)
                       MOVE FD-VALOR-PRODUTO
                            TO TAB-PRD-VALOR(WRK-QTDE-PRD)
                       MOVE FD-NCM-PRODUTO
                            TO TAB-PRD-NCM(WRK-QTDE-PRD)
                    ELSE
                       DISPLAY 'TABELA DO CATALOGO CHEIA! MAXIMO '
                                WRK-MAX-TAB-PRD ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PRD
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A MATRIZ NCM+UF DE TAXNCM.dat (MESMO FORMATO E
      *    MESMA REGRA DO PROG027A)
      *----------------------------------------------------------------*
       0006-CARREGAR-MATRIZ-NCM        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NCM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MATRIZ

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MATRIZ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-MATRIZ(1:1) IS NUMERIC AND
                       WRK-QTDE-NCM LESS WRK-MAX-TAB-NCM
                       ADD 1           TO WRK-QTDE-NCM
                       MOVE SPACES     TO WRK-NCM-LIDO
                                          WRK-NCM-UF-LIDA
                                          WRK-NCM-ICMS-TXT
                                          WRK-NCM-IPI-TXT
                       UNSTRING FD-LIN-MATRIZ DELIMITED BY SEP
                          INTO WRK-NCM-LIDO
                               WRK-NCM-UF-LIDA
                               WRK-NCM-ICMS-TXT
                               WRK-NCM-IPI-TXT
                       END-UNSTRING
                       MOVE WRK-NCM-LIDO
                            TO TAB-NCM-CODIGO(WRK-QTDE-NCM)
                       MOVE FUNCTION UPPER-CASE(WRK-NCM-UF-LIDA)
                            TO TAB-NCM-UF(WRK-QTDE-NCM)
                       COMPUTE WRK-NCM-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(WRK-NCM-ICMS-TXT))
                       COMPUTE TAB-NCM-TX-ICMS(WRK-QTDE-NCM) =
                               WRK-NCM-PCT / 100
                       COMPUTE WRK-NCM-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(WRK-NCM-IPI-TXT))
                       COMPUTE TAB-NCM-TX-IPI(WRK-QTDE-NCM) =
                               WRK-NCM-PCT / 100
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MATRIZ
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM ORCAMENTO: CLIENTE, VENDEDOR, UF DE DESTINO,
      *    VALIDADE E ITENS COM PRECO DO CATALOGO; MOSTRA A PREVIA
      *    DOS IMPOSTOS E GRAVA O ORCAMENTO ABERTO
      *----------------------------------------------------------------*
       0010-INCLUIR-ORCAMENTO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 0011-IDENTIFICAR-CLIENTE
           IF WRK-CLIENTE-OK NOT EQUAL 'S'
              DISPLAY 'ORCAMENTO ABANDONADO - CLIENTE NAO VALIDADO'
              EXIT SECTION
           END-IF

           PERFORM 0018-IDENTIFICAR-VENDEDOR
           IF WRK-VENDEDOR-OK NOT EQUAL 'S'
              DISPLAY 'ORCAMENTO ABANDONADO - VENDEDOR NAO '
                      'CADASTRADO'
              EXIT SECTION
           END-IF

           DISPLAY 'UF DE DESTINO: ' WITH NO ADVANCING
           ACCEPT WRK-UF-DESTINO
           MOVE FUNCTION UPPER-CASE(WRK-UF-DESTINO)
                                       TO WRK-UF-DESTINO

           DISPLAY 'VALIDADE EM DIAS (0 = ' WRK-VALIDADE-PADRAO
                   '): ' WITH NO ADVANCING
           ACCEPT WRK-VALIDADE-DIAS
           IF WRK-VALIDADE-DIAS EQUAL ZEROS
              MOVE WRK-VALIDADE-PADRAO TO WRK-VALIDADE-DIAS
           END-IF
           COMPUTE WRK-VALIDADE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD) +
                   WRK-VALIDADE-DIAS)

           PERFORM 0005-CARREGAR-CATALOGO
           PERFORM 0006-CARREGAR-MATRIZ-NCM

           PERFORM 0012-DIGITAR-ITENS
           IF WRK-QTD-ITENS EQUAL ZEROS
              DISPLAY 'ORCAMENTO ABANDONADO - SEM ITENS'
              EXIT SECTION
           END-IF

      *    ISS GLOBAL SOBRE A MERCADORIA, COMO NA NOTA
           COMPUTE WRK-ORC-ISS-CENTS ROUNDED =
                   WRK-ORC-MERC-CENTS * WRK-TX-ISS
           COMPUTE WRK-ORC-TRIB-CENTS = WRK-ORC-ICMS-CENTS +
                   WRK-ORC-IPI-CENTS + WRK-ORC-ISS-CENTS

           PERFORM 0013-OBTER-PROX-ORCAMENTO
           PERFORM 0014-GRAVAR-ORCAMENTO

           DISPLAY '*==========================================*'
           DISPLAY '* ORCAMENTO ' WRK-ORC-NUMERO ' - VALIDO ATE '
                   WRK-VALIDADE(7:2) '/' WRK-VALIDADE(5:2) '/'
                   WRK-VALIDADE(1:4)
           COMPUTE WRK-VALOR-EDIT = WRK-ORC-MERC-CENTS / 100
           DISPLAY '* MERCADORIA......: ' WRK-VALOR-EDIT
           COMPUTE WRK-VALOR-EDIT = WRK-ORC-ICMS-CENTS / 100
           DISPLAY '* ICMS (PREVIA)...: ' WRK-VALOR-EDIT
           COMPUTE WRK-VALOR-EDIT = WRK-ORC-IPI-CENTS / 100
           DISPLAY '* IPI (PREVIA)....: ' WRK-VALOR-EDIT
           COMPUTE WRK-VALOR-EDIT = WRK-ORC-ISS-CENTS / 100
           DISPLAY '* ISS (PREVIA)....: ' WRK-VALOR-EDIT
           COMPUTE WRK-VALOR-EDIT =
                   (WRK-ORC-MERC-CENTS + WRK-ORC-TRIB-CENTS) / 100
           DISPLAY '* TOTAL ESTIMADO..: ' WRK-VALOR-EDIT
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O CLIENTE DO ORCAMENTO EM CADASTRO1.dat
      *----------------------------------------------------------------*
       0011-IDENTIFICAR-CLIENTE        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CLIENTE-OK
           MOVE SPACES                 TO WRK-CLIENTE-NOME

           DISPLAY 'ID DO CLIENTE: ' WITH NO ADVANCING
           ACCEPT WRK-CLIENTE-ID

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CLI

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                      OR WRK-CLIENTE-OK EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDC-ID-CLIENTE EQUAL WRK-CLIENTE-ID
                       MOVE 'S'        TO WRK-CLIENTE-OK
                       MOVE FDC-NOME-CLIENTE TO WRK-CLIENTE-NOME
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-CLIENTE-OK EQUAL 'S'
              DISPLAY 'CLIENTE: ' WRK-CLIENTE-NOME
           ELSE
              DISPLAY 'CLIENTE NAO LOCALIZADO NO CADASTRO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITAR OS ITENS DO ORCAMENTO (CODIGO 0 ENCERRA)
      *----------------------------------------------------------------*
       0012-DIGITAR-ITENS              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-ITENS
                                          WRK-ORC-MERC-CENTS
                                          WRK-ORC-ICMS-CENTS
                                          WRK-ORC-IPI-CENTS
           MOVE 1                      TO WRK-ITEM-COD

           PERFORM UNTIL WRK-ITEM-COD EQUAL ZEROS OR
                         WRK-QTD-ITENS EQUAL WRK-MAX-ITENS
              DISPLAY 'CODIGO DO PRODUTO (0 = ENCERRAR): '
                       WITH NO ADVANCING
              ACCEPT WRK-ITEM-COD
              IF WRK-ITEM-COD NOT EQUAL ZEROS
                 PERFORM 0012A-VALIDAR-ITEM
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR UM ITEM DIGITADO CONTRA O CATALOGO: PRECO DO
      *    CATALOGO E PREVIA DO ICMS/IPI DO ITEM
      *----------------------------------------------------------------*
       0012A-VALIDAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PRD-ACHADO

           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1 UNTIL
                      (WRK-IND-PRD > WRK-QTDE-PRD) OR
                      (WRK-PRD-ACHADO EQUAL 'S')
              IF TAB-PRD-COD(WRK-IND-PRD) EQUAL WRK-ITEM-COD
                 MOVE 'S'              TO WRK-PRD-ACHADO
                 SUBTRACT 1            FROM WRK-IND-PRD
              END-IF
           END-PERFORM

           IF WRK-PRD-ACHADO NOT EQUAL 'S'
              DISPLAY 'PRODUTO NAO CADASTRADO NO CATALOGO'
              EXIT SECTION
           END-IF

           MOVE TAB-PRD-VALOR(WRK-IND-PRD) TO WRK-VALOR-EDIT
           DISPLAY '* ' TAB-PRD-NOME(WRK-IND-PRD) ' - PRECO: '
                    WRK-VALOR-EDIT

           DISPLAY 'QUANTIDADE: ' WITH NO ADVANCING
           ACCEPT WRK-ITEM-QTDE
           IF WRK-ITEM-QTDE EQUAL ZEROS
              DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-ITEM-PRECO-CENTS ROUNDED =
                   TAB-PRD-VALOR(WRK-IND-PRD) * 100
           COMPUTE WRK-ITEM-BRUTO-CENTS =
                   WRK-ITEM-QTDE * WRK-ITEM-PRECO-CENTS
           MOVE TAB-PRD-NCM(WRK-IND-PRD) TO WRK-ITEM-NCM
           PERFORM 0019-RESOLVER-TAXA-ITEM

           ADD 1                       TO WRK-QTD-ITENS
           MOVE WRK-ITEM-COD           TO TAB-ITEM-COD(WRK-QTD-ITENS)
           MOVE WRK-ITEM-QTDE          TO TAB-ITEM-QTDE(WRK-QTD-ITENS)
           MOVE WRK-ITEM-PRECO-CENTS   TO
                TAB-ITEM-PRECO-CENTS(WRK-QTD-ITENS)
           COMPUTE TAB-ITEM-ICMS-CENTS(WRK-QTD-ITENS) ROUNDED =
                   WRK-ITEM-BRUTO-CENTS * WRK-TX-ICMS-ITEM
           COMPUTE TAB-ITEM-IPI-CENTS(WRK-QTD-ITENS) ROUNDED =
                   WRK-ITEM-BRUTO-CENTS * WRK-TX-IPI-ITEM

           ADD WRK-ITEM-BRUTO-CENTS    TO WRK-ORC-MERC-CENTS
           ADD TAB-ITEM-ICMS-CENTS(WRK-QTD-ITENS)
                                       TO WRK-ORC-ICMS-CENTS
           ADD TAB-ITEM-IPI-CENTS(WRK-QTD-ITENS)
                                       TO WRK-ORC-IPI-CENTS

           COMPUTE WRK-VALOR-EDIT = WRK-ITEM-BRUTO-CENTS / 100
           DISPLAY '  ITEM..: ' WRK-VALOR-EDIT WITH NO ADVANCING
           COMPUTE WRK-VALOR-EDIT =
                   TAB-ITEM-ICMS-CENTS(WRK-QTD-ITENS) / 100
           DISPLAY '  ICMS: ' WRK-VALOR-EDIT WITH NO ADVANCING
           COMPUTE WRK-VALOR-EDIT =
                   TAB-ITEM-IPI-CENTS(WRK-QTD-ITENS) / 100
           DISPLAY '  IPI: ' WRK-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012a-end
       0012A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE ORCAMENTO (ORCVSEQ.dat GUARDA O
      *    ULTIMO EMITIDO, COMO O PEDVSEQ.dat DO PEDVEN1A)
      *----------------------------------------------------------------*
       0013-OBTER-PROX-ORCAMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ORC-NUMERO

           OPEN INPUT ARQ-ORCSEQ
           READ ARQ-ORCSEQ
               AT END MOVE ZEROS       TO WRK-ORC-NUMERO
               NOT AT END MOVE FD-LIN-ORCSEQ TO WRK-ORC-NUMERO
           END-READ
           CLOSE ARQ-ORCSEQ

           ADD 1                       TO WRK-ORC-NUMERO

           OPEN OUTPUT ARQ-ORCSEQ
           MOVE WRK-ORC-NUMERO         TO FD-LIN-ORCSEQ
           WRITE FD-LIN-ORCSEQ
           CLOSE ARQ-ORCSEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O ORCAMENTO E OS ITENS NOS ARQUIVOS
      *----------------------------------------------------------------*
       0014-GRAVAR-ORCAMENTO           SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-ORC NOT LESS WRK-MAX-TAB-ORC
              DISPLAY 'TABELA DE ORCAMENTOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-ORC ' REGISTROS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-ORC
           MOVE WRK-QTDE-ORC           TO WRK-IND-ORC
           MOVE WRK-ORC-NUMERO         TO TAB-ORC-NUMERO(WRK-IND-ORC)
           MOVE WRK-CLIENTE-ID         TO TAB-ORC-CLIENTE(WRK-IND-ORC)
           MOVE WRK-CLIENTE-NOME       TO TAB-ORC-NOME(WRK-IND-ORC)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-ORC-DATA(WRK-IND-ORC)
           MOVE WRK-VALIDADE           TO TAB-ORC-VALIDADE(WRK-IND-ORC)
           MOVE 'A'                    TO TAB-ORC-SITUACAO(WRK-IND-ORC)
           MOVE WRK-UF-DESTINO         TO TAB-ORC-UF(WRK-IND-ORC)
           MOVE WRK-VENDEDOR           TO TAB-ORC-VENDEDOR(WRK-IND-ORC)
           MOVE WRK-ORC-MERC-CENTS     TO
                TAB-ORC-MERC-CENTS(WRK-IND-ORC)
           MOVE WRK-ORC-TRIB-CENTS     TO
                TAB-ORC-TRIB-CENTS(WRK-IND-ORC)
           MOVE ZEROS                  TO TAB-ORC-PEDIDO(WRK-IND-ORC)
           MOVE SPACES                 TO TAB-ORC-MOTIVO(WRK-IND-ORC)

           OPEN EXTEND ARQ-ORCAMENTOS
           PERFORM 0061-MONTAR-LINHA-ORCAMENTO
           WRITE FD-LIN-ORCAMENTO
           CLOSE ARQ-ORCAMENTOS

           OPEN EXTEND ARQ-ORC-ITENS
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM > WRK-QTD-ITENS
              MOVE SPACES              TO FD-LIN-ORC-ITEM
              STRING WRK-ORC-NUMERO    DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-COD(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-QTDE(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-PRECO-CENTS(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-ICMS-CENTS(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-IPI-CENTS(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     INTO FD-LIN-ORC-ITEM
              END-STRING
              WRITE FD-LIN-ORC-ITEM
           END-PERFORM
           CLOSE ARQ-ORC-ITENS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR UM ORCAMENTO PELO NUMERO INFORMADO
      *----------------------------------------------------------------*
       0016-LOCALIZAR-ORCAMENTO        SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DO ORCAMENTO: ' WITH NO ADVANCING
           ACCEPT WRK-ORC-NUMERO

           MOVE 'N'                    TO WRK-ORC-ACHADO

           PERFORM VARYING WRK-IND-ORC FROM 1 BY 1 UNTIL
                      (WRK-IND-ORC > WRK-QTDE-ORC) OR
                      (WRK-ORC-ACHADO EQUAL 'S')
              IF TAB-ORC-NUMERO(WRK-IND-ORC) EQUAL WRK-ORC-NUMERO
                 MOVE 'S'              TO WRK-ORC-ACHADO
                 SUBTRACT 1            FROM WRK-IND-ORC
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ITENS DO ORCAMENTO CORRENTE NA TABELA
      *----------------------------------------------------------------*
       0017-CARREGAR-ITENS-ORCAMENTO   SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ORC-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ORC-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-ITM-ORC-LIDO
                                          WRK-ITM-COD-LIDO
                                          WRK-ITM-QTDE-LIDA
                                          WRK-ITM-PRECO-LIDO
                                          WRK-ITM-ICMS-LIDO
                                          WRK-ITM-IPI-LIDO
                    UNSTRING FD-LIN-ORC-ITEM DELIMITED BY SEP
                       INTO WRK-ITM-ORC-LIDO
                            WRK-ITM-COD-LIDO
                            WRK-ITM-QTDE-LIDA
                            WRK-ITM-PRECO-LIDO
                            WRK-ITM-ICMS-LIDO
                            WRK-ITM-IPI-LIDO
                    END-UNSTRING
                    IF WRK-ITM-ORC-LIDO EQUAL WRK-ORC-NUMERO
                       AND WRK-QTD-ITENS LESS WRK-MAX-ITENS
                       ADD 1           TO WRK-QTD-ITENS
                       MOVE WRK-ITM-COD-LIDO
                            TO TAB-ITEM-COD(WRK-QTD-ITENS)
                       MOVE WRK-ITM-QTDE-LIDA
                            TO TAB-ITEM-QTDE(WRK-QTD-ITENS)
                       MOVE WRK-ITM-PRECO-LIDO
                            TO TAB-ITEM-PRECO-CENTS(WRK-QTD-ITENS)
                       MOVE WRK-ITM-ICMS-LIDO
                            TO TAB-ITEM-ICMS-CENTS(WRK-QTD-ITENS)
                       MOVE WRK-ITM-IPI-LIDO
                            TO TAB-ITEM-IPI-CENTS(WRK-QTD-ITENS)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ORC-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O VENDEDOR DO ORCAMENTO: O NOME DEVE EXISTIR EM
      *    CADASTRO3.dat (MESMA REGRA DO PEDVEN1A). EM BRANCO, O
      *    ORCAMENTO SEGUE SEM VENDEDOR
      *----------------------------------------------------------------*
       0018-IDENTIFICAR-VENDEDOR       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VENDEDOR-OK
           MOVE SPACES                 TO WRK-VENDEDOR

           DISPLAY 'VENDEDOR (EM BRANCO = SEM VENDEDOR): '
                    WITH NO ADVANCING
           ACCEPT WRK-VENDEDOR
           MOVE FUNCTION UPPER-CASE(WRK-VENDEDOR) TO WRK-VENDEDOR

           IF WRK-VENDEDOR EQUAL SPACES
              MOVE 'S'                 TO WRK-VENDEDOR-OK
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-VEN

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                      OR WRK-VENDEDOR-OK EQUAL 'S'
              READ ARQUIVO-VEN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(FDV-NOME))
                       EQUAL FUNCTION TRIM(WRK-VENDEDOR)
                       MOVE 'S'        TO WRK-VENDEDOR-OK
                       MOVE FDV-NOME   TO WRK-VENDEDOR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-VEN
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-VENDEDOR-OK EQUAL 'S'
              DISPLAY 'VENDEDOR: ' WRK-VENDEDOR
           ELSE
              DISPLAY 'VENDEDOR NAO LOCALIZADO EM CADASTRO3.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESOLVER AS TAXAS DO ITEM: NCM DO PRODUTO + UF DE DESTINO
      *    NA MATRIZ; SEM LINHA NA MATRIZ (OU PRODUTO SEM NCM) VALEM
      *    O ICMS GLOBAL DE IMPOSTOS.dat E IPI ZERO - MESMA REGRA DO
      *    0060 DO PROG027A E DO 0034 DO PEDVEN1A
      *----------------------------------------------------------------*
       0019-RESOLVER-TAXA-ITEM         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TX-ICMS            TO WRK-TX-ICMS-ITEM
           MOVE ZEROS                  TO WRK-TX-IPI-ITEM

           IF WRK-ITEM-NCM EQUAL SPACES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-NCM FROM 1 BY 1 UNTIL
                      WRK-IND-NCM > WRK-QTDE-NCM
              IF TAB-NCM-CODIGO(WRK-IND-NCM) EQUAL WRK-ITEM-NCM AND
                 TAB-NCM-UF(WRK-IND-NCM) EQUAL WRK-UF-DESTINO
                 MOVE TAB-NCM-TX-ICMS(WRK-IND-NCM)
                                       TO WRK-TX-ICMS-ITEM
                 MOVE TAB-NCM-TX-IPI(WRK-IND-NCM)
                                       TO WRK-TX-IPI-ITEM
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ORCAMENTO GANHO: CONVERTE NUM SO PASSO NO PEDIDO DE VENDA
      *    DO PEDVEN1A - NUMERO DE PEDVSEQ.dat, RESERVA DE CADA ITEM
      *    (LOJA -> RESRV) E GRAVACAO EM PEDVENDA.dat/PEDVITEM.dat. O
      *    ITEM SEM SALDO DESFAZ AS RESERVAS E O ORCAMENTO SEGUE
      *    ABERTO
      *----------------------------------------------------------------*
       0020-CONVERTER-ORCAMENTO        SECTION.
      *----------------------------------------------------------------*

           PERFORM 0016-LOCALIZAR-ORCAMENTO

           IF WRK-ORC-ACHADO NOT EQUAL 'S'
              DISPLAY 'ORCAMENTO NAO ENCONTRADO'
              EXIT SECTION
           END-IF
           IF TAB-ORC-SITUACAO(WRK-IND-ORC) NOT EQUAL 'A'
              DISPLAY 'SO ORCAMENTO ABERTO PODE SER CONVERTIDO'
              EXIT SECTION
           END-IF

           PERFORM 0017-CARREGAR-ITENS-ORCAMENTO
           IF WRK-QTD-ITENS EQUAL ZEROS
              DISPLAY 'ORCAMENTO SEM ITENS - CONVERSAO ABANDONADA'
              EXIT SECTION
           END-IF

           MOVE TAB-ORC-CLIENTE(WRK-IND-ORC)  TO WRK-CLIENTE-ID
           MOVE TAB-ORC-NOME(WRK-IND-ORC)     TO WRK-CLIENTE-NOME
           MOVE TAB-ORC-VENDEDOR(WRK-IND-ORC) TO WRK-VENDEDOR

           PERFORM 0021-OBTER-PROX-PEDIDO

      *    RESERVA CADA ITEM - O ITEM SEM SALDO NA LOJA DERRUBA A
      *    CONVERSAO E DESFAZ AS RESERVAS JA FEITAS
           MOVE 'S'                    TO WRK-MOV-OK
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      (WRK-IND-ITEM > WRK-QTD-ITENS) OR
                      (WRK-MOV-OK EQUAL 'N')
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'RESERVA PEDIDO'    TO WRK-MOV-MOTIVO
              PERFORM 0050-RESERVAR-ITEM
           END-PERFORM

           IF WRK-MOV-OK EQUAL 'N'
              PERFORM 0022-DESFAZER-RESERVAS
              DISPLAY 'CONVERSAO ABANDONADA - ESTOQUE INSUFICIENTE. '
                      'O ORCAMENTO SEGUE ABERTO'
              EXIT SECTION
           END-IF

           PERFORM 0023-GRAVAR-PEDIDO

           MOVE 'G'                    TO TAB-ORC-SITUACAO(WRK-IND-ORC)
           MOVE WRK-PEDIDO-NUMERO      TO TAB-ORC-PEDIDO(WRK-IND-ORC)
           PERFORM 0060-REGRAVAR-ORCAMENTOS

           DISPLAY 'ORCAMENTO ' WRK-ORC-NUMERO ' GANHO - PEDIDO '
                   WRK-PEDIDO-NUMERO ' INCLUIDO COM RESERVA DE '
                   'ESTOQUE'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE PEDIDO DE PEDVSEQ.dat (MESMA
      *    SEQUENCIA DO PEDVEN1A)
      *----------------------------------------------------------------*
       0021-OBTER-PROX-PEDIDO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PEDIDO-NUMERO

           OPEN INPUT ARQ-PEDSEQ
           READ ARQ-PEDSEQ
               AT END MOVE ZEROS       TO WRK-PEDIDO-NUMERO
               NOT AT END MOVE FD-LIN-PEDSEQ TO WRK-PEDIDO-NUMERO
           END-READ
           CLOSE ARQ-PEDSEQ

           ADD 1                       TO WRK-PEDIDO-NUMERO

           OPEN OUTPUT ARQ-PEDSEQ
           MOVE WRK-PEDIDO-NUMERO      TO FD-LIN-PEDSEQ
           WRITE FD-LIN-PEDSEQ
           CLOSE ARQ-PEDSEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESFAZER AS RESERVAS JA FEITAS DE UMA CONVERSAO ABANDONADA
      *    (OS ITENS ANTERIORES AO QUE FALHOU)
      *----------------------------------------------------------------*
       0022-DESFAZER-RESERVAS          SECTION.
      *----------------------------------------------------------------*

      *    O VARYING JA AVANCOU ALEM DO ITEM QUE FALHOU
           SUBTRACT 1 FROM WRK-IND-ITEM GIVING WRK-IND-LOC2

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM NOT LESS WRK-IND-LOC2
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'RESERVA DESFEITA'  TO WRK-MOV-MOTIVO
              PERFORM 0051-LIBERAR-ITEM
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PEDIDO ABERTO E OS ITENS NO LAYOUT DO PEDVEN1A,
      *    COM O PRECO E O VENDEDOR DO ORCAMENTO
      *----------------------------------------------------------------*
       0023-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-PEDIDOS
           MOVE SPACES                 TO FD-LIN-PEDIDO
           STRING WRK-PEDIDO-NUMERO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CLIENTE-ID       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CLIENTE-NOME)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'A'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-VENDEDOR)
                                       DELIMITED BY SIZE
                  INTO FD-LIN-PEDIDO
           END-STRING
           WRITE FD-LIN-PEDIDO
           CLOSE ARQ-PEDIDOS

           OPEN EXTEND ARQ-ITENS
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM > WRK-QTD-ITENS
              MOVE SPACES              TO FD-LIN-ITEM
              STRING WRK-PEDIDO-NUMERO DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-COD(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-QTDE(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-PRECO-CENTS(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     INTO FD-LIN-ITEM
              END-STRING
              WRITE FD-LIN-ITEM
           END-PERFORM
           CLOSE ARQ-ITENS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ORCAMENTO PERDIDO: REGISTRA O MOTIVO INFORMADO
      *----------------------------------------------------------------*
       0030-REGISTRAR-PERDA            SECTION.
      *----------------------------------------------------------------*

           PERFORM 0016-LOCALIZAR-ORCAMENTO

           IF WRK-ORC-ACHADO NOT EQUAL 'S'
              DISPLAY 'ORCAMENTO NAO ENCONTRADO'
              EXIT SECTION
           END-IF
           IF TAB-ORC-SITUACAO(WRK-IND-ORC) NOT EQUAL 'A' AND
              TAB-ORC-SITUACAO(WRK-IND-ORC) NOT EQUAL 'E'
              DISPLAY 'SO ORCAMENTO ABERTO OU EXPIRADO PODE SER '
                      'DADO COMO PERDIDO'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-ORC-MOTIVO
           DISPLAY 'MOTIVO DA PERDA (PRECO, PRAZO, CONCORRENTE...): '
                    WITH NO ADVANCING
           ACCEPT WRK-ORC-MOTIVO
           MOVE FUNCTION UPPER-CASE(WRK-ORC-MOTIVO) TO WRK-ORC-MOTIVO
           INSPECT WRK-ORC-MOTIVO REPLACING ALL '|' BY SPACE
           IF WRK-ORC-MOTIVO EQUAL SPACES
              DISPLAY 'MOTIVO OBRIGATORIO - PERDA NAO REGISTRADA'
              EXIT SECTION
           END-IF

           MOVE 'P'                    TO TAB-ORC-SITUACAO(WRK-IND-ORC)
           MOVE WRK-ORC-MOTIVO         TO TAB-ORC-MOTIVO(WRK-IND-ORC)
           PERFORM 0060-REGRAVAR-ORCAMENTOS

           DISPLAY 'ORCAMENTO ' WRK-ORC-NUMERO ' REGISTRADO COMO '
                   'PERDIDO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS ORCAMENTOS COM A SITUACAO
      *----------------------------------------------------------------*
       0040-LISTAR-ORCAMENTOS          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ORCAM. | CLIENTE | DATA     | VALIDADE | SIT | '
                   'MERCADORIA | PEDIDO/MOTIVO'

           PERFORM VARYING WRK-IND-ORC FROM 1 BY 1 UNTIL
                      WRK-IND-ORC > WRK-QTDE-ORC
              COMPUTE WRK-VALOR-EDIT =
                      TAB-ORC-MERC-CENTS(WRK-IND-ORC) / 100
              EVALUATE TAB-ORC-SITUACAO(WRK-IND-ORC)
                 WHEN 'G'
                    DISPLAY TAB-ORC-NUMERO(WRK-IND-ORC) ' | '
                            TAB-ORC-NOME(WRK-IND-ORC) ' | '
                            TAB-ORC-DATA(WRK-IND-ORC) ' | '
                            TAB-ORC-VALIDADE(WRK-IND-ORC) ' | '
                            TAB-ORC-SITUACAO(WRK-IND-ORC) ' | '
                            WRK-VALOR-EDIT ' | PEDIDO '
                            TAB-ORC-PEDIDO(WRK-IND-ORC)
                 WHEN 'P'
                    DISPLAY TAB-ORC-NUMERO(WRK-IND-ORC) ' | '
                            TAB-ORC-NOME(WRK-IND-ORC) ' | '
                            TAB-ORC-DATA(WRK-IND-ORC) ' | '
                            TAB-ORC-VALIDADE(WRK-IND-ORC) ' | '
                            TAB-ORC-SITUACAO(WRK-IND-ORC) ' | '
                            WRK-VALOR-EDIT ' | '
                            TAB-ORC-MOTIVO(WRK-IND-ORC)
                 WHEN OTHER
                    DISPLAY TAB-ORC-NUMERO(WRK-IND-ORC) ' | '
                            TAB-ORC-NOME(WRK-IND-ORC) ' | '
                            TAB-ORC-DATA(WRK-IND-ORC) ' | '
                            TAB-ORC-VALIDADE(WRK-IND-ORC) ' | '
                            TAB-ORC-SITUACAO(WRK-IND-ORC) ' | '
                            WRK-VALOR-EDIT
              END-EVALUATE
           END-PERFORM

           IF WRK-QTDE-ORC EQUAL ZEROS
              DISPLAY '(SEM ORCAMENTOS)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESERVAR UM ITEM: MOVE A QUANTIDADE DO LOCAL LOJA PARA O
      *    LOCAL RESRV DO REGISTRO DO PRODUTO, COM MOVIMENTO EM
      *    MOVESTOQ.dat (MESMA REGRA DO 0050 DO PEDVEN1A)
      *----------------------------------------------------------------*
       0050-RESERVAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-MOV-OK

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - RESERVA NAO FEITA'
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM FICHA DE '
                         'ESTOQUE - RESERVA NAO FEITA'
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-READ

           PERFORM 0053-LOCALIZAR-LOCAIS

           IF WRK-IND-LOJA EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM SALDO NO LOCAL '
                      'LOJA - RESERVA NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           IF FDE-LOCAL-QTDE(WRK-IND-LOJA) LESS WRK-ITEM-QTDE
              DISPLAY 'SALDO DA LOJA INSUFICIENTE PARA O PRODUTO '
                       WRK-ITEM-COD ' - RESERVA NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           IF WRK-IND-RESRV EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM VAGA DE LOCAL '
                      'PARA A RESERVA - RESERVA NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           SUBTRACT WRK-ITEM-QTDE      FROM
                                       FDE-LOCAL-QTDE(WRK-IND-LOJA)
           MOVE WRK-LOCAL-RESERVA      TO
                FDE-LOCAL-COD(WRK-IND-RESRV)
           ADD WRK-ITEM-QTDE           TO
                                       FDE-LOCAL-QTDE(WRK-IND-RESRV)

           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO ' WRK-ITEM-COD
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-REWRITE

           CLOSE ARQUIVO-EST

           MOVE 'S'                    TO WRK-MOV-SENTIDO
           MOVE '-'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-LOJA         TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO
           MOVE 'E'                    TO WRK-MOV-SENTIDO
           MOVE '+'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-RESERVA      TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO

           MOVE 'S'                    TO WRK-MOV-OK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR UM ITEM RESERVADO: MOVE A QUANTIDADE DO LOCAL
      *    RESRV DE VOLTA PARA A LOJA
      *----------------------------------------------------------------*
       0051-LIBERAR-ITEM               SECTION.
      *----------------------------------------------------------------*

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - LIBERACAO NAO FEITA'
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM FICHA DE '
                         'ESTOQUE - LIBERACAO NAO FEITA'
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-READ

           PERFORM 0053-LOCALIZAR-LOCAIS

           IF WRK-IND-RESRV EQUAL ZEROS OR
              FDE-LOCAL-COD(WRK-IND-RESRV) NOT EQUAL
                 WRK-LOCAL-RESERVA OR
              FDE-LOCAL-QTDE(WRK-IND-RESRV) LESS WRK-ITEM-QTDE
              DISPLAY 'RESERVA DO PRODUTO ' WRK-ITEM-COD
                      ' NAO LOCALIZADA - LIBERACAO NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           IF WRK-IND-LOJA EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM LOCAL LOJA - '
                      'LIBERACAO NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           SUBTRACT WRK-ITEM-QTDE      FROM
                                       FDE-LOCAL-QTDE(WRK-IND-RESRV)
           ADD WRK-ITEM-QTDE           TO
                                       FDE-LOCAL-QTDE(WRK-IND-LOJA)

           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO ' WRK-ITEM-COD
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-REWRITE

           CLOSE ARQUIVO-EST

           MOVE 'S'                    TO WRK-MOV-SENTIDO
           MOVE '-'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-RESERVA      TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO
           MOVE 'E'                    TO WRK-MOV-SENTIDO
           MOVE '+'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-LOJA         TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR OS SLOTS DOS LOCAIS LOJA E RESRV NO REGISTRO
      *    CORRENTE DO ESTOQUE - PARA A RESERVA, UM SLOT LIVRE
      *    (CODIGO EM BRANCO) SERVE DE VAGA QUANDO RESRV NAO EXISTE
      *----------------------------------------------------------------*
       0053-LOCALIZAR-LOCAIS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IND-LOJA
                                          WRK-IND-RESRV

           PERFORM VARYING WRK-IND-LOCAL FROM 1 BY 1 UNTIL
                      WRK-IND-LOCAL > 10
              IF FDE-LOCAL-COD(WRK-IND-LOCAL) EQUAL WRK-LOCAL-LOJA
                 AND WRK-IND-LOJA EQUAL ZEROS
                 MOVE WRK-IND-LOCAL    TO WRK-IND-LOJA
              END-IF
              IF FDE-LOCAL-COD(WRK-IND-LOCAL) EQUAL
                 WRK-LOCAL-RESERVA AND WRK-IND-RESRV EQUAL ZEROS
                 MOVE WRK-IND-LOCAL    TO WRK-IND-RESRV
              END-IF
           END-PERFORM

           IF WRK-IND-RESRV EQUAL ZEROS
              PERFORM VARYING WRK-IND-LOCAL FROM 1 BY 1 UNTIL
                         WRK-IND-LOCAL > 10
                 IF FDE-LOCAL-COD(WRK-IND-LOCAL) EQUAL SPACES AND
                    WRK-IND-RESRV EQUAL ZEROS
                    MOVE WRK-IND-LOCAL TO WRK-IND-RESRV
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0053-end
       0053-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM MOVIMENTO EM MOVESTOQ.dat NO FORMATO DO
      *    PEDVEN1A, COM O NUMERO DO PEDIDO NO MOTIVO
      *----------------------------------------------------------------*
       0054-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ITEM-QTDE          TO WRK-MOV-QTDE

           OPEN EXTEND ARQUIVO-MOV
           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  WRK-ITEM-COD '|' WRK-MOV-LOCAL '|'
                  WRK-MOV-SENTIDO '|' WRK-MOV-SINAL '|' '00'
                  WRK-MOV-QTDE '|'
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MOV-MOTIVO) DELIMITED BY SIZE
                  ' ' WRK-PEDIDO-NUMERO '|' 'PEDVENDA' '|' '|'
                  FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
           CLOSE ARQUIVO-MOV
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0054-end
       0054-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR ORCVENDA.dat COM AS SITUACOES DA TABELA
      *----------------------------------------------------------------*
       0060-REGRAVAR-ORCAMENTOS        SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-ORCAMENTOS

           PERFORM VARYING WRK-IND-ORC FROM 1 BY 1 UNTIL
                      WRK-IND-ORC > WRK-QTDE-ORC
              PERFORM 0061-MONTAR-LINHA-ORCAMENTO
              WRITE FD-LIN-ORCAMENTO
           END-PERFORM

           CLOSE ARQ-ORCAMENTOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR A LINHA DE ORCVENDA.dat DA POSICAO WRK-IND-ORC
      *----------------------------------------------------------------*
       0061-MONTAR-LINHA-ORCAMENTO     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-ORCAMENTO
           STRING TAB-ORC-NUMERO(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-CLIENTE(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(TAB-ORC-NOME(WRK-IND-ORC))
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-DATA(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-VALIDADE(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-SITUACAO(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-UF(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(TAB-ORC-VENDEDOR(WRK-IND-ORC))
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-MERC-CENTS(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-TRIB-CENTS(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-ORC-PEDIDO(WRK-IND-ORC)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(TAB-ORC-MOTIVO(WRK-IND-ORC))
                                       DELIMITED BY SIZE
                  INTO FD-LIN-ORCAMENTO
           END-STRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
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
