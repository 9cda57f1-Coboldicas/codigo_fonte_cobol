      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: EXPEDICAO DAS NOTAS DE PEDIDO FATURADAS NO
      *              PEDVEN1A (NFREG.dat COM ORIGEM 'P'+PEDIDO, NA
      *              FILIAL DESTA INSTALACAO, VIA FILIAL1B; NOTA
      *              CANCELADA OU REEMITIDA EM NOTASTATUS.dat NAO SAI).
      *              1 - LISTA DE SEPARACAO DO DIA (SEPARA.txt): AS
      *              LINHAS DE PEDVITEM.dat DAS NOTAS DO DIA AINDA NAO
      *              SEPARADAS, A RETIRAR DO LOCAL 'RESRV' DO
      *              ESTOQUE.dat, AGRUPADAS POR LOCAL E ENDERECO
      *              (ENDERECO.dat) - A NOTA PASSA A 'SEPARADA'.
      *              2 - ROMANEIO DE ENTREGA: ROTA, VEICULO E MOTORISTA
      *              COM AS NOTAS SEPARADAS ESCOLHIDAS, PESO E CUBAGEM
      *              TOTAIS PELO CATALOGO (ROMSEQ.dat, ROMANEIO.dat E
      *              A FOLHA ROMANEIO.txt) - A NOTA PASSA A 'EM ROTA'.
      *              3 - RETORNO DO MOTORISTA: CADA NOTA DO ROMANEIO
      *              VOLTA 'ENTREGUE' OU 'RECUSADA'; A MERCADORIA DA
      *              NOTA RECUSADA VOLTA AO LOCAL 'LOJA' DO ESTOQUE
      *              COM MOVIMENTO 'RECUSA NF' EM MOVESTOQ.dat.
      *              A SITUACAO DE EXPEDICAO DE CADA NOTA FICA EM
      *              EXPEDNF.dat (VALE A ULTIMA LINHA DA NOTA, COMO EM
      *              NOTASTATUS.dat).
      * NOME.......: EXPED01A
      *----------------------------------------------------------------*
      * CAUDA LOGISTICA DE PRODUTOS.dat (APOS O ORIGEM; LINHA SEM A
      * CAUDA = PESO E CUBAGEM ZERO):
      *   PESO-KG 9(05)V999 | CUBAGEM-M3 9(03)V999 (SEM SEPARADOR)
      * LAYOUT DE ENDERECO.dat (PIPE):
      *   COD-PRODUTO(5)|LOCAL(5)|ENDERECO (RUA-ESTANTE-NIVEL, 10)
      * LAYOUT DE EXPEDNF.dat (PIPE):
      *   NOTA(6)|PEDIDO(6)|DATA(8)|SITUACAO|ROMANEIO(6)|FILIAL(3)
      *   (SEPARADA / EM ROTA / ENTREGUE / RECUSADA)
      * LAYOUT DE ROMANEIO.dat (PIPE):
      *   NUMERO(6)|DATA(8)|ROTA|VEICULO|MOTORISTA|QTDE-NOTAS(3)|
      *   PESO-G(9)|CUBAGEM-DM3(9)|FILIAL(3)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPED01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRD ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-END ASSIGN TO 'ENDERECO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-EXP ASSIGN TO 'EXPEDNF.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ROMSEQ ASSIGN TO 'ROMSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ROMANEIO ASSIGN TO 'ROMANEIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SEPARACAO ASSIGN TO 'SEPARA.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-FOLHA-ROM ASSIGN TO 'ROMANEIO.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT OPTIONAL ARQUIVO-MOV ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

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

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM-PED                PIC X(040).

      *    MESMO REGISTRO DO PROG027A, COM A CAUDA LOGISTICA
       FD  ARQUIVO-PRD.
       01  FD-LIN-PRODUTOS.
         05 FD-COD-PRODUTO                PIC 9(05).
         05 FD-NOME-PRODUTO               PIC X(30).
         05 FD-VALOR-PRODUTO              PIC 9(06)V99.
         05 FD-NCM-PRODUTO                PIC X(08).
         05 FD-CFOP-PRODUTO               PIC X(04).
         05 FD-ORIGEM-PRODUTO             PIC X(01).
         05 FD-PESO-PRODUTO               PIC X(08).
         05 FD-PESO-PRODUTO-N REDEFINES FD-PESO-PRODUTO
                                          PIC 9(05)V999.
         05 FD-CUBAGEM-PRODUTO            PIC X(06).
         05 FD-CUBAGEM-PRODUTO-N REDEFINES FD-CUBAGEM-PRODUTO
                                          PIC 9(03)V999.

       FD  ARQUIVO-END.
       01  FD-LIN-ENDERECO                PIC X(040).

       FD  ARQUIVO-EXP.
       01  FD-LIN-EXPEDICAO               PIC X(060).

       FD  ARQ-ROMSEQ.
       01  FD-LIN-ROMSEQ                  PIC 9(06).

       FD  ARQ-ROMANEIO.
       01  FD-LIN-ROMANEIO                PIC X(120).

       FD  ARQ-SEPARACAO.
       01  FD-LIN-SEPARACAO               PIC X(100).

       FD  ARQ-FOLHA-ROM.
       01  FD-LIN-FOLHA-ROM               PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-RESP                       PIC X(01) VALUE SPACES.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.
       01  WRK-FS-ESTOQUE                 PIC X(02) VALUE SPACES.
       01  WRK-LOCAL-LOJA                 PIC X(05) VALUE 'LOJA '.
       01  WRK-LOCAL-RESERVA              PIC X(05) VALUE 'RESRV'.
       01  WRK-SEM-ENDERECO               PIC X(10) VALUE 'SEM ENDER.'.

      *--- Registro fiscal lido (LAYOUT GRAVADO PELO PROG027A)
       01  NFR-NUMERO                     PIC 9(06) VALUE ZEROS.
       01  NFR-DATA                       PIC 9(08) VALUE ZEROS.
       01  WRK-STR-DESCARTE               PIC X(11) VALUE SPACES.
       01  WRK-STR-CLIENTE                PIC X(05) VALUE SPACES.
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.

      *--- Ultima situacao das notas da filial (NOTASTATUS.dat):
      *    'C' = CANCELADA OU REEMITIDA / 'E' = OUTRAS
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-CANC               PIC 9(03) VALUE 500.
       01  WRK-QTDE-CANC                  PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CANC                   PIC 9(03) VALUE ZEROS.
       01  WRK-NOTA-CANCELADA             PIC X(01) VALUE 'N'.
       01  WRK-NOTA-CONSULTA              PIC 9(06) VALUE ZEROS.
       01  TAB-CANCELADAS.
           05  TAB-CANC-LINHA OCCURS 500 TIMES.
               10  TAB-CANC-NOTA          PIC 9(06).
               10  TAB-CANC-SIT           PIC X(01).

      *--- Notas de pedido da filial (NFREG.dat); TAB-NOT-SEL = 'S'
      *    MARCA AS NOTAS DA LISTA, DO ROMANEIO OU DO RETORNO
       01  WRK-MAX-TAB-NOT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-NOT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-NOT                    PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-SEL                   PIC 9(03) VALUE ZEROS.
       01  TAB-NOTAS.
           05  TAB-NOT-LINHA OCCURS 500 TIMES.
               10  TAB-NOT-NUMERO         PIC 9(06).
               10  TAB-NOT-DATA           PIC 9(08).
               10  TAB-NOT-CLIENTE        PIC 9(05).
               10  TAB-NOT-PEDIDO         PIC 9(06).
               10  TAB-NOT-SEL            PIC X(01).
               10  TAB-NOT-VOLUMES        PIC 9(05).
               10  TAB-NOT-PESO           PIC 9(07)V999.
               10  TAB-NOT-CUBAGEM        PIC 9(05)V999.

      *--- Ultima situacao de expedicao (EXPEDNF.dat) das notas da
      *    filial: 'S' = SEPARADA / 'R' = EM ROTA / 'E' = ENTREGUE /
      *    'X' = RECUSADA
       01  WRK-EXP-NOTA-LIDA              PIC X(06) VALUE SPACES.
       01  WRK-EXP-PEDIDO-LIDO            PIC X(06) VALUE SPACES.
       01  WRK-EXP-DATA-LIDA              PIC X(08) VALUE SPACES.
       01  WRK-EXP-SITUACAO-LIDA          PIC X(10) VALUE SPACES.
       01  WRK-EXP-ROMANEIO-LIDO          PIC X(06) VALUE SPACES.
       01  WRK-EXP-FILIAL-LIDA            PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-EXP                PIC 9(03) VALUE 500.
       01  WRK-QTDE-EXP                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-EXP                    PIC 9(03) VALUE ZEROS.
       01  WRK-EXP-ACHADA                 PIC 9(03) VALUE ZEROS.
       01  TAB-EXPEDICAO.
           05  TAB-EXP-LINHA OCCURS 500 TIMES.
               10  TAB-EXP-NOTA           PIC 9(06).
               10  TAB-EXP-SIT            PIC X(01).
               10  TAB-EXP-ROMANEIO       PIC 9(06).
       01  WRK-EXP-SITUACAO               PIC X(10) VALUE SPACES.
       01  WRK-EXP-ROMANEIO               PIC 9(06) VALUE ZEROS.

      *--- Catalogo (PRODUTOS.dat): nome, peso e cubagem
       01  WRK-MAX-TAB-CAT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-CAT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(03) VALUE ZEROS.
       01  WRK-CAT-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-ITEM OCCURS 300 TIMES.
               10  TAB-CAT-COD            PIC 9(05).
               10  TAB-CAT-NOME           PIC X(30).
               10  TAB-CAT-PESO           PIC 9(05)V999.
               10  TAB-CAT-CUBAGEM        PIC 9(03)V999.

      *--- Enderecamento (ENDERECO.dat): produto + local -> endereco
       01  WRK-END-COD-LIDO               PIC X(05) VALUE SPACES.
       01  WRK-END-LOCAL-LIDO             PIC X(05) VALUE SPACES.
       01  WRK-END-ENDERECO-LIDO          PIC X(10) VALUE SPACES.
       01  WRK-MAX-TAB-END                PIC 9(03) VALUE 500.
       01  WRK-QTDE-END                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-END                    PIC 9(03) VALUE ZEROS.
       01  TAB-ENDERECOS.
           05  TAB-END-LINHA OCCURS 500 TIMES.
               10  TAB-END-COD            PIC 9(05).
               10  TAB-END-LOCAL          PIC X(05).
               10  TAB-END-ENDERECO       PIC X(10).

      *--- Itens (PEDVITEM.dat) das notas selecionadas
       01  WRK-PIT-PEDIDO                 PIC X(06) VALUE SPACES.
       01  WRK-PIT-COD                    PIC X(05) VALUE SPACES.
       01  WRK-PIT-QTDE                   PIC X(05) VALUE SPACES.
       01  WRK-PIT-PRECO                  PIC X(10) VALUE SPACES.
       01  WRK-MAX-TAB-ITN                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-ITN                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-ITN                    PIC 9(04) VALUE ZEROS.
       01  TAB-ITENS.
           05  TAB-ITN-LINHA OCCURS 2000 TIMES.
               10  TAB-ITN-NOTA           PIC 9(06).
               10  TAB-ITN-PEDIDO         PIC 9(06).
               10  TAB-ITN-COD            PIC 9(05).
               10  TAB-ITN-QTDE           PIC 9(05).
       01  WRK-ITEM-COD                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-QTDE                  PIC 9(05) VALUE ZEROS.

      *--- Lista de separacao: linhas classificadas por local,
      *    endereco, produto e nota
       01  WRK-MAX-TAB-SEP                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-SEP                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-SEP                    PIC 9(04) VALUE ZEROS.
       01  WRK-IND-SEP2                   PIC 9(04) VALUE ZEROS.
       01  TAB-SEPARACAO.
           05  TAB-SEP-LINHA OCCURS 2000 TIMES.
               10  TAB-SEP-CHAVE.
                   15  TAB-SEP-LOCAL      PIC X(05).
                   15  TAB-SEP-ENDERECO   PIC X(10).
                   15  TAB-SEP-COD        PIC 9(05).
                   15  TAB-SEP-NOTA       PIC 9(06).
               10  TAB-SEP-PEDIDO         PIC 9(06).
               10  TAB-SEP-QTDE           PIC 9(05).
       01  WRK-SEP-TROCA.
           05  FILLER                     PIC X(26).
           05  FILLER                     PIC 9(06).
           05  FILLER                     PIC 9(05).
       01  WRK-SEP-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-QUEBRA-LOCAL               PIC X(05) VALUE SPACES.
       01  WRK-QUEBRA-ENDERECO            PIC X(10) VALUE SPACES.
       01  WRK-QTDE-ENDERECO              PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-TOTAL-SEP             PIC 9(07) VALUE ZEROS.
       01  WRK-LINHA-REL                  PIC X(100) VALUE SPACES.

      *--- Romaneio de entrega
       01  WRK-ROM-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WRK-ROM-ROTA                   PIC X(15) VALUE SPACES.
       01  WRK-ROM-VEICULO                PIC X(08) VALUE SPACES.
       01  WRK-ROM-MOTORISTA              PIC X(30) VALUE SPACES.
       01  WRK-ROM-NOTA                   PIC 9(06) VALUE ZEROS.
       01  WRK-ROM-PESO                   PIC 9(07)V999 VALUE ZEROS.
       01  WRK-ROM-CUBAGEM                PIC 9(05)V999 VALUE ZEROS.
       01  WRK-ROM-VOLUMES                PIC 9(07) VALUE ZEROS.
       01  WRK-ROM-PESO-G                 PIC 9(09) VALUE ZEROS.
       01  WRK-ROM-CUBAGEM-DM3            PIC 9(09) VALUE ZEROS.
       01  WRK-PESO-EDIT                  PIC Z.ZZZ.ZZ9,999.
       01  WRK-CUBAGEM-EDIT               PIC ZZ.ZZ9,999.
       01  WRK-CLIENTE-NOME               PIC X(30) VALUE SPACES.
       01  WRK-CLIENTE-PROCURADO          PIC 9(05) VALUE ZEROS.

      *--- Retorno do motorista
       01  WRK-QTDE-ENTREGUES             PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-RECUSADAS             PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-PENDENTES             PIC 9(03) VALUE ZEROS.

      *--- Movimento de estoque
       01  WRK-IND-LOCAL                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND3                       PIC 9(02) VALUE ZEROS.
       01  WRK-ACHOU-LOCAL                PIC X(01) VALUE 'N'.
       01  WRK-MOV-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-MOTIVO                     PIC X(19) VALUE SPACES.

      *--- Filial desta instalacao: filtro das notas e carimbo de
      *    EXPEDNF.dat, ROMANEIO.dat E MOVESTOQ.dat
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

           PERFORM 0005-CARREGAR-CATALOGO
           PERFORM 0009-TELA-MENU
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
      *    CARREGAR A ULTIMA SITUACAO DAS NOTAS DA FILIAL DESTA
      *    INSTALACAO (NOTASTATUS.dat - SEM FILIAL = MATRIZ)
      *----------------------------------------------------------------*
       0002-CARREGAR-SITUACOES         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CANC
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-STATUS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-STATUS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-STATUS-NOTA-LIDA
                    MOVE SPACES        TO WRK-STATUS-SITUACAO-LIDA
                                          WRK-STATUS-FILIAL-LIDA
                    UNSTRING FD-LIN-STATUS DELIMITED BY SEP
                             INTO WRK-STATUS-NOTA-LIDA
                                  WRK-STATUS-SITUACAO-LIDA
                                  WRK-STATUS-FILIAL-LIDA
                    END-UNSTRING
                    IF WRK-STATUS-FILIAL-LIDA EQUAL SPACES
                       MOVE FIL001A-MATRIZ
                                       TO WRK-STATUS-FILIAL-LIDA
                    END-IF
                    IF WRK-STATUS-FILIAL-LIDA EQUAL FIL001A-CODIGO
                       PERFORM 0002A-REGISTRAR-SITUACAO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-STATUS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A ULTIMA SITUACAO LIDA DE UMA NOTA NA TABELA
      *----------------------------------------------------------------*
       0002A-REGISTRAR-SITUACAO        SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF WRK-STATUS-NOTA-LIDA EQUAL
                 TAB-CANC-NOTA(WRK-IND-CANC)
                 IF WRK-STATUS-SITUACAO-LIDA EQUAL 'CANCELADA' OR
                    WRK-STATUS-SITUACAO-LIDA EQUAL 'REEMITIDA'
                    MOVE 'C'           TO TAB-CANC-SIT(WRK-IND-CANC)
                 ELSE
                    MOVE 'E'           TO TAB-CANC-SIT(WRK-IND-CANC)
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF WRK-QTDE-CANC LESS WRK-MAX-TAB-CANC
              ADD 1                    TO WRK-QTDE-CANC
              MOVE WRK-STATUS-NOTA-LIDA
                                       TO TAB-CANC-NOTA(WRK-QTDE-CANC)
              IF WRK-STATUS-SITUACAO-LIDA EQUAL 'CANCELADA' OR
                 WRK-STATUS-SITUACAO-LIDA EQUAL 'REEMITIDA'
                 MOVE 'C'              TO TAB-CANC-SIT(WRK-QTDE-CANC)
              ELSE
                 MOVE 'E'              TO TAB-CANC-SIT(WRK-QTDE-CANC)
              END-IF
           ELSE
              DISPLAY 'TABELA DE SITUACOES CHEIA! MAXIMO '
                       WRK-MAX-TAB-CANC
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002a-end
       0002A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR SE A NOTA WRK-NOTA-CONSULTA ESTA CANCELADA OU
      *    REEMITIDA (WRK-NOTA-CANCELADA = 'S')
      *----------------------------------------------------------------*
       0002B-VERIFICAR-CANCELADA       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-NOTA-CANCELADA
           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF WRK-NOTA-CONSULTA EQUAL TAB-CANC-NOTA(WRK-IND-CANC)
                 AND TAB-CANC-SIT(WRK-IND-CANC) EQUAL 'C'
                 MOVE 'S'              TO WRK-NOTA-CANCELADA
                 MOVE WRK-QTDE-CANC    TO WRK-IND-CANC
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002b-end
       0002B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS NOTAS DE PEDIDO ('P'+PEDIDO) DA FILIAL DESTA
      *    INSTALACAO QUE NAO ESTAO CANCELADAS NEM REEMITIDAS
      *----------------------------------------------------------------*
       0003-CARREGAR-NOTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NOT
                                          WRK-QTDE-SEL
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-NFREG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0003A-TRATAR-REGISTRO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM REGISTRO FISCAL DE NOTA DE PEDIDO NA TABELA
      *----------------------------------------------------------------*
       0003A-TRATAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO NFR-NUMERO NFR-DATA
           MOVE SPACES                 TO WRK-STR-CLIENTE
                                          WRK-STR-ORIGEM
                                          WRK-STR-FILIAL

           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO NFR-NUMERO
                         NFR-DATA
                         WRK-STR-DESCARTE
                         WRK-STR-DESCARTE
                         WRK-STR-DESCARTE
                         WRK-STR-DESCARTE
                         WRK-STR-DESCARTE
                         WRK-STR-DESCARTE
                         WRK-STR-CLIENTE
                         WRK-STR-DESCARTE
                         WRK-STR-ORIGEM
                         WRK-STR-FILIAL
           END-UNSTRING

           IF WRK-STR-ORIGEM(1:1) NOT EQUAL 'P' OR
              WRK-STR-ORIGEM(2:6) NOT NUMERIC
              EXIT SECTION
           END-IF

      *    NOTA GRAVADA ANTES DA FILIAL = MATRIZ
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF
           IF WRK-STR-FILIAL NOT EQUAL FIL001A-CODIGO
              EXIT SECTION
           END-IF

           MOVE NFR-NUMERO             TO WRK-NOTA-CONSULTA
           PERFORM 0002B-VERIFICAR-CANCELADA
           IF WRK-NOTA-CANCELADA EQUAL 'S'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-NOT NOT LESS WRK-MAX-TAB-NOT
              DISPLAY 'TABELA DE NOTAS CHEIA! MAXIMO ' WRK-MAX-TAB-NOT
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-NOT
           MOVE NFR-NUMERO             TO TAB-NOT-NUMERO(WRK-QTDE-NOT)
           MOVE NFR-DATA               TO TAB-NOT-DATA(WRK-QTDE-NOT)
           IF WRK-STR-CLIENTE IS NUMERIC
              MOVE WRK-STR-CLIENTE     TO TAB-NOT-CLIENTE(WRK-QTDE-NOT)
           ELSE
              MOVE ZEROS               TO TAB-NOT-CLIENTE(WRK-QTDE-NOT)
           END-IF
           MOVE WRK-STR-ORIGEM(2:6)    TO TAB-NOT-PEDIDO(WRK-QTDE-NOT)
           MOVE 'N'                    TO TAB-NOT-SEL(WRK-QTDE-NOT)
           MOVE ZEROS                  TO TAB-NOT-VOLUMES(WRK-QTDE-NOT)
                                          TAB-NOT-PESO(WRK-QTDE-NOT)
                                          TAB-NOT-CUBAGEM(WRK-QTDE-NOT)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A ULTIMA SITUACAO DE EXPEDICAO DAS NOTAS DA
      *    FILIAL (EXPEDNF.dat)
      *----------------------------------------------------------------*
       0004-CARREGAR-EXPEDICAO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EXP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-EXP

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-EXP
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0004A-TRATAR-EXPEDICAO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-EXP
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A ULTIMA SITUACAO DE EXPEDICAO LIDA DE UMA NOTA
      *----------------------------------------------------------------*
       0004A-TRATAR-EXPEDICAO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-EXP-NOTA-LIDA
                                          WRK-EXP-PEDIDO-LIDO
                                          WRK-EXP-DATA-LIDA
                                          WRK-EXP-SITUACAO-LIDA
                                          WRK-EXP-ROMANEIO-LIDO
                                          WRK-EXP-FILIAL-LIDA

           UNSTRING FD-LIN-EXPEDICAO DELIMITED BY SEP
                    INTO WRK-EXP-NOTA-LIDA
                         WRK-EXP-PEDIDO-LIDO
                         WRK-EXP-DATA-LIDA
                         WRK-EXP-SITUACAO-LIDA
                         WRK-EXP-ROMANEIO-LIDO
                         WRK-EXP-FILIAL-LIDA
           END-UNSTRING

           IF WRK-EXP-NOTA-LIDA NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WRK-EXP-FILIAL-LIDA EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-EXP-FILIAL-LIDA
           END-IF
           IF WRK-EXP-FILIAL-LIDA NOT EQUAL FIL001A-CODIGO
              EXIT SECTION
           END-IF

           MOVE WRK-EXP-NOTA-LIDA      TO WRK-NOTA-CONSULTA
           PERFORM 0004B-LOCALIZAR-EXPEDICAO
           IF WRK-EXP-ACHADA EQUAL ZEROS
              IF WRK-QTDE-EXP NOT LESS WRK-MAX-TAB-EXP
                 DISPLAY 'TABELA DE EXPEDICAO CHEIA! MAXIMO '
                          WRK-MAX-TAB-EXP
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-EXP
              MOVE WRK-QTDE-EXP        TO WRK-EXP-ACHADA
              MOVE WRK-NOTA-CONSULTA   TO TAB-EXP-NOTA(WRK-EXP-ACHADA)
           END-IF

           EVALUATE WRK-EXP-SITUACAO-LIDA
              WHEN 'SEPARADA'
                 MOVE 'S'              TO TAB-EXP-SIT(WRK-EXP-ACHADA)
              WHEN 'EM ROTA'
                 MOVE 'R'              TO TAB-EXP-SIT(WRK-EXP-ACHADA)
              WHEN 'ENTREGUE'
                 MOVE 'E'              TO TAB-EXP-SIT(WRK-EXP-ACHADA)
              WHEN OTHER
                 MOVE 'X'              TO TAB-EXP-SIT(WRK-EXP-ACHADA)
           END-EVALUATE
           IF WRK-EXP-ROMANEIO-LIDO IS NUMERIC
              MOVE WRK-EXP-ROMANEIO-LIDO
                                  TO TAB-EXP-ROMANEIO(WRK-EXP-ACHADA)
           ELSE
              MOVE ZEROS          TO TAB-EXP-ROMANEIO(WRK-EXP-ACHADA)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004a-end
       0004A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A NOTA WRK-NOTA-CONSULTA NA TABELA DE EXPEDICAO
      *    (WRK-EXP-ACHADA = ZEROS QUANDO AINDA NAO SEPARADA)
      *----------------------------------------------------------------*
       0004B-LOCALIZAR-EXPEDICAO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-EXP-ACHADA
           PERFORM VARYING WRK-IND-EXP FROM 1 BY 1 UNTIL
                      WRK-IND-EXP > WRK-QTDE-EXP
              IF TAB-EXP-NOTA(WRK-IND-EXP) EQUAL WRK-NOTA-CONSULTA
                 MOVE WRK-IND-EXP      TO WRK-EXP-ACHADA
                 MOVE WRK-QTDE-EXP     TO WRK-IND-EXP
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004b-end
       0004B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO PRODUTOS.dat (NOME, PESO E CUBAGEM)
      *----------------------------------------------------------------*
       0005-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PRD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              MOVE SPACES              TO FD-LIN-PRODUTOS
              READ ARQUIVO-PRD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FD-COD-PRODUTO
                            TO TAB-CAT-COD(WRK-QTDE-CAT)
                       MOVE FD-NOME-PRODUTO
                            TO TAB-CAT-NOME(WRK-QTDE-CAT)
                       IF FD-PESO-PRODUTO IS NUMERIC
                          MOVE FD-PESO-PRODUTO-N
                               TO TAB-CAT-PESO(WRK-QTDE-CAT)
                       ELSE
                          MOVE ZEROS   TO TAB-CAT-PESO(WRK-QTDE-CAT)
                       END-IF
                       IF FD-CUBAGEM-PRODUTO IS NUMERIC
                          MOVE FD-CUBAGEM-PRODUTO-N
                               TO TAB-CAT-CUBAGEM(WRK-QTDE-CAT)
                       ELSE
                          MOVE ZEROS
                               TO TAB-CAT-CUBAGEM(WRK-QTDE-CAT)
                       END-IF
                    ELSE
                       DISPLAY 'TABELA DE PRODUTOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-CAT
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
      *    LOCALIZAR WRK-ITEM-COD NO CATALOGO (WRK-CAT-ACHADO = ZEROS
      *    QUANDO O PRODUTO NAO ESTA NO CATALOGO)
      *----------------------------------------------------------------*
       0005A-LOCALIZAR-PRODUTO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CAT-ACHADO
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-COD(WRK-IND-CAT) EQUAL WRK-ITEM-COD
                 MOVE WRK-IND-CAT      TO WRK-CAT-ACHADO
                 MOVE WRK-QTDE-CAT     TO WRK-IND-CAT
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O ENDERECAMENTO ENDERECO.dat (PRODUTO + LOCAL)
      *----------------------------------------------------------------*
       0006-CARREGAR-ENDERECOS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-END
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-END

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-END
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-END-COD-LIDO
                                          WRK-END-LOCAL-LIDO
                                          WRK-END-ENDERECO-LIDO
                    UNSTRING FD-LIN-ENDERECO DELIMITED BY SEP
                       INTO WRK-END-COD-LIDO
                            WRK-END-LOCAL-LIDO
                            WRK-END-ENDERECO-LIDO
                    END-UNSTRING
                    IF WRK-END-COD-LIDO IS NUMERIC AND
                       WRK-QTDE-END LESS WRK-MAX-TAB-END
                       ADD 1           TO WRK-QTDE-END
                       MOVE WRK-END-COD-LIDO
                            TO TAB-END-COD(WRK-QTDE-END)
                       MOVE FUNCTION UPPER-CASE(WRK-END-LOCAL-LIDO)
                            TO TAB-END-LOCAL(WRK-QTDE-END)
                       MOVE WRK-END-ENDERECO-LIDO
                            TO TAB-END-ENDERECO(WRK-QTDE-END)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-END
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS LINHAS DE PEDVITEM.dat DOS PEDIDOS DAS NOTAS
      *    SELECIONADAS (TAB-NOT-SEL = 'S') E SOMAR VOLUMES, PESO E
      *    CUBAGEM DE CADA NOTA
      *----------------------------------------------------------------*
       0007-CARREGAR-ITENS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ITN
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0007A-TRATAR-ITEM-PED
              END-READ
           END-PERFORM

           CLOSE ARQ-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA DE PEDVITEM.dat QUANDO O PEDIDO FOR DE
      *    UMA NOTA SELECIONADA
      *----------------------------------------------------------------*
       0007A-TRATAR-ITEM-PED           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIT-PEDIDO
                                          WRK-PIT-COD
                                          WRK-PIT-QTDE
                                          WRK-PIT-PRECO

           UNSTRING FD-LIN-ITEM-PED DELIMITED BY SEP
              INTO WRK-PIT-PEDIDO
                   WRK-PIT-COD
                   WRK-PIT-QTDE
                   WRK-PIT-PRECO
           END-UNSTRING

           IF WRK-PIT-PEDIDO NOT NUMERIC OR
              WRK-PIT-COD NOT NUMERIC OR
              WRK-PIT-QTDE NOT NUMERIC
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S' AND
                 TAB-NOT-PEDIDO(WRK-IND-NOT) EQUAL
                 FUNCTION NUMVAL(WRK-PIT-PEDIDO)
                 IF WRK-QTDE-ITN NOT LESS WRK-MAX-TAB-ITN
                    DISPLAY 'TABELA DE ITENS CHEIA! MAXIMO '
                             WRK-MAX-TAB-ITN
                    EXIT SECTION
                 END-IF
                 ADD 1                 TO WRK-QTDE-ITN
                 MOVE TAB-NOT-NUMERO(WRK-IND-NOT)
                                       TO TAB-ITN-NOTA(WRK-QTDE-ITN)
                 MOVE TAB-NOT-PEDIDO(WRK-IND-NOT)
                                       TO TAB-ITN-PEDIDO(WRK-QTDE-ITN)
                 MOVE WRK-PIT-COD      TO TAB-ITN-COD(WRK-QTDE-ITN)
                 MOVE WRK-PIT-QTDE     TO TAB-ITN-QTDE(WRK-QTDE-ITN)
                 ADD TAB-ITN-QTDE(WRK-QTDE-ITN)
                                    TO TAB-NOT-VOLUMES(WRK-IND-NOT)
                 MOVE TAB-ITN-COD(WRK-QTDE-ITN) TO WRK-ITEM-COD
                 PERFORM 0005A-LOCALIZAR-PRODUTO
                 IF WRK-CAT-ACHADO GREATER ZEROS
                    COMPUTE TAB-NOT-PESO(WRK-IND-NOT) =
                            TAB-NOT-PESO(WRK-IND-NOT) +
                            TAB-ITN-QTDE(WRK-QTDE-ITN) *
                            TAB-CAT-PESO(WRK-CAT-ACHADO)
                    COMPUTE TAB-NOT-CUBAGEM(WRK-IND-NOT) =
                            TAB-NOT-CUBAGEM(WRK-IND-NOT) +
                            TAB-ITN-QTDE(WRK-QTDE-ITN) *
                            TAB-CAT-CUBAGEM(WRK-CAT-ACHADO)
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007a-end
       0007A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A SITUACAO DE EXPEDICAO WRK-EXP-SITUACAO DA NOTA
      *    WRK-IND-NOT EM EXPEDNF.dat (ROMANEIO EM WRK-EXP-ROMANEIO)
      *----------------------------------------------------------------*
       0008-GRAVAR-EXPEDICAO           SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-EXP
           MOVE SPACES                 TO FD-LIN-EXPEDICAO
           STRING TAB-NOT-NUMERO(WRK-IND-NOT) '|'
                  TAB-NOT-PEDIDO(WRK-IND-NOT) '|'
                  WRK-HOJE-AAAAMMDD '|'
                  DELIMITED BY SIZE
                  WRK-EXP-SITUACAO DELIMITED BY '  '
                  '|' WRK-EXP-ROMANEIO '|' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-EXPEDICAO
           END-STRING
           WRITE FD-LIN-EXPEDICAO
           CLOSE ARQUIVO-EXP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0009-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=       EXPEDICAO DE PEDIDOS             =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - LISTA DE SEPARACAO DO DIA            *'
           DISPLAY '* 2 - MONTAR ROMANEIO DE ENTREGA           *'
           DISPLAY '* 3 - RETORNO DO ROMANEIO (MOTORISTA)      *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-LISTA-SEPARACAO
                      PERFORM 0009-TELA-MENU
               WHEN 2 PERFORM 0020-MONTAR-ROMANEIO
                      PERFORM 0009-TELA-MENU
               WHEN 3 PERFORM 0030-RETORNO-ROMANEIO
                      PERFORM 0009-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0009-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTA DE SEPARACAO: NOTAS DE PEDIDO DO DIA AINDA SEM
      *    SITUACAO DE EXPEDICAO, ITENS A RETIRAR DO LOCAL RESRV
      *    POR ENDERECO. AS NOTAS DA LISTA PASSAM A 'SEPARADA'
      *----------------------------------------------------------------*
       0010-LISTA-SEPARACAO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'DATA DE FATURAMENTO (AAAAMMDD, 0 = HOJE): '
                    WITH NO ADVANCING
           ACCEPT WRK-SEP-DATA
           IF WRK-SEP-DATA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-SEP-DATA
           END-IF

           PERFORM 0002-CARREGAR-SITUACOES
           PERFORM 0003-CARREGAR-NOTAS
           PERFORM 0004-CARREGAR-EXPEDICAO
           PERFORM 0006-CARREGAR-ENDERECOS

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-DATA(WRK-IND-NOT) EQUAL WRK-SEP-DATA
                 MOVE TAB-NOT-NUMERO(WRK-IND-NOT)
                                       TO WRK-NOTA-CONSULTA
                 PERFORM 0004B-LOCALIZAR-EXPEDICAO
                 IF WRK-EXP-ACHADA EQUAL ZEROS
                    MOVE 'S'           TO TAB-NOT-SEL(WRK-IND-NOT)
                    ADD 1              TO WRK-QTDE-SEL
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY 'NENHUMA NOTA A SEPARAR EM ' WRK-SEP-DATA
              EXIT SECTION
           END-IF

           PERFORM 0007-CARREGAR-ITENS
           PERFORM 0011-MONTAR-SEPARACAO
           PERFORM 0012-CLASSIFICAR-SEPARACAO
           PERFORM 0013-GRAVAR-SEPARACAO

           MOVE 'SEPARADA'             TO WRK-EXP-SITUACAO
           MOVE ZEROS                  TO WRK-EXP-ROMANEIO
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S'
                 PERFORM 0008-GRAVAR-EXPEDICAO
              END-IF
           END-PERFORM

           DISPLAY '*==========================================*'
           DISPLAY '* LISTA DE SEPARACAO EM SEPARA.txt         *'
           DISPLAY '* DATA................: ' WRK-SEP-DATA
           DISPLAY '* NOTAS SEPARADAS.....: ' WRK-QTDE-SEL
           DISPLAY '* LINHAS DA LISTA.....: ' WRK-QTDE-SEP
           DISPLAY '* QUANTIDADE A RETIRAR: ' WRK-QTDE-TOTAL-SEP
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DE SEPARACAO POR ITEM: LOCAL RESRV E O ENDERECO
      *    DO PRODUTO NESSE LOCAL (SEM ENDERECO = 'SEM ENDER.')
      *----------------------------------------------------------------*
       0011-MONTAR-SEPARACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SEP

           PERFORM VARYING WRK-IND-ITN FROM 1 BY 1 UNTIL
                      WRK-IND-ITN > WRK-QTDE-ITN
              IF WRK-QTDE-SEP NOT LESS WRK-MAX-TAB-SEP
                 DISPLAY 'LISTA DE SEPARACAO CHEIA! MAXIMO '
                          WRK-MAX-TAB-SEP
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-SEP
              MOVE WRK-LOCAL-RESERVA   TO TAB-SEP-LOCAL(WRK-QTDE-SEP)
              MOVE WRK-SEM-ENDERECO    TO TAB-SEP-ENDERECO(WRK-QTDE-SEP)
              PERFORM VARYING WRK-IND-END FROM 1 BY 1 UNTIL
                         WRK-IND-END > WRK-QTDE-END
                 IF TAB-END-COD(WRK-IND-END) EQUAL
                    TAB-ITN-COD(WRK-IND-ITN) AND
                    TAB-END-LOCAL(WRK-IND-END) EQUAL WRK-LOCAL-RESERVA
                    MOVE TAB-END-ENDERECO(WRK-IND-END)
                                   TO TAB-SEP-ENDERECO(WRK-QTDE-SEP)
                    MOVE WRK-QTDE-END  TO WRK-IND-END
                 END-IF
              END-PERFORM
              MOVE TAB-ITN-COD(WRK-IND-ITN)
                                       TO TAB-SEP-COD(WRK-QTDE-SEP)
              MOVE TAB-ITN-NOTA(WRK-IND-ITN)
                                       TO TAB-SEP-NOTA(WRK-QTDE-SEP)
              MOVE TAB-ITN-PEDIDO(WRK-IND-ITN)
                                       TO TAB-SEP-PEDIDO(WRK-QTDE-SEP)
              MOVE TAB-ITN-QTDE(WRK-IND-ITN)
                                       TO TAB-SEP-QTDE(WRK-QTDE-SEP)
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICAR A LISTA POR LOCAL, ENDERECO, PRODUTO E NOTA
      *----------------------------------------------------------------*
       0012-CLASSIFICAR-SEPARACAO      SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-SEP FROM 1 BY 1 UNTIL
                      WRK-IND-SEP >= WRK-QTDE-SEP
              PERFORM VARYING WRK-IND-SEP2 FROM 1 BY 1 UNTIL
                         WRK-IND-SEP2 > WRK-QTDE-SEP - WRK-IND-SEP
                 IF TAB-SEP-CHAVE(WRK-IND-SEP2) >
                    TAB-SEP-CHAVE(WRK-IND-SEP2 + 1)
                    MOVE TAB-SEP-LINHA(WRK-IND-SEP2)
                                       TO WRK-SEP-TROCA
                    MOVE TAB-SEP-LINHA(WRK-IND-SEP2 + 1)
                                       TO TAB-SEP-LINHA(WRK-IND-SEP2)
                    MOVE WRK-SEP-TROCA
                                   TO TAB-SEP-LINHA(WRK-IND-SEP2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR SEPARA.txt COM QUEBRA POR LOCAL E POR ENDERECO
      *----------------------------------------------------------------*
       0013-GRAVAR-SEPARACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TOTAL-SEP
                                          WRK-QTDE-ENDERECO
           MOVE SPACES                 TO WRK-QUEBRA-LOCAL
                                          WRK-QUEBRA-ENDERECO

           OPEN OUTPUT ARQ-SEPARACAO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* EXPED01A - LISTA DE SEPARACAO - FATURAMENTO DE '
                  WRK-SEP-DATA ' - FILIAL ' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0019-GRAVAR-LINHA-SEP

           PERFORM VARYING WRK-IND-SEP FROM 1 BY 1 UNTIL
                      WRK-IND-SEP > WRK-QTDE-SEP
              IF TAB-SEP-LOCAL(WRK-IND-SEP) NOT EQUAL
                 WRK-QUEBRA-LOCAL OR
                 TAB-SEP-ENDERECO(WRK-IND-SEP) NOT EQUAL
                 WRK-QUEBRA-ENDERECO
                 PERFORM 0014-FECHAR-ENDERECO
              END-IF
              IF TAB-SEP-LOCAL(WRK-IND-SEP) NOT EQUAL
                 WRK-QUEBRA-LOCAL
                 MOVE TAB-SEP-LOCAL(WRK-IND-SEP) TO WRK-QUEBRA-LOCAL
                 MOVE SPACES           TO WRK-LINHA-REL
                 PERFORM 0019-GRAVAR-LINHA-SEP
                 STRING 'LOCAL ' WRK-QUEBRA-LOCAL
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0019-GRAVAR-LINHA-SEP
              END-IF
              IF TAB-SEP-ENDERECO(WRK-IND-SEP) NOT EQUAL
                 WRK-QUEBRA-ENDERECO
                 MOVE TAB-SEP-ENDERECO(WRK-IND-SEP)
                                       TO WRK-QUEBRA-ENDERECO
                 STRING '  ENDERECO ' WRK-QUEBRA-ENDERECO
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0019-GRAVAR-LINHA-SEP
                 STRING '    PRODUTO NOME                          '
                        '  QTDE NOTA   PEDIDO'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0019-GRAVAR-LINHA-SEP
              END-IF

              MOVE TAB-SEP-COD(WRK-IND-SEP) TO WRK-ITEM-COD
              PERFORM 0005A-LOCALIZAR-PRODUTO
              MOVE SPACES              TO WRK-CLIENTE-NOME
              IF WRK-CAT-ACHADO GREATER ZEROS
                 MOVE TAB-CAT-NOME(WRK-CAT-ACHADO) TO WRK-CLIENTE-NOME
              END-IF
              STRING '    ' TAB-SEP-COD(WRK-IND-SEP)
                     '   ' WRK-CLIENTE-NOME
                     ' ' TAB-SEP-QTDE(WRK-IND-SEP)
                     ' ' TAB-SEP-NOTA(WRK-IND-SEP)
                     ' ' TAB-SEP-PEDIDO(WRK-IND-SEP)
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0019-GRAVAR-LINHA-SEP
              ADD TAB-SEP-QTDE(WRK-IND-SEP) TO WRK-QTDE-ENDERECO
                                               WRK-QTDE-TOTAL-SEP
           END-PERFORM

           PERFORM 0014-FECHAR-ENDERECO

           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0019-GRAVAR-LINHA-SEP
           STRING '* TOTAL A RETIRAR: ' WRK-QTDE-TOTAL-SEP
                  ' UNIDADES EM ' WRK-QTDE-SEL ' NOTAS'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0019-GRAVAR-LINHA-SEP

           CLOSE ARQ-SEPARACAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TOTAL DO ENDERECO QUE ESTA SENDO FECHADO
      *----------------------------------------------------------------*
       0014-FECHAR-ENDERECO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-QUEBRA-ENDERECO EQUAL SPACES
              EXIT SECTION
           END-IF

           STRING '    TOTAL DO ENDERECO ' WRK-QUEBRA-ENDERECO
                  ': ' WRK-QTDE-ENDERECO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0019-GRAVAR-LINHA-SEP
           MOVE ZEROS                  TO WRK-QTDE-ENDERECO
           MOVE SPACES                 TO WRK-QUEBRA-ENDERECO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR WRK-LINHA-REL EM SEPARA.txt
      *----------------------------------------------------------------*
       0019-GRAVAR-LINHA-SEP           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-SEPARACAO
           WRITE FD-LIN-SEPARACAO
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROMANEIO DE ENTREGA: ROTA, VEICULO, MOTORISTA E AS NOTAS
      *    SEPARADAS QUE VAO NA CARGA, COM PESO E CUBAGEM TOTAIS
      *----------------------------------------------------------------*
       0020-MONTAR-ROMANEIO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 0002-CARREGAR-SITUACOES
           PERFORM 0003-CARREGAR-NOTAS
           PERFORM 0004-CARREGAR-EXPEDICAO

           MOVE SPACES                 TO WRK-ROM-ROTA
                                          WRK-ROM-VEICULO
                                          WRK-ROM-MOTORISTA
           DISPLAY 'ROTA.....: ' WITH NO ADVANCING
           ACCEPT WRK-ROM-ROTA
           DISPLAY 'VEICULO (PLACA): ' WITH NO ADVANCING
           ACCEPT WRK-ROM-VEICULO
           DISPLAY 'MOTORISTA: ' WITH NO ADVANCING
           ACCEPT WRK-ROM-MOTORISTA
           IF WRK-ROM-ROTA EQUAL SPACES OR
              WRK-ROM-VEICULO EQUAL SPACES OR
              WRK-ROM-MOTORISTA EQUAL SPACES
              DISPLAY 'ROTA, VEICULO E MOTORISTA SAO OBRIGATORIOS'
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WRK-ROM-ROTA) TO WRK-ROM-ROTA
           MOVE FUNCTION UPPER-CASE(WRK-ROM-VEICULO) TO WRK-ROM-VEICULO
           MOVE FUNCTION UPPER-CASE(WRK-ROM-MOTORISTA)
                                       TO WRK-ROM-MOTORISTA

           MOVE 1                      TO WRK-ROM-NOTA
           PERFORM UNTIL WRK-ROM-NOTA EQUAL ZEROS
              DISPLAY 'NOTA SEPARADA (0 = FIM): ' WITH NO ADVANCING
              ACCEPT WRK-ROM-NOTA
              IF WRK-ROM-NOTA NOT EQUAL ZEROS
                 PERFORM 0021-INCLUIR-NOTA
              END-IF
           END-PERFORM

           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY 'ROMANEIO SEM NOTAS - ABANDONADO'
              EXIT SECTION
           END-IF

           PERFORM 0007-CARREGAR-ITENS

           MOVE ZEROS                  TO WRK-ROM-PESO
                                          WRK-ROM-CUBAGEM
                                          WRK-ROM-VOLUMES
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S'
                 ADD TAB-NOT-PESO(WRK-IND-NOT)    TO WRK-ROM-PESO
                 ADD TAB-NOT-CUBAGEM(WRK-IND-NOT) TO WRK-ROM-CUBAGEM
                 ADD TAB-NOT-VOLUMES(WRK-IND-NOT) TO WRK-ROM-VOLUMES
              END-IF
           END-PERFORM

           MOVE WRK-ROM-PESO           TO WRK-PESO-EDIT
           MOVE WRK-ROM-CUBAGEM        TO WRK-CUBAGEM-EDIT
           DISPLAY '* NOTAS: ' WRK-QTDE-SEL ' - VOLUMES: '
                   WRK-ROM-VOLUMES
           DISPLAY '* PESO (KG): ' WRK-PESO-EDIT
                   ' - CUBAGEM (M3): ' WRK-CUBAGEM-EDIT
           DISPLAY 'CONFIRMA O ROMANEIO (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-RESP
           IF WRK-RESP NOT EQUAL 'S' AND WRK-RESP NOT EQUAL 's'
              DISPLAY 'ROMANEIO CANCELADO'
              EXIT SECTION
           END-IF

           PERFORM 0022-OBTER-PROX-ROMANEIO
           PERFORM 0023-GRAVAR-ROMANEIO

           MOVE 'EM ROTA'              TO WRK-EXP-SITUACAO
           MOVE WRK-ROM-NUMERO         TO WRK-EXP-ROMANEIO
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S'
                 PERFORM 0008-GRAVAR-EXPEDICAO
              END-IF
           END-PERFORM

           PERFORM 0024-GRAVAR-FOLHA-ROMANEIO

           DISPLAY 'ROMANEIO ' WRK-ROM-NUMERO ' GRAVADO - FOLHA EM '
                   'ROMANEIO.txt'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR A NOTA WRK-ROM-NOTA NO ROMANEIO: SO NOTA DE PEDIDO
      *    DA FILIAL, NAO CANCELADA E COM SITUACAO 'SEPARADA'
      *----------------------------------------------------------------*
       0021-INCLUIR-NOTA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ROM-NOTA           TO WRK-NOTA-CONSULTA
           PERFORM 0004B-LOCALIZAR-EXPEDICAO
           IF WRK-EXP-ACHADA EQUAL ZEROS
              DISPLAY 'NOTA ' WRK-ROM-NOTA ' AINDA NAO SEPARADA'
              EXIT SECTION
           END-IF
           IF TAB-EXP-SIT(WRK-EXP-ACHADA) NOT EQUAL 'S'
              DISPLAY 'NOTA ' WRK-ROM-NOTA ' JA EXPEDIDA (ROMANEIO '
                      TAB-EXP-ROMANEIO(WRK-EXP-ACHADA) ')'
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-NUMERO(WRK-IND-NOT) EQUAL WRK-ROM-NOTA
                 IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S'
                    DISPLAY 'NOTA ' WRK-ROM-NOTA ' JA INCLUIDA'
                 ELSE
                    MOVE 'S'           TO TAB-NOT-SEL(WRK-IND-NOT)
                    ADD 1              TO WRK-QTDE-SEL
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM

           DISPLAY 'NOTA ' WRK-ROM-NOTA ' CANCELADA OU NAO ENCONTRADA '
                   'NA FILIAL ' FIL001A-CODIGO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE ROMANEIO (ROMSEQ.dat GUARDA O
      *    ULTIMO EMITIDO, COMO O PEDVSEQ.dat DO PEDVEN1A)
      *----------------------------------------------------------------*
       0022-OBTER-PROX-ROMANEIO        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ROM-NUMERO

           OPEN INPUT ARQ-ROMSEQ
           READ ARQ-ROMSEQ
               AT END MOVE ZEROS       TO WRK-ROM-NUMERO
               NOT AT END MOVE FD-LIN-ROMSEQ TO WRK-ROM-NUMERO
           END-READ
           CLOSE ARQ-ROMSEQ

           ADD 1                       TO WRK-ROM-NUMERO

           OPEN OUTPUT ARQ-ROMSEQ
           MOVE WRK-ROM-NUMERO         TO FD-LIN-ROMSEQ
           WRITE FD-LIN-ROMSEQ
           CLOSE ARQ-ROMSEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O CABECALHO DO ROMANEIO EM ROMANEIO.dat (PESO EM
      *    GRAMAS E CUBAGEM EM DM3)
      *----------------------------------------------------------------*
       0023-GRAVAR-ROMANEIO            SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-ROM-PESO-G      = WRK-ROM-PESO * 1000
           COMPUTE WRK-ROM-CUBAGEM-DM3 = WRK-ROM-CUBAGEM * 1000

           OPEN EXTEND ARQ-ROMANEIO
           MOVE SPACES                 TO FD-LIN-ROMANEIO
           STRING WRK-ROM-NUMERO '|' WRK-HOJE-AAAAMMDD '|'
                  DELIMITED BY SIZE
                  WRK-ROM-ROTA DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  WRK-ROM-VEICULO DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  WRK-ROM-MOTORISTA DELIMITED BY '  '
                  '|' WRK-QTDE-SEL '|' WRK-ROM-PESO-G
                  '|' WRK-ROM-CUBAGEM-DM3 '|' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-ROMANEIO
           END-STRING
           WRITE FD-LIN-ROMANEIO
           CLOSE ARQ-ROMANEIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A FOLHA DO ROMANEIO (ROMANEIO.txt) PARA O MOTORISTA:
      *    UMA LINHA POR NOTA COM O CLIENTE, VOLUMES, PESO E CUBAGEM
      *    E O CAMPO PARA O RETORNO (ENTREGUE / RECUSADA)
      *----------------------------------------------------------------*
       0024-GRAVAR-FOLHA-ROMANEIO      SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-FOLHA-ROM

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* EXPED01A - ROMANEIO DE ENTREGA ' WRK-ROM-NUMERO
                  ' - ' WRK-HOJE-AAAAMMDD ' - FILIAL ' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0029-GRAVAR-LINHA-ROM
           STRING 'ROTA: ' WRK-ROM-ROTA '  VEICULO: ' WRK-ROM-VEICULO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0029-GRAVAR-LINHA-ROM
           STRING 'MOTORISTA: ' WRK-ROM-MOTORISTA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0029-GRAVAR-LINHA-ROM
           PERFORM 0029-GRAVAR-LINHA-ROM
           STRING 'NOTA   CLIENTE NOME                           '
                  'VOLUMES      PESO KG  CUBAGEM M3 RETORNO'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0029-GRAVAR-LINHA-ROM

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S'
                 MOVE TAB-NOT-CLIENTE(WRK-IND-NOT)
                                       TO WRK-CLIENTE-PROCURADO
                 PERFORM 0025-IDENTIFICAR-CLIENTE
                 MOVE TAB-NOT-PESO(WRK-IND-NOT)    TO WRK-PESO-EDIT
                 MOVE TAB-NOT-CUBAGEM(WRK-IND-NOT) TO WRK-CUBAGEM-EDIT
                 STRING TAB-NOT-NUMERO(WRK-IND-NOT)
                        ' ' TAB-NOT-CLIENTE(WRK-IND-NOT)
                        '   ' WRK-CLIENTE-NOME
                        ' ' TAB-NOT-VOLUMES(WRK-IND-NOT)
                        ' ' WRK-PESO-EDIT
                        ' ' WRK-CUBAGEM-EDIT
                        ' [ ]E [ ]R'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0029-GRAVAR-LINHA-ROM
              END-IF
           END-PERFORM

           PERFORM 0029-GRAVAR-LINHA-ROM
           MOVE WRK-ROM-PESO           TO WRK-PESO-EDIT
           MOVE WRK-ROM-CUBAGEM        TO WRK-CUBAGEM-EDIT
           STRING '* TOTAL: ' WRK-QTDE-SEL ' NOTAS, '
                  WRK-ROM-VOLUMES ' VOLUMES, PESO ' WRK-PESO-EDIT
                  ' KG, CUBAGEM ' WRK-CUBAGEM-EDIT ' M3'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0029-GRAVAR-LINHA-ROM

           CLOSE ARQ-FOLHA-ROM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0024-end
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOME DO CLIENTE WRK-CLIENTE-PROCURADO EM CADASTRO1.dat
      *----------------------------------------------------------------*
       0025-IDENTIFICAR-CLIENTE        SECTION.
      *----------------------------------------------------------------*

           MOVE 'NAO IDENTIFICADO'     TO WRK-CLIENTE-NOME
           IF WRK-CLIENTE-PROCURADO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CLI

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDC-ID-CLIENTE EQUAL WRK-CLIENTE-PROCURADO
                       MOVE FDC-NOME-CLIENTE TO WRK-CLIENTE-NOME
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR WRK-LINHA-REL EM ROMANEIO.txt
      *----------------------------------------------------------------*
       0029-GRAVAR-LINHA-ROM           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-FOLHA-ROM
           WRITE FD-LIN-FOLHA-ROM
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0029-end
       0029-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RETORNO DO MOTORISTA: CADA NOTA EM ROTA DO ROMANEIO VOLTA
      *    ENTREGUE OU RECUSADA (EM BRANCO = CONTINUA EM ROTA). A
      *    MERCADORIA DA NOTA RECUSADA VOLTA AO LOCAL LOJA
      *----------------------------------------------------------------*
       0030-RETORNO-ROMANEIO           SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DO ROMANEIO: ' WITH NO ADVANCING
           ACCEPT WRK-ROM-NUMERO

           PERFORM 0002-CARREGAR-SITUACOES
           PERFORM 0003-CARREGAR-NOTAS
           PERFORM 0004-CARREGAR-EXPEDICAO

           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              MOVE TAB-NOT-NUMERO(WRK-IND-NOT) TO WRK-NOTA-CONSULTA
              PERFORM 0004B-LOCALIZAR-EXPEDICAO
              IF WRK-EXP-ACHADA GREATER ZEROS
                 IF TAB-EXP-SIT(WRK-EXP-ACHADA) EQUAL 'R' AND
                    TAB-EXP-ROMANEIO(WRK-EXP-ACHADA) EQUAL
                    WRK-ROM-NUMERO
                    MOVE 'S'           TO TAB-NOT-SEL(WRK-IND-NOT)
                    ADD 1              TO WRK-QTDE-SEL
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY 'ROMANEIO ' WRK-ROM-NUMERO ' SEM NOTAS EM ROTA'
              EXIT SECTION
           END-IF

           PERFORM 0007-CARREGAR-ITENS

           MOVE ZEROS                  TO WRK-QTDE-ENTREGUES
                                          WRK-QTDE-RECUSADAS
                                          WRK-QTDE-PENDENTES
           MOVE WRK-ROM-NUMERO         TO WRK-EXP-ROMANEIO
           PERFORM VARYING WRK-IND-NOT FROM 1 BY 1 UNTIL
                      WRK-IND-NOT > WRK-QTDE-NOT
              IF TAB-NOT-SEL(WRK-IND-NOT) EQUAL 'S'
                 PERFORM 0031-RETORNO-NOTA
              END-IF
           END-PERFORM

           DISPLAY '*==========================================*'
           DISPLAY '* ROMANEIO............: ' WRK-ROM-NUMERO
           DISPLAY '* NOTAS ENTREGUES.....: ' WRK-QTDE-ENTREGUES
           DISPLAY '* NOTAS RECUSADAS.....: ' WRK-QTDE-RECUSADAS
           DISPLAY '* AINDA EM ROTA.......: ' WRK-QTDE-PENDENTES
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RETORNO DA NOTA WRK-IND-NOT
      *----------------------------------------------------------------*
       0031-RETORNO-NOTA               SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-NOT-CLIENTE(WRK-IND-NOT) TO WRK-CLIENTE-PROCURADO
           PERFORM 0025-IDENTIFICAR-CLIENTE
           DISPLAY 'NOTA ' TAB-NOT-NUMERO(WRK-IND-NOT) ' - '
                   WRK-CLIENTE-NOME
           DISPLAY '  E = ENTREGUE, R = RECUSADA, BRANCO = EM ROTA: '
                   WITH NO ADVANCING
           MOVE SPACES                 TO WRK-RESP
           ACCEPT WRK-RESP

           EVALUATE WRK-RESP
              WHEN 'E' WHEN 'e'
                 MOVE 'ENTREGUE'       TO WRK-EXP-SITUACAO
                 PERFORM 0008-GRAVAR-EXPEDICAO
                 ADD 1                 TO WRK-QTDE-ENTREGUES
              WHEN 'R' WHEN 'r'
                 MOVE 'RECUSADA'       TO WRK-EXP-SITUACAO
                 PERFORM 0008-GRAVAR-EXPEDICAO
                 ADD 1                 TO WRK-QTDE-RECUSADAS
                 PERFORM VARYING WRK-IND-ITN FROM 1 BY 1 UNTIL
                            WRK-IND-ITN > WRK-QTDE-ITN
                    IF TAB-ITN-NOTA(WRK-IND-ITN) EQUAL
                       TAB-NOT-NUMERO(WRK-IND-NOT)
                       MOVE TAB-ITN-COD(WRK-IND-ITN)  TO WRK-ITEM-COD
                       MOVE TAB-ITN-QTDE(WRK-IND-ITN) TO WRK-ITEM-QTDE
                       PERFORM 0032-RESTITUIR-ESTOQUE
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 ADD 1                 TO WRK-QTDE-PENDENTES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVER AO LOCAL LOJA A QUANTIDADE WRK-ITEM-QTDE DO
      *    PRODUTO WRK-ITEM-COD (ENTREGA RECUSADA)
      *----------------------------------------------------------------*
       0032-RESTITUIR-ESTOQUE          SECTION.
      *----------------------------------------------------------------*

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - RESTITUICAO DO '
                      'PRODUTO ' WRK-ITEM-COD ' NAO EFETUADA'
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' WRK-ITEM-COD ' NAO CADASTRADO - '
                         'RESTITUICAO NAO EFETUADA'
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-READ

           MOVE 'N'                    TO WRK-ACHOU-LOCAL
           PERFORM VARYING WRK-IND3 FROM 1 BY 1 UNTIL
                      (WRK-IND3 > 10) OR (WRK-ACHOU-LOCAL EQUAL 'S')
              IF FDE-LOCAL-COD(WRK-IND3) EQUAL WRK-LOCAL-LOJA
                 MOVE 'S'              TO WRK-ACHOU-LOCAL
                 MOVE WRK-IND3         TO WRK-IND-LOCAL
              END-IF
           END-PERFORM

           IF WRK-ACHOU-LOCAL NOT EQUAL 'S'
              PERFORM VARYING WRK-IND3 FROM 1 BY 1 UNTIL
                         (WRK-IND3 > 10) OR (WRK-ACHOU-LOCAL EQUAL 'S')
                 IF FDE-LOCAL-COD(WRK-IND3) EQUAL SPACES
                    MOVE 'S'           TO WRK-ACHOU-LOCAL
                    MOVE WRK-IND3      TO WRK-IND-LOCAL
                    MOVE WRK-LOCAL-LOJA
                                       TO FDE-LOCAL-COD(WRK-IND-LOCAL)
                    MOVE ZEROS         TO FDE-LOCAL-QTDE(WRK-IND-LOCAL)
                 END-IF
              END-PERFORM
              IF WRK-ACHOU-LOCAL NOT EQUAL 'S'
                 DISPLAY 'LIMITE DE LOCAIS DO PRODUTO ATINGIDO'
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
              END-IF
           END-IF

           ADD WRK-ITEM-QTDE           TO FDE-LOCAL-QTDE(WRK-IND-LOCAL)

           MOVE ZEROS                  TO FDE-QTDE-PRODUTO
           PERFORM VARYING WRK-IND3 FROM 1 BY 1 UNTIL WRK-IND3 > 10
              ADD FDE-LOCAL-QTDE(WRK-IND3) TO FDE-QTDE-PRODUTO
           END-PERFORM

           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO ' WRK-ITEM-COD
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-REWRITE

           CLOSE ARQUIVO-EST

           PERFORM 0033-GRAVAR-MOVIMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO DE ENTRADA EM MOVESTOQ.dat NO FORMATO DO
      *    CAIXAREG, COM A NOTA RECUSADA NO MOTIVO
      *----------------------------------------------------------------*
       0033-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ITEM-QTDE          TO WRK-MOV-QTDE
           MOVE SPACES                 TO WRK-MOTIVO
           STRING 'RECUSA NF ' TAB-NOT-NUMERO(WRK-IND-NOT)
                  DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING

           OPEN EXTEND ARQUIVO-MOV
           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  WRK-ITEM-COD '|' WRK-LOCAL-LOJA '|'
                  'E' '|' '+' '|' '00' WRK-MOV-QTDE '|'
                  WRK-MOTIVO '|' 'EXPEDIC' '|' '|'
                  FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
           CLOSE ARQUIVO-MOV
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
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
