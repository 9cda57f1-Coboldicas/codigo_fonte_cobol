      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: DEVOLUCAO DE VENDA FATURADA. O OPERADOR INFORMA
      *              A NOTA ORIGINAL (SERIE DA FILIAL DESTA
      *              INSTALACAO, VIA FILIAL1B), CONFERIDA EM NFREG.dat
      *              E NA ULTIMA SITUACAO DE NOTASTATUS.dat (NOTA
      *              CANCELADA OU REEMITIDA NAO RECEBE DEVOLUCAO). OS
      *              ITENS DA NOTA SAO OS MESMOS DO EFDICM1A: NOTA DE
      *              PEDIDO ('P'+PEDIDO) = LINHAS DE PEDVITEM.dat, NOTA
      *              DO SIMULADOR = UMA UNIDADE DE CADA PRODUTO DO
      *              CATALOGO. DE CADA ITEM SE DEVOLVE TODA OU PARTE DA
      *              QUANTIDADE AINDA NAO DEVOLVIDA (DEVITEM.dat).
      *              A DEVOLUCAO GERA UMA NOTA DE ENTRADA NA MESMA SERIE
      *              (NFREG.dat COM ORIGEM 'D'+NOTA ORIGINAL, MESMO
      *              CLIENTE E UF, ICMS/IPI POR ITEM PELA MATRIZ
      *              TAXNCM.dat E ISS PELA TAXA DA NOTA ORIGINAL) - O
      *              PROG027B ABATE ESSA NOTA DA APURACAO. A MERCADORIA
      *              VOLTA AO LOCAL 'LOJA' DO ESTOQUE COM MOVIMENTO
      *              'DEVOLUCAO NF' EM MOVESTOQ.dat. O VALOR DEVOLVIDO
      *              E ACERTADO, A CRITERIO DO OPERADOR, POR ABATIMENTO
      *              NOS TITULOS EM ABERTO DA NOTA ORIGINAL
      *              (TITULOS.dat, COM A INSTRUCAO EM INSTRUCO.dat NO
      *              FORMATO DO PROG025A; O QUE SOBRAR VIRA CREDITO)
      *              OU COMO CREDITO DO CLIENTE EM CREDCLI.dat, USADO
      *              NO PROXIMO FATURAMENTO DO PEDVEN1A.
      * NOME.......: DEVVEN1A
      * MANUTENCAO.: 15/10/2026 - NOTA RECUSADA NA ENTREGA (ULTIMA
      *              SITUACAO 'RECUSADA' EM EXPEDNF.dat, GRAVADA PELO
      *              EXPED01A) JA TEVE A MERCADORIA DEVOLVIDA AO LOCAL
      *              'LOJA' NO RETORNO DO ROMANEIO: A DEVOLUCAO DESSA
      *              NOTA SO ACERTA A PARTE FISCAL E FINANCEIRA, SEM
      *              NOVA ENTRADA NO ESTOQUE.
      *              15/10/2026 - O ABATIMENTO SO ALCANCA AS PARCELAS
      *              DA NOTA ORIGINAL NA FILIAL DESTA INSTALACAO
      *              (NOSSO NUMERO NOTA+PARCELA+'F'+FILIAL; O ANTIGO,
      *              SEM A FILIAL, E DA MATRIZ) - A PARCELA DE ACORDO
      *              ('A' NA POSICAO 9) E A NOTA DE MESMO NUMERO DE
      *              OUTRA FILIAL NAO SAO MAIS ABATIDAS.
      *----------------------------------------------------------------*
      * LAYOUT DE DEVITEM.dat (PIPE) - OS 4 PRIMEIROS CAMPOS SEGUEM
      * PEDVITEM.dat:
      *   NOTA-DEVOLUCAO(6)|COD-PRODUTO(5)|QTDE(5)|PRECO-CENTS(10)|
      *   NOTA-ORIGINAL(6)|FILIAL(3)
      * LAYOUT DE CREDCLI.dat (PIPE):
      *   CLIENTE-ID(5)|DATA(8)|TIPO|VALOR-CENTS(11)|REFERENCIA|
      *   FILIAL(3)
      *   (C = CREDITO DE DEVOLUCAO / U = CREDITO USADO NO PEDVEN1A)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVVEN1A.
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

           SELECT OPTIONAL ARQ-DEV-ITENS ASSIGN TO 'DEVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRD ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MATRIZ ASSIGN TO 'TAXNCM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT OPTIONAL ARQUIVO-MOV ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-INST ASSIGN TO 'INSTRUCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CRED ASSIGN TO 'CREDCLI.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-EXP ASSIGN TO 'EXPEDNF.dat'
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

       FD  ARQ-DEV-ITENS.
       01  FD-LIN-ITEM-DEV                PIC X(060).

      *    MESMO REGISTRO DO PROG027A
       FD  ARQUIVO-PRD.
       01  FD-LIN-PRODUTOS.
         05 FD-COD-PRODUTO                PIC 9(05).
         05 FD-NOME-PRODUTO               PIC X(30).
         05 FD-VALOR-PRODUTO              PIC 9(06)V99.
         05 FD-NCM-PRODUTO                PIC X(08).
         05 FD-CFOP-PRODUTO               PIC X(04).
         05 FD-ORIGEM-PRODUTO             PIC X(01).

       FD  ARQUIVO-MATRIZ.
       01  FD-LIN-MATRIZ                  PIC X(032).

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

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-INST.
       01  FD-LIN-INSTRUCAO               PIC X(120).

       FD  ARQUIVO-CRED.
       01  FD-LIN-CREDITO                 PIC X(080).

       FD  ARQUIVO-EXP.
       01  FD-LIN-EXPEDICAO               PIC X(060).

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

      *--- Nota original da devolucao
       01  WRK-NOTA-ORIG                  PIC 9(06) VALUE ZEROS.
       01  WRK-NOTA-ACHADA                PIC X(01) VALUE 'N'.
       01  WRK-ORIG-DATA                  PIC 9(08) VALUE ZEROS.
       01  WRK-ORIG-CLIENTE               PIC 9(05) VALUE ZEROS.
       01  WRK-ORIG-TX-ICMS               PIC V999 VALUE ZEROS.
       01  WRK-ORIG-TX-ISS                PIC V999 VALUE ZEROS.
       01  WRK-ORIG-ORIGEM                PIC X(10) VALUE SPACES.
       01  WRK-ORIG-PEDIDO                PIC 9(06) VALUE ZEROS.
       01  WRK-ORIG-UF                    PIC X(02) VALUE SPACES.
       01  WRK-ORIG-TOTAL                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CLIENTE-NOME               PIC X(30) VALUE SPACES.

      *--- Ultima situacao de expedicao da nota original
      *    (EXPEDNF.dat): 'S' = RECUSADA NA ENTREGA
       01  WRK-EXP-NOTA-LIDA              PIC X(06) VALUE SPACES.
       01  WRK-EXP-PEDIDO-LIDO            PIC X(06) VALUE SPACES.
       01  WRK-EXP-DATA-LIDA              PIC X(08) VALUE SPACES.
       01  WRK-EXP-SITUACAO-LIDA          PIC X(10) VALUE SPACES.
       01  WRK-EXP-ROMANEIO-LIDO          PIC X(06) VALUE SPACES.
       01  WRK-EXP-FILIAL-LIDA            PIC X(03) VALUE SPACES.
       01  WRK-NOTA-RECUSADA              PIC X(01) VALUE 'N'.

      *--- Registro fiscal lido (LAYOUT GRAVADO PELO PROG027A)
       01  NFR-NUMERO                     PIC 9(06) VALUE ZEROS.
       01  NFR-DATA                       PIC 9(08) VALUE ZEROS.
       01  WRK-STR-BRUTO                  PIC X(11) VALUE SPACES.
       01  WRK-STR-ICMS                   PIC X(11) VALUE SPACES.
       01  WRK-STR-ISS                    PIC X(11) VALUE SPACES.
       01  WRK-STR-TOTAL                  PIC X(11) VALUE SPACES.
       01  WRK-STR-TOTAL-N REDEFINES WRK-STR-TOTAL.
           05 WRK-STR-TOTAL-V             PIC 9(9)V99.
       01  WRK-STR-TX-ICMS                PIC X(03) VALUE SPACES.
       01  WRK-STR-TX-ICMS-N REDEFINES WRK-STR-TX-ICMS.
           05 WRK-STR-TX-ICMS-V           PIC V999.
       01  WRK-STR-TX-ISS                 PIC X(03) VALUE SPACES.
       01  WRK-STR-TX-ISS-N REDEFINES WRK-STR-TX-ISS.
           05 WRK-STR-TX-ISS-V            PIC V999.
       01  WRK-STR-CLIENTE                PIC X(05) VALUE SPACES.
       01  WRK-STR-IPI                    PIC X(11) VALUE SPACES.
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-STR-UF                     PIC X(02) VALUE SPACES.

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

      *--- Catalogo (PRODUTOS.dat): preco da nota do simulador e NCM
      *    de todo item
       01  WRK-MAX-TAB-CAT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-CAT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(03) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-ITEM OCCURS 300 TIMES.
               10  TAB-CAT-COD            PIC 9(05).
               10  TAB-CAT-NOME           PIC X(30).
               10  TAB-CAT-VALOR          PIC 9(06)V99.
               10  TAB-CAT-NCM            PIC X(08).

      *--- Matriz NCM+UF de TAXNCM.dat (MESMA DO PROG027A)
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
       01  WRK-ITEM-NCM                   PIC X(08) VALUE SPACES.
       01  WRK-TX-ICMS-ITEM               PIC V999 VALUE ZEROS.
       01  WRK-TX-IPI-ITEM                PIC V999 VALUE ZEROS.

      *--- Itens da nota original e quantidades devolvidas
       01  WRK-MAX-TAB-DIT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-DIT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-DIT                    PIC 9(03) VALUE ZEROS.
       01  TAB-ITENS-DEVOLUCAO.
           05  TAB-DIT-LINHA OCCURS 300 TIMES.
               10  TAB-DIT-COD            PIC 9(05).
               10  TAB-DIT-QTDE-NF        PIC 9(05).
               10  TAB-DIT-PRECO-CENTS    PIC 9(10).
               10  TAB-DIT-QTDE-ANT       PIC 9(05).
               10  TAB-DIT-QTDE-DEV       PIC 9(05).
       01  WRK-QTDE-DISPONIVEL            PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-DIGITADA              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-ITENS-DEV             PIC 9(03) VALUE ZEROS.

      *--- Linhas de PEDVITEM.dat / DEVITEM.dat lidas
       01  WRK-PIT-PEDIDO                 PIC X(06) VALUE SPACES.
       01  WRK-PIT-COD                    PIC X(05) VALUE SPACES.
       01  WRK-PIT-QTDE                   PIC X(05) VALUE SPACES.
       01  WRK-PIT-PRECO                  PIC X(10) VALUE SPACES.
       01  WRK-DVI-NOTA                   PIC X(06) VALUE SPACES.
       01  WRK-DVI-COD                    PIC X(05) VALUE SPACES.
       01  WRK-DVI-QTDE                   PIC X(05) VALUE SPACES.
       01  WRK-DVI-PRECO                  PIC X(10) VALUE SPACES.
       01  WRK-DVI-ORIG                   PIC X(06) VALUE SPACES.
       01  WRK-DVI-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-ITEM-COD                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-QTDE                  PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-PRECO-CENTS           PIC 9(10) VALUE ZEROS.

      *--- Nota de devolucao (entrada)
       01  WRK-NOTA-DEV                   PIC 9(06) VALUE ZEROS.
       01  WRK-TOT-BRUTO-CENTS            PIC 9(11) VALUE ZEROS.
       01  WRK-ITEM-BRUTO                 PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-BRUTO                  PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-ICMS                   PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-ISS                    PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-IPI                    PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-NOTA                   PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-NOTA-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-MOTIVO                     PIC X(19) VALUE SPACES.

      *--- Acerto financeiro: abatimento nos titulos da nota original
      *    (NOSSO NUMERO = NOTA + PARCELA) E/OU credito do cliente
       01  WRK-ACERTO                     PIC 9(01) VALUE ZEROS.
       01  WRK-SALDO-ACERTO-CENTS         PIC 9(11) VALUE ZEROS.
       01  WRK-ABAT-CENTS                 PIC 9(10) VALUE ZEROS.
       01  WRK-TOT-ABATIDO-CENTS          PIC 9(11) VALUE ZEROS.
       01  WRK-TIT-ALTERADO               PIC X(01) VALUE 'N'.
       01  WRK-INST-DESC                  PIC X(10) VALUE SPACES.
       01  WRK-INST-VALOR-CENTS           PIC 9(10) VALUE ZEROS.
       01  WRK-INST-OBS                   PIC X(40) VALUE SPACES.
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-TIT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(03) VALUE ZEROS.
      *--- Parcela de nota: NOTA(6)+SEQ(2)+'F'+FILIAL(3); a antiga,
      *--- so NOTA+SEQ, e da matriz
       01  WRK-NOSSONUM-NOTA.
         05 WRK-NN-NOTA                   PIC 9(06).
         05 WRK-NN-SEQ                    PIC X(02).
         05 WRK-NN-MARCA                  PIC X(01).
         05 WRK-NN-FILIAL                 PIC X(03).
         05 WRK-NN-RESTO                  PIC X(08).
       01  TITULOS.
         05  TITULOS-NOSSONUM             PIC X(20).
         05  TITULOS-SACADO               PIC X(60).
         05  TITULOS-CEDENTE              PIC X(60).
         05  TITULOS-VALOR-CENTS          PIC 9(10).
         05  TITULOS-VENC-AAAAMMDD        PIC 9(8).
         05  TITULOS-PAGTO-AAAAMMDD       PIC 9(8).
      *    A LINHA ORIGINAL E GUARDADA PARA SER REGRAVADA SEM MUDANCA
      *    QUANDO O TITULO NAO E DA NOTA DEVOLVIDA
       01  TAB-TITULOS.
           05  TAB-TIT-LINHA OCCURS 500 TIMES.
               10  TAB-TIT-ORIGINAL       PIC X(256).
               10  TAB-TIT-ALTERADO       PIC X(01).
               10  TAB-TIT-NOSSONUM       PIC X(20).
               10  TAB-TIT-SACADO         PIC X(60).
               10  TAB-TIT-CEDENTE        PIC X(60).
               10  TAB-TIT-VALOR-CENTS    PIC 9(10).
               10  TAB-TIT-VENC-AAAAMMDD  PIC 9(8).
               10  TAB-TIT-PAGTO-AAAAMMDD PIC 9(8).

      *--- Credito do cliente (CREDCLI.dat)
       01  WRK-CRED-CLIENTE               PIC 9(05) VALUE ZEROS.
       01  WRK-CRED-VALOR-CENTS           PIC 9(11) VALUE ZEROS.
       01  WRK-CRED-SALDO-CENTS           PIC S9(11) VALUE ZEROS.
       01  WRK-CRED-SALDO                 PIC S9(9)V99 VALUE ZEROS.
       01  WRK-CRED-SALDO-EDIT            PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-CRD-CLIENTE-LIDO           PIC X(05) VALUE SPACES.
       01  WRK-CRD-DATA-LIDA              PIC X(08) VALUE SPACES.
       01  WRK-CRD-TIPO-LIDO              PIC X(01) VALUE SPACES.
       01  WRK-CRD-VALOR-LIDO             PIC X(11) VALUE SPACES.

      *--- Movimento de estoque
       01  WRK-IND-LOCAL                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND3                       PIC 9(02) VALUE ZEROS.
       01  WRK-ACHOU-LOCAL                PIC X(01) VALUE 'N'.
       01  WRK-MOV-QTDE                   PIC 9(05) VALUE ZEROS.

      *--- Filial desta instalacao: serie da nota original e da nota
      *    de devolucao, carimbo de NFREG.dat, NOTASTATUS.dat,
      *    DEVITEM.dat E MOVESTOQ.dat
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

           PERFORM 0003-CARREGAR-CATALOGO
           PERFORM 0004-CARREGAR-MATRIZ-NCM
           PERFORM 0005-TELA-MENU
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
      *    CARREGAR O CATALOGO PRODUTOS.dat (PRECO E NCM)
      *----------------------------------------------------------------*
       0003-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PRD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PRD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FD-COD-PRODUTO
                            TO TAB-CAT-COD(WRK-QTDE-CAT)
                       MOVE FD-NOME-PRODUTO
                            TO TAB-CAT-NOME(WRK-QTDE-CAT)
                       MOVE FD-VALOR-PRODUTO
                            TO TAB-CAT-VALOR(WRK-QTDE-CAT)
                       MOVE FD-NCM-PRODUTO
                            TO TAB-CAT-NCM(WRK-QTDE-CAT)
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
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A MATRIZ NCM+UF DE TAXNCM.dat (MESMO FORMATO E
      *    MESMA REGRA DO PROG027A)
      *----------------------------------------------------------------*
       0004-CARREGAR-MATRIZ-NCM        SECTION.
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
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0005-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=       DEVOLUCAO DE VENDA               =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - REGISTRAR DEVOLUCAO DE NOTA          *'
           DISPLAY '* 2 - CONSULTAR CREDITO DO CLIENTE         *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-REGISTRAR-DEVOLUCAO
                      PERFORM 0005-TELA-MENU
               WHEN 2 PERFORM 0040-CONSULTAR-CREDITO
                      PERFORM 0005-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0005-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A DEVOLUCAO DE UMA NOTA: LOCALIZA A NOTA, MONTA
      *    OS ITENS AINDA DEVOLVIVEIS, DIGITA AS QUANTIDADES, EMITE A
      *    NOTA DE ENTRADA, DEVOLVE AO ESTOQUE E ACERTA O VALOR
      *----------------------------------------------------------------*
       0010-REGISTRAR-DEVOLUCAO        SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NUMERO DA NOTA ORIGINAL: ' WITH NO ADVANCING
           ACCEPT WRK-NOTA-ORIG

           PERFORM 0002-CARREGAR-SITUACOES
           PERFORM 0011-LOCALIZAR-NOTA

           IF WRK-NOTA-ACHADA NOT EQUAL 'S'
              DISPLAY 'NOTA ' WRK-NOTA-ORIG ' NAO ENCONTRADA NA '
                      'FILIAL ' FIL001A-CODIGO
              EXIT SECTION
           END-IF
           IF WRK-ORIG-ORIGEM(1:1) EQUAL 'D'
              DISPLAY 'A NOTA ' WRK-NOTA-ORIG ' JA E UMA NOTA DE '
                      'DEVOLUCAO'
              EXIT SECTION
           END-IF

           MOVE WRK-NOTA-ORIG          TO WRK-NOTA-CONSULTA
           PERFORM 0002B-VERIFICAR-CANCELADA
           IF WRK-NOTA-CANCELADA EQUAL 'S'
              DISPLAY 'NOTA CANCELADA OU REEMITIDA - DEVOLUCAO NAO '
                      'PERMITIDA'
              EXIT SECTION
           END-IF

           PERFORM 0012-IDENTIFICAR-CLIENTE

           PERFORM 0013-CARREGAR-ITENS-NOTA
           IF WRK-QTDE-DIT EQUAL ZEROS
              DISPLAY 'NOTA SEM ITENS - DEVOLUCAO ABANDONADA'
              EXIT SECTION
           END-IF

           PERFORM 0014-ABATER-JA-DEVOLVIDOS
           PERFORM 0015-DIGITAR-QUANTIDADES
           IF WRK-QTDE-ITENS-DEV EQUAL ZEROS
              DISPLAY 'NENHUM ITEM DEVOLVIDO - DEVOLUCAO ABANDONADA'
              EXIT SECTION
           END-IF

           PERFORM 0016-CALCULAR-TOTAIS

           MOVE WRK-TOT-NOTA           TO WRK-VALOR-EDIT
           DISPLAY '* VALOR DA DEVOLUCAO (COM IMPOSTOS): '
                    WRK-VALOR-EDIT
           DISPLAY 'CONFIRMA A DEVOLUCAO (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-RESP
           IF WRK-RESP NOT EQUAL 'S' AND WRK-RESP NOT EQUAL 's'
              DISPLAY 'DEVOLUCAO CANCELADA'
              EXIT SECTION
           END-IF

           DISPLAY 'ACERTO (1 = ABATER NOS TITULOS DA NOTA, '
                   '2 = CREDITO DO CLIENTE): ' WITH NO ADVANCING
           ACCEPT WRK-ACERTO
           IF WRK-ACERTO NOT EQUAL 1
              MOVE 2                   TO WRK-ACERTO
           END-IF

           PERFORM 0017-EMITIR-NOTA-DEVOLUCAO
           PERFORM 0018-GRAVAR-ITENS-DEVOLUCAO

           PERFORM 0019-VERIFICAR-RECUSA
           IF WRK-NOTA-RECUSADA EQUAL 'S'
              DISPLAY 'NOTA ' WRK-NOTA-ORIG ' RECUSADA NA ENTREGA - '
                      'MERCADORIA JA DEVOLVIDA AO ESTOQUE NO RETORNO '
                      'DO ROMANEIO'
           ELSE
              PERFORM VARYING WRK-IND-DIT FROM 1 BY 1 UNTIL
                         WRK-IND-DIT > WRK-QTDE-DIT
                 IF TAB-DIT-QTDE-DEV(WRK-IND-DIT) GREATER ZEROS
                    MOVE TAB-DIT-COD(WRK-IND-DIT)   TO WRK-ITEM-COD
                    MOVE TAB-DIT-QTDE-DEV(WRK-IND-DIT)
                                       TO WRK-ITEM-QTDE
                    PERFORM 0020-RESTITUIR-ESTOQUE
                 END-IF
              END-PERFORM
           END-IF

           MOVE WRK-TOT-NOTA-CENTS     TO WRK-SALDO-ACERTO-CENTS
           MOVE ZEROS                  TO WRK-TOT-ABATIDO-CENTS
           IF WRK-ACERTO EQUAL 1
              PERFORM 0030-ABATER-TITULOS
           END-IF
           IF WRK-SALDO-ACERTO-CENTS GREATER ZEROS
              PERFORM 0035-GRAVAR-CREDITO
           END-IF

           DISPLAY '*==========================================*'
           DISPLAY '* NOTA DE DEVOLUCAO...: ' WRK-NOTA-DEV
           DISPLAY '* NOTA ORIGINAL.......: ' WRK-NOTA-ORIG
           MOVE WRK-TOT-NOTA           TO WRK-VALOR-EDIT
           DISPLAY '* VALOR DEVOLVIDO.....: ' WRK-VALOR-EDIT
           COMPUTE WRK-ITEM-BRUTO = WRK-TOT-ABATIDO-CENTS / 100
           MOVE WRK-ITEM-BRUTO         TO WRK-VALOR-EDIT
           DISPLAY '* ABATIDO EM TITULOS..: ' WRK-VALOR-EDIT
           COMPUTE WRK-ITEM-BRUTO = WRK-SALDO-ACERTO-CENTS / 100
           MOVE WRK-ITEM-BRUTO         TO WRK-VALOR-EDIT
           DISPLAY '* CREDITO DO CLIENTE..: ' WRK-VALOR-EDIT
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A NOTA ORIGINAL EM NFREG.dat NA FILIAL DESTA
      *    INSTALACAO (NOTA SEM FILIAL = MATRIZ)
      *----------------------------------------------------------------*
       0011-LOCALIZAR-NOTA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-NOTA-ACHADA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-NFREG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0011A-TRATAR-REGISTRO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR UM REGISTRO FISCAL CONTRA A NOTA PEDIDA
      *----------------------------------------------------------------*
       0011A-TRATAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO NFR-NUMERO NFR-DATA
           MOVE SPACES                 TO WRK-STR-BRUTO WRK-STR-ICMS
                                          WRK-STR-ISS WRK-STR-TOTAL
                                          WRK-STR-TX-ICMS
                                          WRK-STR-TX-ISS
                                          WRK-STR-CLIENTE
                                          WRK-STR-IPI
                                          WRK-STR-ORIGEM
                                          WRK-STR-FILIAL
                                          WRK-STR-UF

           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO NFR-NUMERO
                         NFR-DATA
                         WRK-STR-BRUTO
                         WRK-STR-ICMS
                         WRK-STR-ISS
                         WRK-STR-TOTAL
                         WRK-STR-TX-ICMS
                         WRK-STR-TX-ISS
                         WRK-STR-CLIENTE
                         WRK-STR-IPI
                         WRK-STR-ORIGEM
                         WRK-STR-FILIAL
                         WRK-STR-UF
           END-UNSTRING

           IF NFR-NUMERO NOT EQUAL WRK-NOTA-ORIG
              EXIT SECTION
           END-IF
      *    NOTA GRAVADA ANTES DA FILIAL E DA MATRIZ
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF
           IF WRK-STR-FILIAL NOT EQUAL FIL001A-CODIGO
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-NOTA-ACHADA
           MOVE NFR-DATA               TO WRK-ORIG-DATA
           MOVE WRK-STR-TX-ICMS-V      TO WRK-ORIG-TX-ICMS
           MOVE WRK-STR-TX-ISS-V       TO WRK-ORIG-TX-ISS
           MOVE WRK-STR-TOTAL-V        TO WRK-ORIG-TOTAL
           MOVE WRK-STR-ORIGEM         TO WRK-ORIG-ORIGEM
           MOVE FUNCTION UPPER-CASE(WRK-STR-UF) TO WRK-ORIG-UF
           IF WRK-STR-CLIENTE IS NUMERIC
              MOVE WRK-STR-CLIENTE     TO WRK-ORIG-CLIENTE
           ELSE
              MOVE ZEROS               TO WRK-ORIG-CLIENTE
           END-IF
           IF WRK-STR-ORIGEM(1:1) EQUAL 'P' AND
              WRK-STR-ORIGEM(2:6) IS NUMERIC
              MOVE WRK-STR-ORIGEM(2:6) TO WRK-ORIG-PEDIDO
           ELSE
              MOVE ZEROS               TO WRK-ORIG-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011a-end
       0011A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOME DO CLIENTE DA NOTA EM CADASTRO1.dat (E O SACADO DOS
      *    TITULOS DA NOTA)
      *----------------------------------------------------------------*
       0012-IDENTIFICAR-CLIENTE        SECTION.
      *----------------------------------------------------------------*

           MOVE 'NAO IDENTIFICADO'     TO WRK-CLIENTE-NOME
           IF WRK-ORIG-CLIENTE EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CLI

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDC-ID-CLIENTE EQUAL WRK-ORIG-CLIENTE
                       MOVE FDC-NOME-CLIENTE TO WRK-CLIENTE-NOME
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ

           DISPLAY '* NOTA ' WRK-NOTA-ORIG ' DE ' WRK-ORIG-DATA
                   ' - CLIENTE ' WRK-ORIG-CLIENTE ' '
                   WRK-CLIENTE-NOME
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR OS ITENS DA NOTA ORIGINAL COMO O EFDICM1A: NOTA DE
      *    PEDIDO = LINHAS DE PEDVITEM.dat; NOTA DO SIMULADOR = UMA
      *    UNIDADE DE CADA PRODUTO DO CATALOGO AO PRECO DO CATALOGO
      *----------------------------------------------------------------*
       0013-CARREGAR-ITENS-NOTA        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DIT

           IF WRK-ORIG-PEDIDO EQUAL ZEROS
              PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                         WRK-IND-CAT > WRK-QTDE-CAT
                 MOVE TAB-CAT-COD(WRK-IND-CAT) TO WRK-ITEM-COD
                 MOVE 1                TO WRK-ITEM-QTDE
                 COMPUTE WRK-ITEM-PRECO-CENTS =
                         TAB-CAT-VALOR(WRK-IND-CAT) * 100
                 PERFORM 0013B-ACRESCENTAR-ITEM
              END-PERFORM
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0013A-TRATAR-ITEM-PED
              END-READ
           END-PERFORM

           CLOSE ARQ-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA DE PEDVITEM.dat DO PEDIDO DA NOTA
      *----------------------------------------------------------------*
       0013A-TRATAR-ITEM-PED           SECTION.
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
              WRK-PIT-QTDE NOT NUMERIC OR
              WRK-PIT-PRECO NOT NUMERIC
              EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(WRK-PIT-PEDIDO) NOT EQUAL WRK-ORIG-PEDIDO
              EXIT SECTION
           END-IF

           MOVE WRK-PIT-COD            TO WRK-ITEM-COD
           MOVE WRK-PIT-QTDE           TO WRK-ITEM-QTDE
           MOVE WRK-PIT-PRECO          TO WRK-ITEM-PRECO-CENTS
           PERFORM 0013B-ACRESCENTAR-ITEM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013a-end
       0013A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACRESCENTAR O ITEM CORRENTE NA TABELA DE ITENS DA NOTA
      *----------------------------------------------------------------*
       0013B-ACRESCENTAR-ITEM          SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-DIT NOT LESS WRK-MAX-TAB-DIT
              DISPLAY 'TABELA DE ITENS CHEIA! MAXIMO ' WRK-MAX-TAB-DIT
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-DIT
           MOVE WRK-ITEM-COD           TO TAB-DIT-COD(WRK-QTDE-DIT)
           MOVE WRK-ITEM-QTDE          TO TAB-DIT-QTDE-NF(WRK-QTDE-DIT)
           MOVE WRK-ITEM-PRECO-CENTS   TO
                TAB-DIT-PRECO-CENTS(WRK-QTDE-DIT)
           MOVE ZEROS                  TO TAB-DIT-QTDE-ANT(WRK-QTDE-DIT)
                                          TAB-DIT-QTDE-DEV(WRK-QTDE-DIT)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013b-end
       0013B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR AS QUANTIDADES JA DEVOLVIDAS DA NOTA (DEVITEM.dat),
      *    IGNORANDO AS NOTAS DE DEVOLUCAO CANCELADAS
      *----------------------------------------------------------------*
       0014-ABATER-JA-DEVOLVIDOS       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-DEV-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DEV-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0014A-TRATAR-ITEM-DEV
              END-READ
           END-PERFORM

           CLOSE ARQ-DEV-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR UMA LINHA DE DEVITEM.dat NO ITEM DA NOTA ORIGINAL
      *----------------------------------------------------------------*
       0014A-TRATAR-ITEM-DEV           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DVI-NOTA
                                          WRK-DVI-COD
                                          WRK-DVI-QTDE
                                          WRK-DVI-PRECO
                                          WRK-DVI-ORIG
                                          WRK-DVI-FILIAL

           UNSTRING FD-LIN-ITEM-DEV DELIMITED BY SEP
              INTO WRK-DVI-NOTA
                   WRK-DVI-COD
                   WRK-DVI-QTDE
                   WRK-DVI-PRECO
                   WRK-DVI-ORIG
                   WRK-DVI-FILIAL
           END-UNSTRING

           IF WRK-DVI-NOTA NOT NUMERIC OR
              WRK-DVI-COD NOT NUMERIC OR
              WRK-DVI-QTDE NOT NUMERIC OR
              WRK-DVI-ORIG NOT NUMERIC
              EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(WRK-DVI-ORIG) NOT EQUAL WRK-NOTA-ORIG OR
              WRK-DVI-FILIAL NOT EQUAL FIL001A-CODIGO
              EXIT SECTION
           END-IF

           MOVE WRK-DVI-NOTA           TO WRK-NOTA-CONSULTA
           PERFORM 0002B-VERIFICAR-CANCELADA
           IF WRK-NOTA-CANCELADA EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-DVI-COD            TO WRK-ITEM-COD
           MOVE WRK-DVI-QTDE           TO WRK-ITEM-QTDE
      *    O MESMO PRODUTO PODE ESTAR EM MAIS DE UMA LINHA DO PEDIDO:
      *    A QUANTIDADE VAI ENCHENDO AS LINHAS NA ORDEM
           PERFORM VARYING WRK-IND-DIT FROM 1 BY 1 UNTIL
                      (WRK-IND-DIT > WRK-QTDE-DIT) OR
                      (WRK-ITEM-QTDE EQUAL ZEROS)
              IF TAB-DIT-COD(WRK-IND-DIT) EQUAL WRK-ITEM-COD
                 COMPUTE WRK-QTDE-DISPONIVEL =
                         TAB-DIT-QTDE-NF(WRK-IND-DIT) -
                         TAB-DIT-QTDE-ANT(WRK-IND-DIT)
                 IF WRK-QTDE-DISPONIVEL GREATER WRK-ITEM-QTDE
                    MOVE WRK-ITEM-QTDE TO WRK-QTDE-DISPONIVEL
                 END-IF
                 ADD WRK-QTDE-DISPONIVEL
                                    TO TAB-DIT-QTDE-ANT(WRK-IND-DIT)
                 SUBTRACT WRK-QTDE-DISPONIVEL FROM WRK-ITEM-QTDE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014a-end
       0014A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITAR A QUANTIDADE DEVOLVIDA DE CADA ITEM QUE AINDA TEM
      *    SALDO (0 = NAO DEVOLVE O ITEM)
      *----------------------------------------------------------------*
       0015-DIGITAR-QUANTIDADES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ITENS-DEV

           PERFORM VARYING WRK-IND-DIT FROM 1 BY 1 UNTIL
                      WRK-IND-DIT > WRK-QTDE-DIT
              COMPUTE WRK-QTDE-DISPONIVEL =
                      TAB-DIT-QTDE-NF(WRK-IND-DIT) -
                      TAB-DIT-QTDE-ANT(WRK-IND-DIT)
              IF WRK-QTDE-DISPONIVEL GREATER ZEROS
                 DISPLAY '* PRODUTO ' TAB-DIT-COD(WRK-IND-DIT)
                         ' VENDIDO ' TAB-DIT-QTDE-NF(WRK-IND-DIT)
                         ' JA DEVOLVIDO '
                         TAB-DIT-QTDE-ANT(WRK-IND-DIT)
                         ' PRECO(CENTAVOS) '
                         TAB-DIT-PRECO-CENTS(WRK-IND-DIT)
                 DISPLAY 'QUANTIDADE A DEVOLVER (0 A '
                         WRK-QTDE-DISPONIVEL '): ' WITH NO ADVANCING
                 ACCEPT WRK-QTDE-DIGITADA
                 IF WRK-QTDE-DIGITADA GREATER WRK-QTDE-DISPONIVEL
                    DISPLAY 'QUANTIDADE ACIMA DO SALDO - ITEM NAO '
                            'DEVOLVIDO'
                    MOVE ZEROS         TO WRK-QTDE-DIGITADA
                 END-IF
                 MOVE WRK-QTDE-DIGITADA
                                    TO TAB-DIT-QTDE-DEV(WRK-IND-DIT)
                 IF WRK-QTDE-DIGITADA GREATER ZEROS
                    ADD 1              TO WRK-QTDE-ITENS-DEV
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TOTAIS DA NOTA DE DEVOLUCAO PELA MESMA REGRA DA EMISSAO:
      *    ICMS/IPI POR ITEM (NCM + UF DA NOTA ORIGINAL NA MATRIZ,
      *    SEM LINHA = ICMS DA NOTA E IPI ZERO) E ISS PELA TAXA DA
      *    NOTA ORIGINAL
      *----------------------------------------------------------------*
       0016-CALCULAR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TOT-BRUTO-CENTS
                                          WRK-TOT-ICMS
                                          WRK-TOT-IPI

           PERFORM VARYING WRK-IND-DIT FROM 1 BY 1 UNTIL
                      WRK-IND-DIT > WRK-QTDE-DIT
              IF TAB-DIT-QTDE-DEV(WRK-IND-DIT) GREATER ZEROS
                 COMPUTE WRK-TOT-BRUTO-CENTS = WRK-TOT-BRUTO-CENTS +
                         (TAB-DIT-QTDE-DEV(WRK-IND-DIT) *
                          TAB-DIT-PRECO-CENTS(WRK-IND-DIT))
                 COMPUTE WRK-ITEM-BRUTO =
                         (TAB-DIT-QTDE-DEV(WRK-IND-DIT) *
                          TAB-DIT-PRECO-CENTS(WRK-IND-DIT)) / 100
                 PERFORM 0016A-RESOLVER-TAXA-ITEM
                 COMPUTE WRK-TOT-ICMS ROUNDED = WRK-TOT-ICMS +
                         (WRK-ITEM-BRUTO * WRK-TX-ICMS-ITEM)
                 COMPUTE WRK-TOT-IPI ROUNDED = WRK-TOT-IPI +
                         (WRK-ITEM-BRUTO * WRK-TX-IPI-ITEM)
              END-IF
           END-PERFORM

           COMPUTE WRK-TOT-BRUTO = WRK-TOT-BRUTO-CENTS / 100
           COMPUTE WRK-TOT-ISS ROUNDED =
                   WRK-TOT-BRUTO * WRK-ORIG-TX-ISS
           COMPUTE WRK-TOT-NOTA =
                   WRK-TOT-BRUTO + WRK-TOT-ICMS + WRK-TOT-ISS
                 + WRK-TOT-IPI
           COMPUTE WRK-TOT-NOTA-CENTS = WRK-TOT-NOTA * 100
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TAXAS DO ITEM WRK-IND-DIT: NCM DO PRODUTO + UF DA NOTA
      *    ORIGINAL NA MATRIZ; SEM LINHA NA MATRIZ (OU NOTA ANTIGA SEM
      *    UF) VALEM O ICMS DA NOTA E IPI ZERO
      *----------------------------------------------------------------*
       0016A-RESOLVER-TAXA-ITEM        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ORIG-TX-ICMS       TO WRK-TX-ICMS-ITEM
           MOVE ZEROS                  TO WRK-TX-IPI-ITEM
           MOVE SPACES                 TO WRK-ITEM-NCM

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-COD(WRK-IND-CAT) EQUAL
                 TAB-DIT-COD(WRK-IND-DIT)
                 MOVE TAB-CAT-NCM(WRK-IND-CAT) TO WRK-ITEM-NCM
                 MOVE WRK-QTDE-CAT     TO WRK-IND-CAT
              END-IF
           END-PERFORM

           IF WRK-ITEM-NCM EQUAL SPACES OR WRK-ORIG-UF EQUAL SPACES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-NCM FROM 1 BY 1 UNTIL
                      WRK-IND-NCM > WRK-QTDE-NCM
              IF TAB-NCM-CODIGO(WRK-IND-NCM) EQUAL WRK-ITEM-NCM AND
                 TAB-NCM-UF(WRK-IND-NCM) EQUAL WRK-ORIG-UF
                 MOVE TAB-NCM-TX-ICMS(WRK-IND-NCM)
                                       TO WRK-TX-ICMS-ITEM
                 MOVE TAB-NCM-TX-IPI(WRK-IND-NCM)
                                       TO WRK-TX-IPI-ITEM
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016a-end
       0016A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMITIR A NOTA DE DEVOLUCAO (ENTRADA) NA SERIE DA FILIAL:
      *    REGISTRO FISCAL EM NFREG.dat COM ORIGEM 'D' + NOTA ORIGINAL
      *    E SITUACAO EMITIDA EM NOTASTATUS.dat
      *----------------------------------------------------------------*
       0017-EMITIR-NOTA-DEVOLUCAO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-NOTA-NUMERO    TO WRK-NOTA-DEV

           OPEN EXTEND ARQUIVO-NFREG
           MOVE SPACES                 TO FD-LIN-NFREG
           STRING WRK-NOTA-DEV         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TOT-BRUTO        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TOT-ICMS         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TOT-ISS          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TOT-NOTA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-ORIG-TX-ICMS     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-ORIG-TX-ISS      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-ORIG-CLIENTE     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TOT-IPI          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
      *           ORIGEM DA NOTA: 'D' + NOTA ORIGINAL. OS LEITORES DO
      *           REGISTRO FISCAL TRATAM A NOTA COMO ENTRADA
                  'D'                  DELIMITED BY SIZE
                  WRK-NOTA-ORIG        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-ORIG-UF          DELIMITED BY SIZE
                  INTO FD-LIN-NFREG
           END-STRING
           WRITE FD-LIN-NFREG
           CLOSE ARQUIVO-NFREG

           OPEN EXTEND ARQUIVO-STATUS
           MOVE SPACES                 TO FD-LIN-STATUS
           STRING WRK-NOTA-DEV         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'EMITIDA'            DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  INTO FD-LIN-STATUS
           END-STRING
           WRITE FD-LIN-STATUS
           CLOSE ARQUIVO-STATUS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR OS ITENS DEVOLVIDOS EM DEVITEM.dat
      *----------------------------------------------------------------*
       0018-GRAVAR-ITENS-DEVOLUCAO     SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-DEV-ITENS

           PERFORM VARYING WRK-IND-DIT FROM 1 BY 1 UNTIL
                      WRK-IND-DIT > WRK-QTDE-DIT
              IF TAB-DIT-QTDE-DEV(WRK-IND-DIT) GREATER ZEROS
                 MOVE SPACES           TO FD-LIN-ITEM-DEV
                 STRING WRK-NOTA-DEV   DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        TAB-DIT-COD(WRK-IND-DIT)
                                       DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        TAB-DIT-QTDE-DEV(WRK-IND-DIT)
                                       DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        TAB-DIT-PRECO-CENTS(WRK-IND-DIT)
                                       DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-NOTA-ORIG  DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        FIL001A-CODIGO DELIMITED BY SIZE
                        INTO FD-LIN-ITEM-DEV
                 END-STRING
                 WRITE FD-LIN-ITEM-DEV
              END-IF
           END-PERFORM

           CLOSE ARQ-DEV-ITENS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR SE A ULTIMA SITUACAO DE EXPEDICAO DA NOTA
      *    ORIGINAL NA FILIAL E 'RECUSADA' (EXPEDNF.dat DO EXPED01A -
      *    SEM FILIAL = MATRIZ)
      *----------------------------------------------------------------*
       0019-VERIFICAR-RECUSA           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-NOTA-RECUSADA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-EXP

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-EXP
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-EXP-NOTA-LIDA
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
                    IF WRK-EXP-FILIAL-LIDA EQUAL SPACES
                       MOVE FIL001A-MATRIZ
                                       TO WRK-EXP-FILIAL-LIDA
                    END-IF
                    IF WRK-EXP-NOTA-LIDA IS NUMERIC AND
                       WRK-EXP-FILIAL-LIDA EQUAL FIL001A-CODIGO
                       IF FUNCTION NUMVAL(WRK-EXP-NOTA-LIDA) EQUAL
                          WRK-NOTA-ORIG
                          IF WRK-EXP-SITUACAO-LIDA EQUAL 'RECUSADA'
                             MOVE 'S'  TO WRK-NOTA-RECUSADA
                          ELSE
                             MOVE 'N'  TO WRK-NOTA-RECUSADA
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-EXP
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVER A QUANTIDADE AO LOCAL 'LOJA' DO ESTOQUE, COM
      *    MOVIMENTO DE ENTRADA EM MOVESTOQ.dat (COMO A DEVOLUCAO DO
      *    CAIXAREG)
      *----------------------------------------------------------------*
       0020-RESTITUIR-ESTOQUE          SECTION.
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

           PERFORM 0021-GRAVAR-MOVIMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO DE ENTRADA EM MOVESTOQ.dat NO FORMATO DO
      *    CAIXAREG, COM A NOTA ORIGINAL NO MOTIVO
      *----------------------------------------------------------------*
       0021-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ITEM-QTDE          TO WRK-MOV-QTDE
           MOVE SPACES                 TO WRK-MOTIVO
           STRING 'DEVOLUCAO NF ' WRK-NOTA-ORIG
                  DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING

           OPEN EXTEND ARQUIVO-MOV
           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  WRK-ITEM-COD '|' WRK-LOCAL-LOJA '|'
                  'E' '|' '+' '|' '00' WRK-MOV-QTDE '|'
                  WRK-MOTIVO '|' 'DEVVENDA' '|' '|'
                  FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
           CLOSE ARQUIVO-MOV
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABATER O VALOR DEVOLVIDO NOS TITULOS EM ABERTO DA NOTA
      *    ORIGINAL (NOSSO NUMERO = NOTA + PARCELA + 'F' + FILIAL DA
      *    NOTA), DA ULTIMA PARCELA PARA A PRIMEIRA. CADA ABATIMENTO
      *    VAI PARA INSTRUCO.dat; O TITULO ZERADO E BAIXADO. O QUE
      *    SOBRAR VIRA CREDITO
      *----------------------------------------------------------------*
       0030-ABATER-TITULOS             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0031-CARREGAR-TITULOS

           MOVE 'N'                    TO WRK-TIT-ALTERADO
           MOVE SPACES                 TO WRK-INST-OBS
           STRING 'DEVOLUCAO NF ' WRK-NOTA-ORIG
                  ' ENTRADA ' WRK-NOTA-DEV
                  DELIMITED BY SIZE INTO WRK-INST-OBS
           END-STRING

           PERFORM VARYING WRK-IND-TIT FROM WRK-QTDE-TIT BY -1 UNTIL
                      (WRK-IND-TIT < 1) OR
                      (WRK-SALDO-ACERTO-CENTS EQUAL ZEROS)
              MOVE TAB-TIT-NOSSONUM(WRK-IND-TIT) TO WRK-NOSSONUM-NOTA
              IF WRK-NOSSONUM-NOTA(1:8) IS NUMERIC AND
                 WRK-NN-RESTO EQUAL SPACES AND
                 ((WRK-NN-MARCA EQUAL SPACE AND
                   WRK-NN-FILIAL EQUAL SPACES AND
                   FIL001A-CODIGO EQUAL FIL001A-MATRIZ) OR
                  (WRK-NN-MARCA EQUAL 'F' AND
                   WRK-NN-FILIAL EQUAL FIL001A-CODIGO)) AND
                 WRK-NN-NOTA EQUAL WRK-NOTA-ORIG AND
                 TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) EQUAL ZEROS AND
                 TAB-TIT-VALOR-CENTS(WRK-IND-TIT) GREATER ZEROS
                 IF TAB-TIT-VALOR-CENTS(WRK-IND-TIT) GREATER
                    WRK-SALDO-ACERTO-CENTS
                    MOVE WRK-SALDO-ACERTO-CENTS TO WRK-ABAT-CENTS
                 ELSE
                    MOVE TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                       TO WRK-ABAT-CENTS
                 END-IF
                 SUBTRACT WRK-ABAT-CENTS
                    FROM TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                 SUBTRACT WRK-ABAT-CENTS FROM WRK-SALDO-ACERTO-CENTS
                 ADD WRK-ABAT-CENTS    TO WRK-TOT-ABATIDO-CENTS
                 MOVE 'S'              TO TAB-TIT-ALTERADO(WRK-IND-TIT)
                 MOVE 'S'              TO WRK-TIT-ALTERADO
                 MOVE 'ABATIMENTO'     TO WRK-INST-DESC
                 MOVE WRK-ABAT-CENTS   TO WRK-INST-VALOR-CENTS
                 PERFORM 0032-GRAVAR-INSTRUCAO
                 IF TAB-TIT-VALOR-CENTS(WRK-IND-TIT) EQUAL ZEROS
                    MOVE WRK-HOJE-AAAAMMDD
                         TO TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                    MOVE 'BAIXA'       TO WRK-INST-DESC
                    MOVE ZEROS         TO WRK-INST-VALOR-CENTS
                    PERFORM 0032-GRAVAR-INSTRUCAO
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-TIT-ALTERADO EQUAL 'S'
              PERFORM 0033-REGRAVAR-TITULOS
           ELSE
              DISPLAY 'NOTA ' WRK-NOTA-ORIG ' SEM TITULO EM ABERTO - '
                      'O VALOR VAI PARA O CREDITO DO CLIENTE'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR TITULOS.dat NA TABELA (MESMO CRITERIO DO PROG025A
      *    PARA AS LINHAS DE TITULO; AS DEMAIS SAO GUARDADAS COMO ESTAO)
      *----------------------------------------------------------------*
       0031-CARREGAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-TIT LESS WRK-MAX-TAB-TIT
                       ADD 1           TO WRK-QTDE-TIT
                       MOVE FD-LIN-TITULOS
                            TO TAB-TIT-ORIGINAL(WRK-QTDE-TIT)
                       MOVE 'N'   TO TAB-TIT-ALTERADO(WRK-QTDE-TIT)
                       MOVE SPACES     TO TITULOS
                       MOVE ZEROS      TO TITULOS-VALOR-CENTS
                                          TITULOS-VENC-AAAAMMDD
                                          TITULOS-PAGTO-AAAAMMDD
                       IF FD-LIN-TITULOS(1:1) IS NUMERIC
                          UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                                   INTO TITULOS-NOSSONUM
                                        TITULOS-SACADO
                                        TITULOS-CEDENTE
                                        TITULOS-VALOR-CENTS
                                        TITULOS-VENC-AAAAMMDD
                                        TITULOS-PAGTO-AAAAMMDD
                          END-UNSTRING
                          IF TITULOS-PAGTO-AAAAMMDD NOT NUMERIC
                             MOVE ZEROS TO TITULOS-PAGTO-AAAAMMDD
                          END-IF
                       END-IF
                       MOVE TITULOS-NOSSONUM
                            TO TAB-TIT-NOSSONUM(WRK-QTDE-TIT)
                       MOVE TITULOS-SACADO
                            TO TAB-TIT-SACADO(WRK-QTDE-TIT)
                       MOVE TITULOS-CEDENTE
                            TO TAB-TIT-CEDENTE(WRK-QTDE-TIT)
                       MOVE TITULOS-VALOR-CENTS
                            TO TAB-TIT-VALOR-CENTS(WRK-QTDE-TIT)
                       MOVE TITULOS-VENC-AAAAMMDD
                            TO TAB-TIT-VENC-AAAAMMDD(WRK-QTDE-TIT)
                       MOVE TITULOS-PAGTO-AAAAMMDD
                            TO TAB-TIT-PAGTO-AAAAMMDD(WRK-QTDE-TIT)
                    ELSE
                       DISPLAY 'TABELA DE TITULOS CHEIA! - MAXIMO '
                                WRK-MAX-TAB-TIT ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A INSTRUCAO DO TITULO WRK-IND-TIT EM INSTRUCO.dat
      *    (MESMO LEIAUTE DO 0031 DO PROG025A)
      *----------------------------------------------------------------*
       0032-GRAVAR-INSTRUCAO           SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-INST

           MOVE SPACES                  TO FD-LIN-INSTRUCAO
           STRING
               WRK-HOJE-AAAAMMDD             DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                                             DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               WRK-INST-DESC                 DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               WRK-INST-VALOR-CENTS          DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                             DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               FUNCTION TRIM(WRK-INST-OBS)   DELIMITED BY SIZE
               INTO FD-LIN-INSTRUCAO
           END-STRING

           WRITE FD-LIN-INSTRUCAO
           CLOSE ARQUIVO-INST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR TITULOS.dat: OS TITULOS ABATIDOS NO LEIAUTE DO
      *    PROG025A, AS DEMAIS LINHAS COMO FORAM LIDAS
      *----------------------------------------------------------------*
       0033-REGRAVAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-TIT

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-ALTERADO(WRK-IND-TIT) EQUAL 'S'
                 MOVE SPACES           TO FD-LIN-TITULOS
                 STRING
                    FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                    SEP                       DELIMITED BY SIZE
                    FUNCTION TRIM(TAB-TIT-SACADO(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                    SEP                       DELIMITED BY SIZE
                    FUNCTION TRIM(TAB-TIT-CEDENTE(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                    SEP                       DELIMITED BY SIZE
                    TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                    SEP                       DELIMITED BY SIZE
                    TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                    SEP                       DELIMITED BY SIZE
                    TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                    INTO FD-LIN-TITULOS
                 END-STRING
              ELSE
                 MOVE TAB-TIT-ORIGINAL(WRK-IND-TIT) TO FD-LIN-TITULOS
              END-IF
              WRITE FD-LIN-TITULOS
           END-PERFORM

           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR O SALDO DA DEVOLUCAO COMO CREDITO DO CLIENTE EM
      *    CREDCLI.dat
      *----------------------------------------------------------------*
       0035-GRAVAR-CREDITO             SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-CRED
           MOVE SPACES                 TO FD-LIN-CREDITO
           STRING WRK-ORIG-CLIENTE     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-SALDO-ACERTO-CENTS
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'DEVOLUCAO NF '      DELIMITED BY SIZE
                  WRK-NOTA-ORIG        DELIMITED BY SIZE
                  ' ENTRADA '          DELIMITED BY SIZE
                  WRK-NOTA-DEV         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  INTO FD-LIN-CREDITO
           END-STRING
           WRITE FD-LIN-CREDITO
           CLOSE ARQUIVO-CRED
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR O SALDO DE CREDITO DE UM CLIENTE
      *----------------------------------------------------------------*
       0040-CONSULTAR-CREDITO          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ID DO CLIENTE: ' WITH NO ADVANCING
           ACCEPT WRK-CRED-CLIENTE

           PERFORM 0041-CALCULAR-SALDO

           COMPUTE WRK-CRED-SALDO = WRK-CRED-SALDO-CENTS / 100
           MOVE WRK-CRED-SALDO         TO WRK-CRED-SALDO-EDIT
           DISPLAY '* CLIENTE ' WRK-CRED-CLIENTE
                   ' - SALDO DE CREDITO: ' WRK-CRED-SALDO-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO DE CREDITO DE WRK-CRED-CLIENTE: CREDITOS (C) MENOS
      *    USOS (U) DE CREDCLI.dat
      *----------------------------------------------------------------*
       0041-CALCULAR-SALDO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CRED-SALDO-CENTS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CRED

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CRED
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-CRD-CLIENTE-LIDO
                                          WRK-CRD-DATA-LIDA
                                          WRK-CRD-TIPO-LIDO
                                          WRK-CRD-VALOR-LIDO
                    UNSTRING FD-LIN-CREDITO DELIMITED BY SEP
                             INTO WRK-CRD-CLIENTE-LIDO
                                  WRK-CRD-DATA-LIDA
                                  WRK-CRD-TIPO-LIDO
                                  WRK-CRD-VALOR-LIDO
                    END-UNSTRING
                    IF WRK-CRD-CLIENTE-LIDO IS NUMERIC AND
                       WRK-CRD-VALOR-LIDO IS NUMERIC
                       IF WRK-CRD-CLIENTE-LIDO EQUAL WRK-CRED-CLIENTE
                          MOVE WRK-CRD-VALOR-LIDO
                                       TO WRK-CRED-VALOR-CENTS
                          IF WRK-CRD-TIPO-LIDO EQUAL 'U'
                             SUBTRACT WRK-CRED-VALOR-CENTS
                                  FROM WRK-CRED-SALDO-CENTS
                          ELSE
                             ADD WRK-CRED-VALOR-CENTS
                                  TO WRK-CRED-SALDO-CENTS
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CRED
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
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
