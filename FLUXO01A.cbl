      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: FLUXO DE CAIXA PROJETADO PARA OS PROXIMOS 90
      *              DIAS (HOJE + 89). PARTE DO SALDO TOTAL DE
      *              CONTAENT.dat NA DATA CORRENTE E LANCA EM CADA DIA
      *              AS ENTRADAS E SAIDAS PREVISTAS DE TODOS OS
      *              SUBSISTEMAS, COM O SALDO ACUMULADO DIA A DIA.
      *              DIA COM SALDO NEGATIVO E SINALIZADO. GRAVA O
      *              FLUXO DIARIO EM FLUXO90.txt E O RESUMO SEMANAL
      *              PARA A GERENCIA EM FLUXOSEM.txt.
      *----------------------------------------------------------------*
      * ORIGENS....: ENTRADAS
      *              1 TITULOS.dat   - TITULOS EM ABERTO (PAGTO ZEROS)
      *                                NO VENCIMENTO EFETIVO (PROXIMO
      *                                DIA UTIL VIA PROGDATA).
      *                                TITULO DESCONTADO EM BORDERO
      *                                (BORDTIT.dat SITUACAO 'D',
      *                                PROG025M) E RECEBIDO PELO BANCO
      *                                E FICA FORA DA PROJECAO - SO
      *                                TOTALIZADO A PARTE
      *              2 CONTRATOS.dat - MENSALIDADES DOS MESES DO
      *                                HORIZONTE AINDA NAO GERADAS
      *                                PELO PROG025D (NOSSO NUMERO
      *                                CONTRATO+AAAAMM FORA DE
      *                                TITULOS.dat), MESMA REGRA DE
      *                                VENCIMENTO DO PROG025D
      *              3 CHEQPD.dat    - CHEQUES EM CUSTODIA ('C') NO
      *                                BOM-PARA (PROXIMO DIA UTIL)
      *              SAIDAS
      *              4 AGENDTRF.dat  - PIX E SAQUES AGENDADOS
      *                                PENDENTES ('P'). TRANSFERENCIA
      *                                ENTRE CONTAS (TIPO 1) NAO ALTERA
      *                                O SALDO TOTAL E NAO E PROJETADA
      *              5 FOLHALIQ.dat  - LIQUIDO DA ULTIMA FOLHA, REPETIDO
      *                                NO DIA DE PAGAMENTO DE CADA MES
      *                                DO HORIZONTE (DIA 05 PRORROGADO
      *                                PARA O PROXIMO DIA UTIL)
      *              6 CPTITULO.dat  - PARCELAS A PAGAR NAO PAGAS
      *                                (SITUACAO DIFERENTE DE 'P') NO
      *                                VENCIMENTO EFETIVO
      *              VALOR JA VENCIDO E AINDA NAO REALIZADO E LANCADO
      *              NO PRIMEIRO DIA (HOJE).
      * NOME.......: FLUXO01A
      * MANUTENCAO.: 15/10/2026 - TITULOS DESCONTADOS EM BORDERO NAO
      *              ENTRAM MAIS NAS ENTRADAS PROJETADAS; QUANTIDADE E
      *              VALOR SAO INFORMADOS A PARTE NO RELATORIO.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA (CTAMST1B); A LEITURA CONTINUA
      *              SEQUENCIAL, NA ORDEM DA CHAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXO01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-ENT ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-NUM-CONTA.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BTI ASSIGN TO 'BORDTIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CTR ASSIGN TO 'CONTRATOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHEQUES ASSIGN TO 'CHEQPD.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AGENDA-TRF ASSIGN TO 'AGENDTRF.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-LIQ ASSIGN TO 'FOLHALIQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CPT ASSIGN TO 'CPTITULO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'FLUXO90.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-SEM ASSIGN TO 'FLUXOSEM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-ENT.
       01  FD-ENT-LINHA.
         05  FDE-NUM-CONTA                PIC 9(10) VALUE ZEROS.
         05  FDE-NOME                     PIC X(20) VALUE SPACES.
         05  FDE-SALDO-STR                PIC X(12) VALUE SPACES.

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-BTI.
       01  FD-LIN-BORDERO-TIT             PIC X(100).

       FD  ARQUIVO-CTR.
       01  FD-LIN-CONTRATO                PIC X(200).

       FD  ARQ-CHEQUES.
       01  FD-LIN-CHEQUE                  PIC X(080).

       FD  AGENDA-TRF.
       01  WRK-AGENDA-REGISTRO.
         05  FD-AGENDA-LINHA             PIC X(120).

       FD  ARQUIVO-LIQ.
       01  FD-LIN-LIQUIDO                 PIC X(060).

       FD  ARQUIVO-CPT.
       01  FD-LIN-CPTITULO                PIC X(120).

       FD  ARQUIVO-REL.
       01  FD-LIN-REL                     PIC X(132).

       FD  ARQUIVO-SEM.
       01  FD-LIN-SEM                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HOJE-INT                   PIC 9(09) VALUE ZEROS.
       01  WRK-ULTIMO-DIA                 PIC 9(08) VALUE ZEROS.

      *--- Horizonte da projecao (DIA 1 = HOJE)
       01  WRK-MAX-DIAS                   PIC 9(03) VALUE 90.
       01  WRK-IND-DIA                    PIC 9(03) VALUE ZEROS.
       01  WRK-DESLOC                     PIC S9(07) VALUE ZEROS.
       01  TAB-DIAS.
           05  TAB-DIA OCCURS 90 TIMES.
               10  TAB-DIA-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-DIA-ENTRADA        PIC S9(13) VALUE ZEROS.
               10  TAB-DIA-SAIDA          PIC S9(13) VALUE ZEROS.
               10  TAB-DIA-SALDO          PIC S9(13) VALUE ZEROS.

      *--- Totais por origem (1-3 ENTRADAS / 4-6 SAIDAS)
       01  WRK-IND-ORI                    PIC 9(01) VALUE ZEROS.
       01  TAB-ORIGENS.
           05  TAB-ORI OCCURS 6 TIMES.
               10  TAB-ORI-QTDE           PIC 9(05) VALUE ZEROS.
               10  TAB-ORI-VALOR          PIC S9(13) VALUE ZEROS.
               10  TAB-ORI-VENCIDO        PIC S9(13) VALUE ZEROS.

      *--- Meses cobertos pelo horizonte (CONTRATOS E FOLHA)
       01  WRK-QTDE-MES                   PIC 9(01) VALUE ZEROS.
       01  WRK-IND-MES                    PIC 9(01) VALUE ZEROS.
       01  TAB-MESES.
           05  TAB-MES OCCURS 5 TIMES     PIC 9(06) VALUE ZEROS.

      *--- Movimento a lancar no dia (0010-LANCAR-MOVIMENTO)
       01  WRK-MOV-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-MOV-VALOR                  PIC S9(13) VALUE ZEROS.
       01  WRK-MOV-ORIGEM                 PIC 9(01) VALUE ZEROS.
       01  WRK-MOV-FORA                   PIC 9(05) VALUE ZEROS.

      *--- Saldo inicial (CONTAENT.dat)
       01  WRK-QTDE-CONTAS                PIC 9(05) VALUE ZEROS.
       01  WRK-SALDO-INICIAL              PIC S9(13) VALUE ZEROS.
       01  WRK-SALDO-CONTA                PIC S9(13) VALUE ZEROS.
       01  WRK-VALOR-STR                  PIC X(12) VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-STR.
           05 WRK-VALOR-V99               PIC 9(9)V99.

      *--- Titulo a receber (MESMO LAYOUT DO PROG025A)
       01  TITULOS.
         05  TITULOS-NOSSONUM             PIC X(20).
         05  TITULOS-SACADO               PIC X(60).
         05  TITULOS-CEDENTE              PIC X(60).
         05  TITULOS-VALOR-CENTS          PIC 9(10).
         05  TITULOS-VENC-AAAAMMDD        PIC 9(8).
         05  TITULOS-PAGTO-AAAAMMDD       PIC 9(8).

      *--- Titulos descontados em bordero (BORDTIT.dat, SITUACAO 'D')
       01  WRK-MAX-TAB-BTI                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-BTI                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-BTI                    PIC 9(04) VALUE ZEROS.
       01  WRK-DESCONTADO                 PIC X(01) VALUE 'N'.
       01  WRK-DSC-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-DSC-VALOR                  PIC S9(13) VALUE ZEROS.
       01  WRK-BTI-LINHA.
           05  WRK-BTI-BORDERO            PIC X(06).
           05  WRK-BTI-NOSSONUM           PIC X(20).
           05  WRK-BTI-VALOR              PIC X(10).
           05  WRK-BTI-VENC               PIC X(08).
           05  WRK-BTI-JUROS              PIC X(10).
           05  WRK-BTI-SITUACAO           PIC X(01).
       01  TAB-DESCONTADOS.
           05  TAB-BTI-NOSSONUM OCCURS 1000 TIMES
                                          PIC X(20).

      *--- Nosso numeros ja existentes em TITULOS.dat (PROG025D)
       01  WRK-MAX-TAB-NN                 PIC 9(03) VALUE 500.
       01  WRK-QTDE-NN                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-NN                     PIC 9(03) VALUE ZEROS.
       01  WRK-NN-COMPLETA                PIC X(01) VALUE 'S'.
       01  WRK-JA-EXISTE                  PIC X(01) VALUE 'N'.
       01  TAB-NN-EXISTENTES.
           05  TAB-NN OCCURS 500 TIMES   PIC X(20) VALUE SPACES.

      *--- Contrato de mensalidade (MESMO LAYOUT DO PROG025D)
       01  WRK-CONTRATO.
         05 CTR-ID                        PIC 9(05).
         05 CTR-CLIENTE                   PIC X(60).
         05 CTR-CEDENTE                   PIC X(60).
         05 CTR-VALOR-CENTS               PIC 9(10).
         05 CTR-DIA-VENC                  PIC 9(02).
         05 CTR-INICIO                    PIC 9(08).
         05 CTR-FIM                       PIC 9(08).
         05 CTR-ATIVO                     PIC X(01).

       01  WRK-NOSSONUM-GERADO.
         05 WRK-NN-CONTRATO               PIC 9(05).
         05 WRK-NN-ANOMES                 PIC 9(06).

       01  WRK-ANOMES                     PIC 9(06) VALUE ZEROS.
       01  WRK-DIA-VENC                   PIC 9(02) VALUE ZEROS.
       01  WRK-VENC-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-EFETIVO               PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-CLAMP                  PIC 9(02) VALUE ZEROS.
       01  WRK-DIAS-NO-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-ANO-NUM                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-NUM                    PIC 9(02) VALUE ZEROS.

      *--- Cheque em custodia (MESMO LAYOUT DO CHEQPD1A)
       01  WRK-CHQ-NUMERO                 PIC X(10) VALUE SPACES.
       01  WRK-CHQ-BANCO                  PIC X(03) VALUE SPACES.
       01  WRK-CHQ-DOC                    PIC X(14) VALUE SPACES.
       01  WRK-CHQ-VALOR                  PIC 9(11) VALUE ZEROS.
       01  WRK-CHQ-BOMPARA                PIC 9(08) VALUE ZEROS.
       01  WRK-CHQ-NOSSONUM               PIC X(20) VALUE SPACES.
       01  WRK-CHQ-SIT                    PIC X(01) VALUE SPACES.

      *--- Transacao agendada (MESMO LAYOUT DO TRANSF2A)
       01  WRK-AGD-DATA-EXEC              PIC 9(08) VALUE ZEROS.
       01  WRK-AGD-TIPO                   PIC 9(01) VALUE ZEROS.
       01  WRK-AGD-CONTA-A                PIC 9(10) VALUE ZEROS.
       01  WRK-AGD-CONTA-B                PIC 9(10) VALUE ZEROS.
       01  WRK-AGD-CHAVE-PIX              PIC X(40) VALUE SPACES.
       01  WRK-AGD-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Folha liquida (MESMO LAYOUT DO FOLHA02A)
       01  WRK-DIA-PAGTO-FOLHA            PIC 9(02) VALUE 05.
       01  WRK-LIQ-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-LIQ-STR                    PIC X(11) VALUE ZEROS.
       01  WRK-LIQ-NUM REDEFINES WRK-LIQ-STR.
           05 WRK-LIQ-V99                 PIC 9(9)V99.
       01  WRK-LIQ-COMP                   PIC 9(06) VALUE ZEROS.
       01  WRK-FOLHA-COMP                 PIC 9(06) VALUE ZEROS.
       01  WRK-FOLHA-TOTAL                PIC S9(13) VALUE ZEROS.

      *--- Parcela a pagar (MESMO LAYOUT DO CPAGAR1A)
       01  WRK-CPT-LANCAMENTO             PIC 9(06) VALUE ZEROS.
       01  WRK-CPT-PARCELA                PIC 9(02) VALUE ZEROS.
       01  WRK-CPT-FORNECEDOR             PIC 9(05) VALUE ZEROS.
       01  WRK-CPT-NOTA                   PIC 9(09) VALUE ZEROS.
       01  WRK-CPT-VENCIMENTO             PIC 9(08) VALUE ZEROS.
       01  WRK-CPT-VALOR                  PIC 9(11) VALUE ZEROS.
       01  WRK-CPT-SITUACAO               PIC X(01) VALUE SPACES.

      *--- Resumo semanal (SEMANA = 7 DIAS A PARTIR DE HOJE)
       01  WRK-QTDE-SEM                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-SEM                    PIC 9(02) VALUE ZEROS.
       01  TAB-SEMANAS.
           05  TAB-SEM OCCURS 13 TIMES.
               10  TAB-SEM-INICIO         PIC 9(08) VALUE ZEROS.
               10  TAB-SEM-FIM            PIC 9(08) VALUE ZEROS.
               10  TAB-SEM-ENTRADA        PIC S9(13) VALUE ZEROS.
               10  TAB-SEM-SAIDA          PIC S9(13) VALUE ZEROS.
               10  TAB-SEM-SALDO          PIC S9(13) VALUE ZEROS.
               10  TAB-SEM-MENOR          PIC S9(13) VALUE ZEROS.
               10  TAB-SEM-DIAS-NEG       PIC 9(01) VALUE ZEROS.

       01  WRK-QTDE-DIAS-NEG              PIC 9(03) VALUE ZEROS.
       01  WRK-MENOR-SALDO                PIC S9(13) VALUE ZEROS.
       01  WRK-DATA-MENOR                 PIC 9(08) VALUE ZEROS.

      *--- Mascaras de edicao do relatorio
       01  WRK-ENT-EDIT                   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SAI-EDIT                   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-EDIT                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-MENOR-EDIT                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DESC-ORIGEM                PIC X(24) VALUE SPACES.
       01  WRK-SINAL                      PIC X(12) VALUE SPACES.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

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
           PERFORM 0002-MONTAR-HORIZONTE
           PERFORM 0003-CARREGAR-SALDO

           PERFORM 0004-PROJETAR-TITULOS
           PERFORM 0005-PROJETAR-CONTRATOS
           PERFORM 0006-PROJETAR-CHEQUES
           PERFORM 0007-PROJETAR-AGENDAMENTOS
           PERFORM 0008-PROJETAR-FOLHA
           PERFORM 0009-PROJETAR-PAGAR

           PERFORM 0013-CALCULAR-SALDOS

           OPEN OUTPUT ARQUIVO-REL
           PERFORM 0014-GRAVAR-DIARIO
           CLOSE ARQUIVO-REL

           OPEN OUTPUT ARQUIVO-SEM
           PERFORM 0015-GRAVAR-SEMANAL
           CLOSE ARQUIVO-SEM

           COMPUTE WRK-SALDO-EDIT = WRK-SALDO-INICIAL / 100
           COMPUTE WRK-MENOR-EDIT = WRK-MENOR-SALDO / 100
           DISPLAY '*=========================================*'
           DISPLAY '* FLUXO01A - FLUXO DE CAIXA PROJETADO     *'
           DISPLAY '* PERIODO.............: ' WRK-HOJE-AAAAMMDD
                   ' A ' WRK-ULTIMO-DIA
           DISPLAY '* SALDO INICIAL.......: ' WRK-SALDO-EDIT
           DISPLAY '* MENOR SALDO.........: ' WRK-MENOR-EDIT
                   ' EM ' WRK-DATA-MENOR
           DISPLAY '* DIAS NEGATIVOS......: ' WRK-QTDE-DIAS-NEG
           DISPLAY '* FORA DO HORIZONTE...: ' WRK-MOV-FORA
           DISPLAY '* DESCONTADOS (BANCO).: ' WRK-DSC-QTDE
           DISPLAY '* DIARIO EM FLUXO90.txt / SEMANAL EM '
                   'FLUXOSEM.txt'
           DISPLAY '*=========================================*'

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

            COMPUTE WRK-HOJE-INT =
                            FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR AS DATAS DOS 90 DIAS DO HORIZONTE E A LISTA DOS
      *    MESES (AAAAMM) QUE ELES COBREM
      *----------------------------------------------------------------*
       0002-MONTAR-HORIZONTE           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MES

           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1 UNTIL
                      WRK-IND-DIA > WRK-MAX-DIAS
              COMPUTE TAB-DIA-DATA(WRK-IND-DIA) =
                      FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT +
                                               WRK-IND-DIA - 1)
              IF WRK-QTDE-MES EQUAL ZEROS
                 ADD 1                 TO WRK-QTDE-MES
                 MOVE TAB-DIA-DATA(WRK-IND-DIA)(1:6)
                                       TO TAB-MES(WRK-QTDE-MES)
              ELSE
                 IF TAB-DIA-DATA(WRK-IND-DIA)(1:6) NOT EQUAL
                    TAB-MES(WRK-QTDE-MES)
                    ADD 1              TO WRK-QTDE-MES
                    MOVE TAB-DIA-DATA(WRK-IND-DIA)(1:6)
                                       TO TAB-MES(WRK-QTDE-MES)
                 END-IF
              END-IF
           END-PERFORM

           MOVE TAB-DIA-DATA(WRK-MAX-DIAS) TO WRK-ULTIMO-DIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO INICIAL: SOMA DOS SALDOS DE CONTAENT.dat. SALDO
      *    NEGATIVO (CHEQUE ESPECIAL) TRAZ '-' NA POSICAO 12
      *----------------------------------------------------------------*
       0003-CARREGAR-SALDO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT CONTA-ENT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ CONTA-ENT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FDE-SALDO-STR TO WRK-VALOR-STR
                    IF WRK-VALOR-STR(12:1) EQUAL '-'
                       COMPUTE WRK-SALDO-CONTA =
                               WRK-VALOR-V99 * 100 * -1
                    ELSE
                       COMPUTE WRK-SALDO-CONTA =
                               WRK-VALOR-V99 * 100
                    END-IF
                    ADD WRK-SALDO-CONTA TO WRK-SALDO-INICIAL
                    ADD 1              TO WRK-QTDE-CONTAS
              END-READ
           END-PERFORM

           CLOSE CONTA-ENT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULOS A RECEBER EM ABERTO. GUARDA TAMBEM TODOS OS NOSSO
      *    NUMEROS PARA SABER QUAIS MENSALIDADES JA FORAM GERADAS
      *----------------------------------------------------------------*
       0004-PROJETAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0017-CARREGAR-DESCONTADOS

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       PERFORM 0004A-TRATAR-TITULO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM TITULO: REGISTRA O NOSSO NUMERO E, SE EM ABERTO,
      *    LANCA A ENTRADA NO VENCIMENTO EFETIVO
      *----------------------------------------------------------------*
       0004A-TRATAR-TITULO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO TITULOS

           UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                    INTO TITULOS-NOSSONUM
                         TITULOS-SACADO
                         TITULOS-CEDENTE
                         TITULOS-VALOR-CENTS
                         TITULOS-VENC-AAAAMMDD
                         TITULOS-PAGTO-AAAAMMDD
           END-UNSTRING

      *    SEM A TABELA COMPLETA UMA MENSALIDADE JA GERADA SERIA
      *    PROJETADA DE NOVO - AS MENSALIDADES FICAM FORA DO FLUXO
           IF WRK-QTDE-NN LESS WRK-MAX-TAB-NN
              ADD 1                    TO WRK-QTDE-NN
              MOVE TITULOS-NOSSONUM    TO TAB-NN(WRK-QTDE-NN)
           ELSE
              IF WRK-NN-COMPLETA EQUAL 'S'
                 DISPLAY 'TABELA DE NOSSO NUMEROS CHEIA! MAXIMO '
                         WRK-MAX-TAB-NN
                 DISPLAY 'MENSALIDADES DE CONTRATOS NAO SERAO '
                         'PROJETADAS'
                 MOVE 'N'              TO WRK-NN-COMPLETA
              END-IF
           END-IF

      *    PAGTO EM BRANCO (LINHA DIGITADA A MAO) = TITULO EM ABERTO
           IF TITULOS-PAGTO-AAAAMMDD NOT NUMERIC
              MOVE ZEROS               TO TITULOS-PAGTO-AAAAMMDD
           END-IF

           IF TITULOS-PAGTO-AAAAMMDD NOT EQUAL ZEROS OR
              TITULOS-VENC-AAAAMMDD NOT NUMERIC OR
              TITULOS-VALOR-CENTS NOT NUMERIC
              EXIT SECTION
           END-IF

      *    DESCONTADO EM BORDERO: QUEM RECEBE E O BANCO
           PERFORM 0018-VERIFICAR-DESCONTADO
           IF WRK-DESCONTADO EQUAL 'S'
              ADD 1                    TO WRK-DSC-QTDE
              ADD TITULOS-VALOR-CENTS  TO WRK-DSC-VALOR
              EXIT SECTION
           END-IF

           MOVE TITULOS-VENC-AAAAMMDD  TO WRK-MOV-DATA
           PERFORM 0011-PROX-DIA-UTIL
           MOVE TITULOS-VALOR-CENTS    TO WRK-MOV-VALOR
           MOVE 1                      TO WRK-MOV-ORIGEM
           PERFORM 0010-LANCAR-MOVIMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004a-end
       0004A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENSALIDADES DE CONTRATOS AINDA NAO GERADAS EM TITULOS.dat
      *    PARA CADA MES DO HORIZONTE
      *----------------------------------------------------------------*
       0005-PROJETAR-CONTRATOS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-NN-COMPLETA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CTR

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CTR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CONTRATO(1:1) IS NUMERIC
                       PERFORM 0005A-TRATAR-CONTRATO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CTR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM CONTRATO: MESMA VIGENCIA E SITUACAO EXIGIDAS PELO
      *    PROG025D, MES A MES DENTRO DO HORIZONTE
      *----------------------------------------------------------------*
       0005A-TRATAR-CONTRATO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CONTRATO
           MOVE ZEROS                  TO CTR-ID
                                          CTR-VALOR-CENTS
                                          CTR-DIA-VENC
                                          CTR-INICIO
                                          CTR-FIM

           UNSTRING FD-LIN-CONTRATO DELIMITED BY SEP
                    INTO CTR-ID
                         CTR-CLIENTE
                         CTR-CEDENTE
                         CTR-VALOR-CENTS
                         CTR-DIA-VENC
                         CTR-INICIO
                         CTR-FIM
                         CTR-ATIVO
           END-UNSTRING

           IF CTR-ATIVO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-MES FROM 1 BY 1 UNTIL
                      WRK-IND-MES > WRK-QTDE-MES
              MOVE TAB-MES(WRK-IND-MES) TO WRK-ANOMES
              IF CTR-INICIO(1:6) NOT GREATER WRK-ANOMES AND
                (CTR-FIM EQUAL ZEROS OR
                 CTR-FIM(1:6) NOT LESS WRK-ANOMES)
                 PERFORM 0005B-TRATAR-MES-CONTRATO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENSALIDADE DO CONTRATO NO MES WRK-ANOMES: SO ENTRA NO FLUXO
      *    QUANDO O TITULO DO MES AINDA NAO EXISTE EM TITULOS.dat
      *----------------------------------------------------------------*
       0005B-TRATAR-MES-CONTRATO       SECTION.
      *----------------------------------------------------------------*

           MOVE CTR-ID                 TO WRK-NN-CONTRATO
           MOVE WRK-ANOMES             TO WRK-NN-ANOMES

           MOVE 'N'                    TO WRK-JA-EXISTE
           PERFORM VARYING WRK-IND-NN FROM 1 BY 1 UNTIL
                      (WRK-IND-NN > WRK-QTDE-NN) OR
                      (WRK-JA-EXISTE EQUAL 'S')
              IF WRK-NOSSONUM-GERADO EQUAL TAB-NN(WRK-IND-NN)
                 MOVE 'S'              TO WRK-JA-EXISTE
              END-IF
           END-PERFORM

           IF WRK-JA-EXISTE EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE CTR-DIA-VENC           TO WRK-DIA-VENC
           PERFORM 0012-MONTAR-VENCIMENTO

           MOVE WRK-VENC-EFETIVO       TO WRK-MOV-DATA
           MOVE CTR-VALOR-CENTS        TO WRK-MOV-VALOR
           MOVE 2                      TO WRK-MOV-ORIGEM
           PERFORM 0010-LANCAR-MOVIMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005b-end
       0005B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CHEQUES PRE-DATADOS AINDA EM CUSTODIA: ENTRADA NO DIA UTIL
      *    DO DEPOSITO (BOM-PARA)
      *----------------------------------------------------------------*
       0006-PROJETAR-CHEQUES           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CHEQUES

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CHEQUES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-CHQ-SIT
                    MOVE ZEROS         TO WRK-CHQ-VALOR
                                          WRK-CHQ-BOMPARA
                    UNSTRING FD-LIN-CHEQUE DELIMITED BY SEP
                       INTO WRK-CHQ-NUMERO
                            WRK-CHQ-BANCO
                            WRK-CHQ-DOC
                            WRK-CHQ-VALOR
                            WRK-CHQ-BOMPARA
                            WRK-CHQ-NOSSONUM
                            WRK-CHQ-SIT
                    END-UNSTRING
                    IF WRK-CHQ-SIT EQUAL 'C' AND
                       WRK-CHQ-BOMPARA IS NUMERIC AND
                       WRK-CHQ-VALOR IS NUMERIC
                       MOVE WRK-CHQ-BOMPARA TO WRK-MOV-DATA
                       PERFORM 0011-PROX-DIA-UTIL
                       MOVE WRK-CHQ-VALOR   TO WRK-MOV-VALOR
                       MOVE 3               TO WRK-MOV-ORIGEM
                       PERFORM 0010-LANCAR-MOVIMENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CHEQUES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRANSACOES AGENDADAS PENDENTES: PIX (TIPO 2) E SAQUE (TIPO
      *    3) SAEM DO CAIXA NA DATA EFETIVA DE EXECUCAO DO TRANSF2A
      *----------------------------------------------------------------*
       0007-PROJETAR-AGENDAMENTOS      SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT AGENDA-TRF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ AGENDA-TRF
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-AGD-DATA-EXEC
                                          WRK-AGD-TIPO
                                          WRK-VALOR-V99
                    MOVE SPACES        TO WRK-AGD-SITUACAO
                    UNSTRING FD-AGENDA-LINHA DELIMITED BY SEP
                       INTO WRK-AGD-DATA-EXEC
                            WRK-AGD-TIPO
                            WRK-AGD-CONTA-A
                            WRK-AGD-CONTA-B
                            WRK-AGD-CHAVE-PIX
                            WRK-VALOR-STR(1:11)
                            WRK-AGD-SITUACAO
                    END-UNSTRING
                    IF WRK-AGD-SITUACAO EQUAL 'P' AND
                      (WRK-AGD-TIPO EQUAL 2 OR WRK-AGD-TIPO EQUAL 3)
                       MOVE WRK-AGD-DATA-EXEC TO WRK-MOV-DATA
                       PERFORM 0011-PROX-DIA-UTIL
                       COMPUTE WRK-MOV-VALOR = WRK-VALOR-V99 * 100
                       MOVE 4               TO WRK-MOV-ORIGEM
                       PERFORM 0010-LANCAR-MOVIMENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AGENDA-TRF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FOLHA: SOMA OS LIQUIDOS DA ULTIMA COMPETENCIA DE
      *    FOLHALIQ.dat (IGNORANDO HDR/TRL) E PROJETA O TOTAL NO DIA
      *    DE PAGAMENTO DE CADA MES DO HORIZONTE
      *----------------------------------------------------------------*
       0008-PROJETAR-FOLHA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-LIQ

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-LIQ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-LIQUIDO(1:4) NOT EQUAL 'HDR|' AND
                       FD-LIN-LIQUIDO(1:4) NOT EQUAL 'TRL|'
                       MOVE SPACES     TO WRK-LIQ-NOME
                       MOVE ZEROS      TO WRK-LIQ-V99 WRK-LIQ-COMP
                       UNSTRING FD-LIN-LIQUIDO DELIMITED BY SEP
                          INTO WRK-LIQ-NOME
                               WRK-LIQ-STR
                               WRK-LIQ-COMP
                       END-UNSTRING
                       IF WRK-LIQ-COMP GREATER WRK-FOLHA-COMP
                          MOVE WRK-LIQ-COMP TO WRK-FOLHA-COMP
                          MOVE ZEROS   TO WRK-FOLHA-TOTAL
                       END-IF
                       IF WRK-LIQ-COMP EQUAL WRK-FOLHA-COMP
                          COMPUTE WRK-FOLHA-TOTAL = WRK-FOLHA-TOTAL +
                                  WRK-LIQ-V99 * 100
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-LIQ

           IF WRK-FOLHA-TOTAL EQUAL ZEROS
              EXIT SECTION
           END-IF

      *    PAGAMENTO JA PASSADO NO MES CORRENTE NAO VOLTA AO FLUXO
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1 UNTIL
                      WRK-IND-MES > WRK-QTDE-MES
              MOVE TAB-MES(WRK-IND-MES) TO WRK-ANOMES
              MOVE WRK-DIA-PAGTO-FOLHA TO WRK-DIA-VENC
              PERFORM 0012-MONTAR-VENCIMENTO
              IF WRK-VENC-EFETIVO NOT LESS WRK-HOJE-AAAAMMDD
                 MOVE WRK-VENC-EFETIVO TO WRK-MOV-DATA
                 MOVE WRK-FOLHA-TOTAL  TO WRK-MOV-VALOR
                 MOVE 5                TO WRK-MOV-ORIGEM
                 PERFORM 0010-LANCAR-MOVIMENTO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTAS A PAGAR: PARCELAS AINDA NAO PAGAS (ABERTAS, ENVIADAS
      *    AO BANCO OU REJEITADAS) NO VENCIMENTO EFETIVO
      *----------------------------------------------------------------*
       0009-PROJETAR-PAGAR             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CPT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CPT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CPTITULO(1:1) IS NUMERIC
                       MOVE ZEROS      TO WRK-CPT-VENCIMENTO
                                          WRK-CPT-VALOR
                       MOVE SPACES     TO WRK-CPT-SITUACAO
                       UNSTRING FD-LIN-CPTITULO DELIMITED BY SEP
                          INTO WRK-CPT-LANCAMENTO
                               WRK-CPT-PARCELA
                               WRK-CPT-FORNECEDOR
                               WRK-CPT-NOTA
                               WRK-CPT-VENCIMENTO
                               WRK-CPT-VALOR
                               WRK-CPT-SITUACAO
                       END-UNSTRING
                       IF WRK-CPT-SITUACAO NOT EQUAL 'P' AND
                          WRK-CPT-VENCIMENTO IS NUMERIC AND
                          WRK-CPT-VALOR IS NUMERIC
                          MOVE WRK-CPT-VENCIMENTO TO WRK-MOV-DATA
                          PERFORM 0011-PROX-DIA-UTIL
                          MOVE WRK-CPT-VALOR      TO WRK-MOV-VALOR
                          MOVE 6                  TO WRK-MOV-ORIGEM
                          PERFORM 0010-LANCAR-MOVIMENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CPT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR WRK-MOV-VALOR NO DIA WRK-MOV-DATA. ORIGENS 1 A 3 SAO
      *    ENTRADAS E 4 A 6 SAIDAS. DATA ANTERIOR A HOJE (VENCIDO E
      *    NAO REALIZADO) CAI NO PRIMEIRO DIA; DATA ALEM DO HORIZONTE
      *    SO E CONTADA
      *----------------------------------------------------------------*
       0010-LANCAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*

           IF WRK-MOV-DATA GREATER WRK-ULTIMO-DIA
              ADD 1                    TO WRK-MOV-FORA
              EXIT SECTION
           END-IF

           IF WRK-MOV-DATA LESS WRK-HOJE-AAAAMMDD
              MOVE 1                   TO WRK-IND-DIA
              ADD WRK-MOV-VALOR     TO TAB-ORI-VENCIDO(WRK-MOV-ORIGEM)
           ELSE
              COMPUTE WRK-DESLOC =
                      FUNCTION INTEGER-OF-DATE(WRK-MOV-DATA) -
                      WRK-HOJE-INT
              COMPUTE WRK-IND-DIA = WRK-DESLOC + 1
           END-IF

           IF WRK-MOV-ORIGEM LESS 4
              ADD WRK-MOV-VALOR        TO TAB-DIA-ENTRADA(WRK-IND-DIA)
           ELSE
              ADD WRK-MOV-VALOR        TO TAB-DIA-SAIDA(WRK-IND-DIA)
           END-IF

           ADD 1                       TO TAB-ORI-QTDE(WRK-MOV-ORIGEM)
           ADD WRK-MOV-VALOR           TO TAB-ORI-VALOR(WRK-MOV-ORIGEM)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRORROGAR WRK-MOV-DATA PARA O PROXIMO DIA UTIL (INCLUSIVE)
      *    VIA PROGDATA
      *----------------------------------------------------------------*
       0011-PROX-DIA-UTIL              SECTION.
      *----------------------------------------------------------------*

           IF WRK-MOV-DATA EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WRK-MOV-DATA           TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-PROX-DIA-UTIL  TO WRK-MOV-DATA
           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR O VENCIMENTO DO DIA WRK-DIA-VENC NO MES WRK-ANOMES:
      *    DIA AJUSTADO AO ULTIMO DIA DO MES QUANDO NECESSARIO E
      *    PRORROGADO PARA O PROXIMO DIA UTIL (REGRA DO PROG025D)
      *----------------------------------------------------------------*
       0012-MONTAR-VENCIMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ANOMES(1:4)        TO WRK-ANO-NUM
           MOVE WRK-ANOMES(5:2)        TO WRK-MES-NUM

           EVALUATE WRK-MES-NUM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31               TO WRK-DIAS-NO-MES
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30               TO WRK-DIAS-NO-MES
              WHEN 02
                 IF FUNCTION MOD(WRK-ANO-NUM, 4) EQUAL 0 AND
                   (FUNCTION MOD(WRK-ANO-NUM, 100) NOT EQUAL 0 OR
                    FUNCTION MOD(WRK-ANO-NUM, 400) EQUAL 0)
                    MOVE 29            TO WRK-DIAS-NO-MES
                 ELSE
                    MOVE 28            TO WRK-DIAS-NO-MES
                 END-IF
           END-EVALUATE

           IF WRK-DIA-VENC GREATER WRK-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES     TO WRK-DIA-CLAMP
           ELSE
              IF WRK-DIA-VENC EQUAL ZEROS
                 MOVE 1                TO WRK-DIA-CLAMP
              ELSE
                 MOVE WRK-DIA-VENC     TO WRK-DIA-CLAMP
              END-IF
           END-IF

           MOVE WRK-ANOMES             TO WRK-VENC-AAAAMMDD(1:6)
           MOVE WRK-DIA-CLAMP          TO WRK-VENC-AAAAMMDD(7:2)

           MOVE WRK-VENC-AAAAMMDD      TO WRK-MOV-DATA
           PERFORM 0011-PROX-DIA-UTIL
           MOVE WRK-MOV-DATA           TO WRK-VENC-EFETIVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO ACUMULADO DIA A DIA, DIAS NEGATIVOS, MENOR SALDO DO
      *    PERIODO E ACUMULO DAS SEMANAS (7 DIAS A PARTIR DE HOJE)
      *----------------------------------------------------------------*
       0013-CALCULAR-SALDOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SEM
                                          WRK-QTDE-DIAS-NEG
           MOVE WRK-SALDO-INICIAL      TO WRK-MENOR-SALDO
           MOVE WRK-HOJE-AAAAMMDD      TO WRK-DATA-MENOR

           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1 UNTIL
                      WRK-IND-DIA > WRK-MAX-DIAS
              IF WRK-IND-DIA EQUAL 1
                 COMPUTE TAB-DIA-SALDO(WRK-IND-DIA) =
                         WRK-SALDO-INICIAL
                       + TAB-DIA-ENTRADA(WRK-IND-DIA)
                       - TAB-DIA-SAIDA(WRK-IND-DIA)
              ELSE
                 COMPUTE TAB-DIA-SALDO(WRK-IND-DIA) =
                         TAB-DIA-SALDO(WRK-IND-DIA - 1)
                       + TAB-DIA-ENTRADA(WRK-IND-DIA)
                       - TAB-DIA-SAIDA(WRK-IND-DIA)
              END-IF

              IF TAB-DIA-SALDO(WRK-IND-DIA) LESS WRK-MENOR-SALDO
                 MOVE TAB-DIA-SALDO(WRK-IND-DIA) TO WRK-MENOR-SALDO
                 MOVE TAB-DIA-DATA(WRK-IND-DIA)  TO WRK-DATA-MENOR
              END-IF

              COMPUTE WRK-IND-SEM = (WRK-IND-DIA - 1) / 7 + 1
              IF WRK-IND-SEM GREATER WRK-QTDE-SEM
                 MOVE WRK-IND-SEM      TO WRK-QTDE-SEM
                 MOVE TAB-DIA-DATA(WRK-IND-DIA)
                                       TO TAB-SEM-INICIO(WRK-IND-SEM)
                 MOVE TAB-DIA-SALDO(WRK-IND-DIA)
                                       TO TAB-SEM-MENOR(WRK-IND-SEM)
              END-IF
              MOVE TAB-DIA-DATA(WRK-IND-DIA)
                                       TO TAB-SEM-FIM(WRK-IND-SEM)
              ADD TAB-DIA-ENTRADA(WRK-IND-DIA)
                                    TO TAB-SEM-ENTRADA(WRK-IND-SEM)
              ADD TAB-DIA-SAIDA(WRK-IND-DIA)
                                    TO TAB-SEM-SAIDA(WRK-IND-SEM)
              MOVE TAB-DIA-SALDO(WRK-IND-DIA)
                                       TO TAB-SEM-SALDO(WRK-IND-SEM)
              IF TAB-DIA-SALDO(WRK-IND-DIA) LESS
                 TAB-SEM-MENOR(WRK-IND-SEM)
                 MOVE TAB-DIA-SALDO(WRK-IND-DIA)
                                       TO TAB-SEM-MENOR(WRK-IND-SEM)
              END-IF

              IF TAB-DIA-SALDO(WRK-IND-DIA) LESS ZEROS
                 ADD 1                 TO WRK-QTDE-DIAS-NEG
                 ADD 1                 TO TAB-SEM-DIAS-NEG(WRK-IND-SEM)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O FLUXO DIARIO EM FLUXO90.txt COM OS TOTAIS POR
      *    ORIGEM
      *----------------------------------------------------------------*
       0014-GRAVAR-DIARIO              SECTION.
      *----------------------------------------------------------------*

           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* FLUXO DE CAIXA PROJETADO DE ' WRK-HOJE-AAAAMMDD
                  ' A ' WRK-ULTIMO-DIA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-EDIT = WRK-SALDO-INICIAL / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO INICIAL (CONTAENT.dat, ' WRK-QTDE-CONTAS
                  ' CONTAS): ' WRK-SALDO-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           MOVE '* DATA            ENTRADAS              SAIDAS'
             &  '               SALDO'   TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1 UNTIL
                      WRK-IND-DIA > WRK-MAX-DIAS
              COMPUTE WRK-ENT-EDIT = TAB-DIA-ENTRADA(WRK-IND-DIA) / 100
              COMPUTE WRK-SAI-EDIT = TAB-DIA-SAIDA(WRK-IND-DIA) / 100
              COMPUTE WRK-SALDO-EDIT = TAB-DIA-SALDO(WRK-IND-DIA) / 100
              IF TAB-DIA-SALDO(WRK-IND-DIA) LESS ZEROS
                 MOVE '**NEGATIVO**'   TO WRK-SINAL
              ELSE
                 MOVE SPACES           TO WRK-SINAL
              END-IF
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* ' TAB-DIA-DATA(WRK-IND-DIA)
                     ' ' WRK-ENT-EDIT
                     ' ' WRK-SAI-EDIT
                     ' ' WRK-SALDO-EDIT
                     ' ' WRK-SINAL
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM

           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* TOTAIS POR ORIGEM (VENCIDO = LANCADO EM HOJE):'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-ORI FROM 1 BY 1 UNTIL
                      WRK-IND-ORI > 6
              PERFORM 0016-DESCREVER-ORIGEM
              COMPUTE WRK-ENT-EDIT = TAB-ORI-VALOR(WRK-IND-ORI) / 100
              COMPUTE WRK-SAI-EDIT = TAB-ORI-VENCIDO(WRK-IND-ORI) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   ' WRK-DESC-ORIGEM
                     ' QTDE=' TAB-ORI-QTDE(WRK-IND-ORI)
                     ' VALOR=' WRK-ENT-EDIT
                     ' VENCIDO=' WRK-SAI-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM

           COMPUTE WRK-ENT-EDIT = WRK-DSC-VALOR / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   (NAO PROJETADO) TITULOS DESCONTADOS EM BORDERO'
                  ' QTDE=' WRK-DSC-QTDE
                  ' VALOR=' WRK-ENT-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           COMPUTE WRK-MENOR-EDIT = WRK-MENOR-SALDO / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* MENOR SALDO: ' WRK-MENOR-EDIT
                  ' EM ' WRK-DATA-MENOR
                  ' - DIAS NEGATIVOS: ' WRK-QTDE-DIAS-NEG
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O RESUMO SEMANAL PARA A GERENCIA EM FLUXOSEM.txt
      *----------------------------------------------------------------*
       0015-GRAVAR-SEMANAL             SECTION.
      *----------------------------------------------------------------*

           MOVE '*==================================================*'
                                       TO FD-LIN-SEM
           WRITE FD-LIN-SEM
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* FLUXO DE CAIXA PROJETADO - RESUMO SEMANAL DE '
                  WRK-HOJE-AAAAMMDD ' A ' WRK-ULTIMO-DIA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-SEM
           WRITE FD-LIN-SEM
           COMPUTE WRK-SALDO-EDIT = WRK-SALDO-INICIAL / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO INICIAL: ' WRK-SALDO-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-SEM
           WRITE FD-LIN-SEM
           MOVE '*==================================================*'
                                       TO FD-LIN-SEM
           WRITE FD-LIN-SEM

           PERFORM VARYING WRK-IND-SEM FROM 1 BY 1 UNTIL
                      WRK-IND-SEM > WRK-QTDE-SEM
              COMPUTE WRK-ENT-EDIT = TAB-SEM-ENTRADA(WRK-IND-SEM) / 100
              COMPUTE WRK-SAI-EDIT = TAB-SEM-SAIDA(WRK-IND-SEM) / 100
              COMPUTE WRK-SALDO-EDIT = TAB-SEM-SALDO(WRK-IND-SEM) / 100
              COMPUTE WRK-MENOR-EDIT = TAB-SEM-MENOR(WRK-IND-SEM) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* SEMANA ' WRK-IND-SEM ' '
                     TAB-SEM-INICIO(WRK-IND-SEM) ' A '
                     TAB-SEM-FIM(WRK-IND-SEM)
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-SEM
              WRITE FD-LIN-SEM
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   ENTRADAS=' WRK-ENT-EDIT
                     ' SAIDAS=' WRK-SAI-EDIT
                     ' SALDO FINAL=' WRK-SALDO-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-SEM
              WRITE FD-LIN-SEM
              MOVE SPACES              TO WRK-LINHA-REL
              IF TAB-SEM-DIAS-NEG(WRK-IND-SEM) GREATER ZEROS
                 STRING '*   MENOR SALDO=' WRK-MENOR-EDIT
                        ' **NEGATIVO** EM '
                        TAB-SEM-DIAS-NEG(WRK-IND-SEM) ' DIA(S)'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              ELSE
                 STRING '*   MENOR SALDO=' WRK-MENOR-EDIT
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              END-IF
              MOVE WRK-LINHA-REL       TO FD-LIN-SEM
              WRITE FD-LIN-SEM
           END-PERFORM

           MOVE '*==================================================*'
                                       TO FD-LIN-SEM
           WRITE FD-LIN-SEM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESCRICAO DA ORIGEM EM WRK-IND-ORI
      *----------------------------------------------------------------*
       0016-DESCREVER-ORIGEM           SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-IND-ORI
              WHEN 1 MOVE '(+) TITULOS A RECEBER  ' TO WRK-DESC-ORIGEM
              WHEN 2 MOVE '(+) MENSALIDADES       ' TO WRK-DESC-ORIGEM
              WHEN 3 MOVE '(+) CHEQUES CUSTODIA   ' TO WRK-DESC-ORIGEM
              WHEN 4 MOVE '(-) AGENDAMENTOS       ' TO WRK-DESC-ORIGEM
              WHEN 5 MOVE '(-) FOLHA LIQUIDA      ' TO WRK-DESC-ORIGEM
              WHEN 6 MOVE '(-) CONTAS A PAGAR     ' TO WRK-DESC-ORIGEM
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS NOSSOS NUMEROS DESCONTADOS EM BORDERO
      *    (BORDTIT.dat, SITUACAO 'D') - SEM O ARQUIVO, NENHUM
      *----------------------------------------------------------------*
       0017-CARREGAR-DESCONTADOS       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-BTI
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BTI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-BTI-LINHA
                    UNSTRING FD-LIN-BORDERO-TIT DELIMITED BY SEP
                       INTO WRK-BTI-BORDERO
                            WRK-BTI-NOSSONUM
                            WRK-BTI-VALOR
                            WRK-BTI-VENC
                            WRK-BTI-JUROS
                            WRK-BTI-SITUACAO
                    END-UNSTRING
                    IF WRK-BTI-SITUACAO EQUAL 'D' AND
                       WRK-QTDE-BTI LESS WRK-MAX-TAB-BTI
                       ADD 1           TO WRK-QTDE-BTI
                       MOVE WRK-BTI-NOSSONUM
                                   TO TAB-BTI-NOSSONUM(WRK-QTDE-BTI)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-BTI
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O TITULO LIDO ESTA DESCONTADO EM BORDERO?
      *----------------------------------------------------------------*
       0018-VERIFICAR-DESCONTADO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DESCONTADO

           PERFORM VARYING WRK-IND-BTI FROM 1 BY 1 UNTIL
                      (WRK-IND-BTI > WRK-QTDE-BTI) OR
                      (WRK-DESCONTADO EQUAL 'S')
              IF TAB-BTI-NOSSONUM(WRK-IND-BTI) EQUAL TITULOS-NOSSONUM
                 MOVE 'S'              TO WRK-DESCONTADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
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
