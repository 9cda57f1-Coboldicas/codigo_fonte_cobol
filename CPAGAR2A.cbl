      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PAGAMENTO A FORNECEDORES - GERACAO DA REMESSA
      *              CNAB 240 (PAGFORN.dat, REGISTROS FIXOS DE 240
      *              BYTES). SELECIONA AS PARCELAS A PAGAR DE
      *              CPTITULO.dat EM ABERTO ('A') OU REJEITADAS PELO
      *              BANCO ('J') COM VENCIMENTO ATE A DATA LIMITE
      *              INFORMADA, MOSTRA A RELACAO E DEIXA A TESOURARIA
      *              EXCLUIR PARCELAS ANTES DE CONFIRMAR. A PARCELA
      *              COM CODIGO DE BARRAS (INFORMADO NO CPAGAR1A) VAI
      *              NO LOTE DE BOLETOS (SEGMENTO J); A SEM CODIGO DE
      *              BARRAS VAI NO LOTE DE CREDITO EM CONTA (SEGMENTO
      *              A) COM OS DADOS BANCARIOS DO FORNECEDOR EM
      *              FORNBCO.dat (MANTIDOS NO FORNEC1A). PARCELA SEM
      *              UM NEM OUTRO FICA DE FORA E E APONTADA. AS
      *              PARCELAS REMETIDAS FICAM 'E' (ENVIADA AO BANCO)
      *              COM O NUMERO DA REMESSA, E A GERACAO E
      *              REGISTRADA NO CONTROLE DE TRANSMISSAO (TRANSM1A)
      *              COMO A REMESSA.dat DO CNAB240A. O RETORNO DO
      *              BANCO E LIDO NO CPAGAR2B.
      *----------------------------------------------------------------*
      * SEU NUMERO.: 'CP' + LANCAMENTO (6) + PARCELA (2) - E POR ELE
      *              QUE O CPAGAR2B CASA A OCORRENCIA DO RETORNO.
      * DATA PAGTO.: O VENCIMENTO DA PARCELA; VENCIDA E PAGA NO DIA.
      * NOME.......: CPAGAR2A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAGAR2A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'CPTITULO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FOR ASSIGN TO 'FORNECED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BCO ASSIGN TO 'FORNBCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    REMESSA EM REGISTROS FIXOS DE 240 BYTES (SEM QUEBRA DE
      *    LINHA), COMO A REMESSA.dat DO CNAB240A
           SELECT REMESSA-SAI ASSIGN TO 'PAGFORN.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULO                  PIC X(120).

       FD  ARQUIVO-FOR.
       01  FD-LIN-FORNECEDOR              PIC X(060).

       FD  ARQUIVO-BCO.
       01  FD-LIN-BANCO                   PIC X(040).

       FD  REMESSA-SAI.
       01  FD-REMESSA-LINHA               PIC X(240).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-LIMITE                PIC 9(08) VALUE ZEROS.
       01  WRK-RESP                       PIC X(01) VALUE SPACES.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.

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
      *        SELECAO DA RODADA: A = SEGMENTO A  J = SEGMENTO J
      *        X = EXCLUIDA PELA TESOURARIA  BRANCO = FORA DA RODADA
               10  TAB-TIT-SELECAO        PIC X(01) VALUE SPACES.
               10  TAB-TIT-IND-BCO        PIC 9(02) VALUE ZEROS.

      *--- Fornecedores cadastrados (nome do favorecido)
       01  WRK-MAX-TAB-FOR                PIC 9(02) VALUE 50.
       01  WRK-QTDE-FOR                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-FOR                    PIC 9(02) VALUE ZEROS.
       01  TAB-FORNECEDORES.
           05  TAB-FOR-LINHA OCCURS 50 TIMES.
               10  TAB-FOR-ID             PIC 9(05) VALUE ZEROS.
               10  TAB-FOR-NOME           PIC X(30) VALUE SPACES.
               10  TAB-FOR-CNPJ           PIC X(14) VALUE SPACES.

      *--- Dados bancarios por fornecedor (FORNBCO.dat)
       01  WRK-MAX-TAB-BCO                PIC 9(02) VALUE 50.
       01  WRK-QTDE-BCO                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-BCO                    PIC 9(02) VALUE ZEROS.
       01  TAB-BANCOS.
           05  TAB-BCO-LINHA OCCURS 50 TIMES.
               10  TAB-BCO-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-BCO-BANCO          PIC 9(03) VALUE ZEROS.
               10  TAB-BCO-AGENCIA        PIC 9(05) VALUE ZEROS.
               10  TAB-BCO-CONTA          PIC 9(12) VALUE ZEROS.
               10  TAB-BCO-DV             PIC X(01) VALUE SPACES.

      *--- Selecao e exclusao
       01  WRK-QTDE-SEL                   PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-SEM-FORMA             PIC 9(04) VALUE ZEROS.
       01  WRK-LINHA-EXCLUIR              PIC 9(04) VALUE ZEROS.
       01  WRK-NOME-FAVORECIDO            PIC X(30) VALUE SPACES.
       01  WRK-DATA-PAGTO                 PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-AUX                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOT-SEL-CENTS              PIC 9(15) VALUE ZEROS.

      *--- Totais da remessa
       01  WRK-NUM-REMESSA                PIC 9(06) VALUE ZEROS.
       01  WRK-NUM-LOTE                   PIC 9(04) VALUE ZEROS.
       01  WRK-FORMA-LOTE                 PIC X(01) VALUE SPACES.
       01  WRK-QTDE-DET-LOTE              PIC 9(05) VALUE ZEROS.
       01  WRK-SOMA-LOTE-CENTS            PIC 9(15) VALUE ZEROS.
       01  WRK-QTDE-DETALHE               PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-DET-A                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-DET-J                 PIC 9(05) VALUE ZEROS.
       01  WRK-SOMA-VALOR-CENTS           PIC 9(15) VALUE ZEROS.

      *    REGISTRO 0 - HEADER DE ARQUIVO
       01  WRK-REM-HEADER-ARQ.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 FILLER                         PIC X(04) VALUE '0000'.
        05 FILLER                         PIC X(01) VALUE '0'.
        05 FILLER                         PIC X(09) VALUE SPACES.
        05 FILLER                         PIC X(01) VALUE '2'.
        05 FILLER                         PIC 9(14) VALUE ZEROS.
        05 FILLER                         PIC X(20) VALUE SPACES.
        05 FILLER                         PIC X(20) VALUE
            '00001000000000000001'.
        05 WRK-HA-EMPRESA                 PIC X(30) VALUE
            'COBOL DICAS SISTEMAS        '.
        05 FILLER                         PIC X(30) VALUE
            'BANCO DO BRASIL             '.
        05 FILLER                         PIC X(10) VALUE SPACES.
        05 FILLER                         PIC X(01) VALUE '1'.
        05 WRK-HA-DATA                    PIC 9(08) VALUE ZEROS.
        05 WRK-HA-HORA                    PIC 9(06) VALUE ZEROS.
        05 WRK-HA-NSA                     PIC 9(06) VALUE ZEROS.
        05 FILLER                         PIC X(03) VALUE '103'.
        05 FILLER                         PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(69) VALUE SPACES.

      *    REGISTRO 1 - HEADER DE LOTE (SERVICO 20 = PAGAMENTO A
      *    FORNECEDORES; FORMA 01 = CREDITO EM CONTA CORRENTE,
      *    FORMA 31 = PAGAMENTO DE TITULOS DE OUTROS BANCOS)
       01  WRK-REM-HEADER-LOTE.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-HL-LOTE                    PIC 9(04) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE '1'.
        05 FILLER                         PIC X(01) VALUE 'C'.
        05 FILLER                         PIC X(02) VALUE '20'.
        05 WRK-HL-FORMA                   PIC X(02) VALUE '01'.
        05 WRK-HL-LAYOUT                  PIC X(03) VALUE '045'.
        05 FILLER                         PIC X(01) VALUE SPACES.
        05 FILLER                         PIC X(01) VALUE '2'.
        05 FILLER                         PIC 9(14) VALUE ZEROS.
        05 FILLER                         PIC X(20) VALUE SPACES.
        05 FILLER                         PIC X(20) VALUE
            '00001000000000000001'.
        05 WRK-HL-EMPRESA                 PIC X(30) VALUE
            'COBOL DICAS SISTEMAS        '.
        05 FILLER                         PIC X(40) VALUE SPACES.
        05 FILLER                         PIC X(30) VALUE SPACES.
        05 FILLER                         PIC X(68) VALUE SPACES.

      *    REGISTRO 3 - DETALHE SEGMENTO A (CREDITO EM CONTA DO
      *    FORNECEDOR)
       01  WRK-REM-SEGMENTO-A.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-SA-LOTE                    PIC 9(04) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE '3'.
        05 WRK-SA-NSR                     PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE 'A'.
        05 FILLER                         PIC X(01) VALUE '0'.
        05 FILLER                         PIC X(02) VALUE '00'.
        05 WRK-SA-CAMARA                  PIC X(03) VALUE '000'.
        05 WRK-SA-BANCO                   PIC 9(03) VALUE ZEROS.
        05 WRK-SA-AGENCIA                 PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE SPACES.
        05 WRK-SA-CONTA                   PIC 9(12) VALUE ZEROS.
        05 WRK-SA-DV-CONTA                PIC X(01) VALUE SPACES.
        05 FILLER                         PIC X(01) VALUE SPACES.
        05 WRK-SA-NOME                    PIC X(30) VALUE SPACES.
        05 WRK-SA-SEU-NUMERO              PIC X(20) VALUE SPACES.
        05 WRK-SA-DATA-PAGTO              PIC 9(08) VALUE ZEROS.
        05 FILLER                         PIC X(03) VALUE 'BRL'.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 WRK-SA-VALOR                   PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC X(20) VALUE SPACES.
        05 FILLER                         PIC 9(08) VALUE ZEROS.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC X(40) VALUE SPACES.
        05 FILLER                         PIC X(02) VALUE SPACES.
        05 FILLER                         PIC X(05) VALUE SPACES.
        05 FILLER                         PIC X(02) VALUE SPACES.
        05 FILLER                         PIC X(03) VALUE SPACES.
        05 FILLER                         PIC X(01) VALUE '0'.
        05 FILLER                         PIC X(10) VALUE SPACES.

      *    REGISTRO 3 - DETALHE SEGMENTO J (PAGAMENTO DO BOLETO DO
      *    FORNECEDOR PELO CODIGO DE BARRAS)
       01  WRK-REM-SEGMENTO-J.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-SJ-LOTE                    PIC 9(04) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE '3'.
        05 WRK-SJ-NSR                     PIC 9(05) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE 'J'.
        05 FILLER                         PIC X(01) VALUE '0'.
        05 FILLER                         PIC X(02) VALUE '00'.
        05 WRK-SJ-COD-BARRAS              PIC X(44) VALUE SPACES.
        05 WRK-SJ-NOME                    PIC X(30) VALUE SPACES.
        05 WRK-SJ-VENCIMENTO              PIC 9(08) VALUE ZEROS.
        05 WRK-SJ-VALOR-TITULO            PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 WRK-SJ-DATA-PAGTO              PIC 9(08) VALUE ZEROS.
        05 WRK-SJ-VALOR-PAGTO             PIC 9(15) VALUE ZEROS.
        05 FILLER                         PIC 9(15) VALUE ZEROS.
        05 WRK-SJ-SEU-NUMERO              PIC X(20) VALUE SPACES.
        05 FILLER                         PIC X(20) VALUE SPACES.
        05 FILLER                         PIC X(02) VALUE '09'.
        05 FILLER                         PIC X(06) VALUE SPACES.
        05 FILLER                         PIC X(10) VALUE SPACES.

      *    REGISTRO 5 - TRAILER DE LOTE
       01  WRK-REM-TRAILER-LOTE.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 WRK-TL-LOTE                    PIC 9(04) VALUE ZEROS.
        05 FILLER                         PIC X(01) VALUE '5'.
        05 FILLER                         PIC X(09) VALUE SPACES.
        05 WRK-TL-QTDE-REGISTROS          PIC 9(06) VALUE ZEROS.
        05 WRK-TL-SOMA-VALORES            PIC 9(18) VALUE ZEROS.
        05 FILLER                         PIC 9(18) VALUE ZEROS.
        05 FILLER                         PIC X(171) VALUE SPACES.

      *    REGISTRO 9 - TRAILER DE ARQUIVO
       01  WRK-REM-TRAILER-ARQ.
        05 FILLER                         PIC X(03) VALUE '001'.
        05 FILLER                         PIC X(04) VALUE '9999'.
        05 FILLER                         PIC X(01) VALUE '9'.
        05 FILLER                         PIC X(09) VALUE SPACES.
        05 WRK-TA-QTDE-LOTES              PIC 9(06) VALUE ZEROS.
        05 WRK-TA-QTDE-REGISTROS          PIC 9(06) VALUE ZEROS.
        05 FILLER                         PIC 9(06) VALUE ZEROS.
        05 FILLER                         PIC X(205) VALUE SPACES.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *--- Registro da geracao no controle de transmissao
       01  WRK-TRN-REGISTRO.
           COPY TRN001A.

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
           PERFORM 0002-CARREGAR-TITULOS
           PERFORM 0003-CARREGAR-FORNECEDORES
           PERFORM 0004-CARREGAR-BANCOS

           DISPLAY '* PAGAR PARCELAS VENCIDAS ATE (AAAAMMDD, '
                   '0 = HOJE): ' WITH NO ADVANCING
           ACCEPT WRK-DATA-LIMITE
           IF WRK-DATA-LIMITE EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-LIMITE
           END-IF

           PERFORM 0005-SELECIONAR-PARCELAS
           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY '* NENHUMA PARCELA A PAGAR ATE ' WRK-DATA-LIMITE
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0006-LISTAR-SELECAO
           PERFORM 0007-EXCLUIR-PARCELAS
           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY '* TODAS AS PARCELAS FORAM EXCLUIDAS - '
                      'NENHUMA REMESSA GERADA'
              PERFORM 9999-FINALIZAR
           END-IF

           DISPLAY 'CONFIRMA A GERACAO DA REMESSA (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-RESP
           IF WRK-RESP NOT EQUAL 'S' AND WRK-RESP NOT EQUAL 's'
              DISPLAY '* REMESSA NAO GERADA'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0008-OBTER-NUM-REMESSA

           OPEN OUTPUT REMESSA-SAI
           PERFORM 0009-GRAVAR-HEADER-ARQ
           MOVE 'A'                    TO WRK-FORMA-LOTE
           PERFORM 0010-GRAVAR-LOTE
           MOVE 'J'                    TO WRK-FORMA-LOTE
           PERFORM 0010-GRAVAR-LOTE
           PERFORM 0014-GRAVAR-TRAILER-ARQ
           CLOSE REMESSA-SAI

           PERFORM 0015-REGRAVAR-TITULOS

           MOVE 'PAGFORN.dat'          TO TRN001A-ARQUIVO
           MOVE WRK-TA-QTDE-REGISTROS  TO TRN001A-REGISTROS
           MOVE WRK-SOMA-VALOR-CENTS   TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO

           COMPUTE WRK-VALOR-AUX = WRK-SOMA-VALOR-CENTS / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY '*=========================================*'
           DISPLAY '* CPAGAR2A - REMESSA DE PAGAMENTOS        *'
           DISPLAY '* REMESSA NUMERO........: ' WRK-NUM-REMESSA
           DISPLAY '* CREDITOS EM CONTA (A).: ' WRK-QTDE-DET-A
           DISPLAY '* BOLETOS (J)...........: ' WRK-QTDE-DET-J
           DISPLAY '* VALOR TOTAL...........: ' WRK-VALOR-EDIT
           DISPLAY '*=========================================*'

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
      *    CARREGAR AS PARCELAS A PAGAR DE CPTITULO.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-TITULOS           SECTION.
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
      *    SEM A TABELA COMPLETA A REGRAVACAO PERDERIA PARCELAS
                          DISPLAY 'TABELA DE PARCELAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-TIT
                          DISPLAY 'REMESSA ABANDONADA - NADA FOI '
                                  'GERADO'
                          CLOSE ARQUIVO-TIT
                          PERFORM 9999-FINALIZAR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS FORNECEDORES DE FORNECED.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-FORNECEDORES      SECTION.
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
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS DADOS BANCARIOS DE FORNBCO.dat
      *----------------------------------------------------------------*
       0004-CARREGAR-BANCOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BCO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-BCO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BCO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-BCO LESS WRK-MAX-TAB-BCO
                       ADD 1           TO WRK-QTDE-BCO
                       INITIALIZE TAB-BCO-LINHA(WRK-QTDE-BCO)
                       UNSTRING FD-LIN-BANCO DELIMITED BY SEP
                          INTO TAB-BCO-FORNECEDOR(WRK-QTDE-BCO)
                               TAB-BCO-BANCO(WRK-QTDE-BCO)
                               TAB-BCO-AGENCIA(WRK-QTDE-BCO)
                               TAB-BCO-CONTA(WRK-QTDE-BCO)
                               TAB-BCO-DV(WRK-QTDE-BCO)
                       END-UNSTRING
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-BCO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SELECIONAR AS PARCELAS EM ABERTO OU REJEITADAS COM
      *    VENCIMENTO ATE A DATA LIMITE E DEFINIR A FORMA DE PAGAMENTO
      *----------------------------------------------------------------*
       0005-SELECIONAR-PARCELAS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SEL
                                          WRK-QTDE-SEM-FORMA

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              MOVE SPACES              TO TAB-TIT-SELECAO(WRK-IND-TIT)
              IF (TAB-TIT-SITUACAO(WRK-IND-TIT) EQUAL 'A' OR
                  TAB-TIT-SITUACAO(WRK-IND-TIT) EQUAL 'J') AND
                 TAB-TIT-VENCIMENTO(WRK-IND-TIT) NOT GREATER
                 WRK-DATA-LIMITE
                 IF TAB-TIT-COD-BARRAS(WRK-IND-TIT) NOT EQUAL SPACES
                    MOVE 'J'           TO TAB-TIT-SELECAO(WRK-IND-TIT)
                    ADD 1              TO WRK-QTDE-SEL
                 ELSE
                    PERFORM 0051-LOCALIZAR-BANCO
                    IF WRK-ENCONTROU EQUAL 'S'
                       MOVE 'A'        TO TAB-TIT-SELECAO(WRK-IND-TIT)
                       MOVE WRK-IND-BCO
                                       TO TAB-TIT-IND-BCO(WRK-IND-TIT)
                       ADD 1           TO WRK-QTDE-SEL
                    ELSE
                       ADD 1           TO WRK-QTDE-SEM-FORMA
                       DISPLAY '* FORA DA REMESSA: LANCAMENTO '
                               TAB-TIT-LANCAMENTO(WRK-IND-TIT)
                               ' PARCELA '
                               TAB-TIT-PARCELA(WRK-IND-TIT)
                               ' - SEM CODIGO DE BARRAS E SEM '
                               'DADOS BANCARIOS DO FORNECEDOR'
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR OS DADOS BANCARIOS DO FORNECEDOR DA PARCELA
      *----------------------------------------------------------------*
       0051-LOCALIZAR-BANCO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      (WRK-IND-BCO > WRK-QTDE-BCO) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-BCO-FORNECEDOR(WRK-IND-BCO) EQUAL
                 TAB-TIT-FORNECEDOR(WRK-IND-TIT) AND
                 TAB-BCO-CONTA(WRK-IND-BCO) GREATER ZEROS
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-BCO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS PARCELAS SELECIONADAS (A LINHA E O INDICE DA
      *    PARCELA NA TABELA, USADO PARA EXCLUIR)
      *----------------------------------------------------------------*
       0006-LISTAR-SELECAO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TOT-SEL-CENTS
           DISPLAY 'LINHA | LANC.  | PC | FORN  | VENCTO   | F |'
                   '          VALOR'

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-SELECAO(WRK-IND-TIT) EQUAL 'A' OR
                 TAB-TIT-SELECAO(WRK-IND-TIT) EQUAL 'J'
                 COMPUTE WRK-VALOR-AUX =
                         TAB-TIT-VALOR(WRK-IND-TIT) / 100
                 MOVE WRK-VALOR-AUX    TO WRK-VALOR-EDIT
                 ADD TAB-TIT-VALOR(WRK-IND-TIT) TO WRK-TOT-SEL-CENTS
                 DISPLAY WRK-IND-TIT ' | '
                         TAB-TIT-LANCAMENTO(WRK-IND-TIT) ' | '
                         TAB-TIT-PARCELA(WRK-IND-TIT) ' | '
                         TAB-TIT-FORNECEDOR(WRK-IND-TIT) ' | '
                         TAB-TIT-VENCIMENTO(WRK-IND-TIT) ' | '
                         TAB-TIT-SELECAO(WRK-IND-TIT) ' | '
                         WRK-VALOR-EDIT
              END-IF
           END-PERFORM

           COMPUTE WRK-VALOR-AUX = WRK-TOT-SEL-CENTS / 100
           MOVE WRK-VALOR-AUX          TO WRK-VALOR-EDIT
           DISPLAY 'PARCELAS SELECIONADAS: ' WRK-QTDE-SEL
                   ' - TOTAL ' WRK-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXCLUIR PARCELAS DA RODADA, UMA POR VEZ, ATE O OPERADOR
      *    INFORMAR ZERO
      *----------------------------------------------------------------*
       0007-EXCLUIR-PARCELAS           SECTION.
      *----------------------------------------------------------------*

           MOVE 9999                   TO WRK-LINHA-EXCLUIR
           PERFORM UNTIL WRK-LINHA-EXCLUIR EQUAL ZEROS OR
                         WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY 'LINHA A EXCLUIR DA REMESSA (0 = ENCERRAR): '
                      WITH NO ADVANCING
              ACCEPT WRK-LINHA-EXCLUIR
              IF WRK-LINHA-EXCLUIR GREATER ZEROS
                 IF WRK-LINHA-EXCLUIR NOT GREATER WRK-QTDE-TIT AND
                    (TAB-TIT-SELECAO(WRK-LINHA-EXCLUIR) EQUAL 'A' OR
                     TAB-TIT-SELECAO(WRK-LINHA-EXCLUIR) EQUAL 'J')
                    MOVE 'X'           TO
                         TAB-TIT-SELECAO(WRK-LINHA-EXCLUIR)
                    SUBTRACT 1         FROM WRK-QTDE-SEL
                    SUBTRACT TAB-TIT-VALOR(WRK-LINHA-EXCLUIR)
                                       FROM WRK-TOT-SEL-CENTS
                    COMPUTE WRK-VALOR-AUX = WRK-TOT-SEL-CENTS / 100
                    MOVE WRK-VALOR-AUX TO WRK-VALOR-EDIT
                    DISPLAY 'EXCLUIDA. RESTAM ' WRK-QTDE-SEL
                            ' PARCELAS - TOTAL ' WRK-VALOR-EDIT
                 ELSE
                    DISPLAY 'LINHA NAO ESTA NA SELECAO'
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NUMERO DA REMESSA: O MAIOR JA GRAVADO NAS PARCELAS MAIS UM
      *----------------------------------------------------------------*
       0008-OBTER-NUM-REMESSA          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-NUM-REMESSA
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-LOTE(WRK-IND-TIT) GREATER WRK-NUM-REMESSA
                 MOVE TAB-TIT-LOTE(WRK-IND-TIT) TO WRK-NUM-REMESSA
              END-IF
           END-PERFORM
           ADD 1                       TO WRK-NUM-REMESSA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O HEADER DE ARQUIVO
      *----------------------------------------------------------------*
       0009-GRAVAR-HEADER-ARQ          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HOJE-AAAAMMDD      TO WRK-HA-DATA
           MOVE WRK-HORA-HHMMSS        TO WRK-HA-HORA
           MOVE WRK-NUM-REMESSA        TO WRK-HA-NSA

           MOVE WRK-REM-HEADER-ARQ     TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM LOTE (HEADER, DETALHES E TRAILER) COM AS
      *    PARCELAS DA FORMA CORRENTE - FORMA SEM PARCELA NAO GERA
      *    LOTE
      *----------------------------------------------------------------*
       0010-GRAVAR-LOTE                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DET-LOTE
                                          WRK-SOMA-LOTE-CENTS
           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-SELECAO(WRK-IND-TIT) EQUAL WRK-FORMA-LOTE
                 MOVE 'S'              TO WRK-ENCONTROU
              END-IF
           END-PERFORM
           IF WRK-ENCONTROU NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-NUM-LOTE
           MOVE WRK-NUM-LOTE           TO WRK-HL-LOTE
           IF WRK-FORMA-LOTE EQUAL 'A'
              MOVE '01'                TO WRK-HL-FORMA
              MOVE '045'               TO WRK-HL-LAYOUT
           ELSE
              MOVE '31'                TO WRK-HL-FORMA
              MOVE '040'               TO WRK-HL-LAYOUT
           END-IF
           MOVE WRK-REM-HEADER-LOTE    TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-SELECAO(WRK-IND-TIT) EQUAL WRK-FORMA-LOTE
                 PERFORM 0011-PREPARAR-DETALHE
                 IF WRK-FORMA-LOTE EQUAL 'A'
                    PERFORM 0012-GRAVAR-SEGMENTO-A
                 ELSE
                    PERFORM 0013-GRAVAR-SEGMENTO-J
                 END-IF
              END-IF
           END-PERFORM

      *    A QUANTIDADE DE REGISTROS DO LOTE INCLUI HEADER E TRAILER
           MOVE WRK-NUM-LOTE           TO WRK-TL-LOTE
           COMPUTE WRK-TL-QTDE-REGISTROS = WRK-QTDE-DET-LOTE + 2
           MOVE WRK-SOMA-LOTE-CENTS    TO WRK-TL-SOMA-VALORES
           MOVE WRK-REM-TRAILER-LOTE   TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DADOS COMUNS DO DETALHE: FAVORECIDO, DATA DE PAGAMENTO,
      *    TOTAIS E MARCACAO DA PARCELA COMO ENVIADA AO BANCO
      *----------------------------------------------------------------*
       0011-PREPARAR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-DET-LOTE
                                          WRK-QTDE-DETALHE
           ADD TAB-TIT-VALOR(WRK-IND-TIT) TO WRK-SOMA-LOTE-CENTS
                                             WRK-SOMA-VALOR-CENTS

           MOVE SPACES                 TO WRK-NOME-FAVORECIDO
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1 UNTIL
                      WRK-IND-FOR > WRK-QTDE-FOR
              IF TAB-FOR-ID(WRK-IND-FOR) EQUAL
                 TAB-TIT-FORNECEDOR(WRK-IND-TIT)
                 MOVE TAB-FOR-NOME(WRK-IND-FOR)
                                       TO WRK-NOME-FAVORECIDO
              END-IF
           END-PERFORM

           IF TAB-TIT-VENCIMENTO(WRK-IND-TIT) LESS WRK-HOJE-AAAAMMDD
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-PAGTO
           ELSE
              MOVE TAB-TIT-VENCIMENTO(WRK-IND-TIT)
                                       TO WRK-DATA-PAGTO
           END-IF

           MOVE 'E'                    TO TAB-TIT-SITUACAO(WRK-IND-TIT)
           MOVE WRK-NUM-REMESSA        TO TAB-TIT-LOTE(WRK-IND-TIT)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM DETALHE SEGMENTO A - CREDITO NA CONTA DO
      *    FORNECEDOR (CAMARA 000 NO PROPRIO BANCO, 018 = TED)
      *----------------------------------------------------------------*
       0012-GRAVAR-SEGMENTO-A          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-DET-A
           MOVE TAB-TIT-IND-BCO(WRK-IND-TIT) TO WRK-IND-BCO

           MOVE WRK-NUM-LOTE           TO WRK-SA-LOTE
           MOVE WRK-QTDE-DET-LOTE      TO WRK-SA-NSR
           IF TAB-BCO-BANCO(WRK-IND-BCO) EQUAL 1
              MOVE '000'               TO WRK-SA-CAMARA
           ELSE
              MOVE '018'               TO WRK-SA-CAMARA
           END-IF
           MOVE TAB-BCO-BANCO(WRK-IND-BCO)   TO WRK-SA-BANCO
           MOVE TAB-BCO-AGENCIA(WRK-IND-BCO) TO WRK-SA-AGENCIA
           MOVE TAB-BCO-CONTA(WRK-IND-BCO)   TO WRK-SA-CONTA
           MOVE TAB-BCO-DV(WRK-IND-BCO)      TO WRK-SA-DV-CONTA
           MOVE WRK-NOME-FAVORECIDO    TO WRK-SA-NOME
           MOVE SPACES                 TO WRK-SA-SEU-NUMERO
           STRING 'CP' TAB-TIT-LANCAMENTO(WRK-IND-TIT)
                       TAB-TIT-PARCELA(WRK-IND-TIT)
                  DELIMITED BY SIZE INTO WRK-SA-SEU-NUMERO
           END-STRING
           MOVE WRK-DATA-PAGTO         TO WRK-SA-DATA-PAGTO
           MOVE TAB-TIT-VALOR(WRK-IND-TIT) TO WRK-SA-VALOR

           MOVE WRK-REM-SEGMENTO-A     TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM DETALHE SEGMENTO J - PAGAMENTO DO BOLETO DO
      *    FORNECEDOR PELO CODIGO DE BARRAS
      *----------------------------------------------------------------*
       0013-GRAVAR-SEGMENTO-J          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-DET-J

           MOVE WRK-NUM-LOTE           TO WRK-SJ-LOTE
           MOVE WRK-QTDE-DET-LOTE      TO WRK-SJ-NSR
           MOVE TAB-TIT-COD-BARRAS(WRK-IND-TIT) TO WRK-SJ-COD-BARRAS
           MOVE WRK-NOME-FAVORECIDO    TO WRK-SJ-NOME
           MOVE TAB-TIT-VENCIMENTO(WRK-IND-TIT) TO WRK-SJ-VENCIMENTO
           MOVE TAB-TIT-VALOR(WRK-IND-TIT) TO WRK-SJ-VALOR-TITULO
                                              WRK-SJ-VALOR-PAGTO
           MOVE WRK-DATA-PAGTO         TO WRK-SJ-DATA-PAGTO
           MOVE SPACES                 TO WRK-SJ-SEU-NUMERO
           STRING 'CP' TAB-TIT-LANCAMENTO(WRK-IND-TIT)
                       TAB-TIT-PARCELA(WRK-IND-TIT)
                  DELIMITED BY SIZE INTO WRK-SJ-SEU-NUMERO
           END-STRING

           MOVE WRK-REM-SEGMENTO-J     TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O TRAILER DE ARQUIVO - REGISTROS = DETALHES MAIS
      *    HEADER E TRAILER DE CADA LOTE MAIS HEADER E TRAILER DE
      *    ARQUIVO
      *----------------------------------------------------------------*
       0014-GRAVAR-TRAILER-ARQ         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NUM-LOTE           TO WRK-TA-QTDE-LOTES
           COMPUTE WRK-TA-QTDE-REGISTROS =
                   WRK-QTDE-DETALHE + (WRK-NUM-LOTE * 2) + 2

           MOVE WRK-REM-TRAILER-ARQ    TO FD-REMESSA-LINHA
           WRITE FD-REMESSA-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CPTITULO.dat COM AS PARCELAS REMETIDAS MARCADAS
      *----------------------------------------------------------------*
       0015-REGRAVAR-TITULOS           SECTION.
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
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
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
