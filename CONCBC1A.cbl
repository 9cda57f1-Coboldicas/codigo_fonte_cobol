      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CONCILIACAO BANCARIA. IMPORTA O EXTRATO DIARIO DO
      *              BANCO (CNAB 240 EXTRATO, SEGMENTO E - EXTBANCO.dat,
      *              REGISTROS FIXOS DE 240 BYTES) E CASA CADA
      *              LANCAMENTO DO BANCO COM AS LINHAS DO LIVRO
      *              LANCAGL.dat NA CONTA CONTABIL DO BANCO (VALIDADA
      *              EM PLANOCTA.dat) - PRIMEIRO POR DATA, VALOR E
      *              DOCUMENTO (DOCUMENTO DO BANCO CONTIDO NO
      *              HISTORICO), DEPOIS POR DATA E VALOR E POR FIM POR
      *              VALOR COM ATE 3 DIAS DE DIFERENCA. O QUE O LIVRO
      *              AINDA NAO TEM E PROCURADO EM TXTLOG.dat (SO
      *              STATUS=OK, MESMA DATA E VALOR): CONFIRMADO NO LOG
      *              E AGUARDANDO O LANCAMENTO DO GLPOST1A.
      *              O RELATORIO CONCILIA.txt TRAZ OS CASADOS, OS SO
      *              NO BANCO, OS SO NO LIVRO E O SALDO CONCILIADO
      *              (SALDO DO BANCO E SALDO CONTABIL AJUSTADOS PELAS
      *              PENDENCIAS). O QUE NAO CASA FICA EM CONCPEND.dat
      *              E VOLTA A CONCORRER NAS PROXIMAS CONCILIACOES ATE
      *              CASAR OU SER BAIXADO MANUALMENTE (OPCAO 3, COM
      *              RESPONSAVEL E MOTIVO GRAVADOS EM CONCBAIX.dat).
      *              A ULTIMA DATA CONCILIADA POR CONTA FICA EM
      *              CONCCTL.dat: EXTRATO JA CONCILIADO E RECUSADO.
      * NOME.......: CONCBC1A
      *----------------------------------------------------------------*
      * LAYOUT DO EXTRATO (POSICOES FEBRABAN):
      *   001-003 BANCO / 004-007 LOTE / 008 TIPO / 009-013 NSR
      *   014 SEGMENTO / 053-057 AGENCIA / 059-070 CONTA
      *   HEADER DE LOTE ('1'): 143-150 DATA SALDO INICIAL /
      *     151-168 SALDO INICIAL (CENTAVOS) / 169 D OU C
      *   SEGMENTO E ('3'/'E'): 142-149 DATA LANCAMENTO /
      *     150-167 VALOR (CENTAVOS) / 168 TIPO D OU C /
      *     176-200 HISTORICO / 201-239 NUMERO DO DOCUMENTO
      *   TRAILER DE LOTE ('5'): 143-150 DATA SALDO FINAL /
      *     151-168 SALDO FINAL (CENTAVOS) / 169 D OU C
      * LAYOUT DE CONCPEND.dat (PIPE):
      *   CONTA|LADO|DATA|SENTIDO|VALOR-CENTS|DOCUMENTO|DATA-INCLUSAO
      *   LADO: B = SO NO BANCO  T = BANCO CONFIRMADO NO TXTLOG
      *         L = SO NO LIVRO
      *   SENTIDO (VISTO PELO BANCO): E = ENTRADA  S = SAIDA
      * LAYOUT DE CONCCTL.dat (PIPE): CONTA|ULTIMA-DATA-CONCILIADA
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LINHA DE LANCAGL.dat COM 120 POSICOES
      *              (CAMPO DE FILIAL APOS O CENTRO DE CUSTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBC1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-EXTRATO ASSIGN TO 'EXTBANCO.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARQ-PLANO ASSIGN TO 'PLANOCTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TXT-LOG ASSIGN TO 'TXTLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEND ASSIGN TO 'CONCPEND.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CTL ASSIGN TO 'CONCCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-BAIXA ASSIGN TO 'CONCBAIX.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REL ASSIGN TO 'CONCILIA.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  FD-LIN-EXTRATO.
         05  FDX-BANCO                    PIC X(03).
         05  FDX-LOTE                     PIC X(04).
         05  FDX-TIPO-REG                 PIC X(01).
         05  FDX-NSR                      PIC X(05).
         05  FDX-SEGMENTO                 PIC X(01).
         05  FILLER                       PIC X(38).
         05  FDX-AGENCIA                  PIC X(05).
         05  FILLER                       PIC X(01).
         05  FDX-CONTA                    PIC X(12).
         05  FILLER                       PIC X(170).
       01  FD-EXT-SEGMENTO-E.
         05  FILLER                       PIC X(141).
         05  FDE-DATA-LANC                PIC X(08).
         05  FDE-VALOR                    PIC X(18).
         05  FDE-TIPO-LANC                PIC X(01).
         05  FILLER                       PIC X(07).
         05  FDE-HISTORICO                PIC X(25).
         05  FDE-DOCUMENTO                PIC X(39).
         05  FILLER                       PIC X(01).
       01  FD-EXT-SALDO.
         05  FILLER                       PIC X(142).
         05  FDS-DATA-SALDO               PIC X(08).
         05  FDS-VALOR-SALDO              PIC X(18).
         05  FDS-DC-SALDO                 PIC X(01).
         05  FILLER                       PIC X(71).

       FD  ARQ-PLANO.
       01  FD-LIN-PLANO                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  TXT-LOG.
       01  FD-LOG-LINHA                   PIC X(230).

       FD  ARQ-PEND.
       01  FD-LIN-PEND                    PIC X(120).

       FD  ARQ-CTL.
       01  FD-LIN-CTL                     PIC X(030).

       FD  ARQ-BAIXA.
       01  FD-LIN-BAIXA                   PIC X(200).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.

      *--- Conta contabil do banco (PLANOCTA.dat)
       01  WRK-CONTA-BANCO                PIC X(06) VALUE SPACES.
       01  WRK-PLANO-CONTA                PIC X(06) VALUE SPACES.
       01  WRK-PLANO-DESC                 PIC X(30) VALUE SPACES.
       01  WRK-PLANO-TIPO                 PIC X(01) VALUE SPACES.
       01  WRK-DESC-CONTA                 PIC X(30) VALUE SPACES.

      *--- Controle da ultima data conciliada (CONCCTL.dat)
       01  WRK-ULTIMA-DATA                PIC 9(08) VALUE ZEROS.
       01  WRK-MAX-TAB-CTL                PIC 9(02) VALUE 50.
       01  WRK-QTDE-CTL                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CTL                    PIC 9(02) VALUE ZEROS.
       01  TAB-CONTROLE.
           05  TAB-CTL-LINHA OCCURS 50 TIMES.
               10  TAB-CTL-CONTA          PIC X(06) VALUE SPACES.
               10  TAB-CTL-DATA           PIC 9(08) VALUE ZEROS.

      *--- Extrato importado
       01  WRK-EXT-AGENCIA                PIC X(05) VALUE SPACES.
       01  WRK-EXT-CONTA                  PIC X(12) VALUE SPACES.
       01  WRK-EXT-INI                    PIC 9(08) VALUE ZEROS.
       01  WRK-EXT-FIM                    PIC 9(08) VALUE ZEROS.
       01  WRK-SALDO-INI-BCO              PIC S9(15) VALUE ZEROS.
       01  WRK-SALDO-FIM-BCO              PIC S9(15) VALUE ZEROS.
       01  WRK-TEM-SALDO-FIM              PIC X(01) VALUE 'N'.
       01  WRK-TOT-CRED-BCO               PIC 9(15) VALUE ZEROS.
       01  WRK-TOT-DEB-BCO                PIC 9(15) VALUE ZEROS.
       01  WRK-QTDE-EXTRATO               PIC 9(04) VALUE ZEROS.
       01  WRK-VALOR-CENTS                PIC 9(15) VALUE ZEROS.

      *--- Lancamentos do lado do banco (extrato + pendencias B/T)
       01  WRK-MAX-TAB-BCO                PIC 9(04) VALUE 500.
       01  WRK-QTDE-BCO                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-BCO                    PIC 9(04) VALUE ZEROS.
       01  TAB-BANCO.
           05  TAB-BCO-LINHA OCCURS 500 TIMES.
               10  TAB-BCO-LADO           PIC X(01) VALUE SPACES.
               10  TAB-BCO-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-BCO-SENTIDO        PIC X(01) VALUE SPACES.
               10  TAB-BCO-VALOR          PIC 9(15) VALUE ZEROS.
               10  TAB-BCO-DOC            PIC X(39) VALUE SPACES.
               10  TAB-BCO-DATA-INC       PIC 9(08) VALUE ZEROS.
      *        PASSO DO CASAMENTO: 0 = SEM PAR  1 = DATA/VALOR/DOC
      *        2 = DATA/VALOR  3 = VALOR NA TOLERANCIA  4 = TXTLOG
               10  TAB-BCO-PASSO          PIC 9(01) VALUE ZEROS.
               10  TAB-BCO-PAR            PIC 9(04) VALUE ZEROS.

      *--- Lancamentos do lado do livro (LANCAGL + pendencias L)
       01  WRK-MAX-TAB-LIV                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-LIV                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-LIV                    PIC 9(04) VALUE ZEROS.
       01  TAB-LIVRO.
           05  TAB-LIV-LINHA OCCURS 1000 TIMES.
               10  TAB-LIV-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-LIV-SENTIDO        PIC X(01) VALUE SPACES.
               10  TAB-LIV-VALOR          PIC 9(15) VALUE ZEROS.
               10  TAB-LIV-DOC            PIC X(39) VALUE SPACES.
               10  TAB-LIV-DATA-INC       PIC 9(08) VALUE ZEROS.
               10  TAB-LIV-CASADO         PIC X(01) VALUE 'N'.

      *--- Movimentos do TXTLOG.dat no periodo (STATUS=OK)
       01  WRK-MAX-TAB-TXT                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-TXT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-TXT                    PIC 9(04) VALUE ZEROS.
       01  TAB-TXTLOG.
           05  TAB-TXT-LINHA OCCURS 1000 TIMES.
               10  TAB-TXT-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-TXT-VALOR          PIC 9(15) VALUE ZEROS.
               10  TAB-TXT-TIPO           PIC X(20) VALUE SPACES.
               10  TAB-TXT-USADO          PIC X(01) VALUE 'N'.

      *--- Pendencias de todas as contas (CONCPEND.dat)
       01  WRK-MAX-TAB-PEN                PIC 9(04) VALUE 500.
       01  WRK-QTDE-PEN                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-PEN                    PIC 9(04) VALUE ZEROS.
       01  WRK-NUM-PEN                    PIC 9(04) VALUE ZEROS.
       01  WRK-PEN-ACHADA                 PIC 9(04) VALUE ZEROS.
       01  TAB-PENDENCIAS.
           05  TAB-PEN-LINHA OCCURS 500 TIMES.
               10  TAB-PEN-CONTA          PIC X(06) VALUE SPACES.
               10  TAB-PEN-LADO           PIC X(01) VALUE SPACES.
               10  TAB-PEN-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-PEN-SENTIDO        PIC X(01) VALUE SPACES.
               10  TAB-PEN-VALOR          PIC 9(15) VALUE ZEROS.
               10  TAB-PEN-DOC            PIC X(39) VALUE SPACES.
               10  TAB-PEN-DATA-INC       PIC 9(08) VALUE ZEROS.
               10  TAB-PEN-BAIXADA        PIC X(01) VALUE 'N'.

      *--- Desmembramento de um lancamento do livro (COMO NO GLBAL01A)
       01  WRK-LCT-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-LCT-ORIGEM                 PIC X(08) VALUE SPACES.
       01  WRK-LCT-EVENTO                 PIC X(14) VALUE SPACES.
       01  WRK-LCT-CONTA                  PIC X(06) VALUE SPACES.
       01  WRK-LCT-DC                     PIC X(01) VALUE SPACES.
       01  WRK-LCT-CENTS                  PIC X(13) VALUE SPACES.
       01  WRK-LCT-HISTORICO              PIC X(30) VALUE SPACES.
       01  WRK-LCT-DATA-NUM               PIC 9(08) VALUE ZEROS.
       01  WRK-SALDO-LIVRO                PIC S9(15) VALUE ZEROS.

      *--- Desmembramento de uma linha do log (COMO NO CNAB240B)
       01  WRK-LOG-CAMPO1                 PIC X(20) VALUE SPACES.
       01  WRK-LOG-CAMPO2                 PIC X(40) VALUE SPACES.
       01  WRK-LOG-CAMPO3                 PIC X(60) VALUE SPACES.
       01  WRK-LOG-CAMPO4                 PIC X(30) VALUE SPACES.
       01  WRK-LOG-CAMPO5                 PIC X(40) VALUE SPACES.
       01  WRK-LOG-CAMPO6                 PIC X(40) VALUE SPACES.
       01  WRK-LOG-STATUS                 PIC X(20) VALUE SPACES.
       01  WRK-LOG-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC X(20) VALUE SPACES.
       01  WRK-POS                        PIC 9(02) VALUE ZEROS.
       01  WRK-DIGITO                     PIC X(01) VALUE SPACES.

      *--- Casamento
       01  WRK-PASSO                      PIC 9(01) VALUE ZEROS.
       01  WRK-TOLERANCIA-DIAS            PIC 9(02) VALUE 3.
       01  WRK-DIF-DIAS                   PIC S9(07) VALUE ZEROS.
       01  WRK-QTDE-OCORR-DOC             PIC 9(03) VALUE ZEROS.
       01  WRK-TAM-DOC                    PIC 9(02) VALUE ZEROS.
       01  WRK-DOC-BUSCA                  PIC X(39) VALUE SPACES.
       01  WRK-PAR-OK                     PIC X(01) VALUE 'N'.

      *--- Totais da conciliacao
       01  WRK-QTDE-CASADOS               PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CONF-TXT              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SO-BANCO              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SO-LIVRO              PIC 9(05) VALUE ZEROS.
       01  WRK-BCO-PEND-ENT               PIC 9(15) VALUE ZEROS.
       01  WRK-BCO-PEND-SAI               PIC 9(15) VALUE ZEROS.
       01  WRK-LIV-PEND-ENT               PIC 9(15) VALUE ZEROS.
       01  WRK-LIV-PEND-SAI               PIC 9(15) VALUE ZEROS.
       01  WRK-SALDO-BCO-AJUST            PIC S9(15) VALUE ZEROS.
       01  WRK-SALDO-LIV-AJUST            PIC S9(15) VALUE ZEROS.
       01  WRK-DIFERENCA                  PIC S9(15) VALUE ZEROS.

      *--- Baixa manual
       01  WRK-RESPONSAVEL                PIC X(20) VALUE SPACES.
       01  WRK-MOTIVO                     PIC X(40) VALUE SPACES.

      *--- Edicao do relatorio
       01  WRK-VALOR-ED                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-ED                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DESC-LADO                  PIC X(12) VALUE SPACES.
       01  WRK-DESC-PASSO                 PIC X(16) VALUE SPACES.
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
           PERFORM 0002-INFORMAR-CONTA
           PERFORM 0003-CARREGAR-PENDENCIAS
           PERFORM 0004-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
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

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR A CONTA CONTABIL DO BANCO - DEVE EXISTIR NO PLANO
      *    DE CONTAS E SER DO ATIVO (TIPO 'A')
      *----------------------------------------------------------------*
       0002-INFORMAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CONTA CONTABIL DO BANCO (PLANOCTA): '
                   WITH NO ADVANCING
           ACCEPT WRK-CONTA-BANCO

           MOVE 'N'                    TO WRK-ENCONTROU
                                          WRK-FIM-ARQ

           OPEN INPUT ARQ-PLANO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PLANO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PLANO(1:1) NOT EQUAL '*' AND
                       FD-LIN-PLANO NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-PLANO-CONTA
                                          WRK-PLANO-DESC
                                          WRK-PLANO-TIPO
                       UNSTRING FD-LIN-PLANO DELIMITED BY SEP
                          INTO WRK-PLANO-CONTA
                               WRK-PLANO-DESC
                               WRK-PLANO-TIPO
                       END-UNSTRING
                       IF WRK-PLANO-CONTA EQUAL WRK-CONTA-BANCO
                          MOVE 'S'     TO WRK-ENCONTROU
                          MOVE WRK-PLANO-DESC TO WRK-DESC-CONTA
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PLANO

           IF WRK-ENCONTROU EQUAL 'N'
              DISPLAY 'CONTA ' WRK-CONTA-BANCO
                      ' NAO CADASTRADA EM PLANOCTA.dat'
              PERFORM 9999-FINALIZAR
           END-IF

           IF WRK-PLANO-TIPO NOT EQUAL 'A'
              DISPLAY 'CONTA ' WRK-CONTA-BANCO
                      ' NAO E CONTA DO ATIVO - NAO PODE SER BANCO'
              PERFORM 9999-FINALIZAR
           END-IF

           DISPLAY 'CONTA: ' WRK-CONTA-BANCO ' - ' WRK-DESC-CONTA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS PENDENCIAS DE TODAS AS CONTAS DE CONCPEND.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-PENDENCIAS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-QTDE-PEN

           OPEN INPUT ARQ-PEND

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PEND
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PEN LESS WRK-MAX-TAB-PEN
                       ADD 1           TO WRK-QTDE-PEN
                       UNSTRING FD-LIN-PEND DELIMITED BY SEP
                          INTO TAB-PEN-CONTA(WRK-QTDE-PEN)
                               TAB-PEN-LADO(WRK-QTDE-PEN)
                               TAB-PEN-DATA(WRK-QTDE-PEN)
                               TAB-PEN-SENTIDO(WRK-QTDE-PEN)
                               TAB-PEN-VALOR(WRK-QTDE-PEN)
                               TAB-PEN-DOC(WRK-QTDE-PEN)
                               TAB-PEN-DATA-INC(WRK-QTDE-PEN)
                       END-UNSTRING
                       MOVE 'N'        TO TAB-PEN-BAIXADA(WRK-QTDE-PEN)
                    ELSE
      *    REGRAVAR CONCPEND.dat SO COM A PARTE CARREGADA PERDERIA
      *    AS PENDENCIAS EXCEDENTES - ABORTA
                       DISPLAY 'TABELA DE PENDENCIAS CHEIA! MAXIMO '
                               WRK-MAX-TAB-PEN
                       CLOSE ARQ-PEND
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PEND
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENU PRINCIPAL
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=        CONCILIACAO BANCARIA            =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - IMPORTAR EXTRATO E CONCILIAR         *'
           DISPLAY '* 2 - LISTAR PENDENCIAS                    *'
           DISPLAY '* 3 - BAIXAR PENDENCIA                     *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-CONCILIAR
                      PERFORM 0004-TELA-MENU
               WHEN 2 PERFORM 0040-LISTAR-PENDENCIAS
                      PERFORM 0004-TELA-MENU
               WHEN 3 PERFORM 0050-BAIXAR-PENDENCIA
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
      *    IMPORTAR O EXTRATO, CASAR COM O LIVRO E O TXTLOG, EMITIR O
      *    RELATORIO E GUARDAR AS PENDENCIAS
      *----------------------------------------------------------------*
       0010-CONCILIAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 0011-CARREGAR-CONTROLE

           MOVE ZEROS                  TO WRK-QTDE-BCO
                                          WRK-QTDE-LIV
                                          WRK-QTDE-TXT

           PERFORM 0012-IMPORTAR-EXTRATO

           IF WRK-QTDE-EXTRATO EQUAL ZEROS
              DISPLAY 'EXTBANCO.dat SEM LANCAMENTOS (SEGMENTO E)'
              EXIT SECTION
           END-IF

           IF WRK-EXT-INI NOT GREATER WRK-ULTIMA-DATA
              DISPLAY 'EXTRATO DE ' WRK-EXT-INI ' A ' WRK-EXT-FIM
                      ' JA CONCILIADO - CONTA CONCILIADA ATE '
                      WRK-ULTIMA-DATA
              EXIT SECTION
           END-IF

      *    PRIMEIRA CONCILIACAO DA CONTA: O LIVRO CONCORRE A PARTIR
      *    DO PRIMEIRO DIA DO EXTRATO
           IF WRK-ULTIMA-DATA EQUAL ZEROS
              COMPUTE WRK-ULTIMA-DATA =
                      FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WRK-EXT-INI) - 1)
           END-IF

           PERFORM 0013-INCLUIR-PEND-BANCO
           PERFORM 0014-CARREGAR-LIVRO
           PERFORM 0016-CARREGAR-TXTLOG

           PERFORM VARYING WRK-PASSO FROM 1 BY 1 UNTIL WRK-PASSO > 3
              PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                         WRK-IND-BCO > WRK-QTDE-BCO
                 IF TAB-BCO-PASSO(WRK-IND-BCO) EQUAL ZEROS
                    PERFORM 0020-CASAR-COM-LIVRO
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              IF TAB-BCO-PASSO(WRK-IND-BCO) EQUAL ZEROS AND
                 TAB-BCO-LADO(WRK-IND-BCO) EQUAL 'B'
                 PERFORM 0021-CASAR-COM-TXTLOG
              END-IF
           END-PERFORM

           PERFORM 0022-APURAR-SALDOS

           OPEN OUTPUT ARQ-REL
           PERFORM 0030-GRAVAR-RELATORIO
           CLOSE ARQ-REL

           PERFORM 0031-REGRAVAR-PENDENCIAS
           PERFORM 0032-REGRAVAR-CONTROLE

           COMPUTE WRK-SALDO-ED = WRK-DIFERENCA / 100
           DISPLAY '*=========================================*'
           DISPLAY '* CONCBC1A - CONCILIACAO BANCARIA         *'
           DISPLAY '* PERIODO.............: ' WRK-EXT-INI ' A '
                   WRK-EXT-FIM
           DISPLAY '* CASADOS COM O LIVRO.: ' WRK-QTDE-CASADOS
           DISPLAY '* CONFIRMADOS TXTLOG..: ' WRK-QTDE-CONF-TXT
           DISPLAY '* SO NO BANCO.........: ' WRK-QTDE-SO-BANCO
           DISPLAY '* SO NO LIVRO.........: ' WRK-QTDE-SO-LIVRO
           DISPLAY '* DIFERENCA...........: ' WRK-SALDO-ED
           DISPLAY '* RELATORIO EM CONCILIA.txt               *'
           DISPLAY '*=========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR CONCCTL.dat E OBTER A ULTIMA DATA CONCILIADA DA
      *    CONTA DO BANCO
      *----------------------------------------------------------------*
       0011-CARREGAR-CONTROLE          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-QTDE-CTL
                                          WRK-ULTIMA-DATA
                                          WRK-IND-CTL

           OPEN INPUT ARQ-CTL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CTL LESS WRK-MAX-TAB-CTL
                       ADD 1           TO WRK-QTDE-CTL
                       UNSTRING FD-LIN-CTL DELIMITED BY SEP
                          INTO TAB-CTL-CONTA(WRK-QTDE-CTL)
                               TAB-CTL-DATA(WRK-QTDE-CTL)
                       END-UNSTRING
                       IF TAB-CTL-CONTA(WRK-QTDE-CTL) EQUAL
                          WRK-CONTA-BANCO
                          MOVE WRK-QTDE-CTL TO WRK-IND-CTL
                          MOVE TAB-CTL-DATA(WRK-QTDE-CTL)
                                       TO WRK-ULTIMA-DATA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CTL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPORTAR EXTBANCO.dat: SALDO INICIAL DO HEADER DE LOTE,
      *    LANCAMENTOS DO SEGMENTO E E SALDO FINAL DO TRAILER DE LOTE
      *----------------------------------------------------------------*
       0012-IMPORTAR-EXTRATO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
                                          WRK-TEM-SALDO-FIM
           MOVE ZEROS                  TO WRK-QTDE-EXTRATO
                                          WRK-EXT-INI
                                          WRK-EXT-FIM
                                          WRK-SALDO-INI-BCO
                                          WRK-SALDO-FIM-BCO
                                          WRK-TOT-CRED-BCO
                                          WRK-TOT-DEB-BCO

           OPEN INPUT ARQ-EXTRATO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-EXTRATO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    EVALUATE FDX-TIPO-REG
                       WHEN '1'
                          MOVE FDX-AGENCIA TO WRK-EXT-AGENCIA
                          MOVE FDX-CONTA   TO WRK-EXT-CONTA
                          IF FDS-VALOR-SALDO IS NUMERIC
                             MOVE FDS-VALOR-SALDO(4:15)
                                       TO WRK-SALDO-INI-BCO
                             IF FDS-DC-SALDO EQUAL 'D'
                                COMPUTE WRK-SALDO-INI-BCO =
                                        WRK-SALDO-INI-BCO * -1
                             END-IF
                          END-IF
                       WHEN '3'
                          IF FDX-SEGMENTO EQUAL 'E'
                             PERFORM 0012A-TRATAR-SEGMENTO-E
                          END-IF
                       WHEN '5'
                          IF FDS-VALOR-SALDO IS NUMERIC
                             MOVE 'S'  TO WRK-TEM-SALDO-FIM
                             MOVE FDS-VALOR-SALDO(4:15)
                                       TO WRK-SALDO-FIM-BCO
                             IF FDS-DC-SALDO EQUAL 'D'
                                COMPUTE WRK-SALDO-FIM-BCO =
                                        WRK-SALDO-FIM-BCO * -1
                             END-IF
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQ-EXTRATO

      *    SEM TRAILER, O SALDO FINAL E O INICIAL MAIS O MOVIMENTO
           IF WRK-TEM-SALDO-FIM EQUAL 'N'
              COMPUTE WRK-SALDO-FIM-BCO = WRK-SALDO-INI-BCO +
                      WRK-TOT-CRED-BCO - WRK-TOT-DEB-BCO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM LANCAMENTO DO SEGMENTO E NA TABELA DO BANCO
      *----------------------------------------------------------------*
       0012A-TRATAR-SEGMENTO-E         SECTION.
      *----------------------------------------------------------------*

           IF FDE-DATA-LANC NOT NUMERIC OR
              FDE-VALOR NOT NUMERIC
              DISPLAY 'SEGMENTO E INVALIDO - NSR ' FDX-NSR
                      ' IGNORADO'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-BCO NOT LESS WRK-MAX-TAB-BCO
              DISPLAY 'TABELA DO EXTRATO CHEIA! MAXIMO '
                      WRK-MAX-TAB-BCO ' - NSR ' FDX-NSR ' IGNORADO'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-BCO
                                          WRK-QTDE-EXTRATO
           MOVE FDE-VALOR(4:15)        TO WRK-VALOR-CENTS

           MOVE 'B'                    TO TAB-BCO-LADO(WRK-QTDE-BCO)
           MOVE FDE-DATA-LANC          TO TAB-BCO-DATA(WRK-QTDE-BCO)
           MOVE WRK-VALOR-CENTS        TO TAB-BCO-VALOR(WRK-QTDE-BCO)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-BCO-DATA-INC(WRK-QTDE-BCO)
           MOVE ZEROS                  TO TAB-BCO-PASSO(WRK-QTDE-BCO)
                                          TAB-BCO-PAR(WRK-QTDE-BCO)
           IF FDE-DOCUMENTO EQUAL SPACES
              MOVE FDE-HISTORICO       TO TAB-BCO-DOC(WRK-QTDE-BCO)
           ELSE
              MOVE FDE-DOCUMENTO       TO TAB-BCO-DOC(WRK-QTDE-BCO)
           END-IF

           IF FDE-TIPO-LANC EQUAL 'D'
              MOVE 'S'                 TO TAB-BCO-SENTIDO(WRK-QTDE-BCO)
              ADD WRK-VALOR-CENTS      TO WRK-TOT-DEB-BCO
           ELSE
              MOVE 'E'                 TO TAB-BCO-SENTIDO(WRK-QTDE-BCO)
              ADD WRK-VALOR-CENTS      TO WRK-TOT-CRED-BCO
           END-IF

           IF WRK-EXT-INI EQUAL ZEROS OR
              TAB-BCO-DATA(WRK-QTDE-BCO) LESS WRK-EXT-INI
              MOVE TAB-BCO-DATA(WRK-QTDE-BCO) TO WRK-EXT-INI
           END-IF
           IF TAB-BCO-DATA(WRK-QTDE-BCO) GREATER WRK-EXT-FIM
              MOVE TAB-BCO-DATA(WRK-QTDE-BCO) TO WRK-EXT-FIM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012a-end
       0012A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AS PENDENCIAS DO LADO DO BANCO (B/T) DA CONTA VOLTAM A
      *    CONCORRER
      *----------------------------------------------------------------*
       0013-INCLUIR-PEND-BANCO         SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-PEN FROM 1 BY 1 UNTIL
                      WRK-IND-PEN > WRK-QTDE-PEN
              IF TAB-PEN-CONTA(WRK-IND-PEN) EQUAL WRK-CONTA-BANCO AND
                 TAB-PEN-BAIXADA(WRK-IND-PEN) EQUAL 'N' AND
                (TAB-PEN-LADO(WRK-IND-PEN) EQUAL 'B' OR
                 TAB-PEN-LADO(WRK-IND-PEN) EQUAL 'T')
                 IF WRK-QTDE-BCO LESS WRK-MAX-TAB-BCO
                    ADD 1              TO WRK-QTDE-BCO
                    MOVE TAB-PEN-LADO(WRK-IND-PEN)
                                       TO TAB-BCO-LADO(WRK-QTDE-BCO)
                    MOVE TAB-PEN-DATA(WRK-IND-PEN)
                                       TO TAB-BCO-DATA(WRK-QTDE-BCO)
                    MOVE TAB-PEN-SENTIDO(WRK-IND-PEN)
                                       TO TAB-BCO-SENTIDO(WRK-QTDE-BCO)
                    MOVE TAB-PEN-VALOR(WRK-IND-PEN)
                                       TO TAB-BCO-VALOR(WRK-QTDE-BCO)
                    MOVE TAB-PEN-DOC(WRK-IND-PEN)
                                       TO TAB-BCO-DOC(WRK-QTDE-BCO)
                    MOVE TAB-PEN-DATA-INC(WRK-IND-PEN)
                                       TO TAB-BCO-DATA-INC(WRK-QTDE-BCO)
                    MOVE ZEROS         TO TAB-BCO-PASSO(WRK-QTDE-BCO)
                                          TAB-BCO-PAR(WRK-QTDE-BCO)
                 ELSE
                    DISPLAY 'TABELA DO EXTRATO CHEIA! PENDENCIA DE '
                            TAB-PEN-DATA(WRK-IND-PEN)
                            ' MANTIDA SEM CONCORRER'
                    MOVE 'M'           TO TAB-PEN-BAIXADA(WRK-IND-PEN)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O LIVRO: LINHAS DA CONTA DO BANCO DEPOIS DA ULTIMA
      *    DATA CONCILIADA ATE O FIM DO EXTRATO, MAIS AS PENDENCIAS DO
      *    LIVRO. APURA TAMBEM O SALDO CONTABIL ATE O FIM DO EXTRATO.
      *    DEBITO NA CONTA DO BANCO = ENTRADA NO BANCO
      *----------------------------------------------------------------*
       0014-CARREGAR-LIVRO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-SALDO-LIVRO

           OPEN INPUT ARQ-LIVRO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-LIVRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0015-TRATAR-LINHA-LIVRO
              END-READ
           END-PERFORM

           CLOSE ARQ-LIVRO

           PERFORM VARYING WRK-IND-PEN FROM 1 BY 1 UNTIL
                      WRK-IND-PEN > WRK-QTDE-PEN
              IF TAB-PEN-CONTA(WRK-IND-PEN) EQUAL WRK-CONTA-BANCO AND
                 TAB-PEN-BAIXADA(WRK-IND-PEN) EQUAL 'N' AND
                 TAB-PEN-LADO(WRK-IND-PEN) EQUAL 'L'
                 IF WRK-QTDE-LIV LESS WRK-MAX-TAB-LIV
                    ADD 1              TO WRK-QTDE-LIV
                    MOVE TAB-PEN-DATA(WRK-IND-PEN)
                                       TO TAB-LIV-DATA(WRK-QTDE-LIV)
                    MOVE TAB-PEN-SENTIDO(WRK-IND-PEN)
                                       TO TAB-LIV-SENTIDO(WRK-QTDE-LIV)
                    MOVE TAB-PEN-VALOR(WRK-IND-PEN)
                                       TO TAB-LIV-VALOR(WRK-QTDE-LIV)
                    MOVE TAB-PEN-DOC(WRK-IND-PEN)
                                       TO TAB-LIV-DOC(WRK-QTDE-LIV)
                    MOVE TAB-PEN-DATA-INC(WRK-IND-PEN)
                                       TO TAB-LIV-DATA-INC(WRK-QTDE-LIV)
                    MOVE 'N'           TO TAB-LIV-CASADO(WRK-QTDE-LIV)
                 ELSE
                    DISPLAY 'TABELA DO LIVRO CHEIA! PENDENCIA DE '
                            TAB-PEN-DATA(WRK-IND-PEN)
                            ' MANTIDA SEM CONCORRER'
                    MOVE 'M'           TO TAB-PEN-BAIXADA(WRK-IND-PEN)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DE LANCAGL.dat
      *----------------------------------------------------------------*
       0015-TRATAR-LINHA-LIVRO         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LCT-DATA
                                          WRK-LCT-ORIGEM
                                          WRK-LCT-EVENTO
                                          WRK-LCT-CONTA
                                          WRK-LCT-DC
                                          WRK-LCT-CENTS
                                          WRK-LCT-HISTORICO
           UNSTRING FD-LIN-LIVRO DELIMITED BY SEP
                    INTO WRK-LCT-DATA
                         WRK-LCT-ORIGEM
                         WRK-LCT-EVENTO
                         WRK-LCT-CONTA
                         WRK-LCT-DC
                         WRK-LCT-CENTS
                         WRK-LCT-HISTORICO
           END-UNSTRING

           IF WRK-LCT-CONTA NOT EQUAL WRK-CONTA-BANCO OR
              WRK-LCT-DATA NOT NUMERIC OR
              WRK-LCT-CENTS NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE WRK-LCT-DATA           TO WRK-LCT-DATA-NUM
           IF WRK-LCT-DATA-NUM GREATER WRK-EXT-FIM
              EXIT SECTION
           END-IF

           MOVE WRK-LCT-CENTS          TO WRK-VALOR-CENTS
           IF WRK-LCT-DC EQUAL 'D'
              ADD WRK-VALOR-CENTS      TO WRK-SALDO-LIVRO
           ELSE
              SUBTRACT WRK-VALOR-CENTS FROM WRK-SALDO-LIVRO
           END-IF

           IF WRK-LCT-DATA-NUM NOT GREATER WRK-ULTIMA-DATA
              EXIT SECTION
           END-IF

           IF WRK-QTDE-LIV NOT LESS WRK-MAX-TAB-LIV
              DISPLAY 'TABELA DO LIVRO CHEIA! MAXIMO '
                      WRK-MAX-TAB-LIV ' - LANCAMENTO DE '
                      WRK-LCT-DATA ' NAO CONCORRE'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-LIV
           MOVE WRK-LCT-DATA-NUM       TO TAB-LIV-DATA(WRK-QTDE-LIV)
           MOVE WRK-VALOR-CENTS        TO TAB-LIV-VALOR(WRK-QTDE-LIV)
           MOVE WRK-LCT-HISTORICO      TO TAB-LIV-DOC(WRK-QTDE-LIV)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-LIV-DATA-INC(WRK-QTDE-LIV)
           MOVE 'N'                    TO TAB-LIV-CASADO(WRK-QTDE-LIV)
           IF WRK-LCT-DC EQUAL 'D'
              MOVE 'E'                 TO TAB-LIV-SENTIDO(WRK-QTDE-LIV)
           ELSE
              MOVE 'S'                 TO TAB-LIV-SENTIDO(WRK-QTDE-LIV)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS MOVIMENTOS STATUS=OK DO TXTLOG.dat NO PERIODO
      *----------------------------------------------------------------*
       0016-CARREGAR-TXTLOG            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT TXT-LOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ TXT-LOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0017-TRATAR-LINHA-LOG
              END-READ
           END-PERFORM

           CLOSE TXT-LOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESMEMBRAR UMA LINHA DO LOG (MESMO CRITERIO DO CNAB240B)
      *----------------------------------------------------------------*
       0017-TRATAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LOG-CAMPO1
                                          WRK-LOG-CAMPO2
                                          WRK-LOG-CAMPO3
                                          WRK-LOG-CAMPO4
                                          WRK-LOG-CAMPO5
                                          WRK-LOG-CAMPO6

           UNSTRING FD-LOG-LINHA DELIMITED BY ' | '
                    INTO WRK-LOG-CAMPO1
                         WRK-LOG-CAMPO2
                         WRK-LOG-CAMPO3
                         WRK-LOG-CAMPO4
                         WRK-LOG-CAMPO5
                         WRK-LOG-CAMPO6
           END-UNSTRING

           IF WRK-LOG-CAMPO2(1:5) NOT EQUAL 'TIPO=' OR
              WRK-LOG-CAMPO4(1:6) NOT EQUAL 'VALOR=' OR
              WRK-LOG-CAMPO1(1:8) NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-LOG-STATUS
           IF WRK-LOG-CAMPO5(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO5(8:)  TO WRK-LOG-STATUS
           END-IF
           IF WRK-LOG-CAMPO6(1:7) EQUAL 'STATUS='
              MOVE WRK-LOG-CAMPO6(8:)  TO WRK-LOG-STATUS
           END-IF
           IF FUNCTION TRIM(WRK-LOG-STATUS) NOT EQUAL 'OK'
              EXIT SECTION
           END-IF

           MOVE WRK-LOG-CAMPO1(1:8)    TO WRK-LOG-DATA
           IF WRK-LOG-DATA NOT GREATER WRK-ULTIMA-DATA OR
              WRK-LOG-DATA GREATER WRK-EXT-FIM
              EXIT SECTION
           END-IF

           IF WRK-QTDE-TXT NOT LESS WRK-MAX-TAB-TXT
              EXIT SECTION
           END-IF

           MOVE WRK-LOG-CAMPO4(7:)     TO WRK-VALOR-EDIT
           PERFORM 0018-CONVERTER-VALOR

           ADD 1                       TO WRK-QTDE-TXT
           MOVE WRK-LOG-DATA           TO TAB-TXT-DATA(WRK-QTDE-TXT)
           MOVE WRK-VALOR-CENTS        TO TAB-TXT-VALOR(WRK-QTDE-TXT)
           MOVE WRK-LOG-CAMPO2(6:)     TO TAB-TXT-TIPO(WRK-QTDE-TXT)
           MOVE 'N'                    TO TAB-TXT-USADO(WRK-QTDE-TXT)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONVERTER O VALOR EDITADO (ZZZ.ZZZ.ZZZ,99) EM CENTAVOS -
      *    COLETA SOMENTE OS ALGARISMOS, DA ESQUERDA PARA A DIREITA
      *----------------------------------------------------------------*
       0018-CONVERTER-VALOR            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-VALOR-CENTS

           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL
                                WRK-POS GREATER 20
              MOVE WRK-VALOR-EDIT(WRK-POS:1) TO WRK-DIGITO
              IF WRK-DIGITO IS NUMERIC
                 COMPUTE WRK-VALOR-CENTS =
                         (WRK-VALOR-CENTS * 10) +
                         FUNCTION NUMVAL(WRK-DIGITO)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCURAR NO LIVRO O PAR DO LANCAMENTO DO BANCO WRK-IND-BCO
      *    PELO CRITERIO DO PASSO: 1 = DATA, VALOR E DOCUMENTO NO
      *    HISTORICO / 2 = DATA E VALOR / 3 = VALOR COM ATE
      *    WRK-TOLERANCIA-DIAS DE DIFERENCA. SEMPRE MESMO SENTIDO
      *----------------------------------------------------------------*
       0020-CASAR-COM-LIVRO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DOC-BUSCA
           MOVE ZEROS                  TO WRK-TAM-DOC
           IF WRK-PASSO EQUAL 1
              IF TAB-BCO-DOC(WRK-IND-BCO) EQUAL SPACES
                 EXIT SECTION
              END-IF
              MOVE FUNCTION TRIM(TAB-BCO-DOC(WRK-IND-BCO))
                                       TO WRK-DOC-BUSCA
              COMPUTE WRK-TAM-DOC = FUNCTION LENGTH(
                      FUNCTION TRIM(TAB-BCO-DOC(WRK-IND-BCO)))
              IF WRK-TAM-DOC GREATER 30
                 EXIT SECTION
              END-IF
           END-IF

           MOVE 'N'                    TO WRK-ENCONTROU

           PERFORM VARYING WRK-IND-LIV FROM 1 BY 1 UNTIL
                      (WRK-IND-LIV > WRK-QTDE-LIV) OR
                      (WRK-ENCONTROU EQUAL 'S')
              MOVE 'N'                 TO WRK-PAR-OK
              IF TAB-LIV-CASADO(WRK-IND-LIV) EQUAL 'N' AND
                 TAB-LIV-SENTIDO(WRK-IND-LIV) EQUAL
                 TAB-BCO-SENTIDO(WRK-IND-BCO) AND
                 TAB-LIV-VALOR(WRK-IND-LIV) EQUAL
                 TAB-BCO-VALOR(WRK-IND-BCO)
                 EVALUATE WRK-PASSO
                    WHEN 1
                       IF TAB-LIV-DATA(WRK-IND-LIV) EQUAL
                          TAB-BCO-DATA(WRK-IND-BCO)
                          MOVE ZEROS   TO WRK-QTDE-OCORR-DOC
                          INSPECT TAB-LIV-DOC(WRK-IND-LIV)
                             TALLYING WRK-QTDE-OCORR-DOC FOR ALL
                             WRK-DOC-BUSCA(1:WRK-TAM-DOC)
                          IF WRK-QTDE-OCORR-DOC GREATER ZEROS
                             MOVE 'S'  TO WRK-PAR-OK
                          END-IF
                       END-IF
                    WHEN 2
                       IF TAB-LIV-DATA(WRK-IND-LIV) EQUAL
                          TAB-BCO-DATA(WRK-IND-BCO)
                          MOVE 'S'     TO WRK-PAR-OK
                       END-IF
                    WHEN 3
                       COMPUTE WRK-DIF-DIAS =
                          FUNCTION INTEGER-OF-DATE(
                                   TAB-LIV-DATA(WRK-IND-LIV)) -
                          FUNCTION INTEGER-OF-DATE(
                                   TAB-BCO-DATA(WRK-IND-BCO))
                       IF WRK-DIF-DIAS LESS ZEROS
                          COMPUTE WRK-DIF-DIAS = WRK-DIF-DIAS * -1
                       END-IF
                       IF WRK-DIF-DIAS NOT GREATER
                          WRK-TOLERANCIA-DIAS
                          MOVE 'S'     TO WRK-PAR-OK
                       END-IF
                 END-EVALUATE
              END-IF
              IF WRK-PAR-OK EQUAL 'S'
                 MOVE 'S'              TO WRK-ENCONTROU
                 MOVE 'S'              TO TAB-LIV-CASADO(WRK-IND-LIV)
                 MOVE WRK-PASSO        TO TAB-BCO-PASSO(WRK-IND-BCO)
                 MOVE WRK-IND-LIV      TO TAB-BCO-PAR(WRK-IND-BCO)
                 ADD 1                 TO WRK-QTDE-CASADOS
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAMENTO DO BANCO SEM PAR NO LIVRO: PROCURAR NO TXTLOG.dat
      *    UM MOVIMENTO DE MESMA DATA E VALOR. ACHADO, VIRA PENDENCIA
      *    'T' (CONFIRMADO, AGUARDANDO O LANCAMENTO CONTABIL)
      *----------------------------------------------------------------*
       0021-CASAR-COM-TXTLOG           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENCONTROU

           PERFORM VARYING WRK-IND-TXT FROM 1 BY 1 UNTIL
                      (WRK-IND-TXT > WRK-QTDE-TXT) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-TXT-USADO(WRK-IND-TXT) EQUAL 'N' AND
                 TAB-TXT-DATA(WRK-IND-TXT) EQUAL
                 TAB-BCO-DATA(WRK-IND-BCO) AND
                 TAB-TXT-VALOR(WRK-IND-TXT) EQUAL
                 TAB-BCO-VALOR(WRK-IND-BCO)
                 MOVE 'S'              TO WRK-ENCONTROU
                 MOVE 'S'              TO TAB-TXT-USADO(WRK-IND-TXT)
                 MOVE 'T'              TO TAB-BCO-LADO(WRK-IND-BCO)
                 MOVE 4                TO TAB-BCO-PASSO(WRK-IND-BCO)
                 MOVE WRK-IND-TXT      TO TAB-BCO-PAR(WRK-IND-BCO)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APURAR AS PENDENCIAS E O SALDO CONCILIADO:
      *    BANCO AJUSTADO = SALDO DO BANCO + ENTRADAS SO NO LIVRO
      *                     - SAIDAS SO NO LIVRO
      *    LIVRO AJUSTADO = SALDO CONTABIL + ENTRADAS SO NO BANCO
      *                     - SAIDAS SO NO BANCO (INCLUI AS
      *                     CONFIRMADAS NO TXTLOG AINDA NAO LANCADAS)
      *----------------------------------------------------------------*
       0022-APURAR-SALDOS              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-BCO-PEND-ENT
                                          WRK-BCO-PEND-SAI
                                          WRK-LIV-PEND-ENT
                                          WRK-LIV-PEND-SAI
                                          WRK-QTDE-CONF-TXT
                                          WRK-QTDE-SO-BANCO
                                          WRK-QTDE-SO-LIVRO

           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              IF TAB-BCO-PASSO(WRK-IND-BCO) EQUAL ZEROS OR
                 TAB-BCO-PASSO(WRK-IND-BCO) EQUAL 4
                 IF TAB-BCO-LADO(WRK-IND-BCO) EQUAL 'T'
                    ADD 1              TO WRK-QTDE-CONF-TXT
                 ELSE
                    ADD 1              TO WRK-QTDE-SO-BANCO
                 END-IF
                 IF TAB-BCO-SENTIDO(WRK-IND-BCO) EQUAL 'E'
                    ADD TAB-BCO-VALOR(WRK-IND-BCO) TO WRK-BCO-PEND-ENT
                 ELSE
                    ADD TAB-BCO-VALOR(WRK-IND-BCO) TO WRK-BCO-PEND-SAI
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-LIV FROM 1 BY 1 UNTIL
                      WRK-IND-LIV > WRK-QTDE-LIV
              IF TAB-LIV-CASADO(WRK-IND-LIV) EQUAL 'N'
                 ADD 1                 TO WRK-QTDE-SO-LIVRO
                 IF TAB-LIV-SENTIDO(WRK-IND-LIV) EQUAL 'E'
                    ADD TAB-LIV-VALOR(WRK-IND-LIV) TO WRK-LIV-PEND-ENT
                 ELSE
                    ADD TAB-LIV-VALOR(WRK-IND-LIV) TO WRK-LIV-PEND-SAI
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WRK-SALDO-BCO-AJUST = WRK-SALDO-FIM-BCO +
                   WRK-LIV-PEND-ENT - WRK-LIV-PEND-SAI
           COMPUTE WRK-SALDO-LIV-AJUST = WRK-SALDO-LIVRO +
                   WRK-BCO-PEND-ENT - WRK-BCO-PEND-SAI
           COMPUTE WRK-DIFERENCA = WRK-SALDO-BCO-AJUST -
                   WRK-SALDO-LIV-AJUST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O RELATORIO DE CONCILIACAO EM CONCILIA.txt
      *----------------------------------------------------------------*
       0030-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CONCILIACAO BANCARIA - CONTA ' WRK-CONTA-BANCO
                  ' ' WRK-DESC-CONTA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* AGENCIA ' WRK-EXT-AGENCIA ' CONTA ' WRK-EXT-CONTA
                  ' - EXTRATO DE ' WRK-EXT-INI ' A ' WRK-EXT-FIM
                  ' - EMITIDO EM ' WRK-HOJE-AAAAMMDD
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           MOVE '* LANCAMENTOS CASADOS (BANCO X LIVRO):'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              IF TAB-BCO-PASSO(WRK-IND-BCO) GREATER ZEROS AND
                 TAB-BCO-PASSO(WRK-IND-BCO) LESS 4
                 MOVE TAB-BCO-PAR(WRK-IND-BCO) TO WRK-IND-LIV
                 PERFORM 0033-DESCREVER-PASSO
                 COMPUTE WRK-VALOR-ED = TAB-BCO-VALOR(WRK-IND-BCO)
                                        / 100
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '*   ' TAB-BCO-DATA(WRK-IND-BCO)
                        ' ' TAB-BCO-SENTIDO(WRK-IND-BCO)
                        ' ' WRK-VALOR-ED
                        ' ' TAB-BCO-DOC(WRK-IND-BCO)(1:20)
                        ' <> ' TAB-LIV-DATA(WRK-IND-LIV)
                        ' ' TAB-LIV-DOC(WRK-IND-LIV)(1:30)
                        ' ' WRK-DESC-PASSO
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM

           MOVE '* CONFIRMADOS NO TXTLOG, SEM LANCAMENTO NO LIVRO:'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE 'T'                    TO WRK-DESC-LADO
           PERFORM 0034-LISTAR-LADO-BANCO

           MOVE '* SO NO BANCO:'       TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE 'B'                    TO WRK-DESC-LADO
           PERFORM 0034-LISTAR-LADO-BANCO

           MOVE '* SO NO LIVRO:'       TO FD-LIN-REL
           WRITE FD-LIN-REL
           PERFORM VARYING WRK-IND-LIV FROM 1 BY 1 UNTIL
                      WRK-IND-LIV > WRK-QTDE-LIV
              IF TAB-LIV-CASADO(WRK-IND-LIV) EQUAL 'N'
                 COMPUTE WRK-VALOR-ED = TAB-LIV-VALOR(WRK-IND-LIV)
                                        / 100
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '*   ' TAB-LIV-DATA(WRK-IND-LIV)
                        ' ' TAB-LIV-SENTIDO(WRK-IND-LIV)
                        ' ' WRK-VALOR-ED
                        ' ' TAB-LIV-DOC(WRK-IND-LIV)(1:30)
                        ' DESDE ' TAB-LIV-DATA-INC(WRK-IND-LIV)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM

           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = WRK-SALDO-INI-BCO / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO INICIAL DO BANCO..........: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = WRK-SALDO-FIM-BCO / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO FINAL DO BANCO............: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = (WRK-LIV-PEND-ENT - WRK-LIV-PEND-SAI)
                                  / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* (+/-) PENDENCIAS SO NO LIVRO.....: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = WRK-SALDO-BCO-AJUST / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO DO BANCO AJUSTADO.........: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = WRK-SALDO-LIVRO / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO CONTABIL (LANCAGL.dat)....: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = (WRK-BCO-PEND-ENT - WRK-BCO-PEND-SAI)
                                  / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* (+/-) PENDENCIAS SO NO BANCO.....: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = WRK-SALDO-LIV-AJUST / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO CONTABIL AJUSTADO.........: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           COMPUTE WRK-SALDO-ED = WRK-DIFERENCA / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-DIFERENCA EQUAL ZEROS
              STRING '* DIFERENCA.......................: ' WRK-SALDO-ED
                     ' - CONCILIADO'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '* DIFERENCA.......................: ' WRK-SALDO-ED
                     ' - NAO CONCILIADO'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*==================================================*'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CONCPEND.dat: PENDENCIAS DAS OUTRAS CONTAS COMO
      *    ESTAVAM E, DA CONTA CONCILIADA, TUDO O QUE FICOU SEM PAR
      *----------------------------------------------------------------*
       0031-REGRAVAR-PENDENCIAS        SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-PEND

           PERFORM VARYING WRK-IND-PEN FROM 1 BY 1 UNTIL
                      WRK-IND-PEN > WRK-QTDE-PEN
              IF TAB-PEN-CONTA(WRK-IND-PEN) NOT EQUAL WRK-CONTA-BANCO
                 OR TAB-PEN-BAIXADA(WRK-IND-PEN) EQUAL 'M'
                 PERFORM 0035-GRAVAR-LINHA-PEND
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              IF TAB-BCO-PASSO(WRK-IND-BCO) EQUAL ZEROS OR
                 TAB-BCO-PASSO(WRK-IND-BCO) EQUAL 4
                 MOVE SPACES           TO FD-LIN-PEND
                 STRING WRK-CONTA-BANCO               DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-BCO-LADO(WRK-IND-BCO)     DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-BCO-DATA(WRK-IND-BCO)     DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-BCO-SENTIDO(WRK-IND-BCO)  DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-BCO-VALOR(WRK-IND-BCO)    DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-BCO-DOC(WRK-IND-BCO)      DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-BCO-DATA-INC(WRK-IND-BCO) DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        INTO FD-LIN-PEND
                 END-STRING
                 WRITE FD-LIN-PEND
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-LIV FROM 1 BY 1 UNTIL
                      WRK-IND-LIV > WRK-QTDE-LIV
              IF TAB-LIV-CASADO(WRK-IND-LIV) EQUAL 'N'
                 MOVE SPACES           TO FD-LIN-PEND
                 STRING WRK-CONTA-BANCO               DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        'L'                           DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-LIV-DATA(WRK-IND-LIV)     DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-LIV-SENTIDO(WRK-IND-LIV)  DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-LIV-VALOR(WRK-IND-LIV)    DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-LIV-DOC(WRK-IND-LIV)      DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        TAB-LIV-DATA-INC(WRK-IND-LIV) DELIMITED BY SIZE
                        SEP                           DELIMITED BY SIZE
                        INTO FD-LIN-PEND
                 END-STRING
                 WRITE FD-LIN-PEND
              END-IF
           END-PERFORM

           CLOSE ARQ-PEND

           PERFORM 0003-CARREGAR-PENDENCIAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A ULTIMA DATA CONCILIADA DA CONTA EM CONCCTL.dat
      *----------------------------------------------------------------*
       0032-REGRAVAR-CONTROLE          SECTION.
      *----------------------------------------------------------------*

           IF WRK-IND-CTL EQUAL ZEROS
              IF WRK-QTDE-CTL LESS WRK-MAX-TAB-CTL
                 ADD 1                 TO WRK-QTDE-CTL
                 MOVE WRK-QTDE-CTL     TO WRK-IND-CTL
                 MOVE WRK-CONTA-BANCO  TO TAB-CTL-CONTA(WRK-IND-CTL)
              ELSE
                 DISPLAY 'TABELA DE CONTROLE CHEIA! MAXIMO '
                         WRK-MAX-TAB-CTL ' CONTAS'
                 EXIT SECTION
              END-IF
           END-IF
           MOVE WRK-EXT-FIM            TO TAB-CTL-DATA(WRK-IND-CTL)

           OPEN OUTPUT ARQ-CTL

           PERFORM VARYING WRK-IND-CTL FROM 1 BY 1 UNTIL
                      WRK-IND-CTL > WRK-QTDE-CTL
              MOVE SPACES              TO FD-LIN-CTL
              STRING TAB-CTL-CONTA(WRK-IND-CTL) DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     TAB-CTL-DATA(WRK-IND-CTL)  DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     INTO FD-LIN-CTL
              END-STRING
              WRITE FD-LIN-CTL
           END-PERFORM

           CLOSE ARQ-CTL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESCRICAO DO CRITERIO DE CASAMENTO DO LANCAMENTO DO BANCO
      *----------------------------------------------------------------*
       0033-DESCREVER-PASSO            SECTION.
      *----------------------------------------------------------------*

           EVALUATE TAB-BCO-PASSO(WRK-IND-BCO)
              WHEN 1 MOVE '(DATA/VALOR/DOC)' TO WRK-DESC-PASSO
              WHEN 2 MOVE '(DATA/VALOR)    ' TO WRK-DESC-PASSO
              WHEN 3 MOVE '(VALOR/PRAZO)   ' TO WRK-DESC-PASSO
              WHEN OTHER MOVE SPACES         TO WRK-DESC-PASSO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS LANCAMENTOS DO BANCO SEM PAR NO LIVRO DO LADO
      *    INFORMADO EM WRK-DESC-LADO (B OU T)
      *----------------------------------------------------------------*
       0034-LISTAR-LADO-BANCO          SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                      WRK-IND-BCO > WRK-QTDE-BCO
              IF (TAB-BCO-PASSO(WRK-IND-BCO) EQUAL ZEROS OR
                  TAB-BCO-PASSO(WRK-IND-BCO) EQUAL 4) AND
                 TAB-BCO-LADO(WRK-IND-BCO) EQUAL WRK-DESC-LADO(1:1)
                 COMPUTE WRK-VALOR-ED = TAB-BCO-VALOR(WRK-IND-BCO)
                                        / 100
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '*   ' TAB-BCO-DATA(WRK-IND-BCO)
                        ' ' TAB-BCO-SENTIDO(WRK-IND-BCO)
                        ' ' WRK-VALOR-ED
                        ' ' TAB-BCO-DOC(WRK-IND-BCO)(1:30)
                        ' DESDE ' TAB-BCO-DATA-INC(WRK-IND-BCO)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0034-end
       0034-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A PENDENCIA WRK-IND-PEN COMO FOI CARREGADA
      *----------------------------------------------------------------*
       0035-GRAVAR-LINHA-PEND          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-PEND
           STRING TAB-PEN-CONTA(WRK-IND-PEN)    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-LADO(WRK-IND-PEN)     DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-DATA(WRK-IND-PEN)     DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-SENTIDO(WRK-IND-PEN)  DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-VALOR(WRK-IND-PEN)    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-DOC(WRK-IND-PEN)      DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-DATA-INC(WRK-IND-PEN) DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  INTO FD-LIN-PEND
           END-STRING
           WRITE FD-LIN-PEND
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS PENDENCIAS DA CONTA, NUMERADAS PARA A BAIXA
      *----------------------------------------------------------------*
       0040-LISTAR-PENDENCIAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-NUM-PEN

           DISPLAY '*==========================================*'
           DISPLAY '* PENDENCIAS DA CONTA ' WRK-CONTA-BANCO
           DISPLAY '* NUM  LADO DATA     S            VALOR DOCUMENTO'
           PERFORM VARYING WRK-IND-PEN FROM 1 BY 1 UNTIL
                      WRK-IND-PEN > WRK-QTDE-PEN
              IF TAB-PEN-CONTA(WRK-IND-PEN) EQUAL WRK-CONTA-BANCO
                 ADD 1                 TO WRK-NUM-PEN
                 COMPUTE WRK-VALOR-ED = TAB-PEN-VALOR(WRK-IND-PEN)
                                        / 100
                 DISPLAY '* ' WRK-NUM-PEN ' ' TAB-PEN-LADO(WRK-IND-PEN)
                         '    ' TAB-PEN-DATA(WRK-IND-PEN)
                         ' ' TAB-PEN-SENTIDO(WRK-IND-PEN)
                         ' ' WRK-VALOR-ED
                         ' ' TAB-PEN-DOC(WRK-IND-PEN)(1:30)
              END-IF
           END-PERFORM
           IF WRK-NUM-PEN EQUAL ZEROS
              DISPLAY '* NENHUMA PENDENCIA'
           END-IF
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR MANUALMENTE UMA PENDENCIA DA CONTA: EXIGE
      *    RESPONSAVEL E MOTIVO, GRAVADOS EM CONCBAIX.dat
      *----------------------------------------------------------------*
       0050-BAIXAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0040-LISTAR-PENDENCIAS

           IF WRK-NUM-PEN EQUAL ZEROS
              EXIT SECTION
           END-IF

           DISPLAY 'NUMERO DA PENDENCIA A BAIXAR (0 = VOLTAR): '
                   WITH NO ADVANCING
           ACCEPT WRK-NUM-PEN
           IF WRK-NUM-PEN EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-PEN-ACHADA
           MOVE ZEROS                  TO WRK-IND-CTL
           PERFORM VARYING WRK-IND-PEN FROM 1 BY 1 UNTIL
                      (WRK-IND-PEN > WRK-QTDE-PEN) OR
                      (WRK-PEN-ACHADA GREATER ZEROS)
              IF TAB-PEN-CONTA(WRK-IND-PEN) EQUAL WRK-CONTA-BANCO
                 ADD 1                 TO WRK-IND-CTL
                 IF WRK-IND-CTL EQUAL WRK-NUM-PEN
                    MOVE WRK-IND-PEN   TO WRK-PEN-ACHADA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-PEN-ACHADA EQUAL ZEROS
              DISPLAY 'PENDENCIA NAO ENCONTRADA!'
              EXIT SECTION
           END-IF

           DISPLAY 'RESPONSAVEL PELA BAIXA: ' WITH NO ADVANCING
           ACCEPT WRK-RESPONSAVEL
           DISPLAY 'MOTIVO DA BAIXA.......: ' WITH NO ADVANCING
           ACCEPT WRK-MOTIVO

           IF WRK-RESPONSAVEL EQUAL SPACES OR
              WRK-MOTIVO EQUAL SPACES
              DISPLAY 'RESPONSAVEL E MOTIVO SAO OBRIGATORIOS!'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA A BAIXA (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'BAIXA CANCELADA'
              EXIT SECTION
           END-IF

           MOVE WRK-PEN-ACHADA         TO WRK-IND-PEN

           OPEN EXTEND ARQ-BAIXA
           MOVE SPACES                 TO FD-LIN-BAIXA
           STRING WRK-HOJE-AAAAMMDD             DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-CONTA(WRK-IND-PEN)    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-LADO(WRK-IND-PEN)     DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-DATA(WRK-IND-PEN)     DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-SENTIDO(WRK-IND-PEN)  DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-VALOR(WRK-IND-PEN)    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-PEN-DOC(WRK-IND-PEN)      DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-RESPONSAVEL               DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-MOTIVO                    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  INTO FD-LIN-BAIXA
           END-STRING
           WRITE FD-LIN-BAIXA
           CLOSE ARQ-BAIXA

           MOVE 'S'              TO TAB-PEN-BAIXADA(WRK-PEN-ACHADA)

           OPEN OUTPUT ARQ-PEND
           PERFORM VARYING WRK-IND-PEN FROM 1 BY 1 UNTIL
                      WRK-IND-PEN > WRK-QTDE-PEN
              IF TAB-PEN-BAIXADA(WRK-IND-PEN) EQUAL 'N'
                 PERFORM 0035-GRAVAR-LINHA-PEND
              END-IF
           END-PERFORM
           CLOSE ARQ-PEND

           PERFORM 0003-CARREGAR-PENDENCIAS

           DISPLAY 'PENDENCIA BAIXADA COM SUCESSO!'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
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
