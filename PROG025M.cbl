      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BORDERO DE DESCONTO DE TITULOS COM O BANCO.
      *              NOVO BORDERO: SELECIONA OS TITULOS EM ABERTO E A
      *              VENCER DE TITULOS.dat POR FAIXA DE VENCIMENTO E
      *              SACADO (EM BRANCO = TODOS), CALCULA OS JUROS DE
      *              DESCONTO DO BANCO (TAXA AO MES PRO RATA DOS DIAS
      *              ATE O VENCIMENTO EFETIVO) E AS TARIFAS, CHEGANDO
      *              AO CREDITO LIQUIDO. OS TITULOS DESCONTADOS FICAM
      *              EM BORDTIT.dat (SITUACAO 'D'), QUE O AGING DO
      *              PROG025C E O FLUXO01A LEEM PARA TRATA-LOS A
      *              PARTE. O CREDITO LIQUIDO E A DESPESA DE DESCONTO
      *              SAO LANCADOS EM LANCAGL.dat PELO MECANISMO DE
      *              REGRAS DO GLPOST1A (REGRASGL.dat, ORIGEM
      *              'BORDERO', EVENTOS 'CREDITO' E 'DESPESA').
      *              VERIFICACAO DOS BORDEROS: TITULO DESCONTADO PAGO
      *              PELO SACADO (PAGTO EM TITULOS.dat) E BAIXADO DO
      *              BORDERO (SITUACAO 'L', EVENTO 'LIQUIDACAO');
      *              TITULO DESCONTADO VENCIDO HA MAIS DE N DIAS SEM
      *              PAGAMENTO VOLTA PARA A CARTEIRA PELO REGRESSO DO
      *              BANCO (SITUACAO 'R', EVENTO 'REGRESSO' - DEBITO
      *              DO VALOR NA NOSSA CONTA NO BANCO).
      * NOME.......: PROG025M
      *----------------------------------------------------------------*
      * LAYOUT DE BORDERO.dat (PIPE):
      *   BORDERO(6)|DATA(8)|QTDE-TITULOS(3)|VALOR-BRUTO-CENTS(13)|
      *   JUROS-CENTS(13)|TARIFAS-CENTS(13)|LIQUIDO-CENTS(13)|
      *   TAXA-MES-PCT(5, 3+2 DECIMAIS)
      * LAYOUT DE BORDTIT.dat (PIPE) - UM TITULO POR LINHA:
      *   BORDERO(6)|NOSSONUM|VALOR-CENTS(10)|VENC-EFETIVO(8)|
      *   JUROS-CENTS(10)|SITUACAO(D = DESCONTADO / L = LIQUIDADO
      *   PELO SACADO / R = REGRESSO)|DATA-SITUACAO(8)
      * LAYOUT DE BORDPARM.dat (PIPE) - UMA LINHA, OPCIONAL:
      *   TAXA-MES-PCT ("2,00")|TARIFA-TITULO-CENTS(7)|
      *   TARIFA-BORDERO-CENTS(7)|DIAS-REGRESSO(3)
      *   (PADRAO 2,00 | 350 | 1500 | 5)
      * O ULTIMO NUMERO DE BORDERO FICA EM BORDSEQ.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025M.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BOR ASSIGN TO 'BORDERO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BTI ASSIGN TO 'BORDTIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BPA ASSIGN TO 'BORDPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-SEQ ASSIGN TO 'BORDSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-BOR.
       01  FD-LIN-BORDERO                 PIC X(120).

       FD  ARQUIVO-BTI.
       01  FD-LIN-BORDERO-TIT             PIC X(100).

       FD  ARQUIVO-BPA.
       01  FD-LIN-BORDERO-PARM            PIC X(040).

       FD  ARQUIVO-SEQ.
       01  FD-LIN-SEQ                     PIC 9(06).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HOJE-INT                   PIC 9(09) VALUE ZEROS.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.

      *--- Condicoes do banco (BORDPARM.dat)
       01  WRK-PARM-TAXA-RAW              PIC X(10) VALUE SPACES.
       01  WRK-TAXA-MES-PCT               PIC 9(03)V99 VALUE 2,00.
       01  WRK-TARIFA-TIT-CENTS           PIC 9(07) VALUE 350.
       01  WRK-TARIFA-BOR-CENTS           PIC 9(07) VALUE 1500.
       01  WRK-DIAS-REGRESSO              PIC 9(03) VALUE 5.

      *--- Selecao do bordero
       01  WRK-VENC-DE                    PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-ATE                   PIC 9(08) VALUE ZEROS.
       01  WRK-SACADO                     PIC X(60) VALUE SPACES.
       01  WRK-INCLUIR-TODOS              PIC X(01) VALUE SPACES.

      *--- Campos do titulo
       01  TITULOS.
         05  TITULOS-NOSSONUM             PIC X(20).
         05  TITULOS-SACADO               PIC X(60).
         05  TITULOS-CEDENTE              PIC X(60).
         05  TITULOS-VALOR-CENTS          PIC 9(10).
         05  TITULOS-VENC-AAAAMMDD        PIC 9(8).
         05  TITULOS-PAGTO-AAAAMMDD       PIC 9(8).

      *--- Tabela interna de titulos (MESMO USO DO PROG025A)
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 200.
       01  WRK-QTDE-TIT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(03) VALUE ZEROS.
       01  TAB-TIT-LINHA.
           05  TAB-TIT-LINHA OCCURS 200 TIMES.
               10  TAB-TIT-NOSSONUM       PIC X(20).
               10  TAB-TIT-SACADO         PIC X(60).
               10  TAB-TIT-CEDENTE        PIC X(60).
               10  TAB-TIT-VALOR-CENTS    PIC 9(10).
               10  TAB-TIT-VENC-AAAAMMDD  PIC 9(8).
               10  TAB-TIT-PAGTO-AAAAMMDD PIC 9(8).

      *--- Titulos selecionados para o bordero
       01  WRK-MAX-TAB-SEL                PIC 9(02) VALUE 50.
       01  WRK-QTDE-SEL                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-SEL                    PIC 9(02) VALUE ZEROS.
       01  TAB-SELECAO.
           05  TAB-SEL-LINHA OCCURS 50 TIMES.
               10  TAB-SEL-IND-TIT        PIC 9(03).
               10  TAB-SEL-VENC-EFETIVO   PIC 9(08).
               10  TAB-SEL-DIAS           PIC 9(05).
               10  TAB-SEL-JUROS-CENTS    PIC 9(10).
               10  TAB-SEL-MARCADO        PIC X(01).

      *--- Vencimento efetivo e juros de desconto do titulo
       01  WRK-VENC-EFETIVO-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01  WRK-DIAS-DESCONTO              PIC S9(05) VALUE ZEROS.
       01  WRK-DIAS-ATRASO                PIC S9(05) VALUE ZEROS.

      *--- Totais do bordero
       01  WRK-BORDERO-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-MARCADOS              PIC 9(03) VALUE ZEROS.
       01  WRK-BRUTO-CENTS                PIC 9(13) VALUE ZEROS.
       01  WRK-JUROS-CENTS                PIC 9(13) VALUE ZEROS.
       01  WRK-TARIFAS-CENTS              PIC 9(13) VALUE ZEROS.
       01  WRK-DESPESA-CENTS              PIC 9(13) VALUE ZEROS.
       01  WRK-LIQUIDO-CENTS              PIC S9(13) VALUE ZEROS.

      *--- Borderos (BORDERO.dat)
       01  WRK-MAX-TAB-BOR                PIC 9(03) VALUE 200.
       01  WRK-QTDE-BOR                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-BOR                    PIC 9(03) VALUE ZEROS.
       01  TAB-BORDEROS.
           05  TAB-BOR-LINHA OCCURS 200 TIMES.
               10  TAB-BOR-NUMERO         PIC 9(06).
               10  TAB-BOR-DATA           PIC 9(08).
               10  TAB-BOR-QTDE           PIC 9(03).
               10  TAB-BOR-BRUTO          PIC 9(13).
               10  TAB-BOR-JUROS          PIC 9(13).
               10  TAB-BOR-TARIFAS        PIC 9(13).
               10  TAB-BOR-LIQUIDO        PIC 9(13).
               10  TAB-BOR-TAXA           PIC 9(03)V99.
               10  TAB-BOR-TAXA-X REDEFINES TAB-BOR-TAXA
                                          PIC X(05).

      *--- Titulos descontados (BORDTIT.dat)
       01  WRK-MAX-TAB-BTI                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-BTI                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-BTI                    PIC 9(04) VALUE ZEROS.
       01  TAB-BORDERO-TIT.
           05  TAB-BTI-LINHA OCCURS 1000 TIMES.
               10  TAB-BTI-BORDERO        PIC 9(06).
               10  TAB-BTI-NOSSONUM       PIC X(20).
               10  TAB-BTI-VALOR          PIC 9(10).
               10  TAB-BTI-VENC           PIC 9(08).
               10  TAB-BTI-JUROS          PIC 9(10).
               10  TAB-BTI-SITUACAO       PIC X(01).
               10  TAB-BTI-DATA-SIT       PIC 9(08).

      *--- Verificacao dos borderos
       01  WRK-QTDE-LIQUIDADOS            PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-REGRESSOS             PIC 9(04) VALUE ZEROS.
       01  WRK-HOUVE-ALTERACAO            PIC X(01) VALUE 'N'.

      *--- Regras de partida dobrada (MESMO USO DO GLPOST1A)
       01  WRK-MAX-TAB-REG                PIC 9(02) VALUE 30.
       01  WRK-QTDE-REGRAS                PIC 9(02) VALUE ZEROS.
       01  WRK-IND-REG                    PIC 9(02) VALUE ZEROS.
       01  TAB-REGRAS.
           05  TAB-REGRA-LINHA OCCURS 30 TIMES.
               10  TAB-REG-ORIGEM         PIC X(08) VALUE SPACES.
               10  TAB-REG-EVENTO         PIC X(14) VALUE SPACES.
               10  TAB-REG-CTA-DEB        PIC X(06) VALUE SPACES.
               10  TAB-REG-CTA-CRE        PIC X(06) VALUE SPACES.
               10  TAB-REG-CC             PIC X(10) VALUE SPACES.

       01  WRK-FATO-ORIGEM                PIC X(08) VALUE 'BORDERO'.
       01  WRK-FATO-EVENTO                PIC X(14) VALUE SPACES.
       01  WRK-FATO-CENTS                 PIC 9(13) VALUE ZEROS.
       01  WRK-FATO-HISTORICO             PIC X(30) VALUE SPACES.
       01  WRK-REGRA-ACHADA               PIC 9(02) VALUE ZEROS.
       01  WRK-CC-EFETIVO                 PIC X(10) VALUE SPACES.
       01  WRK-REGRAS-OK                  PIC X(01) VALUE 'S'.

      *--- Edicao
       01  WRK-VAL-EDIT1                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VAL-EDIT2                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-EDIT                   PIC ZZ9,99.

      *    DEFINICAO DE DATA E HORA DO SISTEMA.
       COPY COD001A.

      *  FILIAL DESTA INSTALACAO (FILIAL1B)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  CONSULTA DE PERIODO CONTABIL (GLPER01B)
       01  WRK-PER-REGISTRO.
           COPY PER001A.

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
           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0006-TELA-MENU-PRINCIPAL
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA E A FILIAL DESTA INSTALACAO
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

            MOVE 'L'                   TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS CONDICOES DO BANCO (BORDPARM.dat) - SEM O
      *    ARQUIVO VALEM OS PADROES
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQUIVO-BPA
           READ ARQUIVO-BPA
              AT END CONTINUE
              NOT AT END
                 IF FD-LIN-BORDERO-PARM(1:1) IS NUMERIC
                    UNSTRING FD-LIN-BORDERO-PARM DELIMITED BY SEP
                             INTO WRK-PARM-TAXA-RAW
                                  WRK-TARIFA-TIT-CENTS
                                  WRK-TARIFA-BOR-CENTS
                                  WRK-DIAS-REGRESSO
                    END-UNSTRING
                    COMPUTE WRK-TAXA-MES-PCT = FUNCTION NUMVAL(
                            FUNCTION TRIM(WRK-PARM-TAXA-RAW))
                 END-IF
           END-READ
           CLOSE ARQUIVO-BPA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0006-TELA-MENU-PRINCIPAL          SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=    BORDERO DE DESCONTO DE TITULOS      =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - NOVO BORDERO                         *'
           DISPLAY '* 2 - VERIFICAR BORDEROS (BAIXA/REGRESSO)  *'
           DISPLAY '* 3 - LISTAR BORDEROS                      *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-NOVO-BORDERO
               WHEN 2 PERFORM 0030-VERIFICAR-BORDEROS
               WHEN 3 PERFORM 0040-LISTAR-BORDEROS
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
      *    PRORROGAR O VENCIMENTO DO TITULO PARA O PROXIMO DIA UTIL
      *    QUANDO O VENCIMENTO ORIGINAL CAIR EM FERIADO OU FIM DE
      *    SEMANA - O PROPRIO PROGDATA CALCULA O PROXIMO DIA UTIL.
      *----------------------------------------------------------------*
       0008-PRORROGAR-VENCIMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT)
                                       TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-PROX-DIA-UTIL  TO WRK-VENC-EFETIVO-AAAAMMDD
           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPETENCIA CORRENTE FECHADA NO GLPERIOD.dat NAO RECEBE
      *    LANCAMENTO - NADA E GRAVADO
      *----------------------------------------------------------------*
       0009-VERIFICAR-PERIODO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HOJE-AAAAMMDD(1:6) TO PER001A-COMPETENCIA
           CALL 'GLPER01B' USING WRK-PER-REGISTRO

           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY '* PROG025M: A COMPETENCIA '
                      WRK-HOJE-AAAAMMDD(1:6)
                      ' ESTA FECHADA (GLPERIOD.dat) - NADA FOI '
                      'LANCADO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOVO BORDERO: SELECAO DOS TITULOS, CALCULO DO DESCONTO,
      *    GRAVACAO E LANCAMENTO CONTABIL
      *----------------------------------------------------------------*
       0010-NOVO-BORDERO               SECTION.
      *----------------------------------------------------------------*

           PERFORM 0009-VERIFICAR-PERIODO
           IF PER001A-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0026-CARREGAR-REGRAS
           MOVE 'CREDITO'              TO WRK-FATO-EVENTO
           PERFORM 0027-VERIFICAR-REGRA
           MOVE 'DESPESA'              TO WRK-FATO-EVENTO
           PERFORM 0027-VERIFICAR-REGRA
           IF WRK-REGRAS-OK EQUAL 'N'
              EXIT SECTION
           END-IF

           PERFORM 0021-CARREGAR-TABELA-TIT
           PERFORM 0024-CARREGAR-BORDEROS

           MOVE WRK-TAXA-MES-PCT       TO WRK-PCT-EDIT
           DISPLAY '* TAXA DE DESCONTO AO MES (%): ' WRK-PCT-EDIT
           COMPUTE WRK-VAL-EDIT1 = WRK-TARIFA-TIT-CENTS / 100
           COMPUTE WRK-VAL-EDIT2 = WRK-TARIFA-BOR-CENTS / 100
           DISPLAY '* TARIFA POR TITULO.........: ' WRK-VAL-EDIT1
           DISPLAY '* TARIFA POR BORDERO........: ' WRK-VAL-EDIT2

           DISPLAY 'VENCIMENTO DE (AAAAMMDD, 0 = AMANHA): '
                   WITH NO ADVANCING
           ACCEPT WRK-VENC-DE
           DISPLAY 'VENCIMENTO ATE (AAAAMMDD, 0 = SEM LIMITE): '
                   WITH NO ADVANCING
           ACCEPT WRK-VENC-ATE
           IF WRK-VENC-ATE EQUAL ZEROS
              MOVE 99999999            TO WRK-VENC-ATE
           END-IF
           DISPLAY 'SACADO (EM BRANCO = TODOS): ' WITH NO ADVANCING
           ACCEPT WRK-SACADO

           PERFORM 0011-SELECIONAR-TITULOS

           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY 'NENHUM TITULO EM ABERTO A VENCER NA SELECAO'
              EXIT SECTION
           END-IF

           DISPLAY 'INCLUIR TODOS OS TITULOS NO BORDERO (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-INCLUIR-TODOS
           MOVE FUNCTION UPPER-CASE(WRK-INCLUIR-TODOS)
                                       TO WRK-INCLUIR-TODOS

           PERFORM 0012-MARCAR-TITULOS

           IF WRK-QTDE-MARCADOS EQUAL ZEROS
              DISPLAY 'NENHUM TITULO MARCADO - BORDERO NAO GERADO'
              EXIT SECTION
           END-IF

           IF WRK-LIQUIDO-CENTS NOT GREATER ZEROS
              DISPLAY 'ENCARGOS MAIORES QUE O VALOR DOS TITULOS - '
                      'BORDERO NAO GERADO'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-BOR NOT LESS WRK-MAX-TAB-BOR OR
              WRK-QTDE-BTI + WRK-QTDE-MARCADOS GREATER
              WRK-MAX-TAB-BTI
              DISPLAY 'TABELA DE BORDEROS CHEIA! - BORDERO NAO '
                      'GERADO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-VAL-EDIT1 = WRK-BRUTO-CENTS / 100
           DISPLAY '* VALOR BRUTO DOS TITULOS...: ' WRK-VAL-EDIT1
           COMPUTE WRK-VAL-EDIT1 = WRK-JUROS-CENTS / 100
           DISPLAY '* JUROS DE DESCONTO.........: ' WRK-VAL-EDIT1
           COMPUTE WRK-VAL-EDIT1 = WRK-TARIFAS-CENTS / 100
           DISPLAY '* TARIFAS...................: ' WRK-VAL-EDIT1
           COMPUTE WRK-VAL-EDIT1 = WRK-LIQUIDO-CENTS / 100
           DISPLAY '* CREDITO LIQUIDO...........: ' WRK-VAL-EDIT1

           DISPLAY 'CONFIRMA O BORDERO (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           IF FUNCTION UPPER-CASE(WRK-RESPOSTA) NOT EQUAL 'S'
              DISPLAY 'BORDERO NAO CONFIRMADO'
              EXIT SECTION
           END-IF

           PERFORM 0014-OBTER-PROX-BORDERO
           MOVE WRK-LIQUIDO-CENTS      TO WRK-FATO-CENTS
           PERFORM 0015-GRAVAR-TITULOS-BORDERO
           PERFORM 0017-GRAVAR-BORDERO

           MOVE SPACES                 TO WRK-FATO-HISTORICO
           STRING 'BORDERO ' WRK-BORDERO-NUMERO
                  DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
           END-STRING
           MOVE 'CREDITO'              TO WRK-FATO-EVENTO
           MOVE WRK-LIQUIDO-CENTS      TO WRK-FATO-CENTS
           PERFORM 0050-LANCAR-FATO
           MOVE 'DESPESA'              TO WRK-FATO-EVENTO
           MOVE WRK-DESPESA-CENTS      TO WRK-FATO-CENTS
           PERFORM 0050-LANCAR-FATO

           DISPLAY 'BORDERO ' WRK-BORDERO-NUMERO ' REGISTRADO COM '
                   WRK-QTDE-MARCADOS ' TITULO(S)'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SELECIONAR OS TITULOS EM ABERTO, A VENCER, NA FAIXA DE
      *    VENCIMENTO E DO SACADO INFORMADOS, AINDA NAO DESCONTADOS
      *----------------------------------------------------------------*
       0011-SELECIONAR-TITULOS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SEL

           DISPLAY 'ITEM | NOSSO NUMERO         | VENCTO   | DIAS  | '
                   '         VALOR |          JUROS'

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) EQUAL ZEROS AND
                 TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT) NOT LESS
                 WRK-VENC-DE AND
                 TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT) NOT GREATER
                 WRK-VENC-ATE AND
                (WRK-SACADO EQUAL SPACES OR
                 FUNCTION TRIM(TAB-TIT-SACADO(WRK-IND-TIT)) EQUAL
                 FUNCTION TRIM(WRK-SACADO))
                 PERFORM 0019-VERIFICAR-DESCONTADO
                 IF WRK-ENCONTROU EQUAL 'N'
                    PERFORM 0013-CALCULAR-JUROS
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR OS TITULOS DO BORDERO E TOTALIZAR BRUTO, JUROS,
      *    TARIFAS E LIQUIDO
      *----------------------------------------------------------------*
       0012-MARCAR-TITULOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MARCADOS
                                          WRK-BRUTO-CENTS
                                          WRK-JUROS-CENTS

           PERFORM VARYING WRK-IND-SEL FROM 1 BY 1 UNTIL
                      WRK-IND-SEL > WRK-QTDE-SEL
              MOVE TAB-SEL-IND-TIT(WRK-IND-SEL) TO WRK-IND-TIT
              IF WRK-INCLUIR-TODOS EQUAL 'S'
                 MOVE 'S'              TO TAB-SEL-MARCADO(WRK-IND-SEL)
              ELSE
                 DISPLAY 'INCLUIR O TITULO '
                          TAB-TIT-NOSSONUM(WRK-IND-TIT) ' (S/N)? '
                          WITH NO ADVANCING
                 ACCEPT WRK-RESPOSTA
                 MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA)
                                       TO TAB-SEL-MARCADO(WRK-IND-SEL)
              END-IF
              IF TAB-SEL-MARCADO(WRK-IND-SEL) EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-MARCADOS
                 ADD TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                       TO WRK-BRUTO-CENTS
                 ADD TAB-SEL-JUROS-CENTS(WRK-IND-SEL)
                                       TO WRK-JUROS-CENTS
              END-IF
           END-PERFORM

           COMPUTE WRK-TARIFAS-CENTS =
                   (WRK-TARIFA-TIT-CENTS * WRK-QTDE-MARCADOS) +
                    WRK-TARIFA-BOR-CENTS
           COMPUTE WRK-DESPESA-CENTS =
                   WRK-JUROS-CENTS + WRK-TARIFAS-CENTS
           COMPUTE WRK-LIQUIDO-CENTS =
                   WRK-BRUTO-CENTS - WRK-DESPESA-CENTS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    JUROS DE DESCONTO DO TITULO WRK-IND-TIT: VALOR X TAXA AO
      *    MES X DIAS ATE O VENCIMENTO EFETIVO / 30. TITULO VENCIDO
      *    OU VENCENDO HOJE NAO E DESCONTADO.
      *----------------------------------------------------------------*
       0013-CALCULAR-JUROS             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0008-PRORROGAR-VENCIMENTO

           COMPUTE WRK-DIAS-DESCONTO =
                   FUNCTION INTEGER-OF-DATE(WRK-VENC-EFETIVO-AAAAMMDD)
                   - WRK-HOJE-INT

           IF WRK-DIAS-DESCONTO NOT GREATER ZEROS
              EXIT SECTION
           END-IF

           IF WRK-QTDE-SEL NOT LESS WRK-MAX-TAB-SEL
              DISPLAY 'TABELA DE SELECAO CHEIA! - MAXIMO '
                       WRK-MAX-TAB-SEL ' TITULOS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-SEL
           MOVE WRK-IND-TIT            TO TAB-SEL-IND-TIT(WRK-QTDE-SEL)
           MOVE WRK-VENC-EFETIVO-AAAAMMDD
                              TO TAB-SEL-VENC-EFETIVO(WRK-QTDE-SEL)
           MOVE WRK-DIAS-DESCONTO      TO TAB-SEL-DIAS(WRK-QTDE-SEL)
           COMPUTE TAB-SEL-JUROS-CENTS(WRK-QTDE-SEL) ROUNDED =
                   TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                   * WRK-TAXA-MES-PCT / 100
                   * WRK-DIAS-DESCONTO / 30
           MOVE 'N'                    TO TAB-SEL-MARCADO(WRK-QTDE-SEL)

           COMPUTE WRK-VAL-EDIT1 = TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                   / 100
           COMPUTE WRK-VAL-EDIT2 = TAB-SEL-JUROS-CENTS(WRK-QTDE-SEL)
                                   / 100
           DISPLAY WRK-QTDE-SEL '   | '
                   TAB-TIT-NOSSONUM(WRK-IND-TIT) ' | '
                   WRK-VENC-EFETIVO-AAAAMMDD ' | '
                   TAB-SEL-DIAS(WRK-QTDE-SEL) ' |'
                   WRK-VAL-EDIT1 ' |' WRK-VAL-EDIT2
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE BORDERO (BORDSEQ.dat)
      *----------------------------------------------------------------*
       0014-OBTER-PROX-BORDERO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-BORDERO-NUMERO

           OPEN INPUT ARQUIVO-SEQ
           READ ARQUIVO-SEQ
               AT END MOVE ZEROS       TO WRK-BORDERO-NUMERO
               NOT AT END MOVE FD-LIN-SEQ TO WRK-BORDERO-NUMERO
           END-READ
           CLOSE ARQUIVO-SEQ

           ADD 1                       TO WRK-BORDERO-NUMERO

           OPEN OUTPUT ARQUIVO-SEQ
           MOVE WRK-BORDERO-NUMERO     TO FD-LIN-SEQ
           WRITE FD-LIN-SEQ
           CLOSE ARQUIVO-SEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR OS TITULOS MARCADOS EM BORDTIT.dat COMO
      *    DESCONTADOS (SITUACAO 'D')
      *----------------------------------------------------------------*
       0015-GRAVAR-TITULOS-BORDERO     SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-SEL FROM 1 BY 1 UNTIL
                      WRK-IND-SEL > WRK-QTDE-SEL
              IF TAB-SEL-MARCADO(WRK-IND-SEL) EQUAL 'S'
                 MOVE TAB-SEL-IND-TIT(WRK-IND-SEL) TO WRK-IND-TIT
                 ADD 1                 TO WRK-QTDE-BTI
                 MOVE WRK-BORDERO-NUMERO
                                   TO TAB-BTI-BORDERO(WRK-QTDE-BTI)
                 MOVE TAB-TIT-NOSSONUM(WRK-IND-TIT)
                                   TO TAB-BTI-NOSSONUM(WRK-QTDE-BTI)
                 MOVE TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                   TO TAB-BTI-VALOR(WRK-QTDE-BTI)
                 MOVE TAB-SEL-VENC-EFETIVO(WRK-IND-SEL)
                                   TO TAB-BTI-VENC(WRK-QTDE-BTI)
                 MOVE TAB-SEL-JUROS-CENTS(WRK-IND-SEL)
                                   TO TAB-BTI-JUROS(WRK-QTDE-BTI)
                 MOVE 'D'          TO TAB-BTI-SITUACAO(WRK-QTDE-BTI)
                 MOVE WRK-HOJE-AAAAMMDD
                                   TO TAB-BTI-DATA-SIT(WRK-QTDE-BTI)
              END-IF
           END-PERFORM

           PERFORM 0025-GRAVAR-TITULOS-DESCONTADOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O BORDERO EM BORDERO.dat
      *----------------------------------------------------------------*
       0017-GRAVAR-BORDERO             SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-BOR

           MOVE SPACES                 TO FD-LIN-BORDERO
           MOVE WRK-TAXA-MES-PCT       TO TAB-BOR-TAXA(1)
           STRING WRK-BORDERO-NUMERO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-QTDE-MARCADOS    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-BRUTO-CENTS      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-JUROS-CENTS      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TARIFAS-CENTS    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-BOR-TAXA-X(1)    DELIMITED BY SIZE
                  INTO FD-LIN-BORDERO
           END-STRING
           WRITE FD-LIN-BORDERO

           CLOSE ARQUIVO-BOR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O TITULO WRK-IND-TIT JA ESTA DESCONTADO EM ALGUM BORDERO?
      *----------------------------------------------------------------*
       0019-VERIFICAR-DESCONTADO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENCONTROU

           PERFORM VARYING WRK-IND-BTI FROM 1 BY 1 UNTIL
                      WRK-IND-BTI > WRK-QTDE-BTI
              IF TAB-BTI-SITUACAO(WRK-IND-BTI) EQUAL 'D' AND
                 TAB-BTI-NOSSONUM(WRK-IND-BTI) EQUAL
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)
                 MOVE 'S'              TO WRK-ENCONTROU
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGA O ARQUIVO TITULOS.DAT NA TABELA INTERNA
      *----------------------------------------------------------------*
       0021-CARREGAR-TABELA-TIT         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                   TO WRK-QTDE-TIT
           MOVE 'N'                     TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT          INTO FD-LIN-TITULOS
                 AT END MOVE 'S'        TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       IF WRK-QTDE-TIT  LESS WRK-MAX-TAB-TIT
                          ADD 1         TO WRK-QTDE-TIT
                          MOVE SPACES   TO TITULOS
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
                          CLOSE ARQUIVO-TIT
                          PERFORM 9999-FINALIZAR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZA NA TABELA O TITULO DE NOSSO NUMERO
      *    TAB-BTI-NOSSONUM(WRK-IND-BTI)
      *----------------------------------------------------------------*
       0022-LOCALIZAR-TITULO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                     TO WRK-ENCONTROU

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                                 (WRK-IND-TIT > WRK-QTDE-TIT) OR
                                 (WRK-ENCONTROU EQUAL 'S')
              IF TAB-BTI-NOSSONUM(WRK-IND-BTI) EQUAL
                                        TAB-TIT-NOSSONUM(WRK-IND-TIT)
                 MOVE 'S'               TO WRK-ENCONTROU
                 SUBTRACT 1             FROM WRK-IND-TIT
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS BORDEROS (BORDERO.dat) E OS TITULOS
      *    DESCONTADOS (BORDTIT.dat)
      *----------------------------------------------------------------*
       0024-CARREGAR-BORDEROS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BOR WRK-QTDE-BTI

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-BOR
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BOR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-BOR LESS WRK-MAX-TAB-BOR
                       ADD 1           TO WRK-QTDE-BOR
                       UNSTRING FD-LIN-BORDERO DELIMITED BY SEP
                          INTO TAB-BOR-NUMERO(WRK-QTDE-BOR)
                               TAB-BOR-DATA(WRK-QTDE-BOR)
                               TAB-BOR-QTDE(WRK-QTDE-BOR)
                               TAB-BOR-BRUTO(WRK-QTDE-BOR)
                               TAB-BOR-JUROS(WRK-QTDE-BOR)
                               TAB-BOR-TARIFAS(WRK-QTDE-BOR)
                               TAB-BOR-LIQUIDO(WRK-QTDE-BOR)
                               TAB-BOR-TAXA-X(WRK-QTDE-BOR)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE BORDEROS CHEIA! - MAXIMO '
                                WRK-MAX-TAB-BOR ' REGISTROS'
                       CLOSE ARQUIVO-BOR
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-BOR

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-BTI
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BTI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-BTI LESS WRK-MAX-TAB-BTI
                       ADD 1           TO WRK-QTDE-BTI
                       MOVE SPACES     TO TAB-BTI-NOSSONUM(WRK-QTDE-BTI)
                       UNSTRING FD-LIN-BORDERO-TIT DELIMITED BY SEP
                          INTO TAB-BTI-BORDERO(WRK-QTDE-BTI)
                               TAB-BTI-NOSSONUM(WRK-QTDE-BTI)
                               TAB-BTI-VALOR(WRK-QTDE-BTI)
                               TAB-BTI-VENC(WRK-QTDE-BTI)
                               TAB-BTI-JUROS(WRK-QTDE-BTI)
                               TAB-BTI-SITUACAO(WRK-QTDE-BTI)
                               TAB-BTI-DATA-SIT(WRK-QTDE-BTI)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE TITULOS DESCONTADOS CHEIA! '
                               '- MAXIMO ' WRK-MAX-TAB-BTI ' REGISTROS'
                       CLOSE ARQUIVO-BTI
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-BTI
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0024-end
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR BORDTIT.dat COM A TABELA DE TITULOS DESCONTADOS
      *----------------------------------------------------------------*
       0025-GRAVAR-TITULOS-DESCONTADOS SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-BTI

           PERFORM VARYING WRK-IND-BTI FROM 1 BY 1 UNTIL
                      WRK-IND-BTI > WRK-QTDE-BTI
              MOVE SPACES              TO FD-LIN-BORDERO-TIT
              STRING TAB-BTI-BORDERO(WRK-IND-BTI) DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-BTI-NOSSONUM(WRK-IND-BTI))
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-BTI-VALOR(WRK-IND-BTI)   DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-BTI-VENC(WRK-IND-BTI)    DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-BTI-JUROS(WRK-IND-BTI)   DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-BTI-SITUACAO(WRK-IND-BTI)
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-BTI-DATA-SIT(WRK-IND-BTI)
                                                  DELIMITED BY SIZE
                     INTO FD-LIN-BORDERO-TIT
              END-STRING
              WRITE FD-LIN-BORDERO-TIT
           END-PERFORM

           CLOSE ARQUIVO-BTI
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS REGRAS DE PARTIDA DOBRADA (REGRASGL.dat)
      *----------------------------------------------------------------*
       0026-CARREGAR-REGRAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REGRAS
           MOVE 'S'                    TO WRK-REGRAS-OK
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-REGRAS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-REGRAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-REGRA(1:1) NOT EQUAL '*' AND
                       FD-LIN-REGRA NOT EQUAL SPACES AND
                       WRK-QTDE-REGRAS LESS WRK-MAX-TAB-REG
                       ADD 1           TO WRK-QTDE-REGRAS
                       UNSTRING FD-LIN-REGRA DELIMITED BY SEP
                          INTO TAB-REG-ORIGEM(WRK-QTDE-REGRAS)
                               TAB-REG-EVENTO(WRK-QTDE-REGRAS)
                               TAB-REG-CTA-DEB(WRK-QTDE-REGRAS)
                               TAB-REG-CTA-CRE(WRK-QTDE-REGRAS)
                               TAB-REG-CC(WRK-QTDE-REGRAS)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-REGRAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026-end
       0026-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A REGRA DA ORIGEM 'BORDERO' PARA O EVENTO EM
      *    WRK-FATO-EVENTO - SEM REGRA, WRK-REGRAS-OK = 'N' E NADA E
      *    GRAVADO (O BORDERO NAO PODE FICAR SEM O LANCAMENTO)
      *----------------------------------------------------------------*
       0027-VERIFICAR-REGRA            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-REGRA-ACHADA
           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG GREATER WRK-QTDE-REGRAS
              IF FUNCTION TRIM(TAB-REG-ORIGEM(WRK-IND-REG)) EQUAL
                 FUNCTION TRIM(WRK-FATO-ORIGEM) AND
                 FUNCTION TRIM(TAB-REG-EVENTO(WRK-IND-REG)) EQUAL
                 FUNCTION TRIM(WRK-FATO-EVENTO)
                 MOVE WRK-IND-REG      TO WRK-REGRA-ACHADA
                 MOVE WRK-QTDE-REGRAS  TO WRK-IND-REG
              END-IF
           END-PERFORM

           IF WRK-REGRA-ACHADA EQUAL ZEROS
              DISPLAY '* SEM REGRA: BORDERO ' WRK-FATO-EVENTO
                      ' - CADASTRE EM REGRASGL.dat. NADA LANCADO'
              MOVE 'N'                 TO WRK-REGRAS-OK
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0027-end
       0027-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR OS TITULOS DESCONTADOS: PAGO PELO SACADO =
      *    LIQUIDADO NO BORDERO; VENCIDO HA MAIS DE N DIAS SEM
      *    PAGAMENTO = REGRESSO DO BANCO (VOLTA PARA A CARTEIRA E O
      *    VALOR E DEBITADO DA NOSSA CONTA)
      *----------------------------------------------------------------*
       0030-VERIFICAR-BORDEROS         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0009-VERIFICAR-PERIODO
           IF PER001A-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0026-CARREGAR-REGRAS
           MOVE 'LIQUIDACAO'           TO WRK-FATO-EVENTO
           PERFORM 0027-VERIFICAR-REGRA
           MOVE 'REGRESSO'             TO WRK-FATO-EVENTO
           PERFORM 0027-VERIFICAR-REGRA
           IF WRK-REGRAS-OK EQUAL 'N'
              EXIT SECTION
           END-IF

           PERFORM 0021-CARREGAR-TABELA-TIT
           PERFORM 0024-CARREGAR-BORDEROS

           MOVE ZEROS                  TO WRK-QTDE-LIQUIDADOS
                                          WRK-QTDE-REGRESSOS
           MOVE 'N'                    TO WRK-HOUVE-ALTERACAO

           PERFORM VARYING WRK-IND-BTI FROM 1 BY 1 UNTIL
                      WRK-IND-BTI > WRK-QTDE-BTI
              IF TAB-BTI-SITUACAO(WRK-IND-BTI) EQUAL 'D'
                 PERFORM 0032-AVALIAR-TITULO
              END-IF
           END-PERFORM

           IF WRK-HOUVE-ALTERACAO EQUAL 'S'
              PERFORM 0025-GRAVAR-TITULOS-DESCONTADOS
           END-IF

           DISPLAY '*=========================================*'
           DISPLAY '* PROG025M - VERIFICACAO DOS BORDEROS     *'
           DISPLAY '* DIAS PARA REGRESSO..: ' WRK-DIAS-REGRESSO
           DISPLAY '* TITULOS LIQUIDADOS..: ' WRK-QTDE-LIQUIDADOS
           DISPLAY '* TITULOS EM REGRESSO.: ' WRK-QTDE-REGRESSOS
           DISPLAY '*=========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIAR O TITULO DESCONTADO WRK-IND-BTI
      *----------------------------------------------------------------*
       0032-AVALIAR-TITULO             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0022-LOCALIZAR-TITULO

           IF WRK-ENCONTROU EQUAL 'N'
              DISPLAY 'TITULO ' TAB-BTI-NOSSONUM(WRK-IND-BTI)
                      ' DO BORDERO ' TAB-BTI-BORDERO(WRK-IND-BTI)
                      ' NAO ENCONTRADO EM TITULOS.dat'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-FATO-HISTORICO
           STRING 'BD' TAB-BTI-BORDERO(WRK-IND-BTI) ' '
                  TAB-BTI-NOSSONUM(WRK-IND-BTI)
                  DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
           END-STRING
           MOVE TAB-BTI-VALOR(WRK-IND-BTI) TO WRK-FATO-CENTS

      *    PAGO PELO SACADO AO BANCO: BAIXA O TITULO DO BORDERO
           IF TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) NOT EQUAL ZEROS
              MOVE 'L'                 TO TAB-BTI-SITUACAO(WRK-IND-BTI)
              MOVE WRK-HOJE-AAAAMMDD   TO TAB-BTI-DATA-SIT(WRK-IND-BTI)
              MOVE 'LIQUIDACAO'        TO WRK-FATO-EVENTO
              PERFORM 0050-LANCAR-FATO
              ADD 1                    TO WRK-QTDE-LIQUIDADOS
              MOVE 'S'                 TO WRK-HOUVE-ALTERACAO
              DISPLAY 'TITULO ' TAB-BTI-NOSSONUM(WRK-IND-BTI)
                      ' LIQUIDADO PELO SACADO'
              EXIT SECTION
           END-IF

      *    SEM PAGAMENTO ALEM DO PRAZO: REGRESSO DO BANCO
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE(TAB-BTI-VENC(WRK-IND-BTI))
           IF WRK-DIAS-ATRASO GREATER WRK-DIAS-REGRESSO
              MOVE 'R'                 TO TAB-BTI-SITUACAO(WRK-IND-BTI)
              MOVE WRK-HOJE-AAAAMMDD   TO TAB-BTI-DATA-SIT(WRK-IND-BTI)
              MOVE 'REGRESSO'          TO WRK-FATO-EVENTO
              PERFORM 0050-LANCAR-FATO
              ADD 1                    TO WRK-QTDE-REGRESSOS
              MOVE 'S'                 TO WRK-HOUVE-ALTERACAO
              DISPLAY 'TITULO ' TAB-BTI-NOSSONUM(WRK-IND-BTI)
                      ' EM REGRESSO - VOLTA PARA A CARTEIRA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS BORDEROS REGISTRADOS
      *----------------------------------------------------------------*
       0040-LISTAR-BORDEROS            SECTION.
      *----------------------------------------------------------------*

           PERFORM 0024-CARREGAR-BORDEROS

           DISPLAY 'BORDERO | DATA     | QTD |       VALOR BRUTO |'
                   '   CREDITO LIQUIDO'

           PERFORM VARYING WRK-IND-BOR FROM 1 BY 1 UNTIL
                      WRK-IND-BOR > WRK-QTDE-BOR
              COMPUTE WRK-VAL-EDIT1 = TAB-BOR-BRUTO(WRK-IND-BOR) / 100
              COMPUTE WRK-VAL-EDIT2 =
                      TAB-BOR-LIQUIDO(WRK-IND-BOR) / 100
              DISPLAY TAB-BOR-NUMERO(WRK-IND-BOR) '  | '
                      TAB-BOR-DATA(WRK-IND-BOR) ' | '
                      TAB-BOR-QTDE(WRK-IND-BOR) ' |'
                      WRK-VAL-EDIT1 ' |' WRK-VAL-EDIT2
           END-PERFORM

           DISPLAY 'TOTAL DE BORDEROS: ' WRK-QTDE-BOR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR O FATO (ORIGEM 'BORDERO', WRK-FATO-EVENTO,
      *    WRK-FATO-CENTS) NO LIVRO LANCAGL.dat: PAR DEBITO/CREDITO
      *    DA REGRA, NA DATA CORRENTE
      *----------------------------------------------------------------*
       0050-LANCAR-FATO                SECTION.
      *----------------------------------------------------------------*

           IF WRK-FATO-CENTS EQUAL ZEROS
              EXIT SECTION
           END-IF

           PERFORM 0027-VERIFICAR-REGRA
           IF WRK-REGRA-ACHADA EQUAL ZEROS
              EXIT SECTION
           END-IF

      *    CENTRO DE CUSTO: O PADRAO DA REGRA, SENAO 'GERAL'
           IF TAB-REG-CC(WRK-REGRA-ACHADA) NOT EQUAL SPACES
              MOVE TAB-REG-CC(WRK-REGRA-ACHADA) TO WRK-CC-EFETIVO
           ELSE
              MOVE 'GERAL'             TO WRK-CC-EFETIVO
           END-IF

           OPEN EXTEND ARQ-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-ORIGEM      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-EVENTO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'D'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-HISTORICO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-ORIGEM      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-EVENTO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-HISTORICO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           CLOSE ARQ-LIVRO
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

           DISPLAY '********************************'
           DISPLAY '*        FIM DE PROGRAMA       *'
           DISPLAY '********************************'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
