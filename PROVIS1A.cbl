      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PROVISAO MENSAL DE FERIAS E 13O SALARIO. PARA A
      *              COMPETENCIA INFORMADA (AAAAMM, 0 = MES CORRENTE)
      *              APURA, POR FUNCIONARIO DE CADASTRO3.dat, O SALDO
      *              QUE A EMPRESA DEVE TER PROVISIONADO NO ULTIMO DIA
      *              DO MES:
      *              - FERIAS: DIAS DE DIREITO DO PERIODO AQUISITIVO
      *                (FERIASAQ.dat, MESMA REGRA DO FERIAS1A: 2,5
      *                DIAS POR MES COMPLETO, ATE 30, MENOS OS JA
      *                PROGRAMADOS) MAIS OS DIAS PROGRAMADOS EM
      *                FERIASPRG.dat AINDA NAO GOZADOS, VEZES
      *                SALARIO/30, MAIS O TERCO;
      *              - 13O: SALARIO/12 POR MES DO ANO ATE A COMPETENCIA
      *                (ADMITIDO NO ANO - INICIO DO AQUISITIVO - CONTA
      *                DO MES DA ADMISSAO SE ENTROU ATE O DIA 15);
      *              - ENCARGOS SOBRE AMBOS: INSS PATRONAL 20% E FGTS
      *                8%.
      *              O PAGAMENTO REVERTE A PROVISAO: OS DIAS GOZADOS NO
      *              MES (PAGOS PELO FOLHA01A NA JANELA DO FERIAS1A)
      *              SAEM DO SALDO DE FERIAS; A SEGUNDA PARCELA DO
      *              FOLHA13A (FOLHAMEM.dat, COMPETENCIA AAAA13,
      *              EXECUCAO 2) ZERA O 13O DO ANO; A RESCISAO DO
      *              RESCIS1A (FOLHAMEM.dat, EXECUCAO R) ZERA OS DOIS.
      *              A DIFERENCA ENTRE O SALDO NOVO E O ANTERIOR
      *              (PROVSALD.dat) E O MOVIMENTO LIQUIDO DO MES,
      *              LANCADO EM LANCAGL.dat PELAS REGRAS DA ORIGEM
      *              PROVISAO DE REGRASGL.dat (PROV-FERIAS,
      *              PROV-FER-ENC, PROV-13 E PROV-13-ENC: DEBITO
      *              DESPESA, CREDITO PROVISAO NO PASSIVO) POR
      *              CENTRO DE CUSTO = DEPARTAMENTO DO FUNCIONARIO
      *              (CAUDA DE CADASTRO3.dat; EM BRANCO = CENTRO
      *              PADRAO DA REGRA). MOVIMENTO
      *              NEGATIVO E LANCADO COM AS CONTAS INVERTIDAS. O
      *              SALDO POR FUNCIONARIO SAI EM PROVISAO.txt.
      *              COMPETENCIA FECHADA NO GLPER01B (GLPERIOD.dat) OU
      *              JA PROVISIONADA (PROVCTL.dat) E RECUSADA; AS
      *              COMPETENCIAS DEVEM SER PROCESSADAS EM ORDEM.
      *----------------------------------------------------------------*
      * LAYOUT DE PROVSALD.dat (SALDO PROVISIONADO, VALORES EM
      * CENTAVOS COM 13 POSICOES):
      *   NOME(30)|DEPARTAMENTO(10)|FERIAS+1/3|ENCARGOS FERIAS|
      *   13O|ENCARGOS 13O|ULTIMA COMPETENCIA AAAAMM|
      * NOME.......: PROVIS1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIS1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CAD ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-SALDOS ASSIGN TO 'PROVSALD.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CTL ASSIGN TO 'PROVCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-AQUIS ASSIGN TO 'FERIASAQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PROGR ASSIGN TO 'FERIASPRG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REL ASSIGN TO 'PROVISAO.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DA FOLHA (CADASTRO3.dat) - O DEPARTAMENTO E A
      *    CAUDA OPCIONAL DO REGISTRO
       FD  ARQUIVO-CAD.
       01  FD-ARQ-CADASTRO.
         05 FDC-NOME                      PIC X(30).
         05 FDC-IDADE                     PIC 9(02).
         05 FDC-SALARIO                   PIC 9(05)V99.
         05 FDC-DEPARTAMENTO              PIC X(10).

       FD  ARQ-SALDOS.
       01  FD-LIN-SALDO                   PIC X(120).

       FD  ARQ-CTL.
       01  FD-LIN-CTL                     PIC X(010).

       FD  ARQ-AQUIS.
       01  FD-LIN-AQUISITIVO              PIC X(060).

       FD  ARQ-PROGR.
       01  FD-LIN-PROGRAMACAO             PIC X(070).

       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-LANCAMENTO            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INICIO-MES            PIC 9(08) VALUE ZEROS.
       01  WRK-ANO-NUM                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-NUM                    PIC 9(02) VALUE ZEROS.
       01  WRK-DIAS-NO-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-JA-PROVISIONADA            PIC X(01) VALUE 'N'.
       01  WRK-ULT-COMP-PROV              PIC 9(06) VALUE ZEROS.

      *--- Encargos sobre a provisao (MESMO PATRONAL DO FOLHA01A)
       01  WRK-PCT-PATRONAL               PIC 9(02)V99 VALUE 20,00.
       01  WRK-PCT-FGTS                   PIC 9(02)V99 VALUE 08,00.
       01  WRK-PCT-ENCARGOS               PIC 9(03)V99 VALUE ZEROS.

      *--- Funcionarios com provisao (CADASTRO3.dat + PROVSALD.dat)
       01  WRK-MAX-TAB-PRV                PIC 9(03) VALUE 300.
       01  WRK-QTDE-PRV                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRV                    PIC 9(03) VALUE ZEROS.
       01  WRK-PRV-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  TAB-PROVISOES.
           05  TAB-PRV-LINHA OCCURS 300 TIMES.
               10  TAB-PRV-NOME           PIC X(30).
               10  TAB-PRV-DEPTO          PIC X(10).
               10  TAB-PRV-SALARIO        PIC 9(05)V99.
               10  TAB-PRV-NO-CADASTRO    PIC X(01).
               10  TAB-PRV-SITUACAO       PIC X(20).
      *        SALDO ANTERIOR, SALDO NOVO E REVERSAO POR PAGAMENTO
      *        (CENTAVOS): FERIAS, ENC. FERIAS, 13O, ENC. 13O
               10  TAB-PRV-ANTERIOR       PIC 9(13) OCCURS 4 TIMES.
               10  TAB-PRV-NOVO           PIC 9(13) OCCURS 4 TIMES.
               10  TAB-PRV-REV-FERIAS     PIC 9(13).
               10  TAB-PRV-REV-13         PIC 9(13).
       01  WRK-IND-CMP                    PIC 9(01) VALUE ZEROS.

      *--- Saldo lido (PROVSALD.dat)
       01  WRK-SLD-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-SLD-DEPTO                  PIC X(10) VALUE SPACES.
       01  WRK-SLD-VALOR                  PIC 9(13) OCCURS 4 TIMES.
       01  WRK-SLD-ULT-COMP               PIC 9(06) VALUE ZEROS.

      *--- Periodos aquisitivos (FERIASAQ.dat - LAYOUT DO FERIAS1A)
       01  WRK-MAX-TAB-AQ                 PIC 9(03) VALUE 300.
       01  WRK-QTDE-AQ                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-AQ                     PIC 9(03) VALUE ZEROS.
       01  WRK-AQ-ACHADO                  PIC 9(03) VALUE ZEROS.
       01  TAB-AQUISITIVOS.
           05  TAB-AQ-LINHA OCCURS 300 TIMES.
               10  TAB-AQ-COD             PIC 9(05) VALUE ZEROS.
               10  TAB-AQ-NOME            PIC X(30) VALUE SPACES.
               10  TAB-AQ-INICIO          PIC 9(08) VALUE ZEROS.
               10  TAB-AQ-GOZADOS         PIC 9(02) VALUE ZEROS.

      *--- Programacoes de gozo (FERIASPRG.dat - LAYOUT DO FERIAS1A)
       01  WRK-MAX-TAB-PG                 PIC 9(03) VALUE 300.
       01  WRK-QTDE-PG                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PG                     PIC 9(03) VALUE ZEROS.
       01  TAB-PROGRAMACOES.
           05  TAB-PG-LINHA OCCURS 300 TIMES.
               10  TAB-PG-COD             PIC 9(05) VALUE ZEROS.
               10  TAB-PG-NOME            PIC X(30) VALUE SPACES.
               10  TAB-PG-DATA-INI        PIC 9(08) VALUE ZEROS.
               10  TAB-PG-DATA-FIM        PIC 9(08) VALUE ZEROS.
               10  TAB-PG-DIAS            PIC 9(02) VALUE ZEROS.
               10  TAB-PG-SITUACAO        PIC X(01) VALUE SPACES.

      *--- Pagamentos que revertem a provisao (FOLHAMEM.dat)
       01  WRK-MAX-TAB-PAG                PIC 9(03) VALUE 500.
       01  WRK-QTDE-PAG                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PAG                    PIC 9(03) VALUE ZEROS.
       01  TAB-PAGAMENTOS.
           05  TAB-PAG-LINHA OCCURS 500 TIMES.
      *        D = 13O PAGO NA SEGUNDA PARCELA, R = RESCISAO
               10  TAB-PAG-TIPO           PIC X(01).
               10  TAB-PAG-NOME           PIC X(30).
               10  TAB-PAG-COMP           PIC 9(06).
       01  WRK-MEM-REGISTRO               PIC X(03) VALUE SPACES.
       01  WRK-MEM-CAMPO2                 PIC X(30) VALUE SPACES.
       01  WRK-MEM-CAMPO3                 PIC X(11) VALUE SPACES.
       01  WRK-MEM-CAMPO4                 PIC X(30) VALUE SPACES.
       01  WRK-MEM-TIPO-EXEC              PIC X(01) VALUE SPACES.
       01  WRK-MEM-COMP-EXEC              PIC X(06) VALUE SPACES.
       01  WRK-PAGO-13                    PIC X(01) VALUE 'N'.
       01  WRK-RESCINDIDO                 PIC X(01) VALUE 'N'.

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
      *    EVENTO E REGRA DE CADA COMPONENTE DA PROVISAO
       01  TAB-EVENTOS-VALORES.
           05  FILLER                     PIC X(14) VALUE 'PROV-FERIAS'.
           05  FILLER                     PIC X(14)
                                          VALUE 'PROV-FER-ENC'.
           05  FILLER                     PIC X(14) VALUE 'PROV-13'.
           05  FILLER                     PIC X(14) VALUE 'PROV-13-ENC'.
       01  TAB-EVENTOS REDEFINES TAB-EVENTOS-VALORES.
           05  TAB-EVT-NOME               PIC X(14) OCCURS 4 TIMES.
       01  TAB-EVT-REGRAS.
           05  TAB-EVT-REGRA              PIC 9(02) OCCURS 4 TIMES.
       01  WRK-QTDE-SEM-REGRA             PIC 9(01) VALUE ZEROS.

      *--- Movimento liquido por componente e centro de custo
       01  WRK-MAX-TAB-GRP                PIC 9(03) VALUE 200.
       01  WRK-QTDE-GRP                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-GRP                    PIC 9(03) VALUE ZEROS.
       01  WRK-GRP-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  TAB-GRUPOS.
           05  TAB-GRP-LINHA OCCURS 200 TIMES.
               10  TAB-GRP-COMPONENTE     PIC 9(01) VALUE ZEROS.
               10  TAB-GRP-CC             PIC X(10) VALUE SPACES.
               10  TAB-GRP-CENTS          PIC S9(13) VALUE ZEROS.
       01  WRK-CC-EFETIVO                 PIC X(10) VALUE SPACES.
       01  WRK-REGRA-ACHADA               PIC 9(02) VALUE ZEROS.
       01  WRK-LANC-CENTS                 PIC 9(13) VALUE ZEROS.
       01  WRK-LANC-CTA-DEB               PIC X(06) VALUE SPACES.
       01  WRK-LANC-CTA-CRE               PIC X(06) VALUE SPACES.
       01  WRK-LANC-HISTORICO             PIC X(22) VALUE SPACES.
       01  WRK-QTDE-LANCADOS              PIC 9(05) VALUE ZEROS.

      *--- Calculo do funcionario
       01  WRK-MESES-COMPLETOS            PIC S9(04) VALUE ZEROS.
       01  WRK-DIAS-DIREITO               PIC 9(03)V9 VALUE ZEROS.
       01  WRK-DIREITO-INT                PIC 9(03) VALUE ZEROS.
       01  WRK-DIAS-SALDO                 PIC S9(04) VALUE ZEROS.
       01  WRK-DIAS-FUTUROS               PIC S9(04) VALUE ZEROS.
       01  WRK-DIAS-GOZADOS-MES           PIC S9(04) VALUE ZEROS.
       01  WRK-JANELA-INI                 PIC 9(08) VALUE ZEROS.
       01  WRK-JANELA-FIM                 PIC 9(08) VALUE ZEROS.
       01  WRK-DIAS-OVERLAP               PIC S9(04) VALUE ZEROS.
       01  WRK-MESES-13                   PIC S9(02) VALUE ZEROS.
       01  WRK-ANO-INI                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-INI                    PIC 9(02) VALUE ZEROS.
       01  WRK-DIA-INI                    PIC 9(02) VALUE ZEROS.
       01  WRK-VALOR-PAGO                 PIC 9(13) VALUE ZEROS.
       01  WRK-SALDO-ANT-TOTAL            PIC 9(13) VALUE ZEROS.

      *--- Totais
       01  WRK-TOT-ANTERIOR               PIC 9(15) VALUE ZEROS.
       01  WRK-TOT-NOVO                   PIC 9(15) VALUE ZEROS.
       01  WRK-TOT-REVERSAO               PIC 9(15) VALUE ZEROS.
       01  WRK-TOT-MOVIMENTO              PIC S9(15) VALUE ZEROS.

      *--- Impressao
       01  WRK-REL-TIPO                   PIC X(06) VALUE SPACES.
       01  WRK-REL-ANTERIOR               PIC 9(13) VALUE ZEROS.
       01  WRK-REL-NOVO                   PIC 9(13) VALUE ZEROS.
       01  WRK-REL-REVERSAO               PIC 9(13) VALUE ZEROS.
       01  WRK-REL-ENCARGOS               PIC 9(13) VALUE ZEROS.
       01  WRK-REL-CONSTITUICAO           PIC S9(13) VALUE ZEROS.
       01  WRK-VALOR-ED                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED-S                 PIC -ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *  DATA DO SISTEMA
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
           PERFORM 0002-OBTER-COMPETENCIA
           PERFORM 0003-VERIFICAR-JA-PROVISIONADA

           IF WRK-JA-PROVISIONADA EQUAL 'S'
              DISPLAY '* PROVIS1A: A COMPETENCIA ' WRK-COMPETENCIA
                      ' JA FOI PROVISIONADA (PROVCTL.dat)'
              PERFORM 9999-FINALIZAR
           END-IF

           IF WRK-ULT-COMP-PROV GREATER WRK-COMPETENCIA
              DISPLAY '* PROVIS1A: A COMPETENCIA ' WRK-COMPETENCIA
                      ' E ANTERIOR A ULTIMA PROVISIONADA ('
                      WRK-ULT-COMP-PROV ') - NADA FOI LANCADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-VERIFICAR-PERIODO
           PERFORM 0005-CARREGAR-REGRAS

           IF WRK-QTDE-SEM-REGRA GREATER ZEROS
              DISPLAY '* PROVIS1A: FALTAM REGRAS DA ORIGEM PROVISAO EM '
                      'REGRASGL.dat - NADA FOI LANCADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0006-CARREGAR-CADASTRO
           PERFORM 0007-CARREGAR-SALDOS
           PERFORM 0008-CARREGAR-FERIAS
           PERFORM 0009-CARREGAR-PAGAMENTOS

           COMPUTE WRK-PCT-ENCARGOS = WRK-PCT-PATRONAL + WRK-PCT-FGTS

           OPEN OUTPUT ARQ-REL
           PERFORM 0010-CALCULAR-PROVISOES
           PERFORM 0011-LANCAR-PROVISOES
           CLOSE ARQ-REL

           PERFORM 0012-REGRAVAR-SALDOS
           PERFORM 0013-REGISTRAR-COMPETENCIA

           COMPUTE WRK-VALOR-ED = WRK-TOT-NOVO / 100
           COMPUTE WRK-VALOR-ED-S = WRK-TOT-MOVIMENTO / 100
           DISPLAY '*=========================================*'
           DISPLAY '* PROVIS1A - PROVISAO ' WRK-COMPETENCIA
           DISPLAY '* FUNCIONARIOS........: ' WRK-QTDE-PRV
           DISPLAY '* SALDO PROVISIONADO..: ' WRK-VALOR-ED
           DISPLAY '* MOVIMENTO DO MES....: ' WRK-VALOR-ED-S
           DISPLAY '* PARES LANCADOS......: ' WRK-QTDE-LANCADOS
           DISPLAY '* RELATORIO EM PROVISAO.txt               *'
           DISPLAY '*=========================================*'

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
           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

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
      *    OBTER A COMPETENCIA (AAAAMM, 0 = MES CORRENTE) E MONTAR
      *    A DATA DE LANCAMENTO NO ULTIMO DIA DO MES
      *----------------------------------------------------------------*
       0002-OBTER-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '
                   WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-COMPETENCIA
           END-IF

           MOVE WRK-COMPETENCIA(1:4)   TO WRK-ANO-NUM
           MOVE WRK-COMPETENCIA(5:2)   TO WRK-MES-NUM

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
              WHEN OTHER
                 DISPLAY 'COMPETENCIA INVALIDA!'
                 PERFORM 0002-OBTER-COMPETENCIA
                 EXIT SECTION
           END-EVALUATE

           COMPUTE WRK-DATA-LANCAMENTO =
                   (WRK-COMPETENCIA * 100) + WRK-DIAS-NO-MES
           COMPUTE WRK-DATA-INICIO-MES =
                   (WRK-COMPETENCIA * 100) + 1
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR NO PROVCTL.dat SE A COMPETENCIA JA FOI
      *    PROVISIONADA E GUARDAR A ULTIMA PROVISIONADA
      *----------------------------------------------------------------*
       0003-VERIFICAR-JA-PROVISIONADA  SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-JA-PROVISIONADA
                                          WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-ULT-COMP-PROV
           OPEN INPUT ARQ-CTL
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CTL(1:6) IS NUMERIC
                       IF FUNCTION NUMVAL(FD-LIN-CTL(1:6)) EQUAL
                                          WRK-COMPETENCIA
                          MOVE 'S'     TO WRK-JA-PROVISIONADA
                       END-IF
                       IF FUNCTION NUMVAL(FD-LIN-CTL(1:6)) GREATER
                                          WRK-ULT-COMP-PROV
                          MOVE FD-LIN-CTL(1:6) TO WRK-ULT-COMP-PROV
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-CTL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPETENCIA FECHADA NO GLPERIOD.dat NAO RECEBE PROVISAO
      *----------------------------------------------------------------*
       0004-VERIFICAR-PERIODO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-COMPETENCIA        TO PER001A-COMPETENCIA
           CALL 'GLPER01B' USING WRK-PER-REGISTRO

           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY '* PROVIS1A: A COMPETENCIA ' WRK-COMPETENCIA
                      ' ESTA FECHADA (GLPERIOD.dat) - NADA FOI '
                      'LANCADO'
              PERFORM 9999-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS REGRAS DE PARTIDA DOBRADA (REGRASGL.dat) E
      *    ACHAR A REGRA DE CADA COMPONENTE DA PROVISAO
      *----------------------------------------------------------------*
       0005-CARREGAR-REGRAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REGRAS
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
                       MOVE SPACES     TO TAB-REG-CC(WRK-QTDE-REGRAS)
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

           MOVE ZEROS                  TO WRK-QTDE-SEM-REGRA
           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > 4
              MOVE ZEROS               TO TAB-EVT-REGRA(WRK-IND-CMP)
              PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                         WRK-IND-REG GREATER WRK-QTDE-REGRAS
                 IF TAB-REG-ORIGEM(WRK-IND-REG) EQUAL 'PROVISAO' AND
                    TAB-REG-EVENTO(WRK-IND-REG) EQUAL
                    TAB-EVT-NOME(WRK-IND-CMP)
                    MOVE WRK-IND-REG   TO TAB-EVT-REGRA(WRK-IND-CMP)
                 END-IF
              END-PERFORM
              IF TAB-EVT-REGRA(WRK-IND-CMP) EQUAL ZEROS
                 ADD 1                 TO WRK-QTDE-SEM-REGRA
                 DISPLAY '* SEM REGRA: PROVISAO|'
                         TAB-EVT-NOME(WRK-IND-CMP)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS FUNCIONARIOS DE CADASTRO3.dat
      *----------------------------------------------------------------*
       0006-CARREGAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PRV
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CAD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CAD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PRV NOT LESS WRK-MAX-TAB-PRV
                       DISPLAY 'TABELA DE FUNCIONARIOS CHEIA! MAXIMO '
                               WRK-MAX-TAB-PRV ' - NADA FOI LANCADO'
                       CLOSE ARQUIVO-CAD
                       PERFORM 9999-FINALIZAR
                    END-IF
                    ADD 1              TO WRK-QTDE-PRV
                    INITIALIZE TAB-PRV-LINHA(WRK-QTDE-PRV)
                    MOVE FDC-NOME      TO TAB-PRV-NOME(WRK-QTDE-PRV)
                    MOVE FDC-DEPARTAMENTO
                                       TO TAB-PRV-DEPTO(WRK-QTDE-PRV)
                    MOVE FDC-SALARIO   TO TAB-PRV-SALARIO(WRK-QTDE-PRV)
                    MOVE 'S'           TO
                         TAB-PRV-NO-CADASTRO(WRK-QTDE-PRV)
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CAD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS SALDOS PROVISIONADOS ATE O MES ANTERIOR. QUEM
      *    TEM SALDO E SAIU DO CADASTRO ENTRA NA TABELA PARA REVERTER
      *----------------------------------------------------------------*
       0007-CARREGAR-SALDOS            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-SALDOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-SALDOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-SLD-NOME
                                          WRK-SLD-DEPTO
                    MOVE ZEROS         TO WRK-SLD-VALOR(1)
                                          WRK-SLD-VALOR(2)
                                          WRK-SLD-VALOR(3)
                                          WRK-SLD-VALOR(4)
                                          WRK-SLD-ULT-COMP
                    UNSTRING FD-LIN-SALDO DELIMITED BY SEP
                       INTO WRK-SLD-NOME
                            WRK-SLD-DEPTO
                            WRK-SLD-VALOR(1)
                            WRK-SLD-VALOR(2)
                            WRK-SLD-VALOR(3)
                            WRK-SLD-VALOR(4)
                            WRK-SLD-ULT-COMP
                    END-UNSTRING
                    PERFORM 0071-GUARDAR-SALDO
              END-READ
           END-PERFORM

           CLOSE ARQ-SALDOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O SALDO LIDO NO FUNCIONARIO (OU INCLUIR O QUE SAIU
      *    DO CADASTRO COM O DEPARTAMENTO DO SALDO)
      *----------------------------------------------------------------*
       0071-GUARDAR-SALDO              SECTION.
      *----------------------------------------------------------------*

           IF WRK-SLD-NOME EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-PRV-ACHADO
           PERFORM VARYING WRK-IND-PRV FROM 1 BY 1 UNTIL
                      WRK-IND-PRV > WRK-QTDE-PRV
              IF TAB-PRV-NOME(WRK-IND-PRV) EQUAL WRK-SLD-NOME
                 MOVE WRK-IND-PRV      TO WRK-PRV-ACHADO
              END-IF
           END-PERFORM

           IF WRK-PRV-ACHADO EQUAL ZEROS
              IF WRK-QTDE-PRV NOT LESS WRK-MAX-TAB-PRV
                 DISPLAY 'TABELA DE FUNCIONARIOS CHEIA! MAXIMO '
                         WRK-MAX-TAB-PRV ' - NADA FOI LANCADO'
                 CLOSE ARQ-SALDOS
                 PERFORM 9999-FINALIZAR
              END-IF
              ADD 1                    TO WRK-QTDE-PRV
              MOVE WRK-QTDE-PRV        TO WRK-PRV-ACHADO
              INITIALIZE TAB-PRV-LINHA(WRK-PRV-ACHADO)
              MOVE WRK-SLD-NOME        TO TAB-PRV-NOME(WRK-PRV-ACHADO)
              MOVE WRK-SLD-DEPTO       TO TAB-PRV-DEPTO(WRK-PRV-ACHADO)
              MOVE 'N'                 TO
                   TAB-PRV-NO-CADASTRO(WRK-PRV-ACHADO)
           END-IF

           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > 4
              MOVE WRK-SLD-VALOR(WRK-IND-CMP)
                   TO TAB-PRV-ANTERIOR(WRK-PRV-ACHADO, WRK-IND-CMP)
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PERIODOS AQUISITIVOS E AS PROGRAMACOES DE GOZO
      *    (LAYOUTS DO FERIAS1A)
      *----------------------------------------------------------------*
       0008-CARREGAR-FERIAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-AQ
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-AQUIS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-AQUIS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-AQ LESS WRK-MAX-TAB-AQ
                       ADD 1           TO WRK-QTDE-AQ
                       MOVE ZEROS      TO TAB-AQ-COD(WRK-QTDE-AQ)
                                          TAB-AQ-INICIO(WRK-QTDE-AQ)
                                          TAB-AQ-GOZADOS(WRK-QTDE-AQ)
                       UNSTRING FD-LIN-AQUISITIVO DELIMITED BY SEP
                          INTO TAB-AQ-COD(WRK-QTDE-AQ)
                               TAB-AQ-NOME(WRK-QTDE-AQ)
                               TAB-AQ-INICIO(WRK-QTDE-AQ)
                               TAB-AQ-GOZADOS(WRK-QTDE-AQ)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE AQUISITIVOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-AQ
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-AQUIS

           MOVE ZEROS                  TO WRK-QTDE-PG
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PROGR

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PROGR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PG LESS WRK-MAX-TAB-PG
                       ADD 1           TO WRK-QTDE-PG
                       MOVE ZEROS      TO TAB-PG-COD(WRK-QTDE-PG)
                                          TAB-PG-DATA-INI(WRK-QTDE-PG)
                                          TAB-PG-DATA-FIM(WRK-QTDE-PG)
                                          TAB-PG-DIAS(WRK-QTDE-PG)
                       MOVE SPACES     TO TAB-PG-SITUACAO(WRK-QTDE-PG)
                       UNSTRING FD-LIN-PROGRAMACAO DELIMITED BY SEP
                          INTO TAB-PG-COD(WRK-QTDE-PG)
                               TAB-PG-NOME(WRK-QTDE-PG)
                               TAB-PG-DATA-INI(WRK-QTDE-PG)
                               TAB-PG-DATA-FIM(WRK-QTDE-PG)
                               TAB-PG-DIAS(WRK-QTDE-PG)
                               TAB-PG-SITUACAO(WRK-QTDE-PG)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE PROGRAMACOES CHEIA! MAXIMO '
                                WRK-MAX-TAB-PG
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PROGR
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR DE FOLHAMEM.dat OS PAGAMENTOS QUE REVERTEM A
      *    PROVISAO: SEGUNDA PARCELA DO 13O (FOLHA13A, COMPETENCIA
      *    AAAA13, EXECUCAO 2) E RESCISAO (RESCIS1A, EXECUCAO R)
      *----------------------------------------------------------------*
       0009-CARREGAR-PAGAMENTOS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PAG
           MOVE SPACES                 TO WRK-MEM-TIPO-EXEC
                                          WRK-MEM-COMP-EXEC
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MEM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0091-TRATAR-MEMORIA
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MEM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DE FOLHAMEM.dat
      *----------------------------------------------------------------*
       0091-TRATAR-MEMORIA             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MEM-REGISTRO
                                          WRK-MEM-CAMPO2
                                          WRK-MEM-CAMPO3
                                          WRK-MEM-CAMPO4
           UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
                    INTO WRK-MEM-REGISTRO
                         WRK-MEM-CAMPO2
                         WRK-MEM-CAMPO3
                         WRK-MEM-CAMPO4
           END-UNSTRING

           EVALUATE WRK-MEM-REGISTRO
      *       HDR|COMPETENCIA|TIPO DA EXECUCAO|CHAVE|...
              WHEN 'HDR'
                 MOVE SPACES           TO WRK-MEM-TIPO-EXEC
                 MOVE WRK-MEM-CAMPO2(1:6) TO WRK-MEM-COMP-EXEC
                 IF WRK-MEM-CAMPO3(1:1) EQUAL '2' AND
                    WRK-MEM-COMP-EXEC(5:2) EQUAL '13'
                    MOVE 'D'           TO WRK-MEM-TIPO-EXEC
                 END-IF
                 IF WRK-MEM-CAMPO3(1:1) EQUAL 'R' AND
                    WRK-MEM-COMP-EXEC IS NUMERIC AND
                    WRK-MEM-COMP-EXEC NOT GREATER WRK-COMPETENCIA
                    MOVE 'R'           TO WRK-MEM-TIPO-EXEC
                    MOVE WRK-MEM-CAMPO4 TO WRK-MEM-CAMPO2
                    PERFORM 0092-GUARDAR-PAGAMENTO
                 END-IF
              WHEN 'DET'
                 IF WRK-MEM-TIPO-EXEC EQUAL 'D'
                    PERFORM 0092-GUARDAR-PAGAMENTO
                 END-IF
              WHEN OTHER
                 MOVE SPACES           TO WRK-MEM-TIPO-EXEC
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0091-end
       0091-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O PAGAMENTO (NOME EM WRK-MEM-CAMPO2)
      *----------------------------------------------------------------*
       0092-GUARDAR-PAGAMENTO          SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-PAG NOT LESS WRK-MAX-TAB-PAG
              DISPLAY 'TABELA DE PAGAMENTOS CHEIA! MAXIMO '
                      WRK-MAX-TAB-PAG ' - NADA FOI LANCADO'
              CLOSE ARQUIVO-MEM
              PERFORM 9999-FINALIZAR
           END-IF

           ADD 1                       TO WRK-QTDE-PAG
           MOVE WRK-MEM-TIPO-EXEC      TO TAB-PAG-TIPO(WRK-QTDE-PAG)
           MOVE WRK-MEM-CAMPO2         TO TAB-PAG-NOME(WRK-QTDE-PAG)
           IF WRK-MEM-COMP-EXEC IS NUMERIC
              MOVE WRK-MEM-COMP-EXEC   TO TAB-PAG-COMP(WRK-QTDE-PAG)
           ELSE
              MOVE ZEROS               TO TAB-PAG-COMP(WRK-QTDE-PAG)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0092-end
       0092-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CALCULAR O SALDO NOVO DE CADA FUNCIONARIO, LISTAR E
      *    ACUMULAR O MOVIMENTO POR COMPONENTE E CENTRO DE CUSTO
      *----------------------------------------------------------------*
       0010-CALCULAR-PROVISOES         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* PROVISAO DE FERIAS E 13O SALARIO - COMPETENCIA '
                  WRK-COMPETENCIA ' - LANCADA EM '
                  WRK-DATA-LANCAMENTO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE '* FUNCIONARIO'        TO WRK-LINHA-REL(1:13)
           MOVE 'DEPTO'                TO WRK-LINHA-REL(24:5)
           MOVE 'TIPO'                 TO WRK-LINHA-REL(35:4)
           MOVE 'SALDO ANTERIOR'       TO WRK-LINHA-REL(41:14)
           MOVE '  CONSTITUICAO'       TO WRK-LINHA-REL(56:14)
           MOVE '      REVERSAO'       TO WRK-LINHA-REL(71:14)
           MOVE '   SALDO ATUAL'       TO WRK-LINHA-REL(86:14)
           MOVE 'DOS QUAIS ENC.'       TO WRK-LINHA-REL(101:14)
           MOVE 'SITUACAO'             TO WRK-LINHA-REL(116:8)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-PRV FROM 1 BY 1 UNTIL
                      WRK-IND-PRV > WRK-QTDE-PRV
              PERFORM 0101-CALCULAR-FUNCIONARIO
              PERFORM 0102-LISTAR-FUNCIONARIO
              PERFORM 0103-ACUMULAR-MOVIMENTO
           END-PERFORM

           COMPUTE WRK-TOT-MOVIMENTO = WRK-TOT-NOVO - WRK-TOT-ANTERIOR

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE '* TOTAL GERAL'        TO WRK-LINHA-REL(1:20)
           COMPUTE WRK-VALOR-ED = WRK-TOT-ANTERIOR / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(41:14)
           COMPUTE WRK-VALOR-ED-S = (WRK-TOT-MOVIMENTO +
                                     WRK-TOT-REVERSAO) / 100
           MOVE WRK-VALOR-ED-S         TO WRK-LINHA-REL(56:14)
           COMPUTE WRK-VALOR-ED = WRK-TOT-REVERSAO / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(71:14)
           COMPUTE WRK-VALOR-ED = WRK-TOT-NOVO / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(86:14)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO NOVO DO FUNCIONARIO EM WRK-IND-PRV
      *----------------------------------------------------------------*
       0101-CALCULAR-FUNCIONARIO       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO TAB-PRV-SITUACAO(WRK-IND-PRV)
           MOVE ZEROS                  TO
                TAB-PRV-REV-FERIAS(WRK-IND-PRV)
                TAB-PRV-REV-13(WRK-IND-PRV)
           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > 4
              MOVE ZEROS TO TAB-PRV-NOVO(WRK-IND-PRV, WRK-IND-CMP)
           END-PERFORM

      *    RESCISAO PAGA OU FORA DO CADASTRO: O SALDO TODO E REVERTIDO
           MOVE 'N'                    TO WRK-RESCINDIDO
                                          WRK-PAGO-13
           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1 UNTIL
                      WRK-IND-PAG > WRK-QTDE-PAG
              IF FUNCTION TRIM(TAB-PAG-NOME(WRK-IND-PAG)) EQUAL
                 FUNCTION TRIM(TAB-PRV-NOME(WRK-IND-PRV))
                 IF TAB-PAG-TIPO(WRK-IND-PAG) EQUAL 'R'
                    MOVE 'S'           TO WRK-RESCINDIDO
                 END-IF
                 IF TAB-PAG-TIPO(WRK-IND-PAG) EQUAL 'D' AND
                    TAB-PAG-COMP(WRK-IND-PAG)(1:4) EQUAL WRK-ANO-NUM
                    MOVE 'S'           TO WRK-PAGO-13
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-RESCINDIDO EQUAL 'S' OR
              TAB-PRV-NO-CADASTRO(WRK-IND-PRV) NOT EQUAL 'S'
              IF WRK-RESCINDIDO EQUAL 'S'
                 MOVE 'PAGO NA RESCISAO'
                                       TO TAB-PRV-SITUACAO(WRK-IND-PRV)
              ELSE
                 MOVE 'FORA DO CADASTRO'
                                       TO TAB-PRV-SITUACAO(WRK-IND-PRV)
              END-IF
              COMPUTE TAB-PRV-REV-FERIAS(WRK-IND-PRV) =
                      TAB-PRV-ANTERIOR(WRK-IND-PRV, 1)
                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 2)
              COMPUTE TAB-PRV-REV-13(WRK-IND-PRV) =
                      TAB-PRV-ANTERIOR(WRK-IND-PRV, 3)
                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 4)
              EXIT SECTION
           END-IF

           PERFORM 0104-PROVISAO-FERIAS
           PERFORM 0105-PROVISAO-13
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0101-end
       0101-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FERIAS: SALDO DE DIAS NO FIM DO MES (DIREITO - PROGRAMADOS
      *    + PROGRAMADOS AINDA NAO GOZADOS) VEZES SALARIO/30 MAIS 1/3.
      *    OS DIAS GOZADOS NO MES SAO A REVERSAO POR PAGAMENTO
      *----------------------------------------------------------------*
       0104-PROVISAO-FERIAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-AQ-ACHADO
           PERFORM VARYING WRK-IND-AQ FROM 1 BY 1 UNTIL
                      WRK-IND-AQ > WRK-QTDE-AQ
              IF FUNCTION TRIM(TAB-AQ-NOME(WRK-IND-AQ)) EQUAL
                 FUNCTION TRIM(TAB-PRV-NOME(WRK-IND-PRV))
                 MOVE WRK-IND-AQ       TO WRK-AQ-ACHADO
              END-IF
           END-PERFORM

           IF WRK-AQ-ACHADO EQUAL ZEROS
              MOVE 'SEM AQUISITIVO'    TO TAB-PRV-SITUACAO(WRK-IND-PRV)
              COMPUTE TAB-PRV-REV-FERIAS(WRK-IND-PRV) =
                      TAB-PRV-ANTERIOR(WRK-IND-PRV, 1)
                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 2)
              EXIT SECTION
           END-IF

      *    DIREITO COMO NO FERIAS1A, COM O FIM DA COMPETENCIA NO LUGAR
      *    DA DATA DE HOJE
           MOVE TAB-AQ-INICIO(WRK-AQ-ACHADO)(1:4) TO WRK-ANO-INI
           MOVE TAB-AQ-INICIO(WRK-AQ-ACHADO)(5:2) TO WRK-MES-INI
           COMPUTE WRK-MESES-COMPLETOS =
                   (WRK-ANO-NUM - WRK-ANO-INI) * 12
                 + WRK-MES-NUM - WRK-MES-INI
           IF WRK-MESES-COMPLETOS LESS ZEROS
              MOVE ZEROS               TO WRK-MESES-COMPLETOS
           END-IF
           COMPUTE WRK-DIAS-DIREITO = WRK-MESES-COMPLETOS * 2,5
           IF WRK-DIAS-DIREITO GREATER 30
              MOVE 30                  TO WRK-DIAS-DIREITO
           END-IF
           MOVE WRK-DIAS-DIREITO       TO WRK-DIREITO-INT

      *    DIAS PROGRAMADOS: OS QUE CAEM DEPOIS DO MES AINDA SAO
      *    DEVIDOS, OS QUE CAEM NO MES FORAM PAGOS PELO FOLHA01A
           MOVE ZEROS                  TO WRK-DIAS-FUTUROS
                                          WRK-DIAS-GOZADOS-MES
           PERFORM VARYING WRK-IND-PG FROM 1 BY 1 UNTIL
                      WRK-IND-PG > WRK-QTDE-PG
              IF TAB-PG-COD(WRK-IND-PG) EQUAL
                 TAB-AQ-COD(WRK-AQ-ACHADO) AND
                 TAB-PG-SITUACAO(WRK-IND-PG) EQUAL 'P'
                 PERFORM 0106-DIAS-PROGRAMACAO
              END-IF
           END-PERFORM

           COMPUTE WRK-DIAS-SALDO = WRK-DIREITO-INT
                                  - TAB-AQ-GOZADOS(WRK-AQ-ACHADO)
                                  + WRK-DIAS-FUTUROS
           IF WRK-DIAS-SALDO LESS ZEROS
              MOVE ZEROS               TO WRK-DIAS-SALDO
           END-IF

           COMPUTE TAB-PRV-NOVO(WRK-IND-PRV, 1) ROUNDED =
                   TAB-PRV-SALARIO(WRK-IND-PRV) * 100 / 30
                 * WRK-DIAS-SALDO * 4 / 3
           COMPUTE TAB-PRV-NOVO(WRK-IND-PRV, 2) ROUNDED =
                   TAB-PRV-NOVO(WRK-IND-PRV, 1) * WRK-PCT-ENCARGOS / 100

           IF WRK-DIAS-GOZADOS-MES GREATER ZEROS
              COMPUTE WRK-VALOR-PAGO ROUNDED =
                      TAB-PRV-SALARIO(WRK-IND-PRV) * 100 / 30
                    * WRK-DIAS-GOZADOS-MES * 4 / 3
                    * (1 + WRK-PCT-ENCARGOS / 100)
              COMPUTE WRK-SALDO-ANT-TOTAL =
                      TAB-PRV-ANTERIOR(WRK-IND-PRV, 1)
                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 2)
              IF WRK-VALOR-PAGO GREATER WRK-SALDO-ANT-TOTAL
                 MOVE WRK-SALDO-ANT-TOTAL TO WRK-VALOR-PAGO
              END-IF
              MOVE WRK-VALOR-PAGO      TO
                   TAB-PRV-REV-FERIAS(WRK-IND-PRV)
              MOVE 'FERIAS NO MES'     TO TAB-PRV-SITUACAO(WRK-IND-PRV)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0104-end
       0104-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    13O: SALARIO/12 POR MES DO ANO ATE A COMPETENCIA; PAGO A
      *    SEGUNDA PARCELA, O SALDO DO ANO E REVERTIDO
      *----------------------------------------------------------------*
       0105-PROVISAO-13                SECTION.
      *----------------------------------------------------------------*

           IF WRK-PAGO-13 EQUAL 'S'
              COMPUTE TAB-PRV-REV-13(WRK-IND-PRV) =
                      TAB-PRV-ANTERIOR(WRK-IND-PRV, 3)
                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 4)
              IF TAB-PRV-SITUACAO(WRK-IND-PRV) EQUAL SPACES
                 MOVE '13O PAGO'       TO TAB-PRV-SITUACAO(WRK-IND-PRV)
              END-IF
              EXIT SECTION
           END-IF

           MOVE WRK-MES-NUM            TO WRK-MESES-13
           IF WRK-AQ-ACHADO GREATER ZEROS
              MOVE TAB-AQ-INICIO(WRK-AQ-ACHADO)(1:4) TO WRK-ANO-INI
              MOVE TAB-AQ-INICIO(WRK-AQ-ACHADO)(5:2) TO WRK-MES-INI
              MOVE TAB-AQ-INICIO(WRK-AQ-ACHADO)(7:2) TO WRK-DIA-INI
              EVALUATE TRUE
                 WHEN WRK-ANO-INI GREATER WRK-ANO-NUM
                    MOVE ZEROS         TO WRK-MESES-13
                 WHEN WRK-ANO-INI EQUAL WRK-ANO-NUM
                    COMPUTE WRK-MESES-13 = WRK-MES-NUM - WRK-MES-INI
                    IF WRK-DIA-INI NOT GREATER 15
                       ADD 1           TO WRK-MESES-13
                    END-IF
                    IF WRK-MESES-13 LESS ZEROS
                       MOVE ZEROS      TO WRK-MESES-13
                    END-IF
              END-EVALUATE
           END-IF

           COMPUTE TAB-PRV-NOVO(WRK-IND-PRV, 3) ROUNDED =
                   TAB-PRV-SALARIO(WRK-IND-PRV) * 100 / 12
                 * WRK-MESES-13
           COMPUTE TAB-PRV-NOVO(WRK-IND-PRV, 4) ROUNDED =
                   TAB-PRV-NOVO(WRK-IND-PRV, 3) * WRK-PCT-ENCARGOS / 100
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0105-end
       0105-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIAS DE UMA PROGRAMACAO DEPOIS DO MES (AINDA DEVIDOS) E
      *    DENTRO DO MES (GOZADOS E PAGOS)
      *----------------------------------------------------------------*
       0106-DIAS-PROGRAMACAO           SECTION.
      *----------------------------------------------------------------*

           IF TAB-PG-DATA-INI(WRK-IND-PG) GREATER WRK-DATA-LANCAMENTO
              ADD TAB-PG-DIAS(WRK-IND-PG) TO WRK-DIAS-FUTUROS
              EXIT SECTION
           END-IF

           IF TAB-PG-DATA-FIM(WRK-IND-PG) GREATER WRK-DATA-LANCAMENTO
              COMPUTE WRK-DIAS-OVERLAP =
                      FUNCTION INTEGER-OF-DATE
                               (TAB-PG-DATA-FIM(WRK-IND-PG))
                    - FUNCTION INTEGER-OF-DATE(WRK-DATA-LANCAMENTO)
              ADD WRK-DIAS-OVERLAP     TO WRK-DIAS-FUTUROS
           END-IF

           IF TAB-PG-DATA-INI(WRK-IND-PG) GREATER WRK-DATA-INICIO-MES
              MOVE TAB-PG-DATA-INI(WRK-IND-PG) TO WRK-JANELA-INI
           ELSE
              MOVE WRK-DATA-INICIO-MES TO WRK-JANELA-INI
           END-IF
           IF TAB-PG-DATA-FIM(WRK-IND-PG) LESS WRK-DATA-LANCAMENTO
              MOVE TAB-PG-DATA-FIM(WRK-IND-PG) TO WRK-JANELA-FIM
           ELSE
              MOVE WRK-DATA-LANCAMENTO TO WRK-JANELA-FIM
           END-IF
           IF WRK-JANELA-FIM NOT LESS WRK-JANELA-INI
              COMPUTE WRK-DIAS-OVERLAP =
                      FUNCTION INTEGER-OF-DATE(WRK-JANELA-FIM)
                    - FUNCTION INTEGER-OF-DATE(WRK-JANELA-INI) + 1
              ADD WRK-DIAS-OVERLAP     TO WRK-DIAS-GOZADOS-MES
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0106-end
       0106-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHAS DO FUNCIONARIO NO RELATORIO: FERIAS E 13O, COM OS
      *    ENCARGOS INCLUIDOS NOS VALORES
      *----------------------------------------------------------------*
       0102-LISTAR-FUNCIONARIO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'FERIAS'               TO WRK-REL-TIPO
           COMPUTE WRK-REL-ANTERIOR = TAB-PRV-ANTERIOR(WRK-IND-PRV, 1)
                                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 2)
           COMPUTE WRK-REL-NOVO     = TAB-PRV-NOVO(WRK-IND-PRV, 1)
                                    + TAB-PRV-NOVO(WRK-IND-PRV, 2)
           MOVE TAB-PRV-NOVO(WRK-IND-PRV, 2) TO WRK-REL-ENCARGOS
           MOVE TAB-PRV-REV-FERIAS(WRK-IND-PRV) TO WRK-REL-REVERSAO
           PERFORM 0107-LINHA-RELATORIO

           MOVE '13O'                  TO WRK-REL-TIPO
           COMPUTE WRK-REL-ANTERIOR = TAB-PRV-ANTERIOR(WRK-IND-PRV, 3)
                                    + TAB-PRV-ANTERIOR(WRK-IND-PRV, 4)
           COMPUTE WRK-REL-NOVO     = TAB-PRV-NOVO(WRK-IND-PRV, 3)
                                    + TAB-PRV-NOVO(WRK-IND-PRV, 4)
           MOVE TAB-PRV-NOVO(WRK-IND-PRV, 4) TO WRK-REL-ENCARGOS
           MOVE TAB-PRV-REV-13(WRK-IND-PRV) TO WRK-REL-REVERSAO
           PERFORM 0107-LINHA-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0102-end
       0102-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DO RELATORIO: CONSTITUICAO = SALDO ATUAL - SALDO
      *    ANTERIOR + REVERSAO
      *----------------------------------------------------------------*
       0107-LINHA-RELATORIO            SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-REL-CONSTITUICAO = WRK-REL-NOVO
                                        - WRK-REL-ANTERIOR
                                        + WRK-REL-REVERSAO
           ADD WRK-REL-ANTERIOR        TO WRK-TOT-ANTERIOR
           ADD WRK-REL-NOVO            TO WRK-TOT-NOVO
           ADD WRK-REL-REVERSAO        TO WRK-TOT-REVERSAO

           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE '* '                   TO WRK-LINHA-REL(1:2)
           MOVE TAB-PRV-NOME(WRK-IND-PRV) TO WRK-LINHA-REL(3:20)
           MOVE TAB-PRV-DEPTO(WRK-IND-PRV) TO WRK-LINHA-REL(24:10)
           MOVE WRK-REL-TIPO           TO WRK-LINHA-REL(35:6)
           COMPUTE WRK-VALOR-ED = WRK-REL-ANTERIOR / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(41:14)
           COMPUTE WRK-VALOR-ED-S = WRK-REL-CONSTITUICAO / 100
           MOVE WRK-VALOR-ED-S         TO WRK-LINHA-REL(56:14)
           COMPUTE WRK-VALOR-ED = WRK-REL-REVERSAO / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(71:14)
           COMPUTE WRK-VALOR-ED = WRK-REL-NOVO / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(86:14)
           COMPUTE WRK-VALOR-ED = WRK-REL-ENCARGOS / 100
           MOVE WRK-VALOR-ED           TO WRK-LINHA-REL(101:14)
           MOVE TAB-PRV-SITUACAO(WRK-IND-PRV)(1:17)
                                       TO WRK-LINHA-REL(116:17)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0107-end
       0107-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR O MOVIMENTO (NOVO - ANTERIOR) DE CADA COMPONENTE
      *    NO CENTRO DE CUSTO DO FUNCIONARIO
      *----------------------------------------------------------------*
       0103-ACUMULAR-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > 4
              IF TAB-PRV-NOVO(WRK-IND-PRV, WRK-IND-CMP) NOT EQUAL
                 TAB-PRV-ANTERIOR(WRK-IND-PRV, WRK-IND-CMP)
                 PERFORM 0108-SOMAR-GRUPO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0103-end
       0103-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR O MOVIMENTO DO COMPONENTE WRK-IND-CMP NO GRUPO
      *    COMPONENTE/CENTRO (DEPARTAMENTO EM BRANCO = CENTRO PADRAO)
      *----------------------------------------------------------------*
       0108-SOMAR-GRUPO                SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-EVT-REGRA(WRK-IND-CMP) TO WRK-REGRA-ACHADA
           IF TAB-PRV-DEPTO(WRK-IND-PRV) NOT EQUAL SPACES
              MOVE TAB-PRV-DEPTO(WRK-IND-PRV) TO WRK-CC-EFETIVO
           ELSE
              MOVE TAB-REG-CC(WRK-REGRA-ACHADA) TO WRK-CC-EFETIVO
           END-IF

           MOVE ZEROS                  TO WRK-GRP-ACHADO
           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1 UNTIL
                      WRK-IND-GRP GREATER WRK-QTDE-GRP
              IF TAB-GRP-COMPONENTE(WRK-IND-GRP) EQUAL WRK-IND-CMP AND
                 TAB-GRP-CC(WRK-IND-GRP) EQUAL WRK-CC-EFETIVO
                 MOVE WRK-IND-GRP      TO WRK-GRP-ACHADO
              END-IF
           END-PERFORM

           IF WRK-GRP-ACHADO EQUAL ZEROS
              IF WRK-QTDE-GRP NOT LESS WRK-MAX-TAB-GRP
                 DISPLAY 'TABELA DE CENTROS CHEIA! MAXIMO '
                         WRK-MAX-TAB-GRP ' - NADA FOI LANCADO'
                 CLOSE ARQ-REL
                 PERFORM 9999-FINALIZAR
              END-IF
              ADD 1                    TO WRK-QTDE-GRP
              MOVE WRK-QTDE-GRP        TO WRK-GRP-ACHADO
              MOVE WRK-IND-CMP         TO
                   TAB-GRP-COMPONENTE(WRK-GRP-ACHADO)
              MOVE WRK-CC-EFETIVO      TO TAB-GRP-CC(WRK-GRP-ACHADO)
              MOVE ZEROS               TO TAB-GRP-CENTS(WRK-GRP-ACHADO)
           END-IF

           COMPUTE TAB-GRP-CENTS(WRK-GRP-ACHADO) =
                   TAB-GRP-CENTS(WRK-GRP-ACHADO)
                 + TAB-PRV-NOVO(WRK-IND-PRV, WRK-IND-CMP)
                 - TAB-PRV-ANTERIOR(WRK-IND-PRV, WRK-IND-CMP)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0108-end
       0108-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR O MOVIMENTO LIQUIDO NO LIVRO: UM PAR DEBITO/CREDITO
      *    POR COMPONENTE E CENTRO DE CUSTO (ORIGEM 'PROVISAO');
      *    MOVIMENTO NEGATIVO (REVERSAO) INVERTE AS CONTAS DA REGRA
      *----------------------------------------------------------------*
       0011-LANCAR-PROVISOES           SECTION.
      *----------------------------------------------------------------*

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* LANCAMENTOS POR COMPONENTE E CENTRO DE CUSTO:'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           MOVE ZEROS                  TO WRK-QTDE-LANCADOS

           OPEN EXTEND ARQ-LIVRO

           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1 UNTIL
                      WRK-IND-GRP GREATER WRK-QTDE-GRP
              IF TAB-GRP-CENTS(WRK-IND-GRP) NOT EQUAL ZEROS
                 PERFORM 0111-GRAVAR-PAR-GRUPO
              END-IF
           END-PERFORM

           CLOSE ARQ-LIVRO

           IF WRK-QTDE-LANCADOS EQUAL ZEROS
              MOVE '*   NADA A LANCAR NA COMPETENCIA' TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DE UM GRUPO COMPONENTE/CENTRO
      *----------------------------------------------------------------*
       0111-GRAVAR-PAR-GRUPO           SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-GRP-COMPONENTE(WRK-IND-GRP) TO WRK-IND-CMP
           MOVE TAB-EVT-REGRA(WRK-IND-CMP)      TO WRK-REGRA-ACHADA

           IF TAB-GRP-CENTS(WRK-IND-GRP) GREATER ZEROS
              MOVE TAB-GRP-CENTS(WRK-IND-GRP)   TO WRK-LANC-CENTS
              MOVE TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       TO WRK-LANC-CTA-DEB
              MOVE TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       TO WRK-LANC-CTA-CRE
              MOVE 'PROVISAO DO MES'   TO WRK-LANC-HISTORICO
           ELSE
              COMPUTE WRK-LANC-CENTS = 0 - TAB-GRP-CENTS(WRK-IND-GRP)
              MOVE TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       TO WRK-LANC-CTA-DEB
              MOVE TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       TO WRK-LANC-CTA-CRE
              MOVE 'REVERSAO DE PROVISAO' TO WRK-LANC-HISTORICO
           END-IF

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-DATA-LANCAMENTO  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'PROVISAO'           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-EVT-NOME(WRK-IND-CMP)
                                       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  WRK-LANC-CTA-DEB     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'D'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LANC-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LANC-HISTORICO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-GRP-CC(WRK-IND-GRP)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-DATA-LANCAMENTO  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'PROVISAO'           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-EVT-NOME(WRK-IND-CMP)
                                       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  WRK-LANC-CTA-CRE     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LANC-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LANC-HISTORICO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-GRP-CC(WRK-IND-GRP)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           ADD 1                       TO WRK-QTDE-LANCADOS

           COMPUTE WRK-VALOR-ED = WRK-LANC-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   ' TAB-EVT-NOME(WRK-IND-CMP)
                  ' ' TAB-GRP-CC(WRK-IND-GRP)
                  ' D ' WRK-LANC-CTA-DEB
                  ' C ' WRK-LANC-CTA-CRE
                  ' ' WRK-VALOR-ED
                  ' ' WRK-LANC-HISTORICO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0111-end
       0111-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR PROVSALD.dat COM OS SALDOS NOVOS (QUEM FICOU COM
      *    SALDO ZERO E SAIU DO CADASTRO OU FOI RESCINDIDO NAO VOLTA)
      *----------------------------------------------------------------*
       0012-REGRAVAR-SALDOS            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-SALDOS

           PERFORM VARYING WRK-IND-PRV FROM 1 BY 1 UNTIL
                      WRK-IND-PRV > WRK-QTDE-PRV
              IF TAB-PRV-NO-CADASTRO(WRK-IND-PRV) EQUAL 'S' AND
                 TAB-PRV-SITUACAO(WRK-IND-PRV) NOT EQUAL
                 'PAGO NA RESCISAO'
                 MOVE SPACES           TO FD-LIN-SALDO
                 STRING TAB-PRV-NOME(WRK-IND-PRV)  DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        TAB-PRV-DEPTO(WRK-IND-PRV) DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        TAB-PRV-NOVO(WRK-IND-PRV, 1)
                                                   DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        TAB-PRV-NOVO(WRK-IND-PRV, 2)
                                                   DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        TAB-PRV-NOVO(WRK-IND-PRV, 3)
                                                   DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        TAB-PRV-NOVO(WRK-IND-PRV, 4)
                                                   DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        WRK-COMPETENCIA            DELIMITED BY SIZE
                        SEP                        DELIMITED BY SIZE
                        INTO FD-LIN-SALDO
                 END-STRING
                 WRITE FD-LIN-SALDO
              END-IF
           END-PERFORM

           CLOSE ARQ-SALDOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A COMPETENCIA NO CONTROLE DE PROVISAO
      *----------------------------------------------------------------*
       0013-REGISTRAR-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-CTL
           MOVE SPACES                 TO FD-LIN-CTL
           MOVE WRK-COMPETENCIA        TO FD-LIN-CTL(1:6)
           WRITE FD-LIN-CTL
           CLOSE ARQ-CTL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
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
