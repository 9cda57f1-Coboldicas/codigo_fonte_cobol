      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: RESUMO MENSAL DO IOF SOBRE CAMBIO E LANCAMENTO
      *              CONTABIL DO IOF E DO SPREAD. LE AS OPERACOES DA
      *              COMPETENCIA INFORMADA EM CONVHIST.dat (GRAVADAS
      *              PELO PROG029A), TOTALIZA O IOF COBRADO POR TIPO DE
      *              OPERACAO E SENTIDO (BASE PARA A GUIA DE
      *              RECOLHIMENTO) E A RECEITA DE SPREAD POR MOEDA, E
      *              GRAVA O RELATORIO IOFMES.txt, CAPTURADO NA
      *              BIBLIOTECA DE SPOOL (SPOOL01B). O IOF A RECOLHER
      *              E A RECEITA DE SPREAD DO MES SAO LANCADOS EM
      *              LANCAGL.dat NO ULTIMO DIA DA COMPETENCIA PELO
      *              MECANISMO DE REGRAS DO GLPOST1A (ORIGEM 'CAMBIO',
      *              EVENTOS 'IOF' E 'SPREAD'). A COMPETENCIA LANCADA
      *              FICA EM IOFCTL.dat E NAO E RELANCADA NUMA
      *              REEXECUCAO; COMPETENCIA FECHADA NO GLPERIOD.dat
      *              (GLPER01B) SAI SO NO RELATORIO.
      *              OPERACOES GRAVADAS ANTES DO SPREAD E DO IOF (LINHA
      *              SEM O TIPO DE OPERACAO) SAO CONTADAS A PARTE E NAO
      *              ENTRAM NOS TOTAIS.
      * NOME.......: PROG029C
      *----------------------------------------------------------------*
      * LAYOUT DE IOFCTL.dat:
      *   COMPETENCIA(6)|DATA-LANCAMENTO(8)|IOF-CENTAVOS(13)|
      *   SPREAD-CENTAVOS(13)|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG029C.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CONVHIST ASSIGN TO 'CONVHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-IOFPARM ASSIGN TO 'IOFPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CTL ASSIGN TO 'IOFCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO ASSIGN TO 'IOFMES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONVHIST.
       01  FD-LIN-CONVHIST                PIC X(150).

       FD  ARQ-IOFPARM.
       01  FD-LIN-IOFPARM                 PIC X(080).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-CTL.
       01  FD-LIN-CTL                     PIC X(050).

       FD  ARQ-RELATORIO.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-COMP-ANO               PIC 9(04).
           05  WRK-COMP-MES               PIC 9(02).
       01  WRK-DATA-LANCAR                PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC                  PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05  WRK-DTC-ANO                PIC 9(04).
           05  WRK-DTC-MES                PIC 9(02).
           05  WRK-DTC-DIA                PIC 9(02).

      *--- Tipos de operacao com os acumuladores do mes
       01  TAB-IOF-PADRAO.
           COPY IOF001A.
       01  WRK-MAX-TAB-TIPO               PIC 9(02) VALUE 10.
       01  WRK-QTDE-TIPO                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-TIPO                   PIC 9(02) VALUE ZEROS.
       01  WRK-TIPO-ACHADO                PIC 9(02) VALUE ZEROS.
       01  TAB-TIPOS.
           05  TAB-TIP-ITEM OCCURS 11 TIMES.
               10  TAB-TIP-CODIGO         PIC X(01).
               10  TAB-TIP-DESCRICAO      PIC X(30).
               10  TAB-TIP-QTDE-VENDA     PIC 9(05).
               10  TAB-TIP-BASE-VENDA     PIC 9(11)V99.
               10  TAB-TIP-IOF-VENDA      PIC 9(11)V99.
               10  TAB-TIP-QTDE-COMPRA    PIC 9(05).
               10  TAB-TIP-BASE-COMPRA    PIC 9(11)V99.
               10  TAB-TIP-IOF-COMPRA     PIC 9(11)V99.
       01  WRK-LIN-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-LIN-DESCRICAO              PIC X(30) VALUE SPACES.

      *--- Moedas com o volume e o spread do mes
       01  WRK-IND-MOE                    PIC 9(02) VALUE ZEROS.
       01  TAB-MOEDAS.
           05  TAB-MOE-ITEM OCCURS 3 TIMES.
               10  TAB-MOE-CODIGO         PIC X(01).
               10  TAB-MOE-NOME           PIC X(10).
               10  TAB-MOE-QTDE-VENDA     PIC 9(05).
               10  TAB-MOE-VALOR-VENDA    PIC 9(11)V99.
               10  TAB-MOE-QTDE-COMPRA    PIC 9(05).
               10  TAB-MOE-VALOR-COMPRA   PIC 9(11)V99.
               10  TAB-MOE-SPREAD         PIC S9(11)V99.

      *--- Linha de CONVHIST.dat desmembrada
       01  WRK-CNV-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-CNV-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-CNV-SENTIDO                PIC X(03) VALUE SPACES.
       01  WRK-CNV-MOEDA                  PIC X(01) VALUE SPACES.
       01  WRK-CNV-ORIG-X                 PIC X(11) VALUE SPACES.
       01  WRK-CNV-ORIG REDEFINES WRK-CNV-ORIG-X
                                          PIC 9(09)V99.
       01  WRK-CNV-TAXA                   PIC X(06) VALUE SPACES.
       01  WRK-CNV-DEST-X                 PIC X(11) VALUE SPACES.
       01  WRK-CNV-DEST REDEFINES WRK-CNV-DEST-X
                                          PIC 9(09)V99.
       01  WRK-CNV-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-CNV-TAXA-EFET              PIC X(09) VALUE SPACES.
       01  WRK-CNV-CAMBIO-X               PIC X(11) VALUE SPACES.
       01  WRK-CNV-CAMBIO REDEFINES WRK-CNV-CAMBIO-X
                                          PIC 9(09)V99.
       01  WRK-CNV-SPREAD-X               PIC X(12) VALUE SPACES.
       01  WRK-CNV-SPREAD REDEFINES WRK-CNV-SPREAD-X
                                          PIC S9(09)V99
                                          SIGN LEADING SEPARATE.
       01  WRK-CNV-ALIQ                   PIC X(04) VALUE SPACES.
       01  WRK-CNV-IOF-X                  PIC X(11) VALUE SPACES.
       01  WRK-CNV-IOF REDEFINES WRK-CNV-IOF-X
                                          PIC 9(09)V99.
       01  WRK-CNV-VALOR-MOEDA            PIC 9(09)V99 VALUE ZEROS.

      *--- Contadores e totais
       01  WRK-QTDE-LIDAS                 PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-MES                   PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-SEM-IOF               PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-INVALIDAS             PIC 9(06) VALUE ZEROS.
       01  WRK-TOT-QTDE                   PIC 9(06) VALUE ZEROS.
       01  WRK-TOT-BASE                   PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-IOF                    PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-SPREAD                 PIC S9(11)V99 VALUE ZEROS.
       01  WRK-CALC-QTDE                  PIC 9(06) VALUE ZEROS.
       01  WRK-CALC-BASE                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-CALC-IOF                   PIC 9(11)V99 VALUE ZEROS.
       01  WRK-SENTIDO-DESC               PIC X(18) VALUE SPACES.
       01  WRK-SITUACAO-LANC              PIC X(80) VALUE SPACES.

      *--- Controle de competencia lancada (IOFCTL.dat)
       01  WRK-JA-LANCADA                 PIC X(01) VALUE 'N'.
       01  WRK-CTL-COMPETENCIA            PIC X(06) VALUE SPACES.

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

       01  WRK-FATO-ORIGEM                PIC X(08) VALUE SPACES.
       01  WRK-FATO-EVENTO                PIC X(14) VALUE SPACES.
       01  WRK-FATO-CENTS                 PIC 9(13) VALUE ZEROS.
       01  WRK-FATO-HISTORICO             PIC X(30) VALUE SPACES.
       01  WRK-REGRA-ACHADA               PIC 9(02) VALUE ZEROS.
       01  WRK-CC-EFETIVO                 PIC X(10) VALUE SPACES.
       01  WRK-IOF-CENTS                  PIC 9(13) VALUE ZEROS.
       01  WRK-SPREAD-CENTS               PIC 9(13) VALUE ZEROS.

      *--- Edicao do relatorio
       01  WRK-QTDE-EDIT                  PIC ZZZ.ZZ9.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-IOF-EDIT                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SPREAD-EDIT                PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *--- Pedido de captura para a biblioteca de spool (SPOOL01B)
       01  WRK-SPL-PEDIDO.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

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

           DISPLAY '* COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA

           IF WRK-COMPETENCIA EQUAL ZEROS OR
              WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
              DISPLAY 'COMPETENCIA INVALIDA'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-CARREGAR-TIPOS
           PERFORM 0003-APURAR-CONVERSOES

           IF WRK-QTDE-MES EQUAL ZEROS
              DISPLAY 'SEM OPERACOES COM IOF NA COMPETENCIA EM '
                      'CONVHIST.dat - NADA A APURAR'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-TOTALIZAR
           PERFORM 0005-VERIFICAR-CONTROLE

           EVALUATE TRUE
              WHEN WRK-JA-LANCADA EQUAL 'S'
                 MOVE 'COMPETENCIA JA LANCADA EM LANCAGL.dat '
                   &  '(IOFCTL.dat) - NADA FOI RELANCADO'
                                       TO WRK-SITUACAO-LANC
              WHEN OTHER
                 PERFORM 0006-VERIFICAR-PERIODO
                 IF PER001A-ABERTO NOT EQUAL 'S'
                    MOVE 'COMPETENCIA FECHADA NO GLPERIOD.dat - '
                      &  'NADA FOI LANCADO'
                                       TO WRK-SITUACAO-LANC
                 ELSE
                    PERFORM 0007-CARREGAR-REGRAS
                    PERFORM 0008-LANCAR-MES
                 END-IF
           END-EVALUATE

           PERFORM 0010-GRAVAR-RELATORIO

           MOVE 'PROG029C'             TO WRK-SPL-RELATORIO
           MOVE 'IOFMES.txt'           TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

           MOVE WRK-TOT-IOF            TO WRK-IOF-EDIT
           MOVE WRK-TOT-SPREAD         TO WRK-SPREAD-EDIT
           DISPLAY '*=========================================*'
           DISPLAY '* PROG029C - RESUMO MENSAL DO IOF CAMBIO  *'
           DISPLAY '* COMPETENCIA.....: ' WRK-COMPETENCIA
           DISPLAY '* OPERACOES.......: ' WRK-QTDE-MES
           DISPLAY '* IOF A RECOLHER..: ' WRK-IOF-EDIT
           DISPLAY '* SPREAD..........: ' WRK-SPREAD-EDIT
           DISPLAY '* ' FUNCTION TRIM(WRK-SITUACAO-LANC)
           DISPLAY '* RELATORIO EM IOFMES.txt (SPOOL CAPTURADO)'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA CORRENTE VIA PROGDATA E A FILIAL DA INSTALACAO
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE COD001A-DATA           TO WRK-HOJE-AAAAMMDD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TIPOS DE OPERACAO DE IOFPARM.dat (OU TABELA PADRAO IOF001A)
      *    COM OS ACUMULADORES ZERADOS; A ULTIMA POSICAO RECEBE O TIPO
      *    QUE NAO ESTIVER MAIS CADASTRADO. AS MOEDAS SAO FIXAS.
      *----------------------------------------------------------------*
       0002-CARREGAR-TIPOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TIPO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-IOFPARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-IOFPARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-TIPO
                                          WRK-LIN-DESCRICAO
                    UNSTRING FD-LIN-IOFPARM DELIMITED BY SEP
                       INTO WRK-LIN-TIPO
                            WRK-LIN-DESCRICAO
                    END-UNSTRING
                    IF WRK-LIN-TIPO NOT EQUAL SPACES AND
                       WRK-LIN-TIPO NOT EQUAL '*' AND
                       WRK-QTDE-TIPO LESS WRK-MAX-TAB-TIPO
                       ADD 1           TO WRK-QTDE-TIPO
                       INITIALIZE TAB-TIP-ITEM(WRK-QTDE-TIPO)
                       MOVE FUNCTION UPPER-CASE(WRK-LIN-TIPO)
                                  TO TAB-TIP-CODIGO(WRK-QTDE-TIPO)
                       MOVE WRK-LIN-DESCRICAO
                                  TO TAB-TIP-DESCRICAO(WRK-QTDE-TIPO)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-IOFPARM
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-TIPO EQUAL ZEROS
              PERFORM VARYING WRK-IND-TIPO FROM 1 BY 1 UNTIL
                         WRK-IND-TIPO > IOF001A-QTDE-PADRAO
                 INITIALIZE TAB-TIP-ITEM(WRK-IND-TIPO)
                 MOVE IOF001A-PAD-TIPO(WRK-IND-TIPO)
                                  TO TAB-TIP-CODIGO(WRK-IND-TIPO)
                 MOVE IOF001A-PAD-DESCRICAO(WRK-IND-TIPO)
                                  TO TAB-TIP-DESCRICAO(WRK-IND-TIPO)
              END-PERFORM
              MOVE IOF001A-QTDE-PADRAO TO WRK-QTDE-TIPO
           END-IF

           ADD 1                       TO WRK-QTDE-TIPO
           INITIALIZE TAB-TIP-ITEM(WRK-QTDE-TIPO)
           MOVE '?'                    TO TAB-TIP-CODIGO(WRK-QTDE-TIPO)
           MOVE 'TIPO NAO CADASTRADO'  TO
                                       TAB-TIP-DESCRICAO(WRK-QTDE-TIPO)

           INITIALIZE TAB-MOEDAS
           MOVE 'D'                    TO TAB-MOE-CODIGO(1)
           MOVE 'DOLAR'                TO TAB-MOE-NOME(1)
           MOVE 'E'                    TO TAB-MOE-CODIGO(2)
           MOVE 'EURO'                 TO TAB-MOE-NOME(2)
           MOVE 'I'                    TO TAB-MOE-CODIGO(3)
           MOVE 'IENE'                 TO TAB-MOE-NOME(3)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER CONVHIST.dat E ACUMULAR AS OPERACOES DA COMPETENCIA
      *----------------------------------------------------------------*
       0003-APURAR-CONVERSOES          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CONVHIST

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CONVHIST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    ADD 1              TO WRK-QTDE-LIDAS
                    IF FD-LIN-CONVHIST(1:6) EQUAL WRK-COMPETENCIA
                       PERFORM 0003A-TRATAR-CONVERSAO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CONVHIST
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR UMA OPERACAO NO TIPO E NA MOEDA
      *----------------------------------------------------------------*
       0003A-TRATAR-CONVERSAO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CNV-TIPO
                                          WRK-CNV-CAMBIO-X
                                          WRK-CNV-SPREAD-X
                                          WRK-CNV-IOF-X
           UNSTRING FD-LIN-CONVHIST DELIMITED BY SEP
              INTO WRK-CNV-DATA
                   WRK-CNV-HORA
                   WRK-CNV-SENTIDO
                   WRK-CNV-MOEDA
                   WRK-CNV-ORIG-X
                   WRK-CNV-TAXA
                   WRK-CNV-DEST-X
                   WRK-CNV-TIPO
                   WRK-CNV-TAXA-EFET
                   WRK-CNV-CAMBIO-X
                   WRK-CNV-SPREAD-X
                   WRK-CNV-ALIQ
                   WRK-CNV-IOF-X
           END-UNSTRING

      *    LINHA ANTERIOR AO SPREAD/IOF: SEM TIPO DE OPERACAO
           IF WRK-CNV-TIPO EQUAL SPACES
              ADD 1                    TO WRK-QTDE-SEM-IOF
              EXIT SECTION
           END-IF

           IF WRK-CNV-CAMBIO-X NOT NUMERIC OR
              WRK-CNV-IOF-X    NOT NUMERIC OR
              WRK-CNV-SPREAD-X(2:11) NOT NUMERIC OR
              WRK-CNV-ORIG-X   NOT NUMERIC OR
              WRK-CNV-DEST-X   NOT NUMERIC OR
              (WRK-CNV-SENTIDO NOT EQUAL 'R>M' AND
               WRK-CNV-SENTIDO NOT EQUAL 'M>R')
              ADD 1                    TO WRK-QTDE-INVALIDAS
              DISPLAY 'CONVHIST.dat: LINHA INVALIDA IGNORADA - '
                      FD-LIN-CONVHIST(1:40)
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-MES

           MOVE ZEROS                  TO WRK-TIPO-ACHADO
           PERFORM VARYING WRK-IND-TIPO FROM 1 BY 1 UNTIL
                      WRK-IND-TIPO > WRK-QTDE-TIPO
              IF TAB-TIP-CODIGO(WRK-IND-TIPO) EQUAL WRK-CNV-TIPO
                 MOVE WRK-IND-TIPO     TO WRK-TIPO-ACHADO
                 MOVE WRK-QTDE-TIPO    TO WRK-IND-TIPO
              END-IF
           END-PERFORM
           IF WRK-TIPO-ACHADO EQUAL ZEROS
              MOVE WRK-QTDE-TIPO       TO WRK-TIPO-ACHADO
           END-IF

           IF WRK-CNV-SENTIDO EQUAL 'R>M'
              ADD 1         TO TAB-TIP-QTDE-VENDA(WRK-TIPO-ACHADO)
              ADD WRK-CNV-CAMBIO
                            TO TAB-TIP-BASE-VENDA(WRK-TIPO-ACHADO)
              ADD WRK-CNV-IOF
                            TO TAB-TIP-IOF-VENDA(WRK-TIPO-ACHADO)
              MOVE WRK-CNV-DEST        TO WRK-CNV-VALOR-MOEDA
           ELSE
              ADD 1         TO TAB-TIP-QTDE-COMPRA(WRK-TIPO-ACHADO)
              ADD WRK-CNV-CAMBIO
                            TO TAB-TIP-BASE-COMPRA(WRK-TIPO-ACHADO)
              ADD WRK-CNV-IOF
                            TO TAB-TIP-IOF-COMPRA(WRK-TIPO-ACHADO)
              MOVE WRK-CNV-ORIG        TO WRK-CNV-VALOR-MOEDA
           END-IF

           PERFORM VARYING WRK-IND-MOE FROM 1 BY 1 UNTIL
                      WRK-IND-MOE > 3
              IF TAB-MOE-CODIGO(WRK-IND-MOE) EQUAL WRK-CNV-MOEDA
                 IF WRK-CNV-SENTIDO EQUAL 'R>M'
                    ADD 1     TO TAB-MOE-QTDE-VENDA(WRK-IND-MOE)
                    ADD WRK-CNV-VALOR-MOEDA
                              TO TAB-MOE-VALOR-VENDA(WRK-IND-MOE)
                 ELSE
                    ADD 1     TO TAB-MOE-QTDE-COMPRA(WRK-IND-MOE)
                    ADD WRK-CNV-VALOR-MOEDA
                              TO TAB-MOE-VALOR-COMPRA(WRK-IND-MOE)
                 END-IF
                 ADD WRK-CNV-SPREAD TO TAB-MOE-SPREAD(WRK-IND-MOE)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003A-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TOTAIS DO MES: IOF A RECOLHER E RECEITA DE SPREAD
      *----------------------------------------------------------------*
       0004-TOTALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TOT-IOF
                                          WRK-TOT-SPREAD

           PERFORM VARYING WRK-IND-TIPO FROM 1 BY 1 UNTIL
                      WRK-IND-TIPO > WRK-QTDE-TIPO
              ADD TAB-TIP-IOF-VENDA(WRK-IND-TIPO)  TO WRK-TOT-IOF
              ADD TAB-TIP-IOF-COMPRA(WRK-IND-TIPO) TO WRK-TOT-IOF
           END-PERFORM

           PERFORM VARYING WRK-IND-MOE FROM 1 BY 1 UNTIL
                      WRK-IND-MOE > 3
              ADD TAB-MOE-SPREAD(WRK-IND-MOE)      TO WRK-TOT-SPREAD
           END-PERFORM

           COMPUTE WRK-IOF-CENTS = WRK-TOT-IOF * 100
           IF WRK-TOT-SPREAD GREATER ZEROS
              COMPUTE WRK-SPREAD-CENTS = WRK-TOT-SPREAD * 100
           ELSE
              MOVE ZEROS               TO WRK-SPREAD-CENTS
           END-IF

      *    LANCAMENTO NO ULTIMO DIA DA COMPETENCIA
           MOVE WRK-COMP-ANO           TO WRK-DTC-ANO
           MOVE WRK-COMP-MES           TO WRK-DTC-MES
           MOVE 01                     TO WRK-DTC-DIA
           IF WRK-DTC-MES EQUAL 12
              ADD 1                    TO WRK-DTC-ANO
              MOVE 01                  TO WRK-DTC-MES
           ELSE
              ADD 1                    TO WRK-DTC-MES
           END-IF
           COMPUTE WRK-DATA-LANCAR = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) - 1)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR NO IOFCTL.dat SE A COMPETENCIA JA FOI LANCADA
      *----------------------------------------------------------------*
       0005-VERIFICAR-CONTROLE         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-JA-LANCADA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CTL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-CTL-COMPETENCIA
                    UNSTRING FD-LIN-CTL DELIMITED BY SEP
                       INTO WRK-CTL-COMPETENCIA
                    END-UNSTRING
                    IF WRK-CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE 'S'        TO WRK-JA-LANCADA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CTL
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPETENCIA FECHADA NO GLPERIOD.dat NAO RECEBE O IOF NEM O
      *    SPREAD (O RELATORIO SAI ASSIM MESMO)
      *----------------------------------------------------------------*
       0006-VERIFICAR-PERIODO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-COMPETENCIA        TO PER001A-COMPETENCIA
           CALL 'GLPER01B' USING WRK-PER-REGISTRO

           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY '* PROG029C: A COMPETENCIA '
                      PER001A-COMPETENCIA ' ESTA FECHADA '
                      '(GLPERIOD.dat) - NADA FOI LANCADO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS REGRAS DE PARTIDA DOBRADA (REGRASGL.dat)
      *----------------------------------------------------------------*
       0007-CARREGAR-REGRAS            SECTION.
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
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR O IOF A RECOLHER E A RECEITA DE SPREAD DO MES E
      *    REGISTRAR A COMPETENCIA EM IOFCTL.dat. SE FALTAR A REGRA DE
      *    UM DOS EVENTOS, NADA E LANCADO (PARA NAO FICAR A METADE)
      *----------------------------------------------------------------*
       0008-LANCAR-MES                 SECTION.
      *----------------------------------------------------------------*

           MOVE 'CAMBIO'               TO WRK-FATO-ORIGEM

           IF WRK-IOF-CENTS GREATER ZEROS
              MOVE 'IOF'               TO WRK-FATO-EVENTO
              PERFORM 0009-PROCURAR-REGRA
              IF WRK-REGRA-ACHADA EQUAL ZEROS
                 MOVE 'SEM REGRA CAMBIO IOF EM REGRASGL.dat - NADA '
                   &  'FOI LANCADO'    TO WRK-SITUACAO-LANC
                 EXIT SECTION
              END-IF
           END-IF

           IF WRK-SPREAD-CENTS GREATER ZEROS
              MOVE 'SPREAD'            TO WRK-FATO-EVENTO
              PERFORM 0009-PROCURAR-REGRA
              IF WRK-REGRA-ACHADA EQUAL ZEROS
                 MOVE 'SEM REGRA CAMBIO SPREAD EM REGRASGL.dat - NADA '
                   &  'FOI LANCADO'    TO WRK-SITUACAO-LANC
                 EXIT SECTION
              END-IF
           END-IF

           OPEN EXTEND ARQ-LIVRO

           IF WRK-IOF-CENTS GREATER ZEROS
              MOVE 'IOF'               TO WRK-FATO-EVENTO
              MOVE WRK-IOF-CENTS       TO WRK-FATO-CENTS
              MOVE SPACES              TO WRK-FATO-HISTORICO
              STRING 'IOF CAMBIO ' WRK-COMP-MES '/' WRK-COMP-ANO
                     DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
              END-STRING
              PERFORM 0009-PROCURAR-REGRA
              PERFORM 0009A-GRAVAR-PARTIDAS
           END-IF

           IF WRK-SPREAD-CENTS GREATER ZEROS
              MOVE 'SPREAD'            TO WRK-FATO-EVENTO
              MOVE WRK-SPREAD-CENTS    TO WRK-FATO-CENTS
              MOVE SPACES              TO WRK-FATO-HISTORICO
              STRING 'SPREAD CAMBIO ' WRK-COMP-MES '/' WRK-COMP-ANO
                     DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
              END-STRING
              PERFORM 0009-PROCURAR-REGRA
              PERFORM 0009A-GRAVAR-PARTIDAS
           END-IF

           CLOSE ARQ-LIVRO

           OPEN EXTEND ARQ-CTL
           MOVE SPACES                 TO FD-LIN-CTL
           STRING WRK-COMPETENCIA      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DATA-LANCAR      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-IOF-CENTS        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-SPREAD-CENTS     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-CTL
           END-STRING
           WRITE FD-LIN-CTL
           CLOSE ARQ-CTL

           MOVE SPACES                 TO WRK-SITUACAO-LANC
           STRING 'IOF E SPREAD LANCADOS EM LANCAGL.dat COM DATA '
                  WRK-DATA-LANCAR(7:2) '/' WRK-DATA-LANCAR(5:2) '/'
                  WRK-DATA-LANCAR(1:4)
                  DELIMITED BY SIZE INTO WRK-SITUACAO-LANC
           END-STRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROCURAR A REGRA ORIGEM 'CAMBIO' + WRK-FATO-EVENTO
      *----------------------------------------------------------------*
       0009-PROCURAR-REGRA             SECTION.
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
              DISPLAY '* SEM REGRA: CAMBIO ' WRK-FATO-EVENTO
                      ' - CADASTRE EM REGRASGL.dat. NADA LANCADO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DO FATO PELA REGRA ACHADA
      *----------------------------------------------------------------*
       0009A-GRAVAR-PARTIDAS           SECTION.
      *----------------------------------------------------------------*

      *    CENTRO DE CUSTO: O PADRAO DA REGRA, SENAO 'GERAL'
           IF TAB-REG-CC(WRK-REGRA-ACHADA) NOT EQUAL SPACES
              MOVE TAB-REG-CC(WRK-REGRA-ACHADA) TO WRK-CC-EFETIVO
           ELSE
              MOVE 'GERAL'             TO WRK-CC-EFETIVO
           END-IF

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-DATA-LANCAR      DELIMITED BY SIZE
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
           STRING WRK-DATA-LANCAR      DELIMITED BY SIZE
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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009A-end
       0009A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O RELATORIO IOFMES.txt
      *----------------------------------------------------------------*
       0010-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* PROG029C - RESUMO MENSAL DO IOF SOBRE CAMBIO - '
                  'COMPETENCIA ' WRK-COMP-MES '/' WRK-COMP-ANO
                  ' - EMITIDO EM ' WRK-HOJE-AAAAMMDD(7:2) '/'
                  WRK-HOJE-AAAAMMDD(5:2) '/' WRK-HOJE-AAAAMMDD(1:4)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0012-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0012-EMITIR-LINHA

           MOVE 'IOF COBRADO POR TIPO DE OPERACAO'
                                       TO WRK-LINHA-REL
           PERFORM 0012-EMITIR-LINHA
           MOVE 'TP DESCRICAO'         TO WRK-LINHA-REL(1:12)
           MOVE 'SENTIDO'              TO WRK-LINHA-REL(35:7)
           MOVE 'QTDE'                 TO WRK-LINHA-REL(57:4)
           MOVE 'BASE DE CALCULO R$'   TO WRK-LINHA-REL(63:18)
           MOVE 'IOF COBRADO R$'       TO WRK-LINHA-REL(87:14)
           PERFORM 0012-EMITIR-LINHA
           MOVE ALL '-'                TO WRK-LINHA-REL(1:100)
           PERFORM 0012-EMITIR-LINHA

           MOVE ZEROS                  TO WRK-TOT-QTDE
                                          WRK-TOT-BASE

           PERFORM VARYING WRK-IND-TIPO FROM 1 BY 1 UNTIL
                      WRK-IND-TIPO > WRK-QTDE-TIPO
              IF TAB-TIP-QTDE-VENDA(WRK-IND-TIPO) GREATER ZEROS
                 MOVE 'VENDA AO CLIENTE'  TO WRK-SENTIDO-DESC
                 MOVE TAB-TIP-QTDE-VENDA(WRK-IND-TIPO)
                                       TO WRK-CALC-QTDE
                 MOVE TAB-TIP-BASE-VENDA(WRK-IND-TIPO)
                                       TO WRK-CALC-BASE
                 MOVE TAB-TIP-IOF-VENDA(WRK-IND-TIPO)
                                       TO WRK-CALC-IOF
                 PERFORM 0011-MONTAR-LINHA-TIPO
              END-IF
              IF TAB-TIP-QTDE-COMPRA(WRK-IND-TIPO) GREATER ZEROS
                 MOVE 'COMPRA DO CLIENTE' TO WRK-SENTIDO-DESC
                 MOVE TAB-TIP-QTDE-COMPRA(WRK-IND-TIPO)
                                       TO WRK-CALC-QTDE
                 MOVE TAB-TIP-BASE-COMPRA(WRK-IND-TIPO)
                                       TO WRK-CALC-BASE
                 MOVE TAB-TIP-IOF-COMPRA(WRK-IND-TIPO)
                                       TO WRK-CALC-IOF
                 PERFORM 0011-MONTAR-LINHA-TIPO
              END-IF
           END-PERFORM

           MOVE ALL '-'                TO WRK-LINHA-REL(1:100)
           PERFORM 0012-EMITIR-LINHA
           MOVE WRK-TOT-QTDE           TO WRK-QTDE-EDIT
           MOVE WRK-TOT-BASE           TO WRK-VALOR-EDIT
           MOVE WRK-TOT-IOF            TO WRK-IOF-EDIT
           MOVE 'TOTAL - IOF A RECOLHER NA COMPETENCIA'
                                       TO WRK-LINHA-REL(1:50)
           MOVE WRK-QTDE-EDIT          TO WRK-LINHA-REL(54:7)
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(63:18)
           MOVE WRK-IOF-EDIT           TO WRK-LINHA-REL(83:18)
           PERFORM 0012-EMITIR-LINHA

           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0012-EMITIR-LINHA
           MOVE 'VOLUME E RECEITA DE SPREAD POR MOEDA'
                                       TO WRK-LINHA-REL
           PERFORM 0012-EMITIR-LINHA
           MOVE 'MOEDA'                TO WRK-LINHA-REL(1:5)
           MOVE 'VENDAS'               TO WRK-LINHA-REL(12:6)
           MOVE 'VALOR VENDIDO'        TO WRK-LINHA-REL(20:13)
           MOVE 'COMPRAS'              TO WRK-LINHA-REL(34:7)
           MOVE 'VALOR COMPRADO'       TO WRK-LINHA-REL(45:14)
           MOVE 'RECEITA SPREAD R$'    TO WRK-LINHA-REL(65:17)
           PERFORM 0012-EMITIR-LINHA
           MOVE ALL '-'                TO WRK-LINHA-REL(1:100)
           PERFORM 0012-EMITIR-LINHA

           PERFORM VARYING WRK-IND-MOE FROM 1 BY 1 UNTIL
                      WRK-IND-MOE > 3
              MOVE SPACES              TO WRK-LINHA-REL
              MOVE TAB-MOE-NOME(WRK-IND-MOE) TO WRK-LINHA-REL(1:10)
              MOVE TAB-MOE-QTDE-VENDA(WRK-IND-MOE) TO WRK-QTDE-EDIT
              MOVE WRK-QTDE-EDIT       TO WRK-LINHA-REL(11:7)
              MOVE TAB-MOE-VALOR-VENDA(WRK-IND-MOE) TO WRK-VALOR-EDIT
              MOVE WRK-VALOR-EDIT(5:14) TO WRK-LINHA-REL(19:14)
              MOVE TAB-MOE-QTDE-COMPRA(WRK-IND-MOE) TO WRK-QTDE-EDIT
              MOVE WRK-QTDE-EDIT       TO WRK-LINHA-REL(34:7)
              MOVE TAB-MOE-VALOR-COMPRA(WRK-IND-MOE) TO WRK-VALOR-EDIT
              MOVE WRK-VALOR-EDIT(5:14) TO WRK-LINHA-REL(45:14)
              MOVE TAB-MOE-SPREAD(WRK-IND-MOE) TO WRK-SPREAD-EDIT
              MOVE WRK-SPREAD-EDIT     TO WRK-LINHA-REL(64:19)
              PERFORM 0012-EMITIR-LINHA
           END-PERFORM

           MOVE ALL '-'                TO WRK-LINHA-REL(1:100)
           PERFORM 0012-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE 'TOTAL'                TO WRK-LINHA-REL(1:10)
           MOVE WRK-TOT-SPREAD         TO WRK-SPREAD-EDIT
           MOVE WRK-SPREAD-EDIT        TO WRK-LINHA-REL(64:19)
           PERFORM 0012-EMITIR-LINHA

           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0012-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING 'LANCAMENTO CONTABIL: ' WRK-SITUACAO-LANC
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0012-EMITIR-LINHA

           IF WRK-QTDE-SEM-IOF GREATER ZEROS
              MOVE WRK-QTDE-SEM-IOF    TO WRK-QTDE-EDIT
              MOVE SPACES              TO WRK-LINHA-REL
              STRING 'OPERACOES SEM SPREAD/IOF (GRAVADAS ANTES DO '
                     'TIPO DE OPERACAO), FORA DOS TOTAIS: '
                     WRK-QTDE-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0012-EMITIR-LINHA
           END-IF

           IF WRK-QTDE-INVALIDAS GREATER ZEROS
              MOVE WRK-QTDE-INVALIDAS  TO WRK-QTDE-EDIT
              MOVE SPACES              TO WRK-LINHA-REL
              STRING 'LINHAS INVALIDAS IGNORADAS: ' WRK-QTDE-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0012-EMITIR-LINHA
           END-IF

           CLOSE ARQ-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR UMA LINHA DE TIPO/SENTIDO A PARTIR DOS WRK-CALC-*
      *----------------------------------------------------------------*
       0011-MONTAR-LINHA-TIPO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CALC-QTDE          TO WRK-QTDE-EDIT
           MOVE WRK-CALC-BASE          TO WRK-VALOR-EDIT
           MOVE WRK-CALC-IOF           TO WRK-IOF-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING TAB-TIP-CODIGO(WRK-IND-TIPO) '  '
                  TAB-TIP-DESCRICAO(WRK-IND-TIPO) ' '
                  WRK-SENTIDO-DESC ' '
                  WRK-QTDE-EDIT '  ' WRK-VALOR-EDIT '  '
                  WRK-IOF-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0012-EMITIR-LINHA

           ADD WRK-CALC-QTDE           TO WRK-TOT-QTDE
           ADD WRK-CALC-BASE           TO WRK-TOT-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA E LIMPA-LA
      *----------------------------------------------------------------*
       0012-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           WRITE FD-LIN-RELATORIO      FROM WRK-LINHA-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
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
