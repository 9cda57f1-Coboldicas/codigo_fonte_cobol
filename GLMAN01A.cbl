      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: LANCAMENTO CONTABIL MANUAL (AJUSTE, PROVISAO,
      *              RECLASSIFICACAO). O LANCAMENTO TEM VARIAS LINHAS
      *              (CONTA|D/C|VALOR|CENTRO DE CUSTO) E SO E SALVO
      *              COM DEBITOS = CREDITOS. A CONTA PRECISA EXISTIR
      *              NO PLANOCTA.dat E O CENTRO DE CUSTO PRECISA SER
      *              UM DOS CENTROS DO GLCC01A (OS QUE JA APARECEM NO
      *              LANCAGL.dat OU NO REGRASGL.dat, MAIS 'GERAL').
      *              COMPETENCIA FECHADA NO GLPER01B E RECUSADA.
      *              LANCAMENTO ACIMA DO LIMITE DE GLMPARM.dat (L|
      *              CENTAVOS - PADRAO 10.000,00) FICA RETIDO ('R')
      *              ATE UM SEGUNDO APROVADOR, QUE NAO QUEM LANCOU,
      *              LIBERAR. LANCAMENTO COM ESTORNO AUTOMATICO GRAVA
      *              TAMBEM A REVERSAO NO DIA 1 DO MES SEGUINTE.
      *              MODELOS RECORRENTES (GLMODELO.dat) SAO GERADOS
      *              UMA VEZ POR COMPETENCIA (CONTROLE GLMODCTL.dat).
      *              NO LIVRO: ORIGEM 'MANUAL', EVENTO 'LCTO-NNNNNN'
      *              (REVERSAO 'ESTORNO-NNNNNN').
      *              GLMANCAB.dat: NUMERO|DATA|HISTORICO|ESTORNA S/N|
      *              SITUACAO L/R/X|TOTAL|OPERADOR|APROVADOR|MODELO|
      *              SITUACAO: L = LANCADO  R = RETIDO  X = REPROVADO
      *              GLMANITE.dat: NUMERO|SEQ|CONTA|D/C|VALOR|CC|
      *              GLMODELO.dat: MODELO|DIA|ESTORNA|HISTORICO|CONTA|
      *              D/C|VALOR|CC|  (UMA LINHA POR PARTIDA)
      * NOME.......: GLMAN01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LANCAMENTO EM LANCAGL.dat LEVA A
      *              FILIAL DESTA INSTALACAO (FILIAL1B) NO CAMPO APOS O
      *              CENTRO DE CUSTO; LINHA DO LIVRO COM 120 POSICOES.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAN01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PARM ASSIGN TO 'GLMPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PLANO ASSIGN TO 'PLANOCTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAB ASSIGN TO 'GLMANCAB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITE ASSIGN TO 'GLMANITE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MOD ASSIGN TO 'GLMODELO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MCT ASSIGN TO 'GLMODCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARM.
       01  FD-LIN-PARAM                   PIC X(030).

       FD  ARQ-PLANO.
       01  FD-LIN-PLANO                   PIC X(060).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-CAB.
       01  FD-LIN-CAB                     PIC X(150).

       FD  ARQ-ITE.
       01  FD-LIN-ITE                     PIC X(060).

       FD  ARQ-MOD.
       01  FD-LIN-MOD                     PIC X(100).

       FD  ARQ-MCT.
       01  FD-LIN-MCT                     PIC X(030).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.
       01  WRK-DECISAO                    PIC X(01) VALUE SPACES.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-OPERADOR                   PIC X(20) VALUE SPACES.
       01  WRK-APROVADOR                  PIC X(20) VALUE SPACES.

      *--- Limite de alcada (GLMPARM.dat, L|CENTAVOS)
       01  WRK-LIMITE-CENTS               PIC 9(13) VALUE 1000000.
       01  WRK-PARM-TIPO                  PIC X(01) VALUE SPACES.
       01  WRK-PARM-VALOR                 PIC 9(13) VALUE ZEROS.

      *--- Plano de contas (PLANOCTA.dat)
       01  WRK-MAX-TAB-CTA                PIC 9(03) VALUE 200.
       01  WRK-QTDE-CTA                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CTA                    PIC 9(03) VALUE ZEROS.
       01  WRK-CTA-ACHADA                 PIC 9(03) VALUE ZEROS.
       01  TAB-CONTAS.
           05  TAB-CTA-LINHA OCCURS 200 TIMES.
               10  TAB-CTA-CONTA          PIC X(06) VALUE SPACES.
               10  TAB-CTA-DESC           PIC X(30) VALUE SPACES.
               10  TAB-CTA-TIPO           PIC X(01) VALUE SPACES.

      *--- Centros de custo conhecidos (MESMO CONJUNTO DO GLCC01A)
       01  WRK-MAX-TAB-CC                 PIC 9(02) VALUE 50.
       01  WRK-QTDE-CC                    PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CC                     PIC 9(02) VALUE ZEROS.
       01  WRK-CC-ACHADO                  PIC X(01) VALUE 'N'.
       01  WRK-CC-NOVO                    PIC X(10) VALUE SPACES.
       01  TAB-CENTROS.
           05  TAB-CC-NOME OCCURS 50 TIMES
                                          PIC X(10).

      *--- Lancamentos manuais (GLMANCAB.dat)
       01  WRK-MAX-TAB-CAB                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CAB                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAB                    PIC 9(03) VALUE ZEROS.
       01  WRK-CAB-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-ULTIMO-NUMERO              PIC 9(06) VALUE ZEROS.
       01  TAB-CABECALHOS.
           05  TAB-CAB-LINHA OCCURS 500 TIMES.
               10  TAB-CAB-NUMERO         PIC 9(06) VALUE ZEROS.
               10  TAB-CAB-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-CAB-HISTORICO      PIC X(30) VALUE SPACES.
               10  TAB-CAB-ESTORNA        PIC X(01) VALUE SPACES.
               10  TAB-CAB-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-CAB-TOTAL          PIC 9(13) VALUE ZEROS.
               10  TAB-CAB-OPERADOR       PIC X(20) VALUE SPACES.
               10  TAB-CAB-APROVADOR      PIC X(20) VALUE SPACES.
               10  TAB-CAB-MODELO         PIC X(10) VALUE SPACES.

      *--- Partidas do lancamento em digitacao / aprovacao
       01  WRK-MAX-TAB-LIN                PIC 9(02) VALUE 20.
       01  WRK-QTDE-LIN                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-LIN                    PIC 9(02) VALUE ZEROS.
       01  TAB-PARTIDAS.
           05  TAB-LIN-LINHA OCCURS 20 TIMES.
               10  TAB-LIN-CONTA          PIC X(06) VALUE SPACES.
               10  TAB-LIN-DC             PIC X(01) VALUE SPACES.
               10  TAB-LIN-CENTS          PIC 9(13) VALUE ZEROS.
               10  TAB-LIN-CC             PIC X(10) VALUE SPACES.

      *--- Modelos recorrentes (GLMODELO.dat)
       01  WRK-MAX-TAB-MOD                PIC 9(03) VALUE 200.
       01  WRK-QTDE-MOD                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-MOD                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-MOD2                   PIC 9(03) VALUE ZEROS.
       01  TAB-MODELOS.
           05  TAB-MOD-LINHA OCCURS 200 TIMES.
               10  TAB-MOD-MODELO         PIC X(10) VALUE SPACES.
               10  TAB-MOD-DIA            PIC 9(02) VALUE ZEROS.
               10  TAB-MOD-ESTORNA        PIC X(01) VALUE SPACES.
               10  TAB-MOD-HISTORICO      PIC X(30) VALUE SPACES.
               10  TAB-MOD-CONTA          PIC X(06) VALUE SPACES.
               10  TAB-MOD-DC             PIC X(01) VALUE SPACES.
               10  TAB-MOD-CENTS          PIC 9(13) VALUE ZEROS.
               10  TAB-MOD-CC             PIC X(10) VALUE SPACES.

      *--- Modelos ja gerados por competencia (GLMODCTL.dat)
       01  WRK-MAX-TAB-MCT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-MCT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-MCT                    PIC 9(03) VALUE ZEROS.
       01  WRK-JA-GERADO                  PIC X(01) VALUE 'N'.
       01  TAB-MOD-CONTROLE.
           05  TAB-MCT-LINHA OCCURS 500 TIMES.
               10  TAB-MCT-MODELO         PIC X(10) VALUE SPACES.
               10  TAB-MCT-COMP           PIC 9(06) VALUE ZEROS.

      *--- Lancamento em montagem
       01  WRK-LAN-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WRK-LAN-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-LAN-HISTORICO              PIC X(30) VALUE SPACES.
       01  WRK-LAN-ESTORNA                PIC X(01) VALUE 'N'.
       01  WRK-LAN-MODELO                 PIC X(10) VALUE SPACES.
       01  WRK-LAN-EVENTO                 PIC X(14) VALUE SPACES.
       01  WRK-LAN-DATA-ESTORNO           PIC 9(08) VALUE ZEROS.
       01  WRK-LAN-SALVO                  PIC X(01) VALUE 'N'.
       01  WRK-TOT-DEB                    PIC 9(13) VALUE ZEROS.
       01  WRK-TOT-CRE                    PIC 9(13) VALUE ZEROS.
       01  WRK-PARTIDAS-OK                PIC X(01) VALUE 'N'.
       01  WRK-PERIODOS-OK                PIC X(01) VALUE 'N'.
       01  WRK-FIM-DIGITACAO              PIC X(01) VALUE 'N'.

      *--- Partida digitada
       01  WRK-DIG-CONTA                  PIC X(06) VALUE SPACES.
       01  WRK-DIG-DC                     PIC X(01) VALUE SPACES.
       01  WRK-DIG-CENTS                  PIC 9(13) VALUE ZEROS.
       01  WRK-DIG-CC                     PIC X(10) VALUE SPACES.

      *--- Datas
       01  WRK-DATA-INFORMADA             PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-R REDEFINES WRK-DATA-INFORMADA.
           05  WRK-DATA-ANO               PIC 9(04).
           05  WRK-DATA-MES               PIC 9(02).
           05  WRK-DATA-DIA               PIC 9(02).
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-NUM                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-NUM                    PIC 9(02) VALUE ZEROS.
       01  WRK-DIAS-NO-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-DIA-MODELO                 PIC 9(02) VALUE ZEROS.
       01  WRK-MODELO-BUSCA               PIC X(10) VALUE SPACES.
       01  WRK-MODELO-DIA                 PIC 9(02) VALUE ZEROS.
       01  WRK-MODELO-ESTORNA             PIC X(01) VALUE 'N'.
       01  WRK-MODELO-HIST                PIC X(30) VALUE SPACES.
       01  WRK-QTDE-GERADOS               PIC 9(03) VALUE ZEROS.

      *--- Livro desmontado (para o conjunto de centros de custo)
       01  WRK-LCT-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-LCT-ORIGEM                 PIC X(08) VALUE SPACES.
       01  WRK-LCT-EVENTO                 PIC X(14) VALUE SPACES.
       01  WRK-LCT-CONTA                  PIC X(06) VALUE SPACES.
       01  WRK-LCT-DC                     PIC X(01) VALUE SPACES.
       01  WRK-LCT-CENTS                  PIC X(13) VALUE SPACES.
       01  WRK-LCT-HISTORICO              PIC X(30) VALUE SPACES.
       01  WRK-LCT-CC                     PIC X(10) VALUE SPACES.
       01  WRK-REG-ORIGEM                 PIC X(08) VALUE SPACES.
       01  WRK-REG-EVENTO                 PIC X(14) VALUE SPACES.
       01  WRK-REG-CTA-DEB                PIC X(06) VALUE SPACES.
       01  WRK-REG-CTA-CRE                PIC X(06) VALUE SPACES.

      *--- Linha do livro em gravacao
       01  WRK-GRV-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-GRV-DC                     PIC X(01) VALUE SPACES.
       01  WRK-GRV-HISTORICO              PIC X(30) VALUE SPACES.

       01  WRK-VALOR-ED                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-DEB-ED                     PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-CRE-ED                     PIC ZZZ.ZZZ.ZZZ,99.

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

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'NOME DO OPERADOR: ' WRK-OPERADOR
           ELSE
              DISPLAY 'NOME DO OPERADOR: ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF
           IF WRK-OPERADOR EQUAL SPACES
              DISPLAY 'OPERADOR NAO INFORMADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0003-CARREGAR-PLANO
           PERFORM 0004-CARREGAR-CENTROS
           PERFORM 0005-CARREGAR-CABECALHOS
           PERFORM 0006-CARREGAR-MODELOS
           PERFORM 0007-CARREGAR-CONTROLE-MODELOS
           PERFORM 0010-TELA-MENU
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

           MOVE RETURN-CODE TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

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
      *    CARREGAR O LIMITE DE ALCADA DE GLMPARM.dat (L|CENTAVOS) -
      *    SEM O ARQUIVO VALE 10.000,00
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PARAM(1:1) NOT EQUAL '*' AND
                       FD-LIN-PARAM NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-PARM-TIPO
                       MOVE ZEROS      TO WRK-PARM-VALOR
                       UNSTRING FD-LIN-PARAM DELIMITED BY SEP
                          INTO WRK-PARM-TIPO
                               WRK-PARM-VALOR
                       END-UNSTRING
                       IF WRK-PARM-TIPO EQUAL 'L'
                          MOVE WRK-PARM-VALOR TO WRK-LIMITE-CENTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O PLANO DE CONTAS (PLANOCTA.dat)
      *----------------------------------------------------------------*
       0003-CARREGAR-PLANO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CTA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PLANO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PLANO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PLANO(1:1) NOT EQUAL '*' AND
                       FD-LIN-PLANO NOT EQUAL SPACES AND
                       WRK-QTDE-CTA LESS WRK-MAX-TAB-CTA
                       ADD 1           TO WRK-QTDE-CTA
                       UNSTRING FD-LIN-PLANO DELIMITED BY SEP
                          INTO TAB-CTA-CONTA(WRK-QTDE-CTA)
                               TAB-CTA-DESC(WRK-QTDE-CTA)
                               TAB-CTA-TIPO(WRK-QTDE-CTA)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PLANO
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-CTA EQUAL ZEROS
              DISPLAY 'PLANOCTA.dat VAZIO - NENHUMA CONTA PARA LANCAR'
              PERFORM 9999-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR O CONJUNTO DE CENTROS DE CUSTO DO GLCC01A: 'GERAL',
      *    OS CENTROS DAS REGRAS (REGRASGL.dat) E OS QUE JA APARECEM
      *    NO LIVRO (ULTIMO CAMPO DE LANCAGL.dat)
      *----------------------------------------------------------------*
       0004-CARREGAR-CENTROS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CC
           MOVE 'GERAL'                TO WRK-CC-NOVO
           PERFORM 0041-INCLUIR-CENTRO

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-REGRAS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-REGRAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-REGRA(1:1) NOT EQUAL '*' AND
                       FD-LIN-REGRA NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-CC-NOVO
                       UNSTRING FD-LIN-REGRA DELIMITED BY SEP
                          INTO WRK-REG-ORIGEM
                               WRK-REG-EVENTO
                               WRK-REG-CTA-DEB
                               WRK-REG-CTA-CRE
                               WRK-CC-NOVO
                       END-UNSTRING
                       IF WRK-CC-NOVO NOT EQUAL SPACES
                          PERFORM 0041-INCLUIR-CENTRO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-REGRAS

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-LIVRO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-LIVRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LCT-CC
                    UNSTRING FD-LIN-LIVRO DELIMITED BY SEP
                       INTO WRK-LCT-DATA
                            WRK-LCT-ORIGEM
                            WRK-LCT-EVENTO
                            WRK-LCT-CONTA
                            WRK-LCT-DC
                            WRK-LCT-CENTS
                            WRK-LCT-HISTORICO
                            WRK-LCT-CC
                    END-UNSTRING
                    IF WRK-LCT-CC NOT EQUAL SPACES
                       MOVE WRK-LCT-CC TO WRK-CC-NOVO
                       PERFORM 0041-INCLUIR-CENTRO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-LIVRO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR WRK-CC-NOVO NO CONJUNTO, SE AINDA NAO ESTIVER
      *----------------------------------------------------------------*
       0041-INCLUIR-CENTRO             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CC-NOVO            TO WRK-DIG-CC
           PERFORM 0062-LOCALIZAR-CENTRO
           IF WRK-CC-ACHADO EQUAL 'N' AND
              WRK-QTDE-CC LESS WRK-MAX-TAB-CC
              ADD 1                    TO WRK-QTDE-CC
              MOVE WRK-CC-NOVO         TO TAB-CC-NOME(WRK-QTDE-CC)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS LANCAMENTOS MANUAIS DE GLMANCAB.dat
      *----------------------------------------------------------------*
       0005-CARREGAR-CABECALHOS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAB
                                          WRK-ULTIMO-NUMERO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CAB

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAB
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CAB LESS WRK-MAX-TAB-CAB
                       ADD 1           TO WRK-QTDE-CAB
                       MOVE WRK-QTDE-CAB TO WRK-IND-CAB
                       UNSTRING FD-LIN-CAB DELIMITED BY SEP
                          INTO TAB-CAB-NUMERO(WRK-IND-CAB)
                               TAB-CAB-DATA(WRK-IND-CAB)
                               TAB-CAB-HISTORICO(WRK-IND-CAB)
                               TAB-CAB-ESTORNA(WRK-IND-CAB)
                               TAB-CAB-SITUACAO(WRK-IND-CAB)
                               TAB-CAB-TOTAL(WRK-IND-CAB)
                               TAB-CAB-OPERADOR(WRK-IND-CAB)
                               TAB-CAB-APROVADOR(WRK-IND-CAB)
                               TAB-CAB-MODELO(WRK-IND-CAB)
                       END-UNSTRING
                       IF TAB-CAB-NUMERO(WRK-IND-CAB) GREATER
                          WRK-ULTIMO-NUMERO
                          MOVE TAB-CAB-NUMERO(WRK-IND-CAB)
                                       TO WRK-ULTIMO-NUMERO
                       END-IF
                    ELSE
      *    REGRAVAR GLMANCAB.dat SO COM A PARTE CARREGADA PERDERIA
      *    LANCAMENTOS - ABORTA
                       DISPLAY 'TABELA DE LANCAMENTOS CHEIA! MAXIMO '
                               WRK-MAX-TAB-CAB
                       CLOSE ARQ-CAB
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CAB
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS MODELOS RECORRENTES DE GLMODELO.dat
      *----------------------------------------------------------------*
       0006-CARREGAR-MODELOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MOD
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-MOD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-MOD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-MOD LESS WRK-MAX-TAB-MOD
                       ADD 1           TO WRK-QTDE-MOD
                       MOVE WRK-QTDE-MOD TO WRK-IND-MOD
                       UNSTRING FD-LIN-MOD DELIMITED BY SEP
                          INTO TAB-MOD-MODELO(WRK-IND-MOD)
                               TAB-MOD-DIA(WRK-IND-MOD)
                               TAB-MOD-ESTORNA(WRK-IND-MOD)
                               TAB-MOD-HISTORICO(WRK-IND-MOD)
                               TAB-MOD-CONTA(WRK-IND-MOD)
                               TAB-MOD-DC(WRK-IND-MOD)
                               TAB-MOD-CENTS(WRK-IND-MOD)
                               TAB-MOD-CC(WRK-IND-MOD)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE MODELOS CHEIA! MAXIMO '
                               WRK-MAX-TAB-MOD
                       CLOSE ARQ-MOD
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-MOD
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CONTROLE DE MODELOS GERADOS (MODELO|AAAAMM|)
      *----------------------------------------------------------------*
       0007-CARREGAR-CONTROLE-MODELOS  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MCT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-MCT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-MCT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-MCT LESS WRK-MAX-TAB-MCT
                       ADD 1           TO WRK-QTDE-MCT
                       UNSTRING FD-LIN-MCT DELIMITED BY SEP
                          INTO TAB-MCT-MODELO(WRK-QTDE-MCT)
                               TAB-MCT-COMP(WRK-QTDE-MCT)
                       END-UNSTRING
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-MCT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0010-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=        LANCAMENTO CONTABIL MANUAL      =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - INCLUIR LANCAMENTO                   *'
           DISPLAY '* 2 - APROVAR / REPROVAR LANCAMENTO RETIDO *'
           DISPLAY '* 3 - CADASTRAR MODELO RECORRENTE          *'
           DISPLAY '* 4 - GERAR RECORRENTES DA COMPETENCIA     *'
           DISPLAY '* 5 - LISTAR LANCAMENTOS                   *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0020-INCLUIR-LANCAMENTO
                  PERFORM 0010-TELA-MENU
               WHEN 2
                  PERFORM 0030-DECIDIR-RETIDO
                  PERFORM 0010-TELA-MENU
               WHEN 3
                  PERFORM 0040-CADASTRAR-MODELO
                  PERFORM 0010-TELA-MENU
               WHEN 4
                  PERFORM 0045-GERAR-RECORRENTES
                  PERFORM 0010-TELA-MENU
               WHEN 5
                  PERFORM 0050-LISTAR-LANCAMENTOS
                  PERFORM 0010-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  PERFORM 0010-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM LANCAMENTO MANUAL
      *----------------------------------------------------------------*
       0020-INCLUIR-LANCAMENTO         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0021-DIGITAR-PARTIDAS
           PERFORM 0023-CONFERIR-PARTIDAS
           IF WRK-PARTIDAS-OK NOT EQUAL 'S'
              DISPLAY 'LANCAMENTO NAO SALVO'
              EXIT SECTION
           END-IF

           DISPLAY 'DATA DO LANCAMENTO (AAAAMMDD, 0 = HOJE): '
                   WITH NO ADVANCING
           ACCEPT WRK-DATA-INFORMADA
           IF WRK-DATA-INFORMADA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-INFORMADA
           END-IF
           IF WRK-DATA-MES LESS 1 OR WRK-DATA-MES GREATER 12 OR
              WRK-DATA-DIA LESS 1 OR WRK-DATA-DIA GREATER 31
              DISPLAY 'DATA INVALIDA - LANCAMENTO NAO SALVO'
              EXIT SECTION
           END-IF
           MOVE WRK-DATA-INFORMADA     TO WRK-LAN-DATA

           DISPLAY 'HISTORICO: ' WITH NO ADVANCING
           ACCEPT WRK-LAN-HISTORICO
           IF WRK-LAN-HISTORICO EQUAL SPACES
              DISPLAY 'HISTORICO OBRIGATORIO - LANCAMENTO NAO SALVO'
              EXIT SECTION
           END-IF

           DISPLAY 'ESTORNO AUTOMATICO NO DIA 1 DO MES SEGUINTE '
                   '(S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-LAN-ESTORNA
           IF WRK-LAN-ESTORNA NOT EQUAL 'S'
              MOVE 'N'                 TO WRK-LAN-ESTORNA
           END-IF

           MOVE SPACES                 TO WRK-LAN-MODELO
           PERFORM 0024-SALVAR-LANCAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITAR AS PARTIDAS (CONTA EM BRANCO ENCERRA)
      *----------------------------------------------------------------*
       0021-DIGITAR-PARTIDAS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN
           MOVE 'N'                    TO WRK-FIM-DIGITACAO

           DISPLAY 'PARTIDAS DO LANCAMENTO - CONTA EM BRANCO ENCERRA'
           PERFORM UNTIL WRK-FIM-DIGITACAO EQUAL 'S'
              PERFORM 0022-DIGITAR-UMA-PARTIDA
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITAR E VALIDAR UMA PARTIDA
      *----------------------------------------------------------------*
       0022-DIGITAR-UMA-PARTIDA        SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-LIN NOT LESS WRK-MAX-TAB-LIN
              DISPLAY 'MAXIMO DE ' WRK-MAX-TAB-LIN ' PARTIDAS'
              MOVE 'S'                 TO WRK-FIM-DIGITACAO
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-DIG-CONTA
           DISPLAY 'CONTA: ' WITH NO ADVANCING
           ACCEPT WRK-DIG-CONTA
           IF WRK-DIG-CONTA EQUAL SPACES
              MOVE 'S'                 TO WRK-FIM-DIGITACAO
              EXIT SECTION
           END-IF

           PERFORM 0061-LOCALIZAR-CONTA
           IF WRK-CTA-ACHADA EQUAL ZEROS
              DISPLAY 'CONTA ' WRK-DIG-CONTA ' NAO EXISTE NO '
                      'PLANOCTA.dat - PARTIDA IGNORADA'
              EXIT SECTION
           END-IF
           DISPLAY '   ' TAB-CTA-DESC(WRK-CTA-ACHADA)

           DISPLAY 'D = DEBITO  C = CREDITO: ' WITH NO ADVANCING
           ACCEPT WRK-DIG-DC
           IF WRK-DIG-DC NOT EQUAL 'D' AND WRK-DIG-DC NOT EQUAL 'C'
              DISPLAY 'INFORME D OU C - PARTIDA IGNORADA'
              EXIT SECTION
           END-IF

           DISPLAY 'VALOR EM CENTAVOS: ' WITH NO ADVANCING
           ACCEPT WRK-DIG-CENTS
           IF WRK-DIG-CENTS EQUAL ZEROS
              DISPLAY 'VALOR ZERADO - PARTIDA IGNORADA'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-DIG-CC
           DISPLAY 'CENTRO DE CUSTO (BRANCO = GERAL): '
                   WITH NO ADVANCING
           ACCEPT WRK-DIG-CC
           IF WRK-DIG-CC EQUAL SPACES
              MOVE 'GERAL'             TO WRK-DIG-CC
           END-IF
           PERFORM 0062-LOCALIZAR-CENTRO
           IF WRK-CC-ACHADO EQUAL 'N'
              DISPLAY 'CENTRO DE CUSTO ' WRK-DIG-CC ' DESCONHECIDO '
                      '(GLCC01A) - PARTIDA IGNORADA'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-LIN
           MOVE WRK-DIG-CONTA          TO TAB-LIN-CONTA(WRK-QTDE-LIN)
           MOVE WRK-DIG-DC             TO TAB-LIN-DC(WRK-QTDE-LIN)
           MOVE WRK-DIG-CENTS          TO TAB-LIN-CENTS(WRK-QTDE-LIN)
           MOVE WRK-DIG-CC             TO TAB-LIN-CC(WRK-QTDE-LIN)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR AS PARTIDAS: PELO MENOS DUAS E DEBITOS = CREDITOS
      *----------------------------------------------------------------*
       0023-CONFERIR-PARTIDAS          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PARTIDAS-OK
           MOVE ZEROS                  TO WRK-TOT-DEB
                                          WRK-TOT-CRE

           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                      WRK-IND-LIN GREATER WRK-QTDE-LIN
              IF TAB-LIN-DC(WRK-IND-LIN) EQUAL 'D'
                 ADD TAB-LIN-CENTS(WRK-IND-LIN) TO WRK-TOT-DEB
              ELSE
                 ADD TAB-LIN-CENTS(WRK-IND-LIN) TO WRK-TOT-CRE
              END-IF
           END-PERFORM

           COMPUTE WRK-DEB-ED = WRK-TOT-DEB / 100
           COMPUTE WRK-CRE-ED = WRK-TOT-CRE / 100
           DISPLAY 'TOTAL DEBITOS.: ' WRK-DEB-ED
           DISPLAY 'TOTAL CREDITOS: ' WRK-CRE-ED

           IF WRK-QTDE-LIN LESS 2
              DISPLAY 'SAO NECESSARIAS PELO MENOS DUAS PARTIDAS'
              EXIT SECTION
           END-IF

           IF WRK-TOT-DEB NOT EQUAL WRK-TOT-CRE
              DISPLAY 'DEBITOS DIFERENTES DE CREDITOS'
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-PARTIDAS-OK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALVAR O LANCAMENTO EM MONTAGEM (WRK-LAN-* E PARTIDAS):
      *    ACIMA DO LIMITE FICA RETIDO, SENAO VAI DIRETO AO LIVRO
      *----------------------------------------------------------------*
       0024-SALVAR-LANCAMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-LAN-SALVO

           PERFORM 0025-VERIFICAR-PERIODOS
           IF WRK-PERIODOS-OK NOT EQUAL 'S'
              DISPLAY 'LANCAMENTO NAO SALVO'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CAB NOT LESS WRK-MAX-TAB-CAB
              DISPLAY 'TABELA DE LANCAMENTOS CHEIA! MAXIMO '
                      WRK-MAX-TAB-CAB ' - LANCAMENTO NAO SALVO'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-ULTIMO-NUMERO
           MOVE WRK-ULTIMO-NUMERO      TO WRK-LAN-NUMERO
           ADD 1                       TO WRK-QTDE-CAB
           MOVE WRK-QTDE-CAB           TO WRK-IND-CAB
           MOVE WRK-LAN-NUMERO         TO TAB-CAB-NUMERO(WRK-IND-CAB)
           MOVE WRK-LAN-DATA           TO TAB-CAB-DATA(WRK-IND-CAB)
           MOVE WRK-LAN-HISTORICO     TO TAB-CAB-HISTORICO(WRK-IND-CAB)
           MOVE WRK-LAN-ESTORNA        TO TAB-CAB-ESTORNA(WRK-IND-CAB)
           MOVE WRK-TOT-DEB            TO TAB-CAB-TOTAL(WRK-IND-CAB)
           MOVE WRK-OPERADOR           TO TAB-CAB-OPERADOR(WRK-IND-CAB)
           MOVE SPACES                TO TAB-CAB-APROVADOR(WRK-IND-CAB)
           MOVE WRK-LAN-MODELO         TO TAB-CAB-MODELO(WRK-IND-CAB)

           IF WRK-TOT-DEB GREATER WRK-LIMITE-CENTS
              MOVE 'R'                 TO TAB-CAB-SITUACAO(WRK-IND-CAB)
              COMPUTE WRK-VALOR-ED = WRK-LIMITE-CENTS / 100
              DISPLAY 'LANCAMENTO ' WRK-LAN-NUMERO ' RETIDO - ACIMA '
                      'DO LIMITE DE ' WRK-VALOR-ED
              DISPLAY 'PRECISA DA APROVACAO DE OUTRA PESSOA '
                      '(OPCAO 2)'
           ELSE
              MOVE 'L'                 TO TAB-CAB-SITUACAO(WRK-IND-CAB)
              PERFORM 0026-LANCAR-NO-LIVRO
              DISPLAY 'LANCAMENTO ' WRK-LAN-NUMERO ' GRAVADO NO '
                      'LIVRO'
           END-IF

           PERFORM 0027-GRAVAR-PARTIDAS
           PERFORM 0028-REGRAVAR-CABECALHOS
           MOVE 'S'                    TO WRK-LAN-SALVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0024-end
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A COMPETENCIA DO LANCAMENTO (E A DO ESTORNO, QUANDO HOUVER)
      *    PRECISA ESTAR ABERTA NO GLPER01B
      *----------------------------------------------------------------*
       0025-VERIFICAR-PERIODOS         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PERIODOS-OK

           MOVE WRK-LAN-DATA(1:6)      TO PER001A-COMPETENCIA
           CALL 'GLPER01B' USING WRK-PER-REGISTRO
           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY 'A COMPETENCIA ' PER001A-COMPETENCIA
                      ' ESTA FECHADA (GLPERIOD.dat)'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-LAN-DATA-ESTORNO
           IF WRK-LAN-ESTORNA EQUAL 'S'
              MOVE WRK-LAN-DATA(1:4)   TO WRK-ANO-NUM
              MOVE WRK-LAN-DATA(5:2)   TO WRK-MES-NUM
              IF WRK-MES-NUM EQUAL 12
                 COMPUTE WRK-LAN-DATA-ESTORNO =
                         (WRK-ANO-NUM + 1) * 10000 + 0101
              ELSE
                 COMPUTE WRK-LAN-DATA-ESTORNO =
                         WRK-ANO-NUM * 10000 +
                         (WRK-MES-NUM + 1) * 100 + 01
              END-IF
              MOVE WRK-LAN-DATA-ESTORNO(1:6) TO PER001A-COMPETENCIA
              CALL 'GLPER01B' USING WRK-PER-REGISTRO
              IF PER001A-ABERTO NOT EQUAL 'S'
                 DISPLAY 'A COMPETENCIA DO ESTORNO '
                         PER001A-COMPETENCIA
                         ' ESTA FECHADA (GLPERIOD.dat)'
                 EXIT SECTION
              END-IF
           END-IF

           MOVE 'S'                    TO WRK-PERIODOS-OK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR AS PARTIDAS NO LIVRO E, SE FOR O CASO, A REVERSAO
      *    COM D/C TROCADOS NO DIA 1 DO MES SEGUINTE
      *----------------------------------------------------------------*
       0026-LANCAR-NO-LIVRO            SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-LIVRO

           MOVE SPACES                 TO WRK-LAN-EVENTO
           STRING 'LCTO-' WRK-LAN-NUMERO
                  DELIMITED BY SIZE INTO WRK-LAN-EVENTO
           END-STRING
           MOVE WRK-LAN-DATA           TO WRK-GRV-DATA
           MOVE WRK-LAN-HISTORICO      TO WRK-GRV-HISTORICO
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                      WRK-IND-LIN GREATER WRK-QTDE-LIN
              MOVE TAB-LIN-DC(WRK-IND-LIN) TO WRK-GRV-DC
              PERFORM 0029-GRAVAR-LINHA-LIVRO
           END-PERFORM

           IF WRK-LAN-ESTORNA EQUAL 'S'
              MOVE SPACES              TO WRK-LAN-EVENTO
              STRING 'ESTORNO-' WRK-LAN-NUMERO
                     DELIMITED BY SIZE INTO WRK-LAN-EVENTO
              END-STRING
              MOVE WRK-LAN-DATA-ESTORNO TO WRK-GRV-DATA
              MOVE SPACES              TO WRK-GRV-HISTORICO
              STRING 'ESTORNO ' WRK-LAN-HISTORICO
                     DELIMITED BY SIZE INTO WRK-GRV-HISTORICO
              END-STRING
              PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                         WRK-IND-LIN GREATER WRK-QTDE-LIN
                 IF TAB-LIN-DC(WRK-IND-LIN) EQUAL 'D'
                    MOVE 'C'           TO WRK-GRV-DC
                 ELSE
                    MOVE 'D'           TO WRK-GRV-DC
                 END-IF
                 PERFORM 0029-GRAVAR-LINHA-LIVRO
              END-PERFORM
              DISPLAY 'ESTORNO AUTOMATICO GRAVADO EM '
                      WRK-LAN-DATA-ESTORNO
           END-IF

           CLOSE ARQ-LIVRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026-end
       0026-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR AS PARTIDAS DO LANCAMENTO EM GLMANITE.dat
      *----------------------------------------------------------------*
       0027-GRAVAR-PARTIDAS            SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-ITE

           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                      WRK-IND-LIN GREATER WRK-QTDE-LIN
              MOVE SPACES              TO FD-LIN-ITE
              STRING WRK-LAN-NUMERO             DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     WRK-IND-LIN                DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     TAB-LIN-CONTA(WRK-IND-LIN) DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     TAB-LIN-DC(WRK-IND-LIN)    DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     TAB-LIN-CENTS(WRK-IND-LIN) DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     TAB-LIN-CC(WRK-IND-LIN)    DELIMITED BY SIZE
                     SEP                        DELIMITED BY SIZE
                     INTO FD-LIN-ITE
              END-STRING
              WRITE FD-LIN-ITE
           END-PERFORM

           CLOSE ARQ-ITE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0027-end
       0027-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR GLMANCAB.dat A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0028-REGRAVAR-CABECALHOS        SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CAB

           PERFORM VARYING WRK-IND-CAB FROM 1 BY 1 UNTIL
                      WRK-IND-CAB GREATER WRK-QTDE-CAB
              MOVE SPACES              TO FD-LIN-CAB
              STRING TAB-CAB-NUMERO(WRK-IND-CAB)    DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-DATA(WRK-IND-CAB)      DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-HISTORICO(WRK-IND-CAB) DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-ESTORNA(WRK-IND-CAB)   DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-SITUACAO(WRK-IND-CAB)  DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-TOTAL(WRK-IND-CAB)     DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-OPERADOR(WRK-IND-CAB)  DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-APROVADOR(WRK-IND-CAB) DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-CAB-MODELO(WRK-IND-CAB)    DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     INTO FD-LIN-CAB
              END-STRING
              WRITE FD-LIN-CAB
           END-PERFORM

           CLOSE ARQ-CAB
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0028-end
       0028-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO LIVRO PARA A PARTIDA WRK-IND-LIN
      *    (DATA|ORIGEM|EVENTO|CONTA|D/C|CENTAVOS|HISTORICO|CC|FILIAL|)
      *----------------------------------------------------------------*
       0029-GRAVAR-LINHA-LIVRO         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-GRV-DATA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'MANUAL'             DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LAN-EVENTO       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  TAB-LIN-CONTA(WRK-IND-LIN)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-GRV-DC           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-LIN-CENTS(WRK-IND-LIN)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-GRV-HISTORICO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-LIN-CC(WRK-IND-LIN)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0029-end
       0029-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APROVAR OU REPROVAR UM LANCAMENTO RETIDO. QUEM LANCOU NAO
      *    PODE APROVAR
      *----------------------------------------------------------------*
       0030-DECIDIR-RETIDO             SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* LANCAMENTOS RETIDOS PARA APROVACAO'
           MOVE ZEROS                  TO WRK-CAB-ACHADO
           PERFORM VARYING WRK-IND-CAB FROM 1 BY 1 UNTIL
                      WRK-IND-CAB GREATER WRK-QTDE-CAB
              IF TAB-CAB-SITUACAO(WRK-IND-CAB) EQUAL 'R'
                 MOVE WRK-IND-CAB      TO WRK-CAB-ACHADO
                 COMPUTE WRK-VALOR-ED =
                         TAB-CAB-TOTAL(WRK-IND-CAB) / 100
                 DISPLAY '  ' TAB-CAB-NUMERO(WRK-IND-CAB)
                         ' ' TAB-CAB-DATA(WRK-IND-CAB)
                         ' ' WRK-VALOR-ED
                         ' ' TAB-CAB-HISTORICO(WRK-IND-CAB)
                         ' ' TAB-CAB-OPERADOR(WRK-IND-CAB)
              END-IF
           END-PERFORM
           IF WRK-CAB-ACHADO EQUAL ZEROS
              DISPLAY '  NENHUM LANCAMENTO RETIDO'
              EXIT SECTION
           END-IF

           DISPLAY 'NUMERO DO LANCAMENTO: ' WITH NO ADVANCING
           ACCEPT WRK-LAN-NUMERO
           PERFORM 0063-LOCALIZAR-LANCAMENTO
           IF WRK-CAB-ACHADO EQUAL ZEROS
              DISPLAY 'LANCAMENTO NAO ENCONTRADO'
              EXIT SECTION
           END-IF
           MOVE WRK-CAB-ACHADO         TO WRK-IND-CAB
           IF TAB-CAB-SITUACAO(WRK-IND-CAB) NOT EQUAL 'R'
              DISPLAY 'O LANCAMENTO NAO ESTA RETIDO'
              EXIT SECTION
           END-IF

           MOVE WRK-OPERADOR           TO WRK-APROVADOR
           IF WRK-APROVADOR EQUAL TAB-CAB-OPERADOR(WRK-IND-CAB)
              DISPLAY 'NOME DO APROVADOR: ' WITH NO ADVANCING
              ACCEPT WRK-APROVADOR
           END-IF
           IF WRK-APROVADOR EQUAL SPACES OR
              WRK-APROVADOR EQUAL TAB-CAB-OPERADOR(WRK-IND-CAB)
              DISPLAY 'APROVADOR INVALIDO - QUEM LANCOU NAO PODE '
                      'APROVAR'
              EXIT SECTION
           END-IF

           DISPLAY 'A = APROVAR  X = REPROVAR: ' WITH NO ADVANCING
           ACCEPT WRK-DECISAO

           EVALUATE WRK-DECISAO
              WHEN 'A'
                 MOVE TAB-CAB-DATA(WRK-IND-CAB)      TO WRK-LAN-DATA
                 MOVE TAB-CAB-HISTORICO(WRK-IND-CAB)
                                       TO WRK-LAN-HISTORICO
                 MOVE TAB-CAB-ESTORNA(WRK-IND-CAB)   TO WRK-LAN-ESTORNA
                 PERFORM 0025-VERIFICAR-PERIODOS
                 IF WRK-PERIODOS-OK NOT EQUAL 'S'
                    DISPLAY 'LANCAMENTO CONTINUA RETIDO'
                    EXIT SECTION
                 END-IF
                 PERFORM 0031-CARREGAR-PARTIDAS
                 PERFORM 0026-LANCAR-NO-LIVRO
                 MOVE 'L'              TO TAB-CAB-SITUACAO(WRK-IND-CAB)
                 DISPLAY 'LANCAMENTO APROVADO E GRAVADO NO LIVRO'
              WHEN 'X'
                 MOVE 'X'              TO TAB-CAB-SITUACAO(WRK-IND-CAB)
                 DISPLAY 'LANCAMENTO REPROVADO'
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - NADA ALTERADO'
                 EXIT SECTION
           END-EVALUATE

           MOVE WRK-APROVADOR         TO TAB-CAB-APROVADOR(WRK-IND-CAB)
           PERFORM 0028-REGRAVAR-CABECALHOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR DE GLMANITE.dat AS PARTIDAS DE WRK-LAN-NUMERO
      *----------------------------------------------------------------*
       0031-CARREGAR-PARTIDAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ITE

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ITE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-ITE(1:6) EQUAL WRK-LAN-NUMERO AND
                       WRK-QTDE-LIN LESS WRK-MAX-TAB-LIN
                       ADD 1           TO WRK-QTDE-LIN
                       MOVE WRK-QTDE-LIN TO WRK-IND-LIN
                       UNSTRING FD-LIN-ITE DELIMITED BY SEP
                          INTO WRK-LCT-DATA
                               WRK-LCT-EVENTO
                               TAB-LIN-CONTA(WRK-IND-LIN)
                               TAB-LIN-DC(WRK-IND-LIN)
                               TAB-LIN-CENTS(WRK-IND-LIN)
                               TAB-LIN-CC(WRK-IND-LIN)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ITE
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CADASTRAR (OU SUBSTITUIR) UM MODELO RECORRENTE. MODELO
      *    EXISTENTE DIGITADO SEM PARTIDAS E EXCLUIDO
      *----------------------------------------------------------------*
       0040-CADASTRAR-MODELO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MODELO-BUSCA
           DISPLAY 'NOME DO MODELO: ' WITH NO ADVANCING
           ACCEPT WRK-MODELO-BUSCA
           IF WRK-MODELO-BUSCA EQUAL SPACES
              DISPLAY 'MODELO NAO INFORMADO'
              EXIT SECTION
           END-IF

           DISPLAY 'DIA DO MES PARA O LANCAMENTO (1 A 31): '
                   WITH NO ADVANCING
           ACCEPT WRK-MODELO-DIA
           IF WRK-MODELO-DIA LESS 1 OR WRK-MODELO-DIA GREATER 31
              DISPLAY 'DIA INVALIDO - MODELO NAO SALVO'
              EXIT SECTION
           END-IF

           DISPLAY 'HISTORICO: ' WITH NO ADVANCING
           ACCEPT WRK-MODELO-HIST

           DISPLAY 'ESTORNO AUTOMATICO NO MES SEGUINTE (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-MODELO-ESTORNA
           IF WRK-MODELO-ESTORNA NOT EQUAL 'S'
              MOVE 'N'                 TO WRK-MODELO-ESTORNA
           END-IF

           PERFORM 0021-DIGITAR-PARTIDAS
           IF WRK-QTDE-LIN GREATER ZEROS
              PERFORM 0023-CONFERIR-PARTIDAS
              IF WRK-PARTIDAS-OK NOT EQUAL 'S'
                 DISPLAY 'MODELO NAO SALVO'
                 EXIT SECTION
              END-IF
           END-IF

      *    RETIRA AS LINHAS ANTIGAS DO MODELO
           MOVE ZEROS                  TO WRK-IND-MOD2
           PERFORM VARYING WRK-IND-MOD FROM 1 BY 1 UNTIL
                      WRK-IND-MOD GREATER WRK-QTDE-MOD
              IF TAB-MOD-MODELO(WRK-IND-MOD) NOT EQUAL
                 WRK-MODELO-BUSCA
                 ADD 1                 TO WRK-IND-MOD2
                 MOVE TAB-MOD-LINHA(WRK-IND-MOD)
                                       TO TAB-MOD-LINHA(WRK-IND-MOD2)
              END-IF
           END-PERFORM
           MOVE WRK-IND-MOD2           TO WRK-QTDE-MOD

           IF WRK-QTDE-MOD + WRK-QTDE-LIN GREATER WRK-MAX-TAB-MOD
              DISPLAY 'TABELA DE MODELOS CHEIA! MAXIMO '
                      WRK-MAX-TAB-MOD ' - MODELO NAO SALVO'
              PERFORM 0006-CARREGAR-MODELOS
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                      WRK-IND-LIN GREATER WRK-QTDE-LIN
              ADD 1                    TO WRK-QTDE-MOD
              MOVE WRK-QTDE-MOD        TO WRK-IND-MOD
              MOVE WRK-MODELO-BUSCA    TO TAB-MOD-MODELO(WRK-IND-MOD)
              MOVE WRK-MODELO-DIA      TO TAB-MOD-DIA(WRK-IND-MOD)
              MOVE WRK-MODELO-ESTORNA  TO TAB-MOD-ESTORNA(WRK-IND-MOD)
              MOVE WRK-MODELO-HIST    TO TAB-MOD-HISTORICO(WRK-IND-MOD)
              MOVE TAB-LIN-CONTA(WRK-IND-LIN)
                                       TO TAB-MOD-CONTA(WRK-IND-MOD)
              MOVE TAB-LIN-DC(WRK-IND-LIN)
                                       TO TAB-MOD-DC(WRK-IND-MOD)
              MOVE TAB-LIN-CENTS(WRK-IND-LIN)
                                       TO TAB-MOD-CENTS(WRK-IND-MOD)
              MOVE TAB-LIN-CC(WRK-IND-LIN)
                                       TO TAB-MOD-CC(WRK-IND-MOD)
           END-PERFORM

           PERFORM 0042-REGRAVAR-MODELOS

           IF WRK-QTDE-LIN EQUAL ZEROS
              DISPLAY 'MODELO ' WRK-MODELO-BUSCA ' EXCLUIDO'
           ELSE
              DISPLAY 'MODELO ' WRK-MODELO-BUSCA ' SALVO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR GLMODELO.dat A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0042-REGRAVAR-MODELOS           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-MOD

           PERFORM VARYING WRK-IND-MOD FROM 1 BY 1 UNTIL
                      WRK-IND-MOD GREATER WRK-QTDE-MOD
              MOVE SPACES              TO FD-LIN-MOD
              STRING TAB-MOD-MODELO(WRK-IND-MOD)    DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-DIA(WRK-IND-MOD)       DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-ESTORNA(WRK-IND-MOD)   DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-HISTORICO(WRK-IND-MOD) DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-CONTA(WRK-IND-MOD)     DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-DC(WRK-IND-MOD)        DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-CENTS(WRK-IND-MOD)     DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-MOD-CC(WRK-IND-MOD)        DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     INTO FD-LIN-MOD
              END-STRING
              WRITE FD-LIN-MOD
           END-PERFORM

           CLOSE ARQ-MOD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0042-end
       0042-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR OS LANCAMENTOS DOS MODELOS RECORRENTES PARA UMA
      *    COMPETENCIA - CADA MODELO UMA SO VEZ POR COMPETENCIA
      *----------------------------------------------------------------*
       0045-GERAR-RECORRENTES          SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-MOD EQUAL ZEROS
              DISPLAY 'NENHUM MODELO CADASTRADO'
              EXIT SECTION
           END-IF

           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '
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
                 EXIT SECTION
           END-EVALUATE

           MOVE ZEROS                  TO WRK-QTDE-GERADOS

      *    AS LINHAS DE UM MODELO FICAM JUNTAS NO ARQUIVO: CADA
      *    MODELO E TRATADO NA SUA PRIMEIRA LINHA
           PERFORM VARYING WRK-IND-MOD FROM 1 BY 1 UNTIL
                      WRK-IND-MOD GREATER WRK-QTDE-MOD
              IF WRK-IND-MOD EQUAL 1
                 PERFORM 0046-GERAR-UM-MODELO
              ELSE
                 IF TAB-MOD-MODELO(WRK-IND-MOD) NOT EQUAL
                    TAB-MOD-MODELO(WRK-IND-MOD - 1)
                    PERFORM 0046-GERAR-UM-MODELO
                 END-IF
              END-IF
           END-PERFORM

           DISPLAY 'LANCAMENTOS RECORRENTES GERADOS: '
                   WRK-QTDE-GERADOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0045-end
       0045-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR O LANCAMENTO DO MODELO QUE COMECA EM WRK-IND-MOD
      *----------------------------------------------------------------*
       0046-GERAR-UM-MODELO            SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-MOD-MODELO(WRK-IND-MOD) TO WRK-MODELO-BUSCA

           MOVE 'N'                    TO WRK-JA-GERADO
           PERFORM VARYING WRK-IND-MCT FROM 1 BY 1 UNTIL
                      WRK-IND-MCT GREATER WRK-QTDE-MCT
              IF TAB-MCT-MODELO(WRK-IND-MCT) EQUAL WRK-MODELO-BUSCA
                 AND TAB-MCT-COMP(WRK-IND-MCT) EQUAL WRK-COMPETENCIA
                 MOVE 'S'              TO WRK-JA-GERADO
              END-IF
           END-PERFORM
           IF WRK-JA-GERADO EQUAL 'S'
              DISPLAY 'MODELO ' WRK-MODELO-BUSCA ' JA GERADO EM '
                      WRK-COMPETENCIA
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-LIN
           PERFORM VARYING WRK-IND-MOD2 FROM WRK-IND-MOD BY 1 UNTIL
                      WRK-IND-MOD2 GREATER WRK-QTDE-MOD
              IF TAB-MOD-MODELO(WRK-IND-MOD2) EQUAL WRK-MODELO-BUSCA
                 AND WRK-QTDE-LIN LESS WRK-MAX-TAB-LIN
                 ADD 1                 TO WRK-QTDE-LIN
                 MOVE TAB-MOD-CONTA(WRK-IND-MOD2)
                                       TO TAB-LIN-CONTA(WRK-QTDE-LIN)
                 MOVE TAB-MOD-DC(WRK-IND-MOD2)
                                       TO TAB-LIN-DC(WRK-QTDE-LIN)
                 MOVE TAB-MOD-CENTS(WRK-IND-MOD2)
                                       TO TAB-LIN-CENTS(WRK-QTDE-LIN)
                 MOVE TAB-MOD-CC(WRK-IND-MOD2)
                                       TO TAB-LIN-CC(WRK-QTDE-LIN)
              END-IF
           END-PERFORM

           DISPLAY 'MODELO ' WRK-MODELO-BUSCA
           PERFORM 0023-CONFERIR-PARTIDAS
           IF WRK-PARTIDAS-OK NOT EQUAL 'S'
              DISPLAY 'MODELO ' WRK-MODELO-BUSCA ' NAO GERADO'
              EXIT SECTION
           END-IF

      *    DIA DO MODELO ALEM DO FIM DO MES CAI NO ULTIMO DIA
           MOVE TAB-MOD-DIA(WRK-IND-MOD) TO WRK-DIA-MODELO
           IF WRK-DIA-MODELO GREATER WRK-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES     TO WRK-DIA-MODELO
           END-IF
           COMPUTE WRK-LAN-DATA = WRK-COMPETENCIA * 100 +
                                  WRK-DIA-MODELO
           MOVE TAB-MOD-HISTORICO(WRK-IND-MOD) TO WRK-LAN-HISTORICO
           MOVE TAB-MOD-ESTORNA(WRK-IND-MOD)   TO WRK-LAN-ESTORNA
           MOVE WRK-MODELO-BUSCA       TO WRK-LAN-MODELO

           PERFORM 0024-SALVAR-LANCAMENTO
           IF WRK-LAN-SALVO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-GERADOS
           IF WRK-QTDE-MCT LESS WRK-MAX-TAB-MCT
              ADD 1                    TO WRK-QTDE-MCT
              MOVE WRK-MODELO-BUSCA    TO TAB-MCT-MODELO(WRK-QTDE-MCT)
              MOVE WRK-COMPETENCIA     TO TAB-MCT-COMP(WRK-QTDE-MCT)
           END-IF
           OPEN EXTEND ARQ-MCT
           MOVE SPACES                 TO FD-LIN-MCT
           STRING WRK-MODELO-BUSCA     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-COMPETENCIA      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-MCT
           END-STRING
           WRITE FD-LIN-MCT
           CLOSE ARQ-MCT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0046-end
       0046-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS LANCAMENTOS MANUAIS
      *----------------------------------------------------------------*
       0050-LISTAR-LANCAMENTOS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-CAB EQUAL ZEROS
              DISPLAY '* NENHUM LANCAMENTO MANUAL'
              EXIT SECTION
           END-IF

           DISPLAY '* NUMERO DATA     S E          VALOR HISTORICO'
           PERFORM VARYING WRK-IND-CAB FROM 1 BY 1 UNTIL
                      WRK-IND-CAB GREATER WRK-QTDE-CAB
              COMPUTE WRK-VALOR-ED = TAB-CAB-TOTAL(WRK-IND-CAB) / 100
              DISPLAY '* ' TAB-CAB-NUMERO(WRK-IND-CAB)
                      ' ' TAB-CAB-DATA(WRK-IND-CAB)
                      ' ' TAB-CAB-SITUACAO(WRK-IND-CAB)
                      ' ' TAB-CAB-ESTORNA(WRK-IND-CAB)
                      ' ' WRK-VALOR-ED
                      ' ' TAB-CAB-HISTORICO(WRK-IND-CAB)
                      ' ' TAB-CAB-OPERADOR(WRK-IND-CAB)
                      ' ' TAB-CAB-APROVADOR(WRK-IND-CAB)
           END-PERFORM
           DISPLAY '* S: L = LANCADO  R = RETIDO  X = REPROVADO   '
                   'E: ESTORNO AUTOMATICO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-DIG-CONTA NO PLANO (WRK-CTA-ACHADA = 0 SE NAO)
      *----------------------------------------------------------------*
       0061-LOCALIZAR-CONTA            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CTA-ACHADA
           PERFORM VARYING WRK-IND-CTA FROM 1 BY 1 UNTIL
                      WRK-IND-CTA GREATER WRK-QTDE-CTA
              IF TAB-CTA-CONTA(WRK-IND-CTA) EQUAL WRK-DIG-CONTA
                 MOVE WRK-IND-CTA      TO WRK-CTA-ACHADA
                 MOVE WRK-QTDE-CTA     TO WRK-IND-CTA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-DIG-CC NO CONJUNTO DE CENTROS DE CUSTO
      *----------------------------------------------------------------*
       0062-LOCALIZAR-CENTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CC-ACHADO
           PERFORM VARYING WRK-IND-CC FROM 1 BY 1 UNTIL
                      WRK-IND-CC GREATER WRK-QTDE-CC
              IF TAB-CC-NOME(WRK-IND-CC) EQUAL WRK-DIG-CC
                 MOVE 'S'              TO WRK-CC-ACHADO
                 MOVE WRK-QTDE-CC      TO WRK-IND-CC
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-end
       0062-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O LANCAMENTO WRK-LAN-NUMERO (WRK-CAB-ACHADO = 0
      *    SE NAO EXISTE)
      *----------------------------------------------------------------*
       0063-LOCALIZAR-LANCAMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CAB-ACHADO
           PERFORM VARYING WRK-IND-CAB FROM 1 BY 1 UNTIL
                      WRK-IND-CAB GREATER WRK-QTDE-CAB
              IF TAB-CAB-NUMERO(WRK-IND-CAB) EQUAL WRK-LAN-NUMERO
                 MOVE WRK-IND-CAB      TO WRK-CAB-ACHADO
                 MOVE WRK-QTDE-CAB     TO WRK-IND-CAB
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0063-end
       0063-END.                       EXIT.
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
