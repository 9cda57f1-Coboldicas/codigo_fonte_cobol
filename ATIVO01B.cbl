      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO. PARA A
      *              COMPETENCIA INFORMADA (AAAAMM, 0 = MES CORRENTE),
      *              CALCULA A DEPRECIACAO LINEAR DE CADA ATIVO EM USO
      *              DE ATIVOS.dat (CADASTRO DO ATIVO01A): CUSTO
      *              DIVIDIDO PELA VIDA UTIL EM MESES, A PARTIR DO MES
      *              SEGUINTE AO DA AQUISICAO, SEM PASSAR DO CUSTO (O
      *              ULTIMO MES DA VIDA UTIL LEVA O RESIDUO DO
      *              ARREDONDAMENTO). LANCA EM LANCAGL.dat PELA REGRA
      *              ATIVO|DEPREC-<CLASSE> DE REGRASGL.dat UM PAR
      *              DEBITO/CREDITO POR CLASSE E CENTRO DE CUSTO DO
      *              ATIVO, DATADO DO ULTIMO DIA DA COMPETENCIA.
      *              CLASSE SEM REGRA NAO E DEPRECIADA (FICA APONTADA
      *              NO RELATORIO DEPREC.txt).
      *              COMPETENCIA FECHADA NO GLPER01B (GLPERIOD.dat) OU
      *              JA DEPRECIADA (ATIVCTL.dat) E RECUSADA - A MESMA
      *              COMPETENCIA NAO E DEPRECIADA DUAS VEZES. CADA
      *              ATIVO GUARDA TAMBEM A ULTIMA COMPETENCIA
      *              DEPRECIADA: AS COMPETENCIAS DEVEM SER
      *              PROCESSADAS EM ORDEM.
      * NOME.......: ATIVO01B
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LANCAMENTO EM LANCAGL.dat LEVA A
      *              FILIAL DESTA INSTALACAO (FILIAL1B) NO CAMPO APOS O
      *              CENTRO DE CUSTO; LINHA DO LIVRO COM 120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVO01B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ATIVOS ASSIGN TO 'ATIVOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CTL ASSIGN TO 'ATIVCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REL ASSIGN TO 'DEPREC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ATIVOS.
       01  FD-LIN-ATIVO                   PIC X(160).

       FD  ARQ-CTL.
       01  FD-LIN-CTL                     PIC X(010).

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
       01  WRK-ANO-NUM                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-NUM                    PIC 9(02) VALUE ZEROS.
       01  WRK-DIAS-NO-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-JA-DEPRECIADA              PIC X(01) VALUE 'N'.

      *--- Ativos (ATIVOS.dat - MESMO LAYOUT DO ATIVO01A)
       01  WRK-MAX-TAB-ATV                PIC 9(03) VALUE 300.
       01  WRK-QTDE-ATV                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ATV                    PIC 9(03) VALUE ZEROS.
       01  TAB-ATIVOS.
           05  TAB-ATV-LINHA OCCURS 300 TIMES.
               10  TAB-ATV-PLAQUETA       PIC X(10) VALUE SPACES.
               10  TAB-ATV-DESCRICAO      PIC X(30) VALUE SPACES.
               10  TAB-ATV-DATA-AQUIS     PIC 9(08) VALUE ZEROS.
               10  TAB-ATV-CUSTO          PIC 9(13) VALUE ZEROS.
               10  TAB-ATV-CLASSE         PIC X(04) VALUE SPACES.
               10  TAB-ATV-VIDA-MESES     PIC 9(03) VALUE ZEROS.
               10  TAB-ATV-CC             PIC X(10) VALUE SPACES.
               10  TAB-ATV-LOCAL          PIC X(10) VALUE SPACES.
               10  TAB-ATV-DEPR-ACUM      PIC 9(13) VALUE ZEROS.
               10  TAB-ATV-ULT-COMP       PIC 9(06) VALUE ZEROS.
               10  TAB-ATV-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-ATV-DATA-BAIXA     PIC 9(08) VALUE ZEROS.
               10  TAB-ATV-VALOR-VENDA    PIC 9(13) VALUE ZEROS.
      *        QUOTA DA COMPETENCIA (SO EM MEMORIA)
               10  TAB-ATV-QUOTA          PIC 9(13) VALUE ZEROS.
               10  TAB-ATV-REGRA          PIC 9(02) VALUE ZEROS.

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
       01  WRK-REGRA-ACHADA               PIC 9(02) VALUE ZEROS.
       01  WRK-EVENTO-BUSCA               PIC X(14) VALUE SPACES.

      *--- Depreciacao acumulada por classe e centro de custo
       01  WRK-MAX-TAB-GRP                PIC 9(02) VALUE 50.
       01  WRK-QTDE-GRP                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-GRP                    PIC 9(02) VALUE ZEROS.
       01  WRK-GRP-ACHADO                 PIC 9(02) VALUE ZEROS.
       01  TAB-GRUPOS.
           05  TAB-GRP-LINHA OCCURS 50 TIMES.
               10  TAB-GRP-REGRA          PIC 9(02) VALUE ZEROS.
               10  TAB-GRP-CLASSE         PIC X(04) VALUE SPACES.
               10  TAB-GRP-CC             PIC X(10) VALUE SPACES.
               10  TAB-GRP-CENTS          PIC 9(13) VALUE ZEROS.

      *--- Calculo da quota
       01  WRK-MESES-DECORRIDOS           PIC S9(05) VALUE ZEROS.
       01  WRK-ANO-AQUIS                  PIC 9(04) VALUE ZEROS.
       01  WRK-MES-AQUIS                  PIC 9(02) VALUE ZEROS.
       01  WRK-QUOTA                      PIC 9(13) VALUE ZEROS.
       01  WRK-RESIDUO                    PIC 9(13) VALUE ZEROS.
       01  WRK-TOT-DEPREC                 PIC 9(15) VALUE ZEROS.
       01  WRK-QTDE-DEPRECIADOS           PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SEM-REGRA             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-TOTALMENTE            PIC 9(05) VALUE ZEROS.

       01  WRK-CUSTO-ED                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-QUOTA-ED                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-ACUM-ED                    PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-CONTABIL-ED                PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-SITUACAO-REL               PIC X(22) VALUE SPACES.
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
           PERFORM 0003-VERIFICAR-JA-DEPRECIADA

           IF WRK-JA-DEPRECIADA EQUAL 'S'
              DISPLAY '* ATIVO01B: A COMPETENCIA ' WRK-COMPETENCIA
                      ' JA FOI DEPRECIADA (ATIVCTL.dat)'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-VERIFICAR-PERIODO
           PERFORM 0005-CARREGAR-ATIVOS
           PERFORM 0006-CARREGAR-REGRAS

           OPEN OUTPUT ARQ-REL
           PERFORM 0007-CALCULAR-DEPRECIACAO
           PERFORM 0008-LANCAR-DEPRECIACAO
           CLOSE ARQ-REL

           PERFORM 0009-REGRAVAR-ATIVOS
           PERFORM 0010-REGISTRAR-COMPETENCIA

           COMPUTE WRK-QUOTA-ED = WRK-TOT-DEPREC / 100
           DISPLAY '*=========================================*'
           DISPLAY '* ATIVO01B - DEPRECIACAO ' WRK-COMPETENCIA
           DISPLAY '* ATIVOS DEPRECIADOS..: ' WRK-QTDE-DEPRECIADOS
           DISPLAY '* CLASSE SEM REGRA....: ' WRK-QTDE-SEM-REGRA
           DISPLAY '* TOTALMENTE DEPREC...: ' WRK-QTDE-TOTALMENTE
           DISPLAY '* DEPRECIACAO DO MES..: ' WRK-QUOTA-ED
           DISPLAY '* RELATORIO EM DEPREC.txt                 *'
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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR NO ATIVCTL.dat SE A COMPETENCIA JA FOI DEPRECIADA
      *----------------------------------------------------------------*
       0003-VERIFICAR-JA-DEPRECIADA    SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-JA-DEPRECIADA
                                          WRK-FIM-ARQ
           OPEN INPUT ARQ-CTL
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CTL(1:6) IS NUMERIC AND
                       FUNCTION NUMVAL(FD-LIN-CTL(1:6)) EQUAL
                                          WRK-COMPETENCIA
                       MOVE 'S'        TO WRK-JA-DEPRECIADA
                                          WRK-FIM-ARQ
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
      *    COMPETENCIA FECHADA NO GLPERIOD.dat NAO RECEBE DEPRECIACAO
      *----------------------------------------------------------------*
       0004-VERIFICAR-PERIODO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-COMPETENCIA        TO PER001A-COMPETENCIA
           CALL 'GLPER01B' USING WRK-PER-REGISTRO

           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY '* ATIVO01B: A COMPETENCIA ' WRK-COMPETENCIA
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
      *    CARREGAR OS ATIVOS DE ATIVOS.dat
      *----------------------------------------------------------------*
       0005-CARREGAR-ATIVOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ATV
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ATIVOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ATIVOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-ATV LESS WRK-MAX-TAB-ATV
                       ADD 1           TO WRK-QTDE-ATV
                       UNSTRING FD-LIN-ATIVO DELIMITED BY SEP
                          INTO TAB-ATV-PLAQUETA(WRK-QTDE-ATV)
                               TAB-ATV-DESCRICAO(WRK-QTDE-ATV)
                               TAB-ATV-DATA-AQUIS(WRK-QTDE-ATV)
                               TAB-ATV-CUSTO(WRK-QTDE-ATV)
                               TAB-ATV-CLASSE(WRK-QTDE-ATV)
                               TAB-ATV-VIDA-MESES(WRK-QTDE-ATV)
                               TAB-ATV-CC(WRK-QTDE-ATV)
                               TAB-ATV-LOCAL(WRK-QTDE-ATV)
                               TAB-ATV-DEPR-ACUM(WRK-QTDE-ATV)
                               TAB-ATV-ULT-COMP(WRK-QTDE-ATV)
                               TAB-ATV-SITUACAO(WRK-QTDE-ATV)
                               TAB-ATV-DATA-BAIXA(WRK-QTDE-ATV)
                               TAB-ATV-VALOR-VENDA(WRK-QTDE-ATV)
                       END-UNSTRING
                       MOVE ZEROS      TO TAB-ATV-QUOTA(WRK-QTDE-ATV)
                                          TAB-ATV-REGRA(WRK-QTDE-ATV)
                    ELSE
      *    REGRAVAR ATIVOS.dat SO COM A PARTE CARREGADA PERDERIA
      *    OS ATIVOS EXCEDENTES - ABORTA
                       DISPLAY 'TABELA DE ATIVOS CHEIA! MAXIMO '
                               WRK-MAX-TAB-ATV ' - NADA FOI LANCADO'
                       CLOSE ARQ-ATIVOS
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ATIVOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS REGRAS DE PARTIDA DOBRADA (REGRASGL.dat)
      *----------------------------------------------------------------*
       0006-CARREGAR-REGRAS            SECTION.
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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CALCULAR A QUOTA DE CADA ATIVO E ACUMULAR POR CLASSE E
      *    CENTRO DE CUSTO
      *----------------------------------------------------------------*
       0007-CALCULAR-DEPRECIACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* DEPRECIACAO DO ATIVO IMOBILIZADO - COMPETENCIA '
                  WRK-COMPETENCIA ' - LANCADA EM '
                  WRK-DATA-LANCAMENTO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* PLAQUETA   DESCRICAO            CLAS CENTRO          
      -         '    CUSTO   QUOTA DO MES  DEPREC. ACUM. VALOR CONTABIL 
      -         'SITUACAO'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-ATV FROM 1 BY 1 UNTIL
                      WRK-IND-ATV > WRK-QTDE-ATV
              IF TAB-ATV-SITUACAO(WRK-IND-ATV) EQUAL 'A'
                 PERFORM 0007A-CALCULAR-QUOTA
                 PERFORM 0007B-LISTAR-ATIVO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    QUOTA LINEAR DE UM ATIVO EM USO
      *----------------------------------------------------------------*
       0007A-CALCULAR-QUOTA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-SITUACAO-REL

      *    A DEPRECIACAO COMECA NO MES SEGUINTE AO DA AQUISICAO
           IF TAB-ATV-DATA-AQUIS(WRK-IND-ATV)(1:6) NOT LESS
              WRK-COMPETENCIA
              MOVE 'AINDA NAO DEPRECIA'  TO WRK-SITUACAO-REL
              EXIT SECTION
           END-IF

           IF TAB-ATV-ULT-COMP(WRK-IND-ATV) NOT LESS WRK-COMPETENCIA
              MOVE 'JA DEPRECIADO'     TO WRK-SITUACAO-REL
              EXIT SECTION
           END-IF

           IF TAB-ATV-DEPR-ACUM(WRK-IND-ATV) NOT LESS
              TAB-ATV-CUSTO(WRK-IND-ATV)
              MOVE 'TOTALMENTE DEPREC.' TO WRK-SITUACAO-REL
              ADD 1                    TO WRK-QTDE-TOTALMENTE
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-EVENTO-BUSCA
           STRING 'DEPREC-' TAB-ATV-CLASSE(WRK-IND-ATV)
                  DELIMITED BY SIZE INTO WRK-EVENTO-BUSCA
           END-STRING
           MOVE ZEROS                  TO WRK-REGRA-ACHADA
           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG GREATER WRK-QTDE-REGRAS
              IF FUNCTION TRIM(TAB-REG-ORIGEM(WRK-IND-REG)) EQUAL
                 'ATIVO' AND
                 TAB-REG-EVENTO(WRK-IND-REG) EQUAL WRK-EVENTO-BUSCA
                 MOVE WRK-IND-REG      TO WRK-REGRA-ACHADA
                 MOVE WRK-QTDE-REGRAS  TO WRK-IND-REG
              END-IF
           END-PERFORM
           IF WRK-REGRA-ACHADA EQUAL ZEROS
              MOVE 'SEM REGRA DEPREC-'  TO WRK-SITUACAO-REL
              MOVE TAB-ATV-CLASSE(WRK-IND-ATV)
                                       TO WRK-SITUACAO-REL(18:4)
              ADD 1                    TO WRK-QTDE-SEM-REGRA
              EXIT SECTION
           END-IF

           COMPUTE WRK-QUOTA ROUNDED = TAB-ATV-CUSTO(WRK-IND-ATV) /
                   TAB-ATV-VIDA-MESES(WRK-IND-ATV)
           COMPUTE WRK-RESIDUO = TAB-ATV-CUSTO(WRK-IND-ATV) -
                   TAB-ATV-DEPR-ACUM(WRK-IND-ATV)

      *    MESES DE USO ATE A COMPETENCIA - NO ULTIMO MES DA VIDA
      *    UTIL A QUOTA LEVA TODO O RESIDUO
           MOVE TAB-ATV-DATA-AQUIS(WRK-IND-ATV)(1:4) TO WRK-ANO-AQUIS
           MOVE TAB-ATV-DATA-AQUIS(WRK-IND-ATV)(5:2) TO WRK-MES-AQUIS
           COMPUTE WRK-MESES-DECORRIDOS =
                   (WRK-ANO-NUM * 12 + WRK-MES-NUM) -
                   (WRK-ANO-AQUIS * 12 + WRK-MES-AQUIS)
           IF WRK-QUOTA GREATER WRK-RESIDUO OR
              WRK-MESES-DECORRIDOS NOT LESS
              TAB-ATV-VIDA-MESES(WRK-IND-ATV)
              MOVE WRK-RESIDUO         TO WRK-QUOTA
           END-IF

           MOVE WRK-QUOTA              TO TAB-ATV-QUOTA(WRK-IND-ATV)
           MOVE WRK-REGRA-ACHADA       TO TAB-ATV-REGRA(WRK-IND-ATV)
           ADD 1                       TO WRK-QTDE-DEPRECIADOS
           ADD WRK-QUOTA               TO WRK-TOT-DEPREC

           MOVE ZEROS                  TO WRK-GRP-ACHADO
           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1 UNTIL
                      WRK-IND-GRP GREATER WRK-QTDE-GRP
              IF TAB-GRP-CLASSE(WRK-IND-GRP) EQUAL
                 TAB-ATV-CLASSE(WRK-IND-ATV) AND
                 TAB-GRP-CC(WRK-IND-GRP) EQUAL TAB-ATV-CC(WRK-IND-ATV)
                 MOVE WRK-IND-GRP      TO WRK-GRP-ACHADO
                 MOVE WRK-QTDE-GRP     TO WRK-IND-GRP
              END-IF
           END-PERFORM
           IF WRK-GRP-ACHADO EQUAL ZEROS
              IF WRK-QTDE-GRP NOT LESS WRK-MAX-TAB-GRP
      *    SEM ONDE ACUMULAR, O ATIVO FICA PARA O PROXIMO LOTE
                 MOVE ZEROS            TO TAB-ATV-QUOTA(WRK-IND-ATV)
                 SUBTRACT 1            FROM WRK-QTDE-DEPRECIADOS
                 SUBTRACT WRK-QUOTA    FROM WRK-TOT-DEPREC
                 MOVE 'TAB. GRUPOS CHEIA' TO WRK-SITUACAO-REL
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-GRP
              MOVE WRK-QTDE-GRP        TO WRK-GRP-ACHADO
              MOVE WRK-REGRA-ACHADA    TO TAB-GRP-REGRA(WRK-GRP-ACHADO)
              MOVE TAB-ATV-CLASSE(WRK-IND-ATV)
                                       TO TAB-GRP-CLASSE(WRK-GRP-ACHADO)
              MOVE TAB-ATV-CC(WRK-IND-ATV)
                                       TO TAB-GRP-CC(WRK-GRP-ACHADO)
              MOVE ZEROS               TO TAB-GRP-CENTS(WRK-GRP-ACHADO)
           END-IF
           ADD WRK-QUOTA               TO TAB-GRP-CENTS(WRK-GRP-ACHADO)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007a-end
       0007A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DO ATIVO NO RELATORIO (VALORES JA COM A QUOTA)
      *----------------------------------------------------------------*
       0007B-LISTAR-ATIVO              SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-CUSTO-ED = TAB-ATV-CUSTO(WRK-IND-ATV) / 100
           COMPUTE WRK-QUOTA-ED = TAB-ATV-QUOTA(WRK-IND-ATV) / 100
           COMPUTE WRK-ACUM-ED = (TAB-ATV-DEPR-ACUM(WRK-IND-ATV) +
                   TAB-ATV-QUOTA(WRK-IND-ATV)) / 100
           COMPUTE WRK-CONTABIL-ED = (TAB-ATV-CUSTO(WRK-IND-ATV) -
                   TAB-ATV-DEPR-ACUM(WRK-IND-ATV) -
                   TAB-ATV-QUOTA(WRK-IND-ATV)) / 100

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ' TAB-ATV-PLAQUETA(WRK-IND-ATV)
                  ' ' TAB-ATV-DESCRICAO(WRK-IND-ATV)(1:20)
                  ' ' TAB-ATV-CLASSE(WRK-IND-ATV)
                  ' ' TAB-ATV-CC(WRK-IND-ATV)
                  ' ' WRK-CUSTO-ED
                  ' ' WRK-QUOTA-ED
                  ' ' WRK-ACUM-ED
                  ' ' WRK-CONTABIL-ED
                  ' ' WRK-SITUACAO-REL
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007b-end
       0007B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LANCAR A DEPRECIACAO DO MES NO LIVRO: UM PAR DEBITO/CREDITO
      *    POR CLASSE E CENTRO DE CUSTO (ORIGEM 'ATIVO', EVENTO
      *    'DEPREC-<CLASSE>' - MESMO MECANISMO DO GLPOST1A)
      *----------------------------------------------------------------*
       0008-LANCAR-DEPRECIACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* LANCAMENTOS POR CLASSE E CENTRO DE CUSTO:'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           IF WRK-QTDE-GRP EQUAL ZEROS
              MOVE '*   NADA A LANCAR NA COMPETENCIA' TO FD-LIN-REL
              WRITE FD-LIN-REL
              EXIT SECTION
           END-IF

           OPEN EXTEND ARQ-LIVRO

           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1 UNTIL
                      WRK-IND-GRP GREATER WRK-QTDE-GRP
              MOVE TAB-GRP-REGRA(WRK-IND-GRP) TO WRK-REGRA-ACHADA
              PERFORM 0008A-GRAVAR-PAR-GRUPO

              COMPUTE WRK-QUOTA-ED = TAB-GRP-CENTS(WRK-IND-GRP) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   ' TAB-GRP-CLASSE(WRK-IND-GRP)
                     ' ' TAB-GRP-CC(WRK-IND-GRP)
                     ' D ' TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                     ' C ' TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                     ' ' WRK-QUOTA-ED
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM

           CLOSE ARQ-LIVRO

           COMPUTE WRK-QUOTA-ED = WRK-TOT-DEPREC / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAL DA DEPRECIACAO DO MES: ' WRK-QUOTA-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DE UM GRUPO CLASSE/CENTRO
      *----------------------------------------------------------------*
       0008A-GRAVAR-PAR-GRUPO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-DATA-LANCAMENTO  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'ATIVO'              DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-EVENTO(WRK-REGRA-ACHADA)
                                       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'D'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-GRP-CENTS(WRK-IND-GRP)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'DEPRECIACAO DO MES' DELIMITED BY SIZE
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
                  'ATIVO'              DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-EVENTO(WRK-REGRA-ACHADA)
                                       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-GRP-CENTS(WRK-IND-GRP)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'DEPRECIACAO DO MES' DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-GRP-CC(WRK-IND-GRP)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008a-end
       0008A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ATUALIZAR A DEPRECIACAO ACUMULADA E REGRAVAR ATIVOS.dat
      *----------------------------------------------------------------*
       0009-REGRAVAR-ATIVOS            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-ATIVOS

           PERFORM VARYING WRK-IND-ATV FROM 1 BY 1 UNTIL
                      WRK-IND-ATV > WRK-QTDE-ATV
              IF TAB-ATV-QUOTA(WRK-IND-ATV) GREATER ZEROS
                 ADD TAB-ATV-QUOTA(WRK-IND-ATV)
                                   TO TAB-ATV-DEPR-ACUM(WRK-IND-ATV)
                 MOVE WRK-COMPETENCIA
                                   TO TAB-ATV-ULT-COMP(WRK-IND-ATV)
              END-IF
              MOVE SPACES              TO FD-LIN-ATIVO
              STRING TAB-ATV-PLAQUETA(WRK-IND-ATV)   DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-DESCRICAO(WRK-IND-ATV)  DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-DATA-AQUIS(WRK-IND-ATV) DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-CUSTO(WRK-IND-ATV)      DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-CLASSE(WRK-IND-ATV)     DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-VIDA-MESES(WRK-IND-ATV) DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-CC(WRK-IND-ATV)         DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-LOCAL(WRK-IND-ATV)      DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-DEPR-ACUM(WRK-IND-ATV)  DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-ULT-COMP(WRK-IND-ATV)   DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-SITUACAO(WRK-IND-ATV)   DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-DATA-BAIXA(WRK-IND-ATV) DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     TAB-ATV-VALOR-VENDA(WRK-IND-ATV)
                                                     DELIMITED BY SIZE
                     SEP                             DELIMITED BY SIZE
                     INTO FD-LIN-ATIVO
              END-STRING
              WRITE FD-LIN-ATIVO
           END-PERFORM

           CLOSE ARQ-ATIVOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A COMPETENCIA NO CONTROLE DE DEPRECIACAO
      *----------------------------------------------------------------*
       0010-REGISTRAR-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-CTL
           MOVE SPACES                 TO FD-LIN-CTL
           MOVE WRK-COMPETENCIA        TO FD-LIN-CTL(1:6)
           WRITE FD-LIN-CTL
           CLOSE ARQ-CTL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
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
