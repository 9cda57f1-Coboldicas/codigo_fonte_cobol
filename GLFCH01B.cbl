      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: VERIFICACAO DO FECHAMENTO MENSAL (BOOK FCH001A).
      *              PARA A COMPETENCIA INFORMADA, CONFERE CADA ITEM
      *              DO CHECKLIST GLCHKLST.dat NOS ARQUIVOS DE
      *              CONTROLE E HISTORICO QUE OS PROGRAMAS DO
      *              FECHAMENTO JA GRAVAM, E DEVOLVE VERDE (V) OU
      *              VERMELHO (R) POR ITEM. ITEM VERMELHO COM DISPENSA
      *              REGISTRADA EM GLFCHDSP.dat (PELO GLFCH01A) VOLTA
      *              COMO DISPENSADO (D). A COMPETENCIA SO E LIBERADA
      *              PARA FECHAMENTO (FCH001A-LIBERADO = 'S') COM TODO
      *              ITEM OBRIGATORIO VERDE OU DISPENSADO. CHAMADO
      *              PELO GLFCH01A (PAINEL) E PELO GLPER01A (ANTES DE
      *              FECHAR A COMPETENCIA).
      * NOME.......: GLFCH01B
      *----------------------------------------------------------------*
      * ITENS CONHECIDOS E ONDE CADA UM E CONFERIDO:
      *   GLPOST - TODO DIA DO MES EM GLCTL.dat (GLPOST1A)
      *   PDD    - LINHA DA COMPETENCIA EM PDDHIST.dat (PROG025J)
      *   REAVAL - CABECALHO DE REAVAL.txt COM DATA DE FECHAMENTO NA
      *            COMPETENCIA (PROG029B)
      *   FOLHA  - LANCAMENTO BANCO/FOLHA NO MES EM LANCAGL.dat
      *            (FOLHA02A + GLPOST1A)
      *   TARIFA - LINHA TIPO=TARIFA OU TIPO=JUROS NO MES EM
      *            TXTLOG.dat (TARIFA1A)
      *   DEPREC - COMPETENCIA EM ATIVCTL.dat (ATIVO01B)
      *   CMV    - LANCAMENTO ESTOQUE/CMV NO MES EM LANCAGL.dat
      *            (CUSTO01A)
      *   RECORR - TODO MODELO DE GLMODELO.dat GERADO NA COMPETENCIA
      *            SEGUNDO GLMODCTL.dat (GLMAN01A)
      *   CONCIL - TODA CONTA DE CONCCTL.dat CONCILIADA ATE O ULTIMO
      *            DIA DO MES (CONCBC1A)
      *   CODIGO DESCONHECIDO VOLTA SEMPRE VERMELHO.
      *----------------------------------------------------------------*
      * LAYOUT DE GLCHKLST.dat (PIPE, '*' NA COLUNA 1 = COMENTARIO):
      *   CODIGO|OBRIGATORIO S/N|
      *   SEM O ARQUIVO VALE O CHECKLIST PADRAO: GLPOST, PDD, REAVAL,
      *   FOLHA E TARIFA, TODOS OBRIGATORIOS.
      * LAYOUT DE GLFCHDSP.dat (PIPE):
      *   COMPETENCIA|CODIGO|DATA|RESPONSAVEL|MOTIVO|
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LINHA DE LANCAGL.dat COM 120 POSICOES
      *              (CAMPO DE FILIAL APOS O CENTRO DE CUSTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFCH01B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CHECKLIST ASSIGN TO 'GLCHKLST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DISPENSA ASSIGN TO 'GLFCHDSP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-GLCTL ASSIGN TO 'GLCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PDDHIST ASSIGN TO 'PDDHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REAVAL ASSIGN TO 'REAVAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TXTLOG ASSIGN TO 'TXTLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ATIVCTL ASSIGN TO 'ATIVCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MODELO ASSIGN TO 'GLMODELO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MODCTL ASSIGN TO 'GLMODCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CONCCTL ASSIGN TO 'CONCCTL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHECKLIST.
       01  FD-LIN-CHECKLIST               PIC X(040).

       FD  ARQ-DISPENSA.
       01  FD-LIN-DISPENSA                PIC X(120).

       FD  ARQ-GLCTL.
       01  FD-LIN-GLCTL                   PIC X(010).

       FD  ARQ-PDDHIST.
       01  FD-LIN-PDDHIST                 PIC X(030).

       FD  ARQ-REAVAL.
       01  FD-LIN-REAVAL                  PIC X(132).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-TXTLOG.
       01  FD-LIN-TXTLOG                  PIC X(230).

       FD  ARQ-ATIVCTL.
       01  FD-LIN-ATIVCTL                 PIC X(010).

       FD  ARQ-MODELO.
       01  FD-LIN-MODELO                  PIC X(100).

       FD  ARQ-MODCTL.
       01  FD-LIN-MODCTL                  PIC X(030).

       FD  ARQ-CONCCTL.
       01  FD-LIN-CONCCTL                 PIC X(030).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-ACHOU                      PIC X(01) VALUE 'N'.
       01  WRK-IND-ITEM                   PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-OCORR                 PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-FALTA                 PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-FALTA-EDIT            PIC ZZ9   VALUE ZEROS.
       01  WRK-PRIMEIRA-FALTA             PIC X(10) VALUE SPACES.

      *--- Competencia e calendario
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-ANO                   PIC 9(04) VALUE ZEROS.
       01  WRK-COMP-MES                   PIC 9(02) VALUE ZEROS.
       01  WRK-ULTIMO-DIA                 PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-FIM-MES               PIC 9(08) VALUE ZEROS.
       01  WRK-DIA                        PIC 9(02) VALUE ZEROS.
       01  WRK-DIA-EDIT                   PIC 99    VALUE ZEROS.
       01  TAB-DIAS.
           05  TAB-DIA-LANCADO            PIC X(01) OCCURS 31 TIMES.

      *--- Campos lidos dos arquivos de controle
       01  WRK-LIN-CODIGO                 PIC X(08) VALUE SPACES.
       01  WRK-LIN-OBRIGATORIO            PIC X(01) VALUE SPACES.
       01  WRK-LIN-COMP                   PIC 9(06) VALUE ZEROS.
       01  WRK-LIN-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-LIN-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-LIN-EVENTO                 PIC X(20) VALUE SPACES.
       01  WRK-LIN-RESPONSAVEL            PIC X(20) VALUE SPACES.
       01  WRK-LIN-MOTIVO                 PIC X(60) VALUE SPACES.
       01  WRK-LIN-MODELO                 PIC X(10) VALUE SPACES.
       01  WRK-LIN-CONTA                  PIC X(06) VALUE SPACES.
       01  WRK-LIV-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-LIV-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-LIV-EVENTO                 PIC X(20) VALUE SPACES.

      *--- Modelos recorrentes (GLMODELO) e os ja gerados (GLMODCTL)
       01  WRK-MAX-TAB-MOD                PIC 9(03) VALUE 100.
       01  WRK-QTDE-MOD                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-MOD                    PIC 9(03) VALUE ZEROS.
       01  TAB-MODELOS.
           05  TAB-MOD-ITEM OCCURS 100 TIMES.
               10  TAB-MOD-MODELO         PIC X(10).
               10  TAB-MOD-GERADO         PIC X(01).

       LINKAGE SECTION.
       01  LNK-FCH-REGISTRO.
           COPY FCH001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-FCH-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO FCH001A-LIBERADO
           MOVE ZEROS                  TO FCH001A-QTDE-ITENS
           MOVE ZEROS                  TO FCH001A-QTDE-PENDENTES
           MOVE FCH001A-COMPETENCIA    TO WRK-COMPETENCIA

           PERFORM 0001-CALCULAR-CALENDARIO
           PERFORM 0002-CARREGAR-CHECKLIST

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER FCH001A-QTDE-ITENS
              PERFORM 0004-VERIFICAR-ITEM
           END-PERFORM

           PERFORM 0005-APLICAR-DISPENSAS
           PERFORM 0006-APURAR-LIBERACAO

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ULTIMO DIA DO MES DA COMPETENCIA
      *----------------------------------------------------------------*
       0001-CALCULAR-CALENDARIO        SECTION.
      *----------------------------------------------------------------*

           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-COMP-ANO
                  REMAINDER WRK-COMP-MES

           EVALUATE WRK-COMP-MES
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31               TO WRK-ULTIMO-DIA
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30               TO WRK-ULTIMO-DIA
              WHEN 2
                 IF (FUNCTION MOD(WRK-COMP-ANO, 4) EQUAL ZEROS AND
                     FUNCTION MOD(WRK-COMP-ANO, 100) NOT EQUAL ZEROS)
                    OR FUNCTION MOD(WRK-COMP-ANO, 400) EQUAL ZEROS
                    MOVE 29            TO WRK-ULTIMO-DIA
                 ELSE
                    MOVE 28            TO WRK-ULTIMO-DIA
                 END-IF
              WHEN OTHER
                 MOVE ZEROS            TO WRK-ULTIMO-DIA
           END-EVALUATE

           COMPUTE WRK-DATA-FIM-MES =
                   (WRK-COMPETENCIA * 100) + WRK-ULTIMO-DIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CHECKLIST (OU O PADRAO, SEM GLCHKLST.dat)
      *----------------------------------------------------------------*
       0002-CARREGAR-CHECKLIST         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CHECKLIST

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CHECKLIST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CHECKLIST(1:1) NOT EQUAL '*' AND
                       FD-LIN-CHECKLIST NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-LIN-CODIGO
                       MOVE SPACES     TO WRK-LIN-OBRIGATORIO
                       UNSTRING FD-LIN-CHECKLIST DELIMITED BY SEP
                          INTO WRK-LIN-CODIGO
                               WRK-LIN-OBRIGATORIO
                       END-UNSTRING
                       IF WRK-LIN-OBRIGATORIO NOT EQUAL 'N'
                          MOVE 'S'     TO WRK-LIN-OBRIGATORIO
                       END-IF
                       PERFORM 0003-INCLUIR-ITEM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CHECKLIST

           IF FCH001A-QTDE-ITENS EQUAL ZEROS
              MOVE 'S'                 TO WRK-LIN-OBRIGATORIO
              MOVE 'GLPOST'            TO WRK-LIN-CODIGO
              PERFORM 0003-INCLUIR-ITEM
              MOVE 'PDD'               TO WRK-LIN-CODIGO
              PERFORM 0003-INCLUIR-ITEM
              MOVE 'REAVAL'            TO WRK-LIN-CODIGO
              PERFORM 0003-INCLUIR-ITEM
              MOVE 'FOLHA'             TO WRK-LIN-CODIGO
              PERFORM 0003-INCLUIR-ITEM
              MOVE 'TARIFA'            TO WRK-LIN-CODIGO
              PERFORM 0003-INCLUIR-ITEM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM ITEM NO CHECKLIST DEVOLVIDO
      *----------------------------------------------------------------*
       0003-INCLUIR-ITEM               SECTION.
      *----------------------------------------------------------------*

           IF FCH001A-QTDE-ITENS NOT LESS 20
              EXIT SECTION
           END-IF

           ADD 1                       TO FCH001A-QTDE-ITENS
           MOVE WRK-LIN-CODIGO         TO
                FCH001A-CODIGO(FCH001A-QTDE-ITENS)
           MOVE WRK-LIN-OBRIGATORIO    TO
                FCH001A-OBRIGATORIO(FCH001A-QTDE-ITENS)
           MOVE 'R'                    TO
                FCH001A-SITUACAO(FCH001A-QTDE-ITENS)
           MOVE SPACES                 TO
                FCH001A-DETALHE(FCH001A-QTDE-ITENS)

           EVALUATE WRK-LIN-CODIGO
              WHEN 'GLPOST'
                 MOVE 'LANCAMENTO DIARIO (GLPOST1A)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'PDD'
                 MOVE 'PROVISAO PDD (PROG025J)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'REAVAL'
                 MOVE 'REAVALIACAO CAMBIAL (PROG029B)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'FOLHA'
                 MOVE 'LANCAMENTO DA FOLHA' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'TARIFA'
                 MOVE 'TARIFAS E JUROS (TARIFA1A)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'DEPREC'
                 MOVE 'DEPRECIACAO (ATIVO01B)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'CMV'
                 MOVE 'CMV DO ESTOQUE (CUSTO01A)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'RECORR'
                 MOVE 'LANCAMENTOS RECORRENTES' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN 'CONCIL'
                 MOVE 'CONCILIACAO BANCARIA (CONCBC1A)' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
              WHEN OTHER
                 MOVE 'ITEM DESCONHECIDO' TO
                      FCH001A-DESCRICAO(FCH001A-QTDE-ITENS)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR UM ITEM DO CHECKLIST
      *----------------------------------------------------------------*
       0004-VERIFICAR-ITEM             SECTION.
      *----------------------------------------------------------------*

           IF WRK-ULTIMO-DIA EQUAL ZEROS
              MOVE 'COMPETENCIA INVALIDA' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
              EXIT SECTION
           END-IF

           EVALUATE FCH001A-CODIGO(WRK-IND-ITEM)
              WHEN 'GLPOST'
                 PERFORM 0010-VERIFICAR-GLPOST
              WHEN 'PDD'
                 PERFORM 0011-VERIFICAR-PDD
              WHEN 'REAVAL'
                 PERFORM 0012-VERIFICAR-REAVAL
              WHEN 'FOLHA'
                 MOVE 'BANCO'          TO WRK-LIN-ORIGEM
                 MOVE 'FOLHA'          TO WRK-LIN-EVENTO
                 PERFORM 0013-VERIFICAR-LIVRO
              WHEN 'TARIFA'
                 PERFORM 0014-VERIFICAR-TARIFA
              WHEN 'DEPREC'
                 PERFORM 0015-VERIFICAR-DEPREC
              WHEN 'CMV'
                 MOVE 'ESTOQUE'        TO WRK-LIN-ORIGEM
                 MOVE 'CMV'            TO WRK-LIN-EVENTO
                 PERFORM 0013-VERIFICAR-LIVRO
              WHEN 'RECORR'
                 PERFORM 0016-VERIFICAR-RECORR
              WHEN 'CONCIL'
                 PERFORM 0017-VERIFICAR-CONCIL
              WHEN OTHER
                 MOVE 'CODIGO SEM VERIFICACAO CONHECIDA' TO
                      FCH001A-DETALHE(WRK-IND-ITEM)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DISPENSAS REGISTRADAS PARA A COMPETENCIA: ITEM VERMELHO
      *    DISPENSADO PASSA A 'D' COM O MOTIVO E O RESPONSAVEL
      *----------------------------------------------------------------*
       0005-APLICAR-DISPENSAS          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-DISPENSA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DISPENSA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-LIN-COMP
                    MOVE SPACES        TO WRK-LIN-CODIGO
                    MOVE ZEROS         TO WRK-LIN-DATA
                    MOVE SPACES        TO WRK-LIN-RESPONSAVEL
                    MOVE SPACES        TO WRK-LIN-MOTIVO
                    UNSTRING FD-LIN-DISPENSA DELIMITED BY SEP
                       INTO WRK-LIN-COMP
                            WRK-LIN-CODIGO
                            WRK-LIN-DATA
                            WRK-LIN-RESPONSAVEL
                            WRK-LIN-MOTIVO
                    END-UNSTRING
                    IF WRK-LIN-COMP EQUAL WRK-COMPETENCIA
                       PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                                  WRK-IND-ITEM GREATER
                                  FCH001A-QTDE-ITENS
                          IF FCH001A-CODIGO(WRK-IND-ITEM) EQUAL
                             WRK-LIN-CODIGO AND
                             FCH001A-SITUACAO(WRK-IND-ITEM) NOT EQUAL
                             'V'
                             MOVE 'D'  TO FCH001A-SITUACAO(WRK-IND-ITEM)
                             MOVE SPACES TO
                                  FCH001A-DETALHE(WRK-IND-ITEM)
                             STRING
                                FUNCTION TRIM(WRK-LIN-RESPONSAVEL)
                                ': ' FUNCTION TRIM(WRK-LIN-MOTIVO)
                                DELIMITED BY SIZE
                                INTO FCH001A-DETALHE(WRK-IND-ITEM)
                             END-STRING
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-DISPENSA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERADO SO COM TODO ITEM OBRIGATORIO VERDE OU DISPENSADO
      *----------------------------------------------------------------*
       0006-APURAR-LIBERACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO FCH001A-QTDE-PENDENTES

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER FCH001A-QTDE-ITENS
              IF FCH001A-OBRIGATORIO(WRK-IND-ITEM) EQUAL 'S' AND
                 FCH001A-SITUACAO(WRK-IND-ITEM) EQUAL 'R'
                 ADD 1                 TO FCH001A-QTDE-PENDENTES
              END-IF
           END-PERFORM

           IF FCH001A-QTDE-PENDENTES EQUAL ZEROS AND
              WRK-ULTIMO-DIA NOT EQUAL ZEROS
              MOVE 'S'                 TO FCH001A-LIBERADO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GLPOST - TODO DIA DO MES LANCADO EM GLCTL.dat
      *----------------------------------------------------------------*
       0010-VERIFICAR-GLPOST           SECTION.
      *----------------------------------------------------------------*

           MOVE ALL 'N'                TO TAB-DIAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-GLCTL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-GLCTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-GLCTL(1:8) IS NUMERIC
                       MOVE FD-LIN-GLCTL(1:8) TO WRK-LIN-DATA
                       IF WRK-LIN-DATA(1:6) EQUAL WRK-COMPETENCIA(1:6)
                          MOVE WRK-LIN-DATA(7:2) TO WRK-DIA
                          IF WRK-DIA GREATER ZEROS AND
                             WRK-DIA NOT GREATER WRK-ULTIMO-DIA
                             MOVE 'S'  TO TAB-DIA-LANCADO(WRK-DIA)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-GLCTL

           MOVE ZEROS                  TO WRK-QTDE-FALTA
           MOVE SPACES                 TO WRK-PRIMEIRA-FALTA

           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL
                      WRK-DIA GREATER WRK-ULTIMO-DIA
              IF TAB-DIA-LANCADO(WRK-DIA) NOT EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-FALTA
                 IF WRK-PRIMEIRA-FALTA EQUAL SPACES
                    MOVE WRK-DIA       TO WRK-DIA-EDIT
                    MOVE WRK-DIA-EDIT  TO WRK-PRIMEIRA-FALTA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-FALTA EQUAL ZEROS
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE 'TODOS OS DIAS LANCADOS EM GLCTL' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           ELSE
              MOVE WRK-QTDE-FALTA      TO WRK-QTDE-FALTA-EDIT
              STRING WRK-QTDE-FALTA-EDIT ' DIA(S) SEM LANCAR - 1O: DIA '
                     WRK-PRIMEIRA-FALTA
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PDD - COMPETENCIA REGISTRADA EM PDDHIST.dat
      *----------------------------------------------------------------*
       0011-VERIFICAR-PDD              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PDDHIST

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PDDHIST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-LIN-COMP
                    UNSTRING FD-LIN-PDDHIST DELIMITED BY SEP
                       INTO WRK-LIN-COMP
                    END-UNSTRING
                    IF WRK-LIN-COMP EQUAL WRK-COMPETENCIA
                       MOVE 'S'        TO WRK-ACHOU
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PDDHIST

           IF WRK-ACHOU EQUAL 'S'
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE 'PROVISAO GRAVADA EM PDDHIST' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           ELSE
              MOVE 'COMPETENCIA AUSENTE DE PDDHIST' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REAVAL - ULTIMO REAVAL.txt COM FECHAMENTO NA COMPETENCIA
      *    (CABECALHO: 'PROG029B - REAVALIACAO DE FECHAMENTO EM '
      *    SEGUIDO DA DATA DE FECHAMENTO AAAAMMDD)
      *----------------------------------------------------------------*
       0012-VERIFICAR-REAVAL           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-REAVAL

           OPEN INPUT ARQ-REAVAL
           READ ARQ-REAVAL
              AT END MOVE SPACES       TO FD-LIN-REAVAL
           END-READ
           CLOSE ARQ-REAVAL

           IF FD-LIN-REAVAL(1:40) EQUAL
              'PROG029B - REAVALIACAO DE FECHAMENTO EM ' AND
              FD-LIN-REAVAL(41:6) EQUAL WRK-COMPETENCIA(1:6)
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              STRING 'REAVAL.txt COM FECHAMENTO EM '
                     FD-LIN-REAVAL(41:8)
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           ELSE
              MOVE 'REAVAL.txt NAO E DESTA COMPETENCIA' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FOLHA / CMV - LANCAMENTO ORIGEM/EVENTO NO MES EM LANCAGL.dat
      *----------------------------------------------------------------*
       0013-VERIFICAR-LIVRO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-OCORR
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-LIVRO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-LIVRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-LIVRO(1:8) IS NUMERIC AND
                       FD-LIN-LIVRO(1:6) EQUAL WRK-COMPETENCIA(1:6)
                       MOVE SPACES     TO WRK-LIV-DATA
                       MOVE SPACES     TO WRK-LIV-ORIGEM
                       MOVE SPACES     TO WRK-LIV-EVENTO
                       UNSTRING FD-LIN-LIVRO DELIMITED BY SEP
                          INTO WRK-LIV-DATA
                               WRK-LIV-ORIGEM
                               WRK-LIV-EVENTO
                       END-UNSTRING
                       IF WRK-LIV-ORIGEM EQUAL WRK-LIN-ORIGEM AND
                          WRK-LIV-EVENTO EQUAL WRK-LIN-EVENTO
                          ADD 1        TO WRK-QTDE-OCORR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-LIVRO

           IF WRK-QTDE-OCORR GREATER ZEROS
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE WRK-QTDE-OCORR      TO WRK-QTDE-FALTA-EDIT
              STRING WRK-QTDE-FALTA-EDIT ' PARTIDA(S) '
                     FUNCTION TRIM(WRK-LIN-ORIGEM) '/'
                     FUNCTION TRIM(WRK-LIN-EVENTO) ' EM LANCAGL'
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           ELSE
              STRING 'NENHUM LANCAMENTO '
                     FUNCTION TRIM(WRK-LIN-ORIGEM) '/'
                     FUNCTION TRIM(WRK-LIN-EVENTO) ' NO MES'
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TARIFA - LINHA TIPO=TARIFA OU TIPO=JUROS NO MES EM TXTLOG
      *----------------------------------------------------------------*
       0014-VERIFICAR-TARIFA           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-OCORR
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-TXTLOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TXTLOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TXTLOG(1:8) IS NUMERIC AND
                       FD-LIN-TXTLOG(1:6) EQUAL WRK-COMPETENCIA(1:6)
                       INSPECT FD-LIN-TXTLOG TALLYING WRK-QTDE-OCORR
                          FOR ALL 'TIPO=TARIFA'
                              ALL 'TIPO=JUROS'
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-TXTLOG

           IF WRK-QTDE-OCORR GREATER ZEROS
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE WRK-QTDE-OCORR      TO WRK-QTDE-FALTA-EDIT
              STRING WRK-QTDE-FALTA-EDIT
                     ' LINHA(S) TARIFA/JUROS EM TXTLOG'
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           ELSE
              MOVE 'NENHUMA TARIFA/JUROS NO MES EM TXTLOG' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEPREC - COMPETENCIA REGISTRADA EM ATIVCTL.dat
      *----------------------------------------------------------------*
       0015-VERIFICAR-DEPREC           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ATIVCTL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ATIVCTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-ATIVCTL(1:6) EQUAL WRK-COMPETENCIA(1:6)
                       MOVE 'S'        TO WRK-ACHOU
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ATIVCTL

           IF WRK-ACHOU EQUAL 'S'
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE 'DEPRECIACAO REGISTRADA EM ATIVCTL' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           ELSE
              MOVE 'COMPETENCIA AUSENTE DE ATIVCTL' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECORR - TODO MODELO DE GLMODELO.dat GERADO NA COMPETENCIA
      *----------------------------------------------------------------*
       0016-VERIFICAR-RECORR           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MOD
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-MODELO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-MODELO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-MODELO
                    UNSTRING FD-LIN-MODELO DELIMITED BY SEP
                       INTO WRK-LIN-MODELO
                    END-UNSTRING
                    MOVE 'N'           TO WRK-ACHOU
                    PERFORM VARYING WRK-IND-MOD FROM 1 BY 1 UNTIL
                               WRK-IND-MOD GREATER WRK-QTDE-MOD
                       IF TAB-MOD-MODELO(WRK-IND-MOD) EQUAL
                          WRK-LIN-MODELO
                          MOVE 'S'     TO WRK-ACHOU
                       END-IF
                    END-PERFORM
                    IF WRK-ACHOU EQUAL 'N' AND
                       WRK-LIN-MODELO NOT EQUAL SPACES AND
                       WRK-QTDE-MOD LESS WRK-MAX-TAB-MOD
                       ADD 1           TO WRK-QTDE-MOD
                       MOVE WRK-LIN-MODELO TO
                            TAB-MOD-MODELO(WRK-QTDE-MOD)
                       MOVE 'N'        TO TAB-MOD-GERADO(WRK-QTDE-MOD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-MODELO

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-MODCTL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-MODCTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-MODELO
                    MOVE ZEROS         TO WRK-LIN-COMP
                    UNSTRING FD-LIN-MODCTL DELIMITED BY SEP
                       INTO WRK-LIN-MODELO
                            WRK-LIN-COMP
                    END-UNSTRING
                    IF WRK-LIN-COMP EQUAL WRK-COMPETENCIA
                       PERFORM VARYING WRK-IND-MOD FROM 1 BY 1 UNTIL
                                  WRK-IND-MOD GREATER WRK-QTDE-MOD
                          IF TAB-MOD-MODELO(WRK-IND-MOD) EQUAL
                             WRK-LIN-MODELO
                             MOVE 'S'  TO TAB-MOD-GERADO(WRK-IND-MOD)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-MODCTL

           MOVE ZEROS                  TO WRK-QTDE-FALTA
           MOVE SPACES                 TO WRK-PRIMEIRA-FALTA

           PERFORM VARYING WRK-IND-MOD FROM 1 BY 1 UNTIL
                      WRK-IND-MOD GREATER WRK-QTDE-MOD
              IF TAB-MOD-GERADO(WRK-IND-MOD) NOT EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-FALTA
                 IF WRK-PRIMEIRA-FALTA EQUAL SPACES
                    MOVE TAB-MOD-MODELO(WRK-IND-MOD) TO
                         WRK-PRIMEIRA-FALTA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-FALTA EQUAL ZEROS
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE WRK-QTDE-MOD        TO WRK-QTDE-FALTA-EDIT
              STRING WRK-QTDE-FALTA-EDIT ' MODELO(S) GERADO(S)'
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           ELSE
              MOVE WRK-QTDE-FALTA      TO WRK-QTDE-FALTA-EDIT
              STRING WRK-QTDE-FALTA-EDIT ' MODELO(S) NAO GERADO(S) - '
                     WRK-PRIMEIRA-FALTA
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONCIL - TODA CONTA DE CONCCTL.dat CONCILIADA ATE O FIM DO
      *    MES DA COMPETENCIA
      *----------------------------------------------------------------*
       0017-VERIFICAR-CONCIL           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-OCORR
           MOVE ZEROS                  TO WRK-QTDE-FALTA
           MOVE SPACES                 TO WRK-PRIMEIRA-FALTA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CONCCTL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CONCCTL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-CONTA
                    MOVE ZEROS         TO WRK-LIN-DATA
                    UNSTRING FD-LIN-CONCCTL DELIMITED BY SEP
                       INTO WRK-LIN-CONTA
                            WRK-LIN-DATA
                    END-UNSTRING
                    IF WRK-LIN-CONTA NOT EQUAL SPACES
                       ADD 1           TO WRK-QTDE-OCORR
                       IF WRK-LIN-DATA LESS WRK-DATA-FIM-MES
                          ADD 1        TO WRK-QTDE-FALTA
                          IF WRK-PRIMEIRA-FALTA EQUAL SPACES
                             MOVE WRK-LIN-CONTA TO WRK-PRIMEIRA-FALTA
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CONCCTL

           IF WRK-QTDE-OCORR EQUAL ZEROS
              MOVE 'NENHUMA CONTA CONCILIADA EM CONCCTL' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
              EXIT SECTION
           END-IF

           IF WRK-QTDE-FALTA EQUAL ZEROS
              MOVE 'V'                 TO FCH001A-SITUACAO(WRK-IND-ITEM)
              MOVE 'CONTAS CONCILIADAS ATE O FIM DO MES' TO
                   FCH001A-DETALHE(WRK-IND-ITEM)
           ELSE
              MOVE WRK-QTDE-FALTA      TO WRK-QTDE-FALTA-EDIT
              STRING WRK-QTDE-FALTA-EDIT ' CONTA(S) ATRASADA(S) - '
                     WRK-PRIMEIRA-FALTA
                     DELIMITED BY SIZE
                     INTO FCH001A-DETALHE(WRK-IND-ITEM)
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
