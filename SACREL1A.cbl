      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: RELATORIO MENSAL DO SAC POR CATEGORIA. PARA A
      *              COMPETENCIA INFORMADA (AAAAMM) APURA, EM
      *              SACCHAM.dat E NO HISTORICO SACHIST.dat (AMBOS DO
      *              SACCHM1A): CHAMADOS ABERTOS NO MES, RESOLUCOES NO
      *              MES, QUANTAS DENTRO DO PRAZO DO SLA, O TEMPO MEDIO
      *              DE RESOLUCAO EM HORAS (DA ABERTURA ATE A
      *              RESOLUCAO), AS REABERTURAS NO MES E A TAXA DE
      *              REABERTURA (REABERTURAS / RESOLUCOES), ALEM DOS
      *              CHAMADOS AINDA NAO RESOLVIDOS ABERTOS ATE O FIM DO
      *              MES. A DESCRICAO DA CATEGORIA VEM DE SACCAT.dat
      *              (OU DA TABELA PADRAO SAC003A). A SAIDA SACMES.txt
      *              E CAPTURADA NA BIBLIOTECA DE SPOOL (SPOOL01B) COMO
      *              OS DEMAIS RELATORIOS.
      * NOME.......: SACREL1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACREL1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CHAMADOS ASSIGN TO 'SACCHAM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO 'SACHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CATEGORIAS ASSIGN TO 'SACCAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO ASSIGN TO 'SACMES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHAMADOS.
       01  FD-LIN-CHAMADO                 PIC X(302).

       FD  ARQ-HISTORICO.
       01  FD-LIN-HISTORICO               PIC X(160).

       FD  ARQ-CATEGORIAS.
       01  FD-LIN-CATEGORIA               PIC X(080).

       FD  ARQ-RELATORIO.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-COMP-ANO               PIC 9(04).
           05  WRK-COMP-MES               PIC 9(02).

      *--- Categorias com os acumuladores do mes
       01  TAB-SAC-PADRAO.
           COPY SAC003A.
       01  WRK-MAX-TAB-CAT                PIC 9(02) VALUE 30.
       01  WRK-QTDE-CAT                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(02) VALUE ZEROS.
       01  WRK-CAT-ACHADA                 PIC 9(02) VALUE ZEROS.
       01  TAB-CATEGORIAS.
           05  TAB-CAT-ITEM OCCURS 30 TIMES.
               10  TAB-CAT-CODIGO         PIC X(04).
               10  TAB-CAT-DESCRICAO      PIC X(30).
               10  TAB-CAT-ABERTOS        PIC 9(05).
               10  TAB-CAT-RESOLVIDOS     PIC 9(05).
               10  TAB-CAT-NO-PRAZO       PIC 9(05).
               10  TAB-CAT-MINUTOS        PIC 9(11).
               10  TAB-CAT-REABERTOS      PIC 9(05).
               10  TAB-CAT-PENDENTES      PIC 9(05).
       01  WRK-LIN-CODIGO                 PIC X(04) VALUE SPACES.
       01  WRK-LIN-DESCRICAO              PIC X(30) VALUE SPACES.
       01  WRK-CODIGO-PROCURADO           PIC X(04) VALUE SPACES.

      *--- Chamados em tabela para ligar o historico a categoria
       01  WRK-MAX-TAB-CHM                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CHM                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CHM                    PIC 9(03) VALUE ZEROS.
       01  WRK-CHM-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  TAB-CHAMADOS.
           05  TAB-CHM-ITEM OCCURS 500 TIMES.
               10  TAB-CHM-PROTOCOLO      PIC 9(14).
               10  TAB-CHM-CATEGORIA      PIC 9(02).
               10  TAB-CHM-MIN-ABERTURA   PIC 9(11).
               10  TAB-CHM-PRAZO          PIC 9(12).
       01  WRK-CHM-REGISTRO.
           COPY SAC001A.
       01  WRK-HIS-REGISTRO.
           COPY SAC002A.

      *--- Calculo do tempo de resolucao
       01  WRK-MIN-EVENTO                 PIC 9(11) VALUE ZEROS.
       01  WRK-MIN-DURACAO                PIC 9(11) VALUE ZEROS.
       01  WRK-HORA-CALC                  PIC 9(06) VALUE ZEROS.
       01  WRK-HORA-CALC-R REDEFINES WRK-HORA-CALC.
           05  WRK-HRC-HORA               PIC 9(02).
           05  WRK-HRC-MINUTO             PIC 9(02).
           05  WRK-HRC-SEGUNDO            PIC 9(02).
       01  WRK-DATAHORA-EVENTO            PIC 9(12) VALUE ZEROS.
       01  WRK-DATAHORA-EVENTO-R REDEFINES WRK-DATAHORA-EVENTO.
           05  WRK-DHE-DATA               PIC 9(08).
           05  WRK-DHE-HHMM               PIC 9(04).

      *--- Totais e edicao
       01  WRK-TOT-ABERTOS                PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-RESOLVIDOS             PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-NO-PRAZO               PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-MINUTOS                PIC 9(11) VALUE ZEROS.
       01  WRK-TOT-REABERTOS              PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-PENDENTES              PIC 9(05) VALUE ZEROS.
       01  WRK-CALC-ABERTOS               PIC 9(05) VALUE ZEROS.
       01  WRK-CALC-RESOLVIDOS            PIC 9(05) VALUE ZEROS.
       01  WRK-CALC-NO-PRAZO              PIC 9(05) VALUE ZEROS.
       01  WRK-CALC-MINUTOS               PIC 9(11) VALUE ZEROS.
       01  WRK-CALC-REABERTOS             PIC 9(05) VALUE ZEROS.
       01  WRK-CALC-PENDENTES             PIC 9(05) VALUE ZEROS.
       01  WRK-PCT-PRAZO                  PIC 9(03)V9 VALUE ZEROS.
       01  WRK-PCT-REABERT                PIC 9(03)V9 VALUE ZEROS.
       01  WRK-MEDIA-HORAS                PIC 9(05)V9 VALUE ZEROS.
       01  WRK-ABERTOS-EDIT               PIC ZZ.ZZ9.
       01  WRK-RESOLVIDOS-EDIT            PIC ZZ.ZZ9.
       01  WRK-PRAZO-PCT-EDIT             PIC ZZ9,9.
       01  WRK-MEDIA-EDIT                 PIC ZZ.ZZ9,9.
       01  WRK-REABERTOS-EDIT             PIC ZZ.ZZ9.
       01  WRK-REABERT-PCT-EDIT           PIC ZZ9,9.
       01  WRK-PENDENTES-EDIT             PIC ZZ.ZZ9.
       01  WRK-ROTULO                     PIC X(35) VALUE SPACES.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *--- Pedido de captura para a biblioteca de spool (SPOOL01B)
       01  WRK-SPL-PEDIDO.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA

           IF WRK-COMPETENCIA EQUAL ZEROS OR
              WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
              DISPLAY 'COMPETENCIA INVALIDA'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0001-CARREGAR-CATEGORIAS
           PERFORM 0002-APURAR-CHAMADOS

           IF WRK-QTDE-CHM EQUAL ZEROS
              DISPLAY 'SEM CHAMADOS EM SACCHAM.dat - NADA A APURAR'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0003-APURAR-HISTORICO
           PERFORM 0005-GRAVAR-RELATORIO

           MOVE 'SACREL1A'             TO WRK-SPL-RELATORIO
           MOVE 'SACMES.txt'           TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

           DISPLAY '*=========================================*'
           DISPLAY '* SACREL1A - RELATORIO MENSAL DO SAC      *'
           DISPLAY '* COMPETENCIA.: ' WRK-COMPETENCIA
           DISPLAY '* ABERTOS.....: ' WRK-TOT-ABERTOS
           DISPLAY '* RESOLVIDOS..: ' WRK-TOT-RESOLVIDOS
           DISPLAY '* REABERTOS...: ' WRK-TOT-REABERTOS
           DISPLAY '* RELATORIO EM SACMES.txt (SPOOL CAPTURADO)'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CATEGORIAS DE SACCAT.dat (OU TABELA PADRAO SAC003A), COM
      *    OS ACUMULADORES ZERADOS
      *----------------------------------------------------------------*
       0001-CARREGAR-CATEGORIAS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CATEGORIAS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CATEGORIAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-CODIGO
                                          WRK-LIN-DESCRICAO
                    UNSTRING FD-LIN-CATEGORIA DELIMITED BY SEP
                       INTO WRK-LIN-CODIGO
                            WRK-LIN-DESCRICAO
                    END-UNSTRING
                    IF WRK-LIN-CODIGO NOT EQUAL SPACES AND
                       WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       INITIALIZE TAB-CAT-ITEM(WRK-QTDE-CAT)
                       MOVE FUNCTION UPPER-CASE(WRK-LIN-CODIGO)
                                  TO TAB-CAT-CODIGO(WRK-QTDE-CAT)
                       MOVE WRK-LIN-DESCRICAO
                                  TO TAB-CAT-DESCRICAO(WRK-QTDE-CAT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CATEGORIAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-CAT EQUAL ZEROS
              PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                         WRK-IND-CAT > SAC003A-QTDE-PADRAO
                 INITIALIZE TAB-CAT-ITEM(WRK-IND-CAT)
                 MOVE SAC003A-PAD-CODIGO(WRK-IND-CAT)
                                  TO TAB-CAT-CODIGO(WRK-IND-CAT)
                 MOVE SAC003A-PAD-DESCRICAO(WRK-IND-CAT)
                                  TO TAB-CAT-DESCRICAO(WRK-IND-CAT)
              END-PERFORM
              MOVE SAC003A-QTDE-PADRAO TO WRK-QTDE-CAT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CHAMADOS: ABERTOS NO MES E AINDA NAO RESOLVIDOS; GUARDA EM
      *    TABELA A CATEGORIA, A ABERTURA E O PRAZO DE CADA PROTOCOLO
      *----------------------------------------------------------------*
       0002-APURAR-CHAMADOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CHM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CHAMADOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CHAMADOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CHAMADO(1:14) IS NUMERIC
                       MOVE FD-LIN-CHAMADO TO WRK-CHM-REGISTRO
                       PERFORM 0021-TRATAR-CHAMADO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CHAMADOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UM CHAMADO DE SACCHAM.dat
      *----------------------------------------------------------------*
       0021-TRATAR-CHAMADO             SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-CHM NOT LESS WRK-MAX-TAB-CHM
              DISPLAY 'SACCHAM.dat COM MAIS DE ' WRK-MAX-TAB-CHM
                      ' CHAMADOS - EXCEDENTE FORA DO RELATORIO'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           MOVE SAC001A-CATEGORIA      TO WRK-CODIGO-PROCURADO
           PERFORM 0004-LOCALIZAR-CATEGORIA

           ADD 1                       TO WRK-QTDE-CHM
           MOVE SAC001A-PROTOCOLO
                                  TO TAB-CHM-PROTOCOLO(WRK-QTDE-CHM)
           MOVE WRK-CAT-ACHADA
                                  TO TAB-CHM-CATEGORIA(WRK-QTDE-CHM)
           MOVE SAC001A-PRAZO          TO TAB-CHM-PRAZO(WRK-QTDE-CHM)
           MOVE SAC001A-HORA-ABERTURA  TO WRK-HORA-CALC
           COMPUTE TAB-CHM-MIN-ABERTURA(WRK-QTDE-CHM) =
                   FUNCTION INTEGER-OF-DATE(SAC001A-DATA-ABERTURA)
                   * 1440 + WRK-HRC-HORA * 60 + WRK-HRC-MINUTO

           IF SAC001A-DATA-ABERTURA(1:6) EQUAL WRK-COMPETENCIA
              ADD 1                    TO TAB-CAT-ABERTOS
                                          (WRK-CAT-ACHADA)
           END-IF

           IF SAC001A-SITUACAO NOT EQUAL 'R' AND
              SAC001A-DATA-ABERTURA(1:6) NOT GREATER WRK-COMPETENCIA
              ADD 1                    TO TAB-CAT-PENDENTES
                                          (WRK-CAT-ACHADA)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    HISTORICO: RESOLUCOES E REABERTURAS DENTRO DO MES
      *----------------------------------------------------------------*
       0003-APURAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-HISTORICO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-HISTORICO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-HISTORICO TO WRK-HIS-REGISTRO
                    IF FD-LIN-HISTORICO(1:14) IS NUMERIC AND
                       SAC002A-EVENTO EQUAL 'SITUACAO' AND
                       SAC002A-DATA(1:6) EQUAL WRK-COMPETENCIA
                       PERFORM 0031-TRATAR-EVENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-HISTORICO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA MUDANCA DE SITUACAO DO MES: RESOLUCAO (TEMPO DESDE A
      *    ABERTURA E PRAZO) OU REABERTURA
      *----------------------------------------------------------------*
       0031-TRATAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           IF SAC002A-SIT-NOVA NOT EQUAL 'R' AND
              SAC002A-SIT-NOVA NOT EQUAL 'O'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-CHM-ACHADO
           PERFORM VARYING WRK-IND-CHM FROM 1 BY 1 UNTIL
                      WRK-IND-CHM > WRK-QTDE-CHM
              IF TAB-CHM-PROTOCOLO(WRK-IND-CHM) EQUAL
                 SAC002A-PROTOCOLO
                 MOVE WRK-IND-CHM      TO WRK-CHM-ACHADO
              END-IF
           END-PERFORM

           IF WRK-CHM-ACHADO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE TAB-CHM-CATEGORIA(WRK-CHM-ACHADO) TO WRK-CAT-ACHADA

           IF SAC002A-SIT-NOVA EQUAL 'O'
              ADD 1                    TO TAB-CAT-REABERTOS
                                          (WRK-CAT-ACHADA)
              EXIT SECTION
           END-IF

           ADD 1                       TO TAB-CAT-RESOLVIDOS
                                          (WRK-CAT-ACHADA)

           MOVE SAC002A-HORA           TO WRK-HORA-CALC
           COMPUTE WRK-MIN-EVENTO =
                   FUNCTION INTEGER-OF-DATE(SAC002A-DATA) * 1440
                   + WRK-HRC-HORA * 60 + WRK-HRC-MINUTO
           IF WRK-MIN-EVENTO GREATER
              TAB-CHM-MIN-ABERTURA(WRK-CHM-ACHADO)
              COMPUTE WRK-MIN-DURACAO = WRK-MIN-EVENTO
                      - TAB-CHM-MIN-ABERTURA(WRK-CHM-ACHADO)
              ADD WRK-MIN-DURACAO      TO TAB-CAT-MINUTOS
                                          (WRK-CAT-ACHADA)
           END-IF

           MOVE SAC002A-DATA           TO WRK-DHE-DATA
           MOVE SAC002A-HORA(1:4)      TO WRK-DHE-HHMM
           IF WRK-DATAHORA-EVENTO NOT GREATER
              TAB-CHM-PRAZO(WRK-CHM-ACHADO)
              ADD 1                    TO TAB-CAT-NO-PRAZO
                                          (WRK-CAT-ACHADA)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A CATEGORIA NA TABELA; CODIGO QUE NAO ESTA MAIS
      *    EM SACCAT.dat ENTRA NO FIM, SEM DESCRICAO
      *----------------------------------------------------------------*
       0004-LOCALIZAR-CATEGORIA        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CAT-ACHADA
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-CODIGO(WRK-IND-CAT) EQUAL
                 WRK-CODIGO-PROCURADO
                 MOVE WRK-IND-CAT      TO WRK-CAT-ACHADA
              END-IF
           END-PERFORM

           IF WRK-CAT-ACHADA EQUAL ZEROS
              IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                 ADD 1                 TO WRK-QTDE-CAT
              END-IF
              MOVE WRK-QTDE-CAT        TO WRK-CAT-ACHADA
              IF TAB-CAT-CODIGO(WRK-CAT-ACHADA) NOT EQUAL
                 WRK-CODIGO-PROCURADO
                 INITIALIZE TAB-CAT-ITEM(WRK-CAT-ACHADA)
                 MOVE WRK-CODIGO-PROCURADO
                                  TO TAB-CAT-CODIGO(WRK-CAT-ACHADA)
                 MOVE '(FORA DE SACCAT.dat)'
                                  TO TAB-CAT-DESCRICAO(WRK-CAT-ACHADA)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR SACMES.txt: UMA LINHA POR CATEGORIA E O TOTAL
      *----------------------------------------------------------------*
       0005-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SACREL1A - RELATORIO MENSAL DO SAC - COMPETENCIA '
                  WRK-COMP-MES '/' WRK-COMP-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0052-EMITIR-LINHA
           MOVE '* RESOLUCOES E REABERTURAS PELO HISTORICO DO MES; '
             &  'PENDENTES = NAO RESOLVIDOS ABERTOS ATE O MES'
                                       TO WRK-LINHA-REL
           PERFORM 0052-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0052-EMITIR-LINHA
           MOVE 'CATG DESCRICAO                      ABERTO RESOLV '
             &  '%PRAZ MEDIA(H)  REABER %REAB PENDEN'
                                       TO WRK-LINHA-REL
           PERFORM 0052-EMITIR-LINHA
           MOVE ALL '-'                TO WRK-LINHA-REL(1:85)
           PERFORM 0052-EMITIR-LINHA

           MOVE ZEROS                  TO WRK-TOT-ABERTOS
                                          WRK-TOT-RESOLVIDOS
                                          WRK-TOT-NO-PRAZO
                                          WRK-TOT-MINUTOS
                                          WRK-TOT-REABERTOS
                                          WRK-TOT-PENDENTES

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              MOVE TAB-CAT-ABERTOS(WRK-IND-CAT)
                                       TO WRK-CALC-ABERTOS
              MOVE TAB-CAT-RESOLVIDOS(WRK-IND-CAT)
                                       TO WRK-CALC-RESOLVIDOS
              MOVE TAB-CAT-NO-PRAZO(WRK-IND-CAT)
                                       TO WRK-CALC-NO-PRAZO
              MOVE TAB-CAT-MINUTOS(WRK-IND-CAT)
                                       TO WRK-CALC-MINUTOS
              MOVE TAB-CAT-REABERTOS(WRK-IND-CAT)
                                       TO WRK-CALC-REABERTOS
              MOVE TAB-CAT-PENDENTES(WRK-IND-CAT)
                                       TO WRK-CALC-PENDENTES
              MOVE SPACES              TO WRK-ROTULO
              STRING TAB-CAT-CODIGO(WRK-IND-CAT) ' '
                     TAB-CAT-DESCRICAO(WRK-IND-CAT)
                     DELIMITED BY SIZE INTO WRK-ROTULO
              END-STRING
              PERFORM 0051-MONTAR-LINHA

              ADD TAB-CAT-ABERTOS(WRK-IND-CAT)    TO WRK-TOT-ABERTOS
              ADD TAB-CAT-RESOLVIDOS(WRK-IND-CAT) TO WRK-TOT-RESOLVIDOS
              ADD TAB-CAT-NO-PRAZO(WRK-IND-CAT)   TO WRK-TOT-NO-PRAZO
              ADD TAB-CAT-MINUTOS(WRK-IND-CAT)    TO WRK-TOT-MINUTOS
              ADD TAB-CAT-REABERTOS(WRK-IND-CAT)  TO WRK-TOT-REABERTOS
              ADD TAB-CAT-PENDENTES(WRK-IND-CAT)  TO WRK-TOT-PENDENTES
           END-PERFORM

           MOVE ALL '-'                TO WRK-LINHA-REL(1:85)
           PERFORM 0052-EMITIR-LINHA

           MOVE WRK-TOT-ABERTOS        TO WRK-CALC-ABERTOS
           MOVE WRK-TOT-RESOLVIDOS     TO WRK-CALC-RESOLVIDOS
           MOVE WRK-TOT-NO-PRAZO       TO WRK-CALC-NO-PRAZO
           MOVE WRK-TOT-MINUTOS        TO WRK-CALC-MINUTOS
           MOVE WRK-TOT-REABERTOS      TO WRK-CALC-REABERTOS
           MOVE WRK-TOT-PENDENTES      TO WRK-CALC-PENDENTES
           MOVE 'TOTAL'                TO WRK-ROTULO
           PERFORM 0051-MONTAR-LINHA

           CLOSE ARQ-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR UMA LINHA DO RELATORIO A PARTIR DOS WRK-CALC-*
      *----------------------------------------------------------------*
       0051-MONTAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PCT-PRAZO
                                          WRK-MEDIA-HORAS
                                          WRK-PCT-REABERT

           IF WRK-CALC-RESOLVIDOS GREATER ZEROS
              COMPUTE WRK-PCT-PRAZO ROUNDED =
                      WRK-CALC-NO-PRAZO * 100 / WRK-CALC-RESOLVIDOS
              COMPUTE WRK-MEDIA-HORAS ROUNDED =
                      WRK-CALC-MINUTOS / 60 / WRK-CALC-RESOLVIDOS
              COMPUTE WRK-PCT-REABERT ROUNDED =
                      WRK-CALC-REABERTOS * 100 / WRK-CALC-RESOLVIDOS
           END-IF

           MOVE WRK-CALC-ABERTOS       TO WRK-ABERTOS-EDIT
           MOVE WRK-CALC-RESOLVIDOS    TO WRK-RESOLVIDOS-EDIT
           MOVE WRK-PCT-PRAZO          TO WRK-PRAZO-PCT-EDIT
           MOVE WRK-MEDIA-HORAS        TO WRK-MEDIA-EDIT
           MOVE WRK-CALC-REABERTOS     TO WRK-REABERTOS-EDIT
           MOVE WRK-PCT-REABERT        TO WRK-REABERT-PCT-EDIT
           MOVE WRK-CALC-PENDENTES     TO WRK-PENDENTES-EDIT

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING WRK-ROTULO ' ' WRK-ABERTOS-EDIT ' '
                  WRK-RESOLVIDOS-EDIT ' ' WRK-PRAZO-PCT-EDIT ' '
                  WRK-MEDIA-EDIT '  ' WRK-REABERTOS-EDIT ' '
                  WRK-REABERT-PCT-EDIT ' ' WRK-PENDENTES-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0052-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA EM SACMES.txt
      *----------------------------------------------------------------*
       0052-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
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
