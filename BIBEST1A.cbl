      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: ESTATISTICAS DE CIRCULACAO DA BIBLIOTECA E
      *              CANDIDATOS A DESCARTE. PARA OS ULTIMOS N MESES
      *              (INFORMADO, 0 = 12, ATE 24) CRUZA O ACERVO
      *              (BIBLIOTECA.dat), OS EMPRESTIMOS (EMPRESTA.dat)
      *              E AS RESERVAS CARIMBADAS NO LOG BIBLIOTECA.txt
      *              PELO PROG024A E EMITE EM BIBEST.txt:
      *              - EMPRESTIMOS POR TITULO E POR CATEGORIA/ESTANTE;
      *              - EXEMPLARES NUNCA EMPRESTADOS DESDE A AQUISICAO;
      *              - SUGESTAO DE COMPRA: TITULO QUE TEVE, EM PELO
      *                MENOS X MESES DO PERIODO, MAIS RESERVAS NO MES
      *                DO QUE EXEMPLARES;
      *              - CANDIDATOS A DESCARTE: EXEMPLAR EM CONDICAO
      *                RUIM OU SEM USO (ULTIMO EMPRESTIMO, OU A
      *                AQUISICAO SE NUNCA SAIU) HA Y MESES OU MAIS.
      *              APOS O RELATORIO A BIBLIOTECA PODE BAIXAR
      *              EXEMPLARES: O EXEMPLAR (DISPONIVEL) SAI DE
      *              BIBLIOTECA.dat, VAI PARA O HISTORICO BIBBAIXA.dat
      *              COM DATA E MOTIVO E A BAIXA E CARIMBADA NO LOG
      *              BIBLIOTECA.txt (TRANSACAO BAIXAR).
      *----------------------------------------------------------------*
      * PARAMETROS EM BIBESTPR.dat (CHAVE|VALOR|, OPCIONAL):
      *   OCIOSO|MESES SEM USO PARA DESCARTE (PADRAO 12)|
      *   DEMANDA|MESES COM RESERVA > EXEMPLARES (PADRAO 3)|
      *   CONDICAO|CONDICAO RUIM (UMA LINHA POR VALOR; SEM NENHUMA
      *            VALEM RUIM E DANIFICADO)|
      * LAYOUT DE BIBBAIXA.dat (HISTORICO DE BAIXAS):
      *   CODIGO|EXEMPLAR|TITULO|AUTOR|AQUISICAO|CONDICAO|ISBN|
      *   CATEGORIA|DATA DA BAIXA|MOTIVO|
      * NOME.......: BIBEST1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBEST1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENT ASSIGN TO 'BIBLIOTECA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-LOG ASSIGN TO 'BIBLIOTECA.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-EMPRESTA ASSIGN TO 'EMPRESTA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PARM ASSIGN TO 'BIBESTPR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-BAIXAS ASSIGN TO 'BIBBAIXA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REL ASSIGN TO 'BIBEST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       01  FD-ARQ-ENT.
         05  FDE-COD-LIVRO                PIC 9(05) VALUE ZEROS.
         05  FDE-NUM-EXEMPLAR             PIC 9(02) VALUE ZEROS.
         05  FDE-NOME-LIVRO               PIC X(40) VALUE SPACES.
         05  FDE-AUTOR-LIVRO              PIC X(20) VALUE SPACES.
         05  FDE-DISPONIVEL               PIC X(01) VALUE SPACES.
         05  FDE-DATA-EMPRESTIMO          PIC X(10) VALUE SPACES.
         05  FDE-DATA-AQUIS               PIC X(10) VALUE SPACES.
         05  FDE-CONDICAO                 PIC X(10) VALUE SPACES.
         05  FDE-ISBN                     PIC X(13) VALUE SPACES.
         05  FDE-EDITORA                  PIC X(20) VALUE SPACES.
         05  FDE-ANO                      PIC X(04) VALUE SPACES.
         05  FDE-CATEGORIA                PIC X(10) VALUE SPACES.

      *    LOG DO PROG024A - MESMO LAYOUT
       FD  ARQUIVO-LOG.
       01  FD-ARQ-LOG.
         05  FDS-TRANSACAO                PIC X(10) VALUE SPACES.
         05  FDS-BARRA1                   PIC X(01) VALUE SPACES.
         05  FDS-DATA-TRANSACAO           PIC X(10) VALUE SPACES.
         05  FDS-BARRA2                   PIC X(01) VALUE SPACES.
         05  FDS-COD-LIVRO                PIC 9(05) VALUE ZEROS.
         05  FDS-BARRA3                   PIC X(01) VALUE SPACES.
         05  FDS-NOME-LIVRO               PIC X(40) VALUE SPACES.
         05  FDS-BARRA4                   PIC X(01) VALUE SPACES.
         05  FDS-AUTOR-LIVRO              PIC X(20) VALUE SPACES.
         05  FDS-BARRA5                   PIC X(01) VALUE SPACES.
         05  FDS-DISPONIVEL               PIC X(01) VALUE SPACES.
         05  FDS-BARRA6                   PIC X(01) VALUE SPACES.
         05  FDS-DATA-EMPRESTIMO          PIC X(10) VALUE SPACES.
         05  FDS-BARRA7                   PIC X(01) VALUE SPACES.
         05  FDS-DATA-DEVOLUCAO           PIC X(10) VALUE SPACES.

       FD  ARQ-EMPRESTA.
       01  FD-LIN-EMPRESTA                PIC X(060).

       FD  ARQ-PARM.
       01  FD-LIN-PARM                    PIC X(040).

       FD  ARQ-BAIXAS.
       01  FD-LIN-BAIXA                   PIC X(200).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-IND1                       PIC 9(02) VALUE ZEROS.
       01  WRK-IND2                       PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-REG                   PIC 9(02) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.

      *  MASCARA FORMATO DA DATA - DD/MM/AAAA (COMO NO PROG024A)
       01  WRK-MASC-DATA.
         05 WRK-MASC-DATA-DIA          PIC 9(002) VALUE ZEROS.
         05 FILLER                     PIC X(001) VALUE '/'.
         05 WRK-MASC-DATA-MES          PIC 9(002) VALUE ZEROS.
         05 FILLER                     PIC X(001) VALUE '/'.
         05 WRK-MASC-DATA-ANO          PIC 9(004) VALUE ZEROS.

      *  DATA LIDA DOS ARQUIVOS (DD/MM/AAAA) PARA DECOMPOR
       01  WRK-DATA-LIDA.
         05 WRK-DATA-LIDA-DIA          PIC X(002) VALUE SPACES.
         05 FILLER                     PIC X(001) VALUE SPACES.
         05 WRK-DATA-LIDA-MES          PIC X(002) VALUE SPACES.
         05 FILLER                     PIC X(001) VALUE SPACES.
         05 WRK-DATA-LIDA-ANO          PIC X(004) VALUE SPACES.
       01  WRK-DATA-LIDA-AAAAMMDD      PIC 9(008) VALUE ZEROS.
       01  WRK-MESES-ATRAS             PIC S9(04) VALUE ZEROS.

      *  PERIODO E PARAMETROS
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-MESES-PERIODO              PIC 9(02) VALUE ZEROS.
       01  WRK-MESES-OCIOSO               PIC 9(03) VALUE 12.
       01  WRK-MESES-DEMANDA              PIC 9(02) VALUE 3.
       01  WRK-MIN-MESES-DEMANDA          PIC 9(02) VALUE ZEROS.
       01  WRK-PARM-CHAVE                 PIC X(10) VALUE SPACES.
       01  WRK-PARM-VALOR                 PIC X(10) VALUE SPACES.
       01  WRK-QTDE-COND                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-COND                   PIC 9(02) VALUE ZEROS.
       01  TAB-CONDICOES-RUINS.
           05  TAB-COND-RUIM              PIC X(10) OCCURS 10 TIMES.

      *    TABELA INTERNA DO ACERVO (MESMA DO PROG024A) COM A
      *    CIRCULACAO DE CADA EXEMPLAR
       01  TAB-ACERVO.
           05  TAB-ENT-LINHA OCCURS 50 TIMES.
               10  TAB-CODIGO         PIC 9(05)   VALUE ZEROS.
               10  TAB-EXEMPLAR       PIC 9(02)   VALUE ZEROS.
               10  TAB-NOME           PIC X(40)   VALUE SPACES.
               10  TAB-AUTOR          PIC X(20)   VALUE SPACES.
               10  TAB-DISPONIVEL     PIC X(01)   VALUE SPACES.
               10  TAB-DATA           PIC X(10)   VALUE SPACES.
               10  TAB-AQUIS          PIC X(10)   VALUE SPACES.
               10  TAB-CONDICAO       PIC X(10)   VALUE SPACES.
               10  TAB-ISBN           PIC X(13)   VALUE SPACES.
               10  TAB-EDITORA        PIC X(20)   VALUE SPACES.
               10  TAB-ANO            PIC X(04)   VALUE SPACES.
               10  TAB-CATEGORIA      PIC X(10)   VALUE SPACES.
               10  TAB-EMP-TOTAL      PIC 9(05)   VALUE ZEROS.
               10  TAB-EMP-PERIODO    PIC 9(05)   VALUE ZEROS.
               10  TAB-ULT-USO        PIC 9(08)   VALUE ZEROS.
               10  TAB-BAIXADO        PIC X(01)   VALUE 'N'.

      *    CIRCULACAO E DEMANDA POR TITULO (RESERVAS POR MES DO
      *    PERIODO, MES 1 = MES CORRENTE)
       01  WRK-QTDE-TIT                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(02) VALUE ZEROS.
       01  WRK-TIT-ACHADO                 PIC 9(02) VALUE ZEROS.
       01  TAB-TITULOS.
           05  TAB-TIT-LINHA OCCURS 50 TIMES.
               10  TAB-TIT-CODIGO         PIC 9(05).
               10  TAB-TIT-NOME           PIC X(40).
               10  TAB-TIT-COPIAS         PIC 9(02).
               10  TAB-TIT-EMP-TOTAL      PIC 9(05).
               10  TAB-TIT-EMP-PERIODO    PIC 9(05).
               10  TAB-TIT-RESERVAS       PIC 9(03) OCCURS 24 TIMES.
       01  WRK-IND-MES                    PIC 9(02) VALUE ZEROS.
       01  WRK-MESES-EXCEDIDOS            PIC 9(02) VALUE ZEROS.
       01  WRK-PICO-RESERVAS              PIC 9(03) VALUE ZEROS.
       01  WRK-TOT-RESERVAS               PIC 9(05) VALUE ZEROS.

      *    CIRCULACAO POR CATEGORIA/ESTANTE
       01  WRK-QTDE-CAT                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(02) VALUE ZEROS.
       01  WRK-CAT-ACHADA                 PIC 9(02) VALUE ZEROS.
       01  TAB-CATEGORIAS.
           05  TAB-CAT-LINHA OCCURS 50 TIMES.
               10  TAB-CAT-NOME           PIC X(10).
               10  TAB-CAT-COPIAS         PIC 9(03).
               10  TAB-CAT-EMP-TOTAL      PIC 9(05).
               10  TAB-CAT-EMP-PERIODO    PIC 9(05).

      *    EMPRESTIMO LIDO (EMPRESTA.dat - LAYOUT DO PROG024A)
       01  WRK-EMP-MEMBRO                 PIC 9(05) VALUE ZEROS.
       01  WRK-EMP-LIVRO                  PIC 9(05) VALUE ZEROS.
       01  WRK-EMP-EXEMPLAR               PIC 9(02) VALUE ZEROS.
       01  WRK-EMP-DATA                   PIC X(10) VALUE SPACES.
       01  WRK-EMP-DEVOLVIDO              PIC X(01) VALUE SPACES.

      *    DESCARTE
       01  WRK-MOTIVO-CANDIDATO           PIC X(40) VALUE SPACES.
       01  WRK-QTDE-CANDIDATOS            PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-NUNCA                 PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-SUGESTOES             PIC 9(03) VALUE ZEROS.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.
       01  WRK-COD-LIVRO                  PIC 9(05) VALUE ZEROS.
       01  WRK-NUM-EXEMPLAR               PIC 9(02) VALUE ZEROS.
       01  WRK-MOTIVO-BAIXA               PIC X(30) VALUE SPACES.
       01  WRK-QTDE-BAIXAS                PIC 9(03) VALUE ZEROS.

      *    IMPRESSAO
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-NUM-ED                     PIC ZZZZ9.
       01  WRK-NUM-ED2                    PIC ZZZZ9.
       01  WRK-NUM-ED3                    PIC ZZZZ9.

      *    DEFINICAO DE DATA E HORA DO SISTEMA.
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
           PERFORM 0002-OBTER-PERIODO
           PERFORM 0003-CARREGAR-PARAMETROS
           PERFORM 0004-CARREGAR-ACERVO
           PERFORM 0005-CARREGAR-EMPRESTIMOS
           PERFORM 0006-CARREGAR-RESERVAS

           OPEN OUTPUT ARQ-REL
           PERFORM 0007-LISTAR-CIRCULACAO
           PERFORM 0008-LISTAR-NUNCA-EMPRESTADOS
           PERFORM 0009-LISTAR-SUGESTAO-COMPRA
           PERFORM 0010-LISTAR-CANDIDATOS
           CLOSE ARQ-REL

           DISPLAY '*=========================================*'
           DISPLAY '* BIBEST1A - CIRCULACAO DOS ULTIMOS '
                   WRK-MESES-PERIODO ' MESES'
           DISPLAY '* EXEMPLARES..........: ' WRK-QTDE-REG
           DISPLAY '* NUNCA EMPRESTADOS...: ' WRK-QTDE-NUNCA
           DISPLAY '* SUGESTOES DE COMPRA.: ' WRK-QTDE-SUGESTOES
           DISPLAY '* CANDIDATOS DESCARTE.: ' WRK-QTDE-CANDIDATOS
           DISPLAY '* RELATORIO EM BIBEST.txt                 *'
           DISPLAY '*=========================================*'

           PERFORM 0011-BAIXAR-EXEMPLARES

           IF WRK-QTDE-BAIXAS GREATER ZEROS
              PERFORM 0012-GRAVAR-ACERVO
              DISPLAY '* EXEMPLARES BAIXADOS: ' WRK-QTDE-BAIXAS
                      ' (HISTORICO EM BIBBAIXA.dat)'
           END-IF

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

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-DATA-ANO       TO WRK-MASC-DATA-ANO
           MOVE COD001A-DATA-MES       TO WRK-MASC-DATA-MES
           MOVE COD001A-DATA-DIA       TO WRK-MASC-DATA-DIA

           COMPUTE WRK-HOJE-AAAAMMDD = COD001A-DATA-ANO * 10000
                                      + COD001A-DATA-MES * 100
                                      + COD001A-DATA-DIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PERIODO DE ANALISE EM MESES (0 = 12, MAXIMO 24)
      *----------------------------------------------------------------*
       0002-OBTER-PERIODO              SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* MESES A ANALISAR (0 = 12, MAXIMO 24): '
                   WITH NO ADVANCING
           ACCEPT WRK-MESES-PERIODO

           IF WRK-MESES-PERIODO EQUAL ZEROS
              MOVE 12                  TO WRK-MESES-PERIODO
           END-IF

           IF WRK-MESES-PERIODO GREATER 24
              DISPLAY 'PERIODO INVALIDO!'
              PERFORM 0002-OBTER-PERIODO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PARAMETROS DE BIBESTPR.dat (SEM ARQUIVO VALEM
      *    OS PADROES)
      *----------------------------------------------------------------*
       0003-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-COND
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PARM-CHAVE
                                          WRK-PARM-VALOR
                    UNSTRING FD-LIN-PARM DELIMITED BY '|'
                       INTO WRK-PARM-CHAVE
                            WRK-PARM-VALOR
                    END-UNSTRING
                    EVALUATE WRK-PARM-CHAVE
                       WHEN 'OCIOSO'
                          IF FUNCTION TRIM(WRK-PARM-VALOR) IS NUMERIC
                             MOVE FUNCTION NUMVAL(WRK-PARM-VALOR)
                                       TO WRK-MESES-OCIOSO
                          END-IF
                       WHEN 'DEMANDA'
                          IF FUNCTION TRIM(WRK-PARM-VALOR) IS NUMERIC
                             MOVE FUNCTION NUMVAL(WRK-PARM-VALOR)
                                       TO WRK-MESES-DEMANDA
                          END-IF
                       WHEN 'CONDICAO'
                          IF WRK-QTDE-COND LESS 10
                             ADD 1     TO WRK-QTDE-COND
                             MOVE WRK-PARM-VALOR
                                       TO TAB-COND-RUIM(WRK-QTDE-COND)
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM

           IF WRK-QTDE-COND EQUAL ZEROS
              MOVE 2                   TO WRK-QTDE-COND
              MOVE 'RUIM'              TO TAB-COND-RUIM(1)
              MOVE 'DANIFICADO'        TO TAB-COND-RUIM(2)
           END-IF

      *    PERIODO MENOR QUE O PARAMETRO: BASTA EXCEDER EM TODOS OS
      *    MESES DO PERIODO
           IF WRK-MESES-DEMANDA GREATER WRK-MESES-PERIODO
              MOVE WRK-MESES-PERIODO   TO WRK-MIN-MESES-DEMANDA
           ELSE
              MOVE WRK-MESES-DEMANDA   TO WRK-MIN-MESES-DEMANDA
           END-IF
           IF WRK-MIN-MESES-DEMANDA EQUAL ZEROS
              MOVE 1                   TO WRK-MIN-MESES-DEMANDA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O ACERVO DE BIBLIOTECA.dat E MONTAR AS TABELAS
      *    DE TITULOS E DE CATEGORIAS/ESTANTES
      *----------------------------------------------------------------*
       0004-CARREGAR-ACERVO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REG
                                          WRK-QTDE-TIT
                                          WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-ENT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ENT INTO FD-ARQ-ENT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-REG LESS 50
                       ADD 1           TO WRK-QTDE-REG
                       PERFORM 0041-GUARDAR-EXEMPLAR
                    ELSE
                       DISPLAY 'TABELA CHEIA! - MAXIMO 50 REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-ENT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O EXEMPLAR LIDO E CONTA-LO NO TITULO E NA
      *    CATEGORIA/ESTANTE
      *----------------------------------------------------------------*
       0041-GUARDAR-EXEMPLAR           SECTION.
      *----------------------------------------------------------------*

           INITIALIZE TAB-ENT-LINHA(WRK-QTDE-REG)
           MOVE FDE-COD-LIVRO          TO TAB-CODIGO(WRK-QTDE-REG)
           MOVE FDE-NUM-EXEMPLAR       TO TAB-EXEMPLAR(WRK-QTDE-REG)
           MOVE FDE-NOME-LIVRO         TO TAB-NOME(WRK-QTDE-REG)
           MOVE FDE-AUTOR-LIVRO        TO TAB-AUTOR(WRK-QTDE-REG)
           MOVE FDE-DISPONIVEL         TO TAB-DISPONIVEL(WRK-QTDE-REG)
           MOVE FDE-DATA-EMPRESTIMO    TO TAB-DATA(WRK-QTDE-REG)
           MOVE FDE-DATA-AQUIS         TO TAB-AQUIS(WRK-QTDE-REG)
           MOVE FDE-CONDICAO           TO TAB-CONDICAO(WRK-QTDE-REG)
           MOVE FDE-ISBN               TO TAB-ISBN(WRK-QTDE-REG)
           MOVE FDE-EDITORA            TO TAB-EDITORA(WRK-QTDE-REG)
           MOVE FDE-ANO                TO TAB-ANO(WRK-QTDE-REG)
           MOVE FDE-CATEGORIA          TO TAB-CATEGORIA(WRK-QTDE-REG)
           MOVE 'N'                    TO TAB-BAIXADO(WRK-QTDE-REG)

           MOVE ZEROS                  TO WRK-TIT-ACHADO
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-CODIGO(WRK-IND-TIT) EQUAL FDE-COD-LIVRO
                 MOVE WRK-IND-TIT      TO WRK-TIT-ACHADO
              END-IF
           END-PERFORM
           IF WRK-TIT-ACHADO EQUAL ZEROS
              ADD 1                    TO WRK-QTDE-TIT
              MOVE WRK-QTDE-TIT        TO WRK-TIT-ACHADO
              INITIALIZE TAB-TIT-LINHA(WRK-TIT-ACHADO)
              MOVE FDE-COD-LIVRO       TO TAB-TIT-CODIGO(WRK-TIT-ACHADO)
              MOVE FDE-NOME-LIVRO      TO TAB-TIT-NOME(WRK-TIT-ACHADO)
           END-IF
           ADD 1                       TO TAB-TIT-COPIAS(WRK-TIT-ACHADO)

           MOVE ZEROS                  TO WRK-CAT-ACHADA
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-NOME(WRK-IND-CAT) EQUAL FDE-CATEGORIA
                 MOVE WRK-IND-CAT      TO WRK-CAT-ACHADA
              END-IF
           END-PERFORM
           IF WRK-CAT-ACHADA EQUAL ZEROS
              ADD 1                    TO WRK-QTDE-CAT
              MOVE WRK-QTDE-CAT        TO WRK-CAT-ACHADA
              INITIALIZE TAB-CAT-LINHA(WRK-CAT-ACHADA)
              MOVE FDE-CATEGORIA       TO TAB-CAT-NOME(WRK-CAT-ACHADA)
           END-IF
           ADD 1                       TO TAB-CAT-COPIAS(WRK-CAT-ACHADA)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER EMPRESTA.dat E ACUMULAR OS EMPRESTIMOS DE CADA
      *    EXEMPLAR (TOTAL, NO PERIODO E DATA DO ULTIMO USO)
      *----------------------------------------------------------------*
       0005-CARREGAR-EMPRESTIMOS       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-EMPRESTA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-EMPRESTA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-EMP-MEMBRO
                                          WRK-EMP-LIVRO
                                          WRK-EMP-EXEMPLAR
                    MOVE SPACES        TO WRK-EMP-DATA
                                          WRK-EMP-DEVOLVIDO
                    UNSTRING FD-LIN-EMPRESTA DELIMITED BY '|'
                       INTO WRK-EMP-MEMBRO
                            WRK-EMP-LIVRO
                            WRK-EMP-EXEMPLAR
                            WRK-EMP-DATA
                            WRK-EMP-DEVOLVIDO
                    END-UNSTRING
                    PERFORM 0051-CONTAR-EMPRESTIMO
              END-READ
           END-PERFORM

           CLOSE ARQ-EMPRESTA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTAR O EMPRESTIMO LIDO NO EXEMPLAR, NO TITULO E NA
      *    CATEGORIA/ESTANTE
      *----------------------------------------------------------------*
       0051-CONTAR-EMPRESTIMO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IND2
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-CODIGO(WRK-IND1) EQUAL WRK-EMP-LIVRO AND
                 TAB-EXEMPLAR(WRK-IND1) EQUAL WRK-EMP-EXEMPLAR
                 MOVE WRK-IND1         TO WRK-IND2
              END-IF
           END-PERFORM

      *    EXEMPLAR JA BAIXADO DO ACERVO NAO ENTRA NA ESTATISTICA
           IF WRK-IND2 EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WRK-EMP-DATA           TO WRK-DATA-LIDA
           PERFORM 0052-DECOMPOR-DATA

           ADD 1                       TO TAB-EMP-TOTAL(WRK-IND2)
           IF WRK-DATA-LIDA-AAAAMMDD GREATER TAB-ULT-USO(WRK-IND2)
              MOVE WRK-DATA-LIDA-AAAAMMDD TO TAB-ULT-USO(WRK-IND2)
           END-IF
           IF WRK-DATA-LIDA-AAAAMMDD GREATER ZEROS AND
              WRK-MESES-ATRAS NOT LESS ZEROS AND
              WRK-MESES-ATRAS LESS WRK-MESES-PERIODO
              ADD 1                    TO TAB-EMP-PERIODO(WRK-IND2)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DECOMPOR WRK-DATA-LIDA (DD/MM/AAAA) EM AAAAMMDD E EM MESES
      *    ATRAS DO MES CORRENTE (DATA INVALIDA SAI ZERADA)
      *----------------------------------------------------------------*
       0052-DECOMPOR-DATA              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DATA-LIDA-AAAAMMDD
           MOVE -1                     TO WRK-MESES-ATRAS

           IF WRK-DATA-LIDA-DIA IS NOT NUMERIC OR
              WRK-DATA-LIDA-MES IS NOT NUMERIC OR
              WRK-DATA-LIDA-ANO IS NOT NUMERIC
              EXIT SECTION
           END-IF

           COMPUTE WRK-DATA-LIDA-AAAAMMDD =
                   FUNCTION NUMVAL(WRK-DATA-LIDA-ANO) * 10000
                 + FUNCTION NUMVAL(WRK-DATA-LIDA-MES) * 100
                 + FUNCTION NUMVAL(WRK-DATA-LIDA-DIA)
           COMPUTE WRK-MESES-ATRAS =
                   (COD001A-DATA-ANO
                    - FUNCTION NUMVAL(WRK-DATA-LIDA-ANO)) * 12
                 + COD001A-DATA-MES
                 - FUNCTION NUMVAL(WRK-DATA-LIDA-MES)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER AS RESERVAS CARIMBADAS NO LOG BIBLIOTECA.txt E CONTAR
      *    POR TITULO E MES DO PERIODO
      *----------------------------------------------------------------*
       0006-CARREGAR-RESERVAS          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-LOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-LOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDS-TRANSACAO EQUAL 'RESERVAR'
                       PERFORM 0061-CONTAR-RESERVA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-LOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTAR A RESERVA LIDA NO MES DO PERIODO DO TITULO
      *----------------------------------------------------------------*
       0061-CONTAR-RESERVA             SECTION.
      *----------------------------------------------------------------*

           MOVE FDS-DATA-TRANSACAO     TO WRK-DATA-LIDA
           PERFORM 0052-DECOMPOR-DATA

           IF WRK-DATA-LIDA-AAAAMMDD EQUAL ZEROS OR
              WRK-MESES-ATRAS LESS ZEROS OR
              WRK-MESES-ATRAS NOT LESS WRK-MESES-PERIODO
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-CODIGO(WRK-IND-TIT) EQUAL FDS-COD-LIVRO
                 COMPUTE WRK-IND-MES = WRK-MESES-ATRAS + 1
                 ADD 1 TO TAB-TIT-RESERVAS(WRK-IND-TIT, WRK-IND-MES)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMPRESTIMOS POR TITULO E POR CATEGORIA/ESTANTE
      *----------------------------------------------------------------*
       0007-LISTAR-CIRCULACAO          SECTION.
      *----------------------------------------------------------------*

      *    TOTALIZA OS EXEMPLARES NO TITULO E NA CATEGORIA
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                         WRK-IND-TIT > WRK-QTDE-TIT
                 IF TAB-TIT-CODIGO(WRK-IND-TIT) EQUAL
                    TAB-CODIGO(WRK-IND1)
                    ADD TAB-EMP-TOTAL(WRK-IND1)
                                 TO TAB-TIT-EMP-TOTAL(WRK-IND-TIT)
                    ADD TAB-EMP-PERIODO(WRK-IND1)
                                 TO TAB-TIT-EMP-PERIODO(WRK-IND-TIT)
                 END-IF
              END-PERFORM
              PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                         WRK-IND-CAT > WRK-QTDE-CAT
                 IF TAB-CAT-NOME(WRK-IND-CAT) EQUAL
                    TAB-CATEGORIA(WRK-IND1)
                    ADD TAB-EMP-TOTAL(WRK-IND1)
                                 TO TAB-CAT-EMP-TOTAL(WRK-IND-CAT)
                    ADD TAB-EMP-PERIODO(WRK-IND1)
                                 TO TAB-CAT-EMP-PERIODO(WRK-IND-CAT)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ESTATISTICAS DE CIRCULACAO DA BIBLIOTECA - '
                  WRK-MASC-DATA ' - ULTIMOS ' WRK-MESES-PERIODO
                  ' MESES'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* EMPRESTIMOS POR TITULO:' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE '* CODIGO TITULO'      TO WRK-LINHA-REL(1:15)
           MOVE 'EXEMPL. NO PERIODO  DESDE SEMPRE'
                                       TO WRK-LINHA-REL(51:32)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              MOVE TAB-TIT-COPIAS(WRK-IND-TIT)      TO WRK-NUM-ED
              MOVE TAB-TIT-EMP-PERIODO(WRK-IND-TIT) TO WRK-NUM-ED2
              MOVE TAB-TIT-EMP-TOTAL(WRK-IND-TIT)   TO WRK-NUM-ED3
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* ' TAB-TIT-CODIGO(WRK-IND-TIT)
                     '  ' TAB-TIT-NOME(WRK-IND-TIT)
                     '  ' WRK-NUM-ED
                     '      ' WRK-NUM-ED2
                     '        ' WRK-NUM-ED3
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* EMPRESTIMOS POR CATEGORIA/ESTANTE:' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* CATEGORIA  EXEMPL. NO PERIODO  DESDE SEMPRE'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              MOVE TAB-CAT-COPIAS(WRK-IND-CAT)      TO WRK-NUM-ED
              MOVE TAB-CAT-EMP-PERIODO(WRK-IND-CAT) TO WRK-NUM-ED2
              MOVE TAB-CAT-EMP-TOTAL(WRK-IND-CAT)   TO WRK-NUM-ED3
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* ' TAB-CAT-NOME(WRK-IND-CAT)
                     ' ' WRK-NUM-ED
                     '      ' WRK-NUM-ED2
                     '        ' WRK-NUM-ED3
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              IF TAB-CAT-NOME(WRK-IND-CAT) EQUAL SPACES
                 MOVE '(SEM)'          TO WRK-LINHA-REL(3:5)
              END-IF
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXEMPLARES QUE NUNCA SAIRAM DESDE A AQUISICAO
      *----------------------------------------------------------------*
       0008-LISTAR-NUNCA-EMPRESTADOS   SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NUNCA
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* EXEMPLARES NUNCA EMPRESTADOS DESDE A AQUISICAO:'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-EMP-TOTAL(WRK-IND1) EQUAL ZEROS AND
                 TAB-DISPONIVEL(WRK-IND1) EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-NUNCA
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '* ' TAB-CODIGO(WRK-IND1)
                        '-' TAB-EXEMPLAR(WRK-IND1)
                        ' ' TAB-NOME(WRK-IND1)
                        ' AQUISICAO ' TAB-AQUIS(WRK-IND1)
                        ' ' TAB-CATEGORIA(WRK-IND1)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM

           IF WRK-QTDE-NUNCA EQUAL ZEROS
              MOVE '*   NENHUM'        TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SUGESTAO DE COMPRA: TITULOS COM MAIS RESERVAS NO MES DO QUE
      *    EXEMPLARES EM PELO MENOS WRK-MIN-MESES-DEMANDA MESES
      *----------------------------------------------------------------*
       0009-LISTAR-SUGESTAO-COMPRA     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SUGESTOES
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SUGESTAO DE COMPRA (RESERVAS DO MES ACIMA DOS '
                  'EXEMPLARES EM ' WRK-MIN-MESES-DEMANDA
                  ' MESES OU MAIS):'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              MOVE ZEROS               TO WRK-MESES-EXCEDIDOS
                                          WRK-PICO-RESERVAS
                                          WRK-TOT-RESERVAS
              PERFORM VARYING WRK-IND-MES FROM 1 BY 1 UNTIL
                         WRK-IND-MES > WRK-MESES-PERIODO
                 ADD TAB-TIT-RESERVAS(WRK-IND-TIT, WRK-IND-MES)
                                       TO WRK-TOT-RESERVAS
                 IF TAB-TIT-RESERVAS(WRK-IND-TIT, WRK-IND-MES)
                    GREATER TAB-TIT-COPIAS(WRK-IND-TIT)
                    ADD 1              TO WRK-MESES-EXCEDIDOS
                 END-IF
                 IF TAB-TIT-RESERVAS(WRK-IND-TIT, WRK-IND-MES)
                    GREATER WRK-PICO-RESERVAS
                    MOVE TAB-TIT-RESERVAS(WRK-IND-TIT, WRK-IND-MES)
                                       TO WRK-PICO-RESERVAS
                 END-IF
              END-PERFORM
              IF WRK-MESES-EXCEDIDOS NOT LESS WRK-MIN-MESES-DEMANDA
                 ADD 1                 TO WRK-QTDE-SUGESTOES
                 MOVE TAB-TIT-COPIAS(WRK-IND-TIT) TO WRK-NUM-ED
                 MOVE WRK-PICO-RESERVAS           TO WRK-NUM-ED2
                 MOVE WRK-TOT-RESERVAS            TO WRK-NUM-ED3
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '* ' TAB-TIT-CODIGO(WRK-IND-TIT)
                        ' ' TAB-TIT-NOME(WRK-IND-TIT)
                        ' EXEMPLARES ' WRK-NUM-ED
                        ' PICO MENSAL ' WRK-NUM-ED2
                        ' RESERVAS ' WRK-NUM-ED3
                        ' MESES ACIMA ' WRK-MESES-EXCEDIDOS
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM

           IF WRK-QTDE-SUGESTOES EQUAL ZEROS
              MOVE '*   NENHUMA'       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CANDIDATOS A DESCARTE: CONDICAO RUIM OU SEM USO HA
      *    WRK-MESES-OCIOSO MESES OU MAIS (ULTIMO EMPRESTIMO OU, SE
      *    NUNCA SAIU, A AQUISICAO). EXEMPLAR EMPRESTADO NAO ENTRA
      *----------------------------------------------------------------*
       0010-LISTAR-CANDIDATOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CANDIDATOS
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CANDIDATOS A DESCARTE (CONDICAO RUIM OU SEM USO '
                  'HA ' WRK-MESES-OCIOSO ' MESES OU MAIS):'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-DISPONIVEL(WRK-IND1) EQUAL 'S'
                 PERFORM 0101-AVALIAR-CANDIDATO
              END-IF
           END-PERFORM

           IF WRK-QTDE-CANDIDATOS EQUAL ZEROS
              MOVE '*   NENHUM'        TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIAR O EXEMPLAR WRK-IND1 COMO CANDIDATO A DESCARTE
      *----------------------------------------------------------------*
       0101-AVALIAR-CANDIDATO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MOTIVO-CANDIDATO

           PERFORM VARYING WRK-IND-COND FROM 1 BY 1 UNTIL
                      WRK-IND-COND > WRK-QTDE-COND
              IF TAB-CONDICAO(WRK-IND1) EQUAL
                 TAB-COND-RUIM(WRK-IND-COND)
                 STRING 'CONDICAO ' TAB-CONDICAO(WRK-IND1)
                        DELIMITED BY SIZE INTO WRK-MOTIVO-CANDIDATO
                 END-STRING
              END-IF
           END-PERFORM

           IF WRK-MOTIVO-CANDIDATO EQUAL SPACES
              IF TAB-ULT-USO(WRK-IND1) GREATER ZEROS
                 STRING TAB-ULT-USO(WRK-IND1)(7:2) '/'
                        TAB-ULT-USO(WRK-IND1)(5:2) '/'
                        TAB-ULT-USO(WRK-IND1)(1:4)
                        DELIMITED BY SIZE INTO WRK-DATA-LIDA
                 END-STRING
              ELSE
                 MOVE TAB-AQUIS(WRK-IND1)        TO WRK-DATA-LIDA
              END-IF
              PERFORM 0052-DECOMPOR-DATA
              IF WRK-DATA-LIDA-AAAAMMDD GREATER ZEROS AND
                 WRK-MESES-ATRAS NOT LESS WRK-MESES-OCIOSO
                 IF TAB-ULT-USO(WRK-IND1) GREATER ZEROS
                    STRING 'SEM EMPRESTIMO DESDE ' WRK-DATA-LIDA
                           DELIMITED BY SIZE INTO WRK-MOTIVO-CANDIDATO
                    END-STRING
                 ELSE
                    STRING 'NUNCA SAIU, ADQUIRIDO ' WRK-DATA-LIDA
                           DELIMITED BY SIZE INTO WRK-MOTIVO-CANDIDATO
                    END-STRING
                 END-IF
              END-IF
           END-IF

           IF WRK-MOTIVO-CANDIDATO NOT EQUAL SPACES
              ADD 1                    TO WRK-QTDE-CANDIDATOS
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* ' TAB-CODIGO(WRK-IND1)
                     '-' TAB-EXEMPLAR(WRK-IND1)
                     ' ' TAB-NOME(WRK-IND1)
                     ' ' TAB-CATEGORIA(WRK-IND1)
                     ' ' WRK-MOTIVO-CANDIDATO
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0101-end
       0101-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DECISAO DE DESCARTE: BAIXAR EXEMPLARES ATE A RESPOSTA N
      *----------------------------------------------------------------*
       0011-BAIXAR-EXEMPLARES          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BAIXAS
           MOVE 'S'                    TO WRK-RESPOSTA

           PERFORM UNTIL WRK-RESPOSTA NOT EQUAL 'S'
              DISPLAY 'BAIXAR UM EXEMPLAR DO ACERVO (S/N)? '
                      WITH NO ADVANCING
              ACCEPT WRK-RESPOSTA
              IF WRK-RESPOSTA EQUAL 's'
                 MOVE 'S'              TO WRK-RESPOSTA
              END-IF
              IF WRK-RESPOSTA EQUAL 'S'
                 PERFORM 0111-BAIXAR-EXEMPLAR
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR UM EXEMPLAR: SO DISPONIVEL (NAO EMPRESTADO); VAI
      *    PARA BIBBAIXA.dat COM DATA E MOTIVO E E CARIMBADO NO LOG
      *----------------------------------------------------------------*
       0111-BAIXAR-EXEMPLAR            SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DO LIVRO: ' WITH NO ADVANCING
           ACCEPT WRK-COD-LIVRO
           DISPLAY 'NUMERO DO EXEMPLAR: ' WITH NO ADVANCING
           ACCEPT WRK-NUM-EXEMPLAR

           MOVE ZEROS                  TO WRK-IND2
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-CODIGO(WRK-IND1) EQUAL WRK-COD-LIVRO AND
                 TAB-EXEMPLAR(WRK-IND1) EQUAL WRK-NUM-EXEMPLAR AND
                 TAB-BAIXADO(WRK-IND1) EQUAL 'N'
                 MOVE WRK-IND1         TO WRK-IND2
              END-IF
           END-PERFORM

           IF WRK-IND2 EQUAL ZEROS
              DISPLAY 'EXEMPLAR NAO CADASTRADO'
              EXIT SECTION
           END-IF

           IF TAB-DISPONIVEL(WRK-IND2) NOT EQUAL 'S'
              DISPLAY 'EXEMPLAR EMPRESTADO - RECEBA A DEVOLUCAO ANTES '
                      'DA BAIXA'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-MOTIVO-BAIXA
           DISPLAY 'MOTIVO DA BAIXA: ' WITH NO ADVANCING
           ACCEPT WRK-MOTIVO-BAIXA
           IF WRK-MOTIVO-BAIXA EQUAL SPACES
              DISPLAY 'MOTIVO OBRIGATORIO - BAIXA NAO EFETUADA'
              EXIT SECTION
           END-IF

           OPEN EXTEND ARQ-BAIXAS
           MOVE SPACES                 TO FD-LIN-BAIXA
           STRING TAB-CODIGO(WRK-IND2)      DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-EXEMPLAR(WRK-IND2)    DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-NOME(WRK-IND2)        DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-AUTOR(WRK-IND2)       DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-AQUIS(WRK-IND2)       DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-CONDICAO(WRK-IND2)    DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-ISBN(WRK-IND2)        DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  TAB-CATEGORIA(WRK-IND2)   DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  WRK-MASC-DATA             DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  WRK-MOTIVO-BAIXA          DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  INTO FD-LIN-BAIXA
           END-STRING
           WRITE FD-LIN-BAIXA
           CLOSE ARQ-BAIXAS

           OPEN EXTEND ARQUIVO-LOG
           MOVE '|'                    TO FDS-BARRA1
                                          FDS-BARRA2
                                          FDS-BARRA3
                                          FDS-BARRA4
                                          FDS-BARRA5
                                          FDS-BARRA6
                                          FDS-BARRA7
           MOVE 'BAIXAR'               TO FDS-TRANSACAO
           MOVE WRK-MASC-DATA          TO FDS-DATA-TRANSACAO
           MOVE TAB-CODIGO(WRK-IND2)   TO FDS-COD-LIVRO
           MOVE TAB-NOME(WRK-IND2)     TO FDS-NOME-LIVRO
           MOVE TAB-AUTOR(WRK-IND2)    TO FDS-AUTOR-LIVRO
           MOVE TAB-DISPONIVEL(WRK-IND2)
                                       TO FDS-DISPONIVEL
           MOVE SPACES                 TO FDS-DATA-EMPRESTIMO
                                          FDS-DATA-DEVOLUCAO
           WRITE FD-ARQ-LOG
           CLOSE ARQUIVO-LOG

           MOVE 'S'                    TO TAB-BAIXADO(WRK-IND2)
           ADD 1                       TO WRK-QTDE-BAIXAS
           DISPLAY 'EXEMPLAR BAIXADO COM SUCESSO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0111-end
       0111-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O ACERVO BIBLIOTECA.dat SEM OS EXEMPLARES BAIXADOS
      *----------------------------------------------------------------*
       0012-GRAVAR-ACERVO              SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-ENT

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-BAIXADO(WRK-IND1) EQUAL 'N'
                 MOVE TAB-CODIGO(WRK-IND1)    TO FDE-COD-LIVRO
                 MOVE TAB-EXEMPLAR(WRK-IND1)  TO FDE-NUM-EXEMPLAR
                 MOVE TAB-NOME(WRK-IND1)      TO FDE-NOME-LIVRO
                 MOVE TAB-AUTOR(WRK-IND1)     TO FDE-AUTOR-LIVRO
                 MOVE TAB-DISPONIVEL(WRK-IND1)
                                              TO FDE-DISPONIVEL
                 MOVE TAB-DATA(WRK-IND1)      TO FDE-DATA-EMPRESTIMO
                 MOVE TAB-AQUIS(WRK-IND1)     TO FDE-DATA-AQUIS
                 MOVE TAB-CONDICAO(WRK-IND1)  TO FDE-CONDICAO
                 MOVE TAB-ISBN(WRK-IND1)      TO FDE-ISBN
                 MOVE TAB-EDITORA(WRK-IND1)   TO FDE-EDITORA
                 MOVE TAB-ANO(WRK-IND1)       TO FDE-ANO
                 MOVE TAB-CATEGORIA(WRK-IND1) TO FDE-CATEGORIA
                 WRITE FD-ARQ-ENT
              END-IF
           END-PERFORM

           CLOSE ARQUIVO-ENT
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
