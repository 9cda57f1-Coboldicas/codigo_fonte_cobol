      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: INVENTARIO DO ACERVO DA BIBLIOTECA POR ESTANTE.
      *              ABRE UM INVENTARIO PARA UMA OU MAIS CATEGORIAS/
      *              ESTANTES, REGISTRA OS EXEMPLARES ENCONTRADOS
      *              (DIGITADOS OU LIDOS NO LEITOR: CODIGO DO LIVRO
      *              COM 5 DIGITOS + EXEMPLAR COM 2) E CONFRONTA COM
      *              BIBLIOTECA.dat E EMPRESTA.dat, LISTANDO EM
      *              BIBINV.txt:
      *              - EXTRAVIADOS: DA ESTANTE INVENTARIADA, NAO
      *                ENCONTRADOS E NAO EMPRESTADOS;
      *              - ESTANTE ERRADA: ENCONTRADOS FORA DA SUA
      *                CATEGORIA/ESTANTE;
      *              - EMPRESTADOS NA ESTANTE: CONSTAM EMPRESTADOS MAS
      *                FORAM ENCONTRADOS (A DEVOLUCAO SEGUE NO
      *                PROG024A);
      *              - EXTRAVIADOS LOCALIZADOS E CODIGOS NAO
      *                CADASTRADOS.
      *              NA CONFIRMACAO O EXTRAVIADO FICA COM DISPONIVEL =
      *              'X' (O PROG024A NAO O OFERECE MAIS), O EXTRAVIADO
      *              LOCALIZADO VOLTA A 'S', AMBOS SAO CARIMBADOS NO
      *              LOG BIBLIOTECA.txt E A FILA DE RESERVA DOS
      *              TITULOS AFETADOS (RESERVAS.dat) E REAVALIADA:
      *              TITULO SEM NENHUM EXEMPLAR TEM A FILA CANCELADA E
      *              OS INTERESSADOS AVISADOS; TITULO COM EXEMPLAR
      *              DISPONIVEL CHAMA O PRIMEIRO DA FILA (NOTIF01A). O
      *              INVENTARIO CONFIRMADO VAI PARA O HISTORICO
      *              BIBINVH.dat E BIBINV.dat FICA LIVRE PARA O PROXIMO.
      *----------------------------------------------------------------*
      * LAYOUT DE BIBINV.dat (INVENTARIO ABERTO):
      *   H|DATA DE ABERTURA|
      *   E|CATEGORIA/ESTANTE INVENTARIADA|          (UMA POR ESTANTE)
      *   L|CODIGO|EXEMPLAR|ESTANTE ONDE ACHADO|DATA|  (UMA POR LEITURA)
      * NO HISTORICO BIBINVH.dat O INVENTARIO TERMINA COM
      *   F|DATA DA CONFIRMACAO|EXTRAVIADOS|LOCALIZADOS|
      * NOME.......: BIBINV1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBINV1A.
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

           SELECT OPTIONAL ARQ-RESERVAS ASSIGN TO 'RESERVAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-INVENT ASSIGN TO 'BIBINV.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO 'BIBINVH.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REL ASSIGN TO 'BIBINV.txt'
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

       FD  ARQ-RESERVAS.
       01  FD-LIN-RESERVA                 PIC X(060).

       FD  ARQ-INVENT.
       01  FD-LIN-INVENT                  PIC X(060).

       FD  ARQ-HISTORICO.
       01  FD-LIN-HISTORICO               PIC X(060).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-IND1                       PIC 9(02) VALUE ZEROS.
       01  WRK-IND2                       PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-REG                   PIC 9(02) VALUE ZEROS.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.

      *  MASCARA FORMATO DA DATA - DD/MM/AAAA (COMO NO PROG024A)
       01  WRK-MASC-DATA.
         05 WRK-MASC-DATA-DIA          PIC 9(002) VALUE ZEROS.
         05 FILLER                     PIC X(001) VALUE '/'.
         05 WRK-MASC-DATA-MES          PIC 9(002) VALUE ZEROS.
         05 FILLER                     PIC X(001) VALUE '/'.
         05 WRK-MASC-DATA-ANO          PIC 9(004) VALUE ZEROS.

      *    TABELA INTERNA DO ACERVO (MESMA DO PROG024A) COM A
      *    SITUACAO DO EXEMPLAR NO INVENTARIO
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
      *        EMPRESTIMO EM ABERTO EM EMPRESTA.dat (S/N)
               10  TAB-EMP-ABERTO     PIC X(01)   VALUE 'N'.
      *        ESTANTE ONDE FOI ENCONTRADO (BRANCO = NAO ENCONTRADO)
               10  TAB-ACHADO-EM      PIC X(10)   VALUE SPACES.
               10  TAB-ACHADO         PIC X(01)   VALUE 'N'.
      *        E = EXTRAVIADO   L = EXTRAVIADO LOCALIZADO
               10  TAB-ACAO           PIC X(01)   VALUE SPACES.

      *    INVENTARIO ABERTO (BIBINV.dat)
       01  WRK-INV-ABERTO                 PIC X(01) VALUE 'N'.
       01  WRK-INV-DATA-ABERTURA          PIC X(10) VALUE SPACES.
       01  WRK-QTDE-ESC                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-ESC                    PIC 9(02) VALUE ZEROS.
       01  TAB-ESCOPO.
           05  TAB-ESC-CATEGORIA          PIC X(10) OCCURS 20 TIMES.
       01  WRK-NO-ESCOPO                  PIC X(01) VALUE 'N'.
       01  WRK-MAX-TAB-LEI                PIC 9(03) VALUE 200.
       01  WRK-QTDE-LEI                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-LEI                    PIC 9(03) VALUE ZEROS.
       01  TAB-LEITURAS.
           05  TAB-LEI-LINHA OCCURS 200 TIMES.
               10  TAB-LEI-CODIGO         PIC 9(05).
               10  TAB-LEI-EXEMPLAR       PIC 9(02).
               10  TAB-LEI-ESTANTE        PIC X(10).
               10  TAB-LEI-DATA           PIC X(10).
       01  WRK-INV-REGISTRO               PIC X(01) VALUE SPACES.
       01  WRK-INV-CAMPO2                 PIC X(10) VALUE SPACES.
       01  WRK-INV-CAMPO3                 PIC X(10) VALUE SPACES.
       01  WRK-INV-CAMPO4                 PIC X(10) VALUE SPACES.
       01  WRK-INV-CAMPO5                 PIC X(10) VALUE SPACES.

      *    LEITURA DOS EXEMPLARES
       01  WRK-ESTANTE-LIDA               PIC X(10) VALUE SPACES.
       01  WRK-IDENTIFICADOR              PIC X(07) VALUE SPACES.
       01  WRK-IDENT-NUM REDEFINES WRK-IDENTIFICADOR.
           05  WRK-IDENT-CODIGO           PIC 9(05).
           05  WRK-IDENT-EXEMPLAR         PIC 9(02).
       01  WRK-CATEGORIA-INF              PIC X(10) VALUE SPACES.

      *    EMPRESTIMO LIDO (EMPRESTA.dat - LAYOUT DO PROG024A)
       01  WRK-EMP-MEMBRO                 PIC 9(05) VALUE ZEROS.
       01  WRK-EMP-LIVRO                  PIC 9(05) VALUE ZEROS.
       01  WRK-EMP-EXEMPLAR               PIC 9(02) VALUE ZEROS.
       01  WRK-EMP-DATA                   PIC X(10) VALUE SPACES.
       01  WRK-EMP-DEVOLVIDO              PIC X(01) VALUE SPACES.

      *    FILAS DE RESERVA (RESERVAS.dat - LAYOUT DO PROG024A)
       01  WRK-MAX-TAB-RES                PIC 9(03) VALUE 200.
       01  WRK-QTDE-RES                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-RES                    PIC 9(03) VALUE ZEROS.
       01  TAB-RESERVAS.
           05  TAB-RES-LINHA OCCURS 200 TIMES.
               10  TAB-RES-CODIGO         PIC 9(05).
               10  TAB-RES-NOME           PIC X(40).
               10  TAB-RES-ATIVA          PIC X(01).
       01  WRK-RES-CODIGO                 PIC 9(05) VALUE ZEROS.
       01  WRK-RES-NOME                   PIC X(40) VALUE SPACES.
       01  WRK-COPIAS-ACERVO              PIC 9(02) VALUE ZEROS.
       01  WRK-COPIAS-DISPONIVEIS         PIC 9(02) VALUE ZEROS.
       01  WRK-TITULO-JA-VISTO            PIC X(01) VALUE 'N'.

      *    TOTAIS DA CONFRONTACAO
       01  WRK-QTDE-EXTRAVIADOS           PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-ESTANTE-ERRADA        PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-EMPR-ACHADOS          PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-LOCALIZADOS           PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-NAO-CADASTRADOS       PIC 9(03) VALUE ZEROS.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *  PEDIDO DE NOTIFICACAO PARA A FILA CENTRAL (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

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
           PERFORM 0002-CARREGAR-ACERVO
           PERFORM 0003-CARREGAR-EMPRESTIMOS
           PERFORM 0004-CARREGAR-INVENTARIO
           PERFORM 0005-TELA-MENU
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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O ACERVO DE BIBLIOTECA.dat NA TABELA INTERNA
      *----------------------------------------------------------------*
       0002-CARREGAR-ACERVO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REG
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-ENT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ENT INTO FD-ARQ-ENT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-REG LESS 50
                       ADD 1           TO WRK-QTDE-REG
                       INITIALIZE TAB-ENT-LINHA(WRK-QTDE-REG)
                       MOVE FDE-COD-LIVRO
                                       TO TAB-CODIGO(WRK-QTDE-REG)
                       MOVE FDE-NUM-EXEMPLAR
                                       TO TAB-EXEMPLAR(WRK-QTDE-REG)
                       MOVE FDE-NOME-LIVRO
                                       TO TAB-NOME(WRK-QTDE-REG)
                       MOVE FDE-AUTOR-LIVRO
                                       TO TAB-AUTOR(WRK-QTDE-REG)
                       MOVE FDE-DISPONIVEL
                                       TO TAB-DISPONIVEL(WRK-QTDE-REG)
                       MOVE FDE-DATA-EMPRESTIMO
                                       TO TAB-DATA(WRK-QTDE-REG)
                       MOVE FDE-DATA-AQUIS
                                       TO TAB-AQUIS(WRK-QTDE-REG)
                       MOVE FDE-CONDICAO
                                       TO TAB-CONDICAO(WRK-QTDE-REG)
                       MOVE FDE-ISBN   TO TAB-ISBN(WRK-QTDE-REG)
                       MOVE FDE-EDITORA
                                       TO TAB-EDITORA(WRK-QTDE-REG)
                       MOVE FDE-ANO    TO TAB-ANO(WRK-QTDE-REG)
                       MOVE FDE-CATEGORIA
                                       TO TAB-CATEGORIA(WRK-QTDE-REG)
                       MOVE 'N'        TO TAB-EMP-ABERTO(WRK-QTDE-REG)
                                          TAB-ACHADO(WRK-QTDE-REG)
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
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR OS EXEMPLARES COM EMPRESTIMO EM ABERTO EM
      *    EMPRESTA.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-EMPRESTIMOS       SECTION.
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
                    IF WRK-EMP-DEVOLVIDO EQUAL 'N'
                       PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                                  WRK-IND1 > WRK-QTDE-REG
                          IF TAB-CODIGO(WRK-IND1) EQUAL WRK-EMP-LIVRO
                             AND TAB-EXEMPLAR(WRK-IND1) EQUAL
                                 WRK-EMP-EXEMPLAR
                             MOVE 'S'  TO TAB-EMP-ABERTO(WRK-IND1)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-EMPRESTA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O INVENTARIO ABERTO (BIBINV.dat), SE HOUVER
      *----------------------------------------------------------------*
       0004-CARREGAR-INVENTARIO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-INV-ABERTO
                                          WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-QTDE-ESC
                                          WRK-QTDE-LEI

           OPEN INPUT ARQ-INVENT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-INVENT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0041-TRATAR-LINHA-INVENT
              END-READ
           END-PERFORM

           CLOSE ARQ-INVENT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DE BIBINV.dat
      *----------------------------------------------------------------*
       0041-TRATAR-LINHA-INVENT        SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-INV-REGISTRO
                                          WRK-INV-CAMPO2
                                          WRK-INV-CAMPO3
                                          WRK-INV-CAMPO4
                                          WRK-INV-CAMPO5
           UNSTRING FD-LIN-INVENT DELIMITED BY '|'
              INTO WRK-INV-REGISTRO
                   WRK-INV-CAMPO2
                   WRK-INV-CAMPO3
                   WRK-INV-CAMPO4
                   WRK-INV-CAMPO5
           END-UNSTRING

           EVALUATE WRK-INV-REGISTRO
              WHEN 'H'
                 MOVE 'S'              TO WRK-INV-ABERTO
                 MOVE WRK-INV-CAMPO2   TO WRK-INV-DATA-ABERTURA
              WHEN 'E'
                 IF WRK-QTDE-ESC LESS 20
                    ADD 1              TO WRK-QTDE-ESC
                    MOVE WRK-INV-CAMPO2
                                  TO TAB-ESC-CATEGORIA(WRK-QTDE-ESC)
                 END-IF
              WHEN 'L'
                 IF WRK-QTDE-LEI LESS WRK-MAX-TAB-LEI AND
                    WRK-INV-CAMPO2(1:5) IS NUMERIC AND
                    WRK-INV-CAMPO3(1:2) IS NUMERIC
                    ADD 1              TO WRK-QTDE-LEI
                    MOVE WRK-INV-CAMPO2(1:5)
                                  TO TAB-LEI-CODIGO(WRK-QTDE-LEI)
                    MOVE WRK-INV-CAMPO3(1:2)
                                  TO TAB-LEI-EXEMPLAR(WRK-QTDE-LEI)
                    MOVE WRK-INV-CAMPO4
                                  TO TAB-LEI-ESTANTE(WRK-QTDE-LEI)
                    MOVE WRK-INV-CAMPO5
                                  TO TAB-LEI-DATA(WRK-QTDE-LEI)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0005-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=     INVENTARIO DO ACERVO               =*'
           DISPLAY '*==========================================*'
           IF WRK-INV-ABERTO EQUAL 'S'
              DISPLAY '* INVENTARIO ABERTO EM ' WRK-INV-DATA-ABERTURA
                      ' - LEITURAS: ' WRK-QTDE-LEI
           ELSE
              DISPLAY '* NENHUM INVENTARIO ABERTO'
           END-IF
           DISPLAY '* 1 - ABRIR INVENTARIO                     *'
           DISPLAY '* 2 - REGISTRAR EXEMPLARES ENCONTRADOS     *'
           DISPLAY '* 3 - RELATORIO DE DIVERGENCIAS            *'
           DISPLAY '* 4 - CONFIRMAR E ENCERRAR O INVENTARIO    *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0006-ABRIR-INVENTARIO
                      PERFORM 0005-TELA-MENU
               WHEN 2 PERFORM 0007-REGISTRAR-LEITURAS
                      PERFORM 0005-TELA-MENU
               WHEN 3 PERFORM 0008-CONFRONTAR
                      PERFORM 0005-TELA-MENU
               WHEN 4 PERFORM 0009-CONFIRMAR-INVENTARIO
                      PERFORM 0005-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0005-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR UM INVENTARIO: INFORMAR AS CATEGORIAS/ESTANTES, UMA
      *    POR VEZ (EM BRANCO ENCERRA). SO UM INVENTARIO POR VEZ
      *----------------------------------------------------------------*
       0006-ABRIR-INVENTARIO           SECTION.
      *----------------------------------------------------------------*

           IF WRK-INV-ABERTO EQUAL 'S'
              DISPLAY 'JA EXISTE INVENTARIO ABERTO - CONFIRME-O ANTES '
                      'DE ABRIR OUTRO'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-ESC
                                          WRK-QTDE-LEI
           MOVE 'X'                    TO WRK-CATEGORIA-INF

           PERFORM UNTIL WRK-CATEGORIA-INF EQUAL SPACES OR
                         WRK-QTDE-ESC NOT LESS 20
              MOVE SPACES              TO WRK-CATEGORIA-INF
              DISPLAY 'CATEGORIA/ESTANTE (BRANCO ENCERRA): '
                      WITH NO ADVANCING
              ACCEPT WRK-CATEGORIA-INF
              IF WRK-CATEGORIA-INF NOT EQUAL SPACES
                 ADD 1                 TO WRK-QTDE-ESC
                 MOVE WRK-CATEGORIA-INF
                                  TO TAB-ESC-CATEGORIA(WRK-QTDE-ESC)
              END-IF
           END-PERFORM

           IF WRK-QTDE-ESC EQUAL ZEROS
              DISPLAY 'NENHUMA ESTANTE INFORMADA - INVENTARIO NAO '
                      'ABERTO'
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-INVENT
           MOVE SPACES                 TO FD-LIN-INVENT
           STRING 'H|' WRK-MASC-DATA '|'
                  DELIMITED BY SIZE INTO FD-LIN-INVENT
           END-STRING
           WRITE FD-LIN-INVENT
           PERFORM VARYING WRK-IND-ESC FROM 1 BY 1 UNTIL
                      WRK-IND-ESC > WRK-QTDE-ESC
              MOVE SPACES              TO FD-LIN-INVENT
              STRING 'E|' TAB-ESC-CATEGORIA(WRK-IND-ESC) '|'
                     DELIMITED BY SIZE INTO FD-LIN-INVENT
              END-STRING
              WRITE FD-LIN-INVENT
           END-PERFORM
           CLOSE ARQ-INVENT

           MOVE 'S'                    TO WRK-INV-ABERTO
           MOVE WRK-MASC-DATA          TO WRK-INV-DATA-ABERTURA
           DISPLAY 'INVENTARIO ABERTO PARA ' WRK-QTDE-ESC
                   ' ESTANTE(S)'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR OS EXEMPLARES ENCONTRADOS NA ESTANTE INFORMADA -
      *    CADA LEITURA E GRAVADA NA HORA EM BIBINV.dat, ENTAO O
      *    INVENTARIO PODE SER FEITO EM VARIAS SESSOES
      *----------------------------------------------------------------*
       0007-REGISTRAR-LEITURAS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-INV-ABERTO NOT EQUAL 'S'
              DISPLAY 'NENHUM INVENTARIO ABERTO'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-ESTANTE-LIDA
           DISPLAY 'ESTANTE SENDO LIDA: ' WITH NO ADVANCING
           ACCEPT WRK-ESTANTE-LIDA

           MOVE 'N'                    TO WRK-NO-ESCOPO
           PERFORM VARYING WRK-IND-ESC FROM 1 BY 1 UNTIL
                      WRK-IND-ESC > WRK-QTDE-ESC
              IF TAB-ESC-CATEGORIA(WRK-IND-ESC) EQUAL WRK-ESTANTE-LIDA
                 MOVE 'S'              TO WRK-NO-ESCOPO
              END-IF
           END-PERFORM

           IF WRK-NO-ESCOPO NOT EQUAL 'S'
              DISPLAY 'ESTANTE FORA DO INVENTARIO ABERTO'
              EXIT SECTION
           END-IF

           OPEN EXTEND ARQ-INVENT
           MOVE 'X'                    TO WRK-IDENTIFICADOR

           PERFORM UNTIL WRK-IDENTIFICADOR EQUAL SPACES
              MOVE SPACES              TO WRK-IDENTIFICADOR
              DISPLAY 'EXEMPLAR (CODIGO+EXEMPLAR, BRANCO ENCERRA): '
                      WITH NO ADVANCING
              ACCEPT WRK-IDENTIFICADOR
              EVALUATE TRUE
                 WHEN WRK-IDENTIFICADOR EQUAL SPACES
                    CONTINUE
                 WHEN WRK-IDENTIFICADOR IS NOT NUMERIC
                    DISPLAY 'IDENTIFICADOR INVALIDO - 7 DIGITOS'
                 WHEN WRK-QTDE-LEI NOT LESS WRK-MAX-TAB-LEI
                    DISPLAY 'LIMITE DE ' WRK-MAX-TAB-LEI
                            ' LEITURAS ATINGIDO'
                    MOVE SPACES        TO WRK-IDENTIFICADOR
                 WHEN OTHER
                    PERFORM 0071-GUARDAR-LEITURA
              END-EVALUATE
           END-PERFORM

           CLOSE ARQ-INVENT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A LEITURA E MOSTRAR O EXEMPLAR LIDO
      *----------------------------------------------------------------*
       0071-GUARDAR-LEITURA            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-LEI
           MOVE WRK-IDENT-CODIGO       TO TAB-LEI-CODIGO(WRK-QTDE-LEI)
           MOVE WRK-IDENT-EXEMPLAR     TO TAB-LEI-EXEMPLAR(WRK-QTDE-LEI)
           MOVE WRK-ESTANTE-LIDA       TO TAB-LEI-ESTANTE(WRK-QTDE-LEI)
           MOVE WRK-MASC-DATA          TO TAB-LEI-DATA(WRK-QTDE-LEI)

           MOVE SPACES                 TO FD-LIN-INVENT
           STRING 'L|' WRK-IDENT-CODIGO '|' WRK-IDENT-EXEMPLAR '|'
                  WRK-ESTANTE-LIDA '|' WRK-MASC-DATA '|'
                  DELIMITED BY SIZE INTO FD-LIN-INVENT
           END-STRING
           WRITE FD-LIN-INVENT

           MOVE ZEROS                  TO WRK-IND2
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-CODIGO(WRK-IND1) EQUAL WRK-IDENT-CODIGO AND
                 TAB-EXEMPLAR(WRK-IND1) EQUAL WRK-IDENT-EXEMPLAR
                 MOVE WRK-IND1         TO WRK-IND2
              END-IF
           END-PERFORM

           IF WRK-IND2 EQUAL ZEROS
              DISPLAY '  ' WRK-IDENTIFICADOR ' NAO CADASTRADO'
           ELSE
              DISPLAY '  ' TAB-NOME(WRK-IND2)(1:30) ' '
                      TAB-CATEGORIA(WRK-IND2)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFRONTAR AS LEITURAS COM O ACERVO E OS EMPRESTIMOS E
      *    EMITIR O RELATORIO DE DIVERGENCIAS EM BIBINV.txt
      *----------------------------------------------------------------*
       0008-CONFRONTAR                 SECTION.
      *----------------------------------------------------------------*

           IF WRK-INV-ABERTO NOT EQUAL 'S'
              DISPLAY 'NENHUM INVENTARIO ABERTO'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-EXTRAVIADOS
                                          WRK-QTDE-ESTANTE-ERRADA
                                          WRK-QTDE-EMPR-ACHADOS
                                          WRK-QTDE-LOCALIZADOS
                                          WRK-QTDE-NAO-CADASTRADOS

      *    MARCA ONDE CADA EXEMPLAR FOI ENCONTRADO
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              MOVE 'N'                 TO TAB-ACHADO(WRK-IND1)
              MOVE SPACES              TO TAB-ACHADO-EM(WRK-IND1)
                                          TAB-ACAO(WRK-IND1)
           END-PERFORM

           OPEN OUTPUT ARQ-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* INVENTARIO DO ACERVO ABERTO EM '
                  WRK-INV-DATA-ABERTURA ' - CONFRONTO EM '
                  WRK-MASC-DATA ' - LEITURAS: ' WRK-QTDE-LEI
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* ESTANTES INVENTARIADAS:' TO WRK-LINHA-REL
           PERFORM VARYING WRK-IND-ESC FROM 1 BY 1 UNTIL
                      WRK-IND-ESC > WRK-QTDE-ESC
              MOVE TAB-ESC-CATEGORIA(WRK-IND-ESC)
                   TO WRK-LINHA-REL(16 + WRK-IND-ESC * 11:10)
           END-PERFORM
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-LEI FROM 1 BY 1 UNTIL
                      WRK-IND-LEI > WRK-QTDE-LEI
              PERFORM 0081-LOCALIZAR-LEITURA
           END-PERFORM

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              PERFORM 0082-AVALIAR-EXEMPLAR
           END-PERFORM

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAIS - EXTRAVIADOS: ' WRK-QTDE-EXTRAVIADOS
                  '  ESTANTE ERRADA: ' WRK-QTDE-ESTANTE-ERRADA
                  '  EMPRESTADOS NA ESTANTE: ' WRK-QTDE-EMPR-ACHADOS
                  '  LOCALIZADOS: ' WRK-QTDE-LOCALIZADOS
                  '  NAO CADASTRADOS: ' WRK-QTDE-NAO-CADASTRADOS
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           CLOSE ARQ-REL

           DISPLAY '*=========================================*'
           DISPLAY '* EXTRAVIADOS.............: ' WRK-QTDE-EXTRAVIADOS
           DISPLAY '* NA ESTANTE ERRADA.......: '
                   WRK-QTDE-ESTANTE-ERRADA
           DISPLAY '* EMPRESTADOS NA ESTANTE..: ' WRK-QTDE-EMPR-ACHADOS
           DISPLAY '* EXTRAVIADOS LOCALIZADOS.: ' WRK-QTDE-LOCALIZADOS
           DISPLAY '* NAO CADASTRADOS.........: '
                   WRK-QTDE-NAO-CADASTRADOS
           DISPLAY '* RELATORIO EM BIBINV.txt                 *'
           DISPLAY '*=========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR NO ACERVO O EXEMPLAR DA LEITURA WRK-IND-LEI
      *----------------------------------------------------------------*
       0081-LOCALIZAR-LEITURA          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IND2
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-CODIGO(WRK-IND1) EQUAL
                 TAB-LEI-CODIGO(WRK-IND-LEI) AND
                 TAB-EXEMPLAR(WRK-IND1) EQUAL
                 TAB-LEI-EXEMPLAR(WRK-IND-LEI)
                 MOVE WRK-IND1         TO WRK-IND2
              END-IF
           END-PERFORM

           IF WRK-IND2 GREATER ZEROS
              MOVE 'S'                 TO TAB-ACHADO(WRK-IND2)
              MOVE TAB-LEI-ESTANTE(WRK-IND-LEI)
                                       TO TAB-ACHADO-EM(WRK-IND2)
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-NAO-CADASTRADOS
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* NAO CADASTRADO.......: '
                  TAB-LEI-CODIGO(WRK-IND-LEI) '-'
                  TAB-LEI-EXEMPLAR(WRK-IND-LEI)
                  ' LIDO NA ESTANTE ' TAB-LEI-ESTANTE(WRK-IND-LEI)
                  ' EM ' TAB-LEI-DATA(WRK-IND-LEI)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0081-end
       0081-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICAR O EXEMPLAR WRK-IND1 NO CONFRONTO
      *----------------------------------------------------------------*
       0082-AVALIAR-EXEMPLAR           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-NO-ESCOPO
           PERFORM VARYING WRK-IND-ESC FROM 1 BY 1 UNTIL
                      WRK-IND-ESC > WRK-QTDE-ESC
              IF TAB-ESC-CATEGORIA(WRK-IND-ESC) EQUAL
                 TAB-CATEGORIA(WRK-IND1)
                 MOVE 'S'              TO WRK-NO-ESCOPO
              END-IF
           END-PERFORM

           IF TAB-ACHADO(WRK-IND1) NOT EQUAL 'S'
      *       DA ESTANTE INVENTARIADA, NAO ACHADO E NAO EMPRESTADO
              IF WRK-NO-ESCOPO EQUAL 'S' AND
                 TAB-DISPONIVEL(WRK-IND1) EQUAL 'S' AND
                 TAB-EMP-ABERTO(WRK-IND1) NOT EQUAL 'S'
                 MOVE 'E'              TO TAB-ACAO(WRK-IND1)
                 ADD 1                 TO WRK-QTDE-EXTRAVIADOS
                 MOVE 'EXTRAVIADO' TO WRK-CATEGORIA-INF
                 PERFORM 0083-LINHA-EXEMPLAR
              END-IF
              EXIT SECTION
           END-IF

           IF TAB-DISPONIVEL(WRK-IND1) EQUAL 'X'
              MOVE 'L'                 TO TAB-ACAO(WRK-IND1)
              ADD 1                    TO WRK-QTDE-LOCALIZADOS
              MOVE 'LOCALIZADO' TO WRK-CATEGORIA-INF
              PERFORM 0083-LINHA-EXEMPLAR
           END-IF

           IF TAB-DISPONIVEL(WRK-IND1) EQUAL 'N' OR
              TAB-EMP-ABERTO(WRK-IND1) EQUAL 'S'
              ADD 1                    TO WRK-QTDE-EMPR-ACHADOS
              MOVE 'EMPRESTADO' TO WRK-CATEGORIA-INF
              PERFORM 0083-LINHA-EXEMPLAR
           END-IF

           IF TAB-ACHADO-EM(WRK-IND1) NOT EQUAL TAB-CATEGORIA(WRK-IND1)
              ADD 1                    TO WRK-QTDE-ESTANTE-ERRADA
              MOVE 'ESTANTE' TO WRK-CATEGORIA-INF
              PERFORM 0083-LINHA-EXEMPLAR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0082-end
       0082-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO PARA O EXEMPLAR WRK-IND1 (TIPO DA
      *    DIVERGENCIA EM WRK-CATEGORIA-INF)
      *----------------------------------------------------------------*
       0083-LINHA-EXEMPLAR             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           EVALUATE WRK-CATEGORIA-INF
              WHEN 'EXTRAVIADO'
                 STRING '* EXTRAVIADO...........: '
                        TAB-CODIGO(WRK-IND1) '-' TAB-EXEMPLAR(WRK-IND1)
                        ' ' TAB-NOME(WRK-IND1)
                        ' ESTANTE ' TAB-CATEGORIA(WRK-IND1)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              WHEN 'LOCALIZADO'
                 STRING '* EXTRAVIADO LOCALIZADO: '
                        TAB-CODIGO(WRK-IND1) '-' TAB-EXEMPLAR(WRK-IND1)
                        ' ' TAB-NOME(WRK-IND1)
                        ' ACHADO EM ' TAB-ACHADO-EM(WRK-IND1)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              WHEN 'EMPRESTADO'
                 STRING '* EMPRESTADO NA ESTANTE: '
                        TAB-CODIGO(WRK-IND1) '-' TAB-EXEMPLAR(WRK-IND1)
                        ' ' TAB-NOME(WRK-IND1)
                        ' DESDE ' TAB-DATA(WRK-IND1)
                        ' ACHADO EM ' TAB-ACHADO-EM(WRK-IND1)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              WHEN OTHER
                 STRING '* NA ESTANTE ERRADA....: '
                        TAB-CODIGO(WRK-IND1) '-' TAB-EXEMPLAR(WRK-IND1)
                        ' ' TAB-NOME(WRK-IND1)
                        ' E DA ' TAB-CATEGORIA(WRK-IND1)
                        ' ACHADO EM ' TAB-ACHADO-EM(WRK-IND1)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
           END-EVALUATE
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0083-end
       0083-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFIRMAR O INVENTARIO: EXTRAVIADOS PASSAM A 'X',
      *    LOCALIZADOS VOLTAM A 'S', FILAS DE RESERVA REAVALIADAS E O
      *    INVENTARIO VAI PARA O HISTORICO
      *----------------------------------------------------------------*
       0009-CONFIRMAR-INVENTARIO       SECTION.
      *----------------------------------------------------------------*

           IF WRK-INV-ABERTO NOT EQUAL 'S'
              DISPLAY 'NENHUM INVENTARIO ABERTO'
              EXIT SECTION
           END-IF

           PERFORM 0008-CONFRONTAR

           DISPLAY 'CONFIRMA O INVENTARIO (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA NOT EQUAL 'S' AND
              WRK-RESPOSTA NOT EQUAL 's'
              DISPLAY 'INVENTARIO MANTIDO ABERTO'
              EXIT SECTION
           END-IF

           OPEN EXTEND ARQUIVO-LOG
           MOVE '|'                    TO FDS-BARRA1
                                          FDS-BARRA2
                                          FDS-BARRA3
                                          FDS-BARRA4
                                          FDS-BARRA5
                                          FDS-BARRA6
                                          FDS-BARRA7
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              EVALUATE TAB-ACAO(WRK-IND1)
                 WHEN 'E'
                    MOVE 'X'           TO TAB-DISPONIVEL(WRK-IND1)
                    MOVE 'EXTRAVIAR'   TO FDS-TRANSACAO
                    PERFORM 0091-GRAVAR-LOG
                 WHEN 'L'
                    MOVE 'S'           TO TAB-DISPONIVEL(WRK-IND1)
                    MOVE 'LOCALIZAR'   TO FDS-TRANSACAO
                    PERFORM 0091-GRAVAR-LOG
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           CLOSE ARQUIVO-LOG

           PERFORM 0092-GRAVAR-ACERVO
           PERFORM 0093-REAVALIAR-RESERVAS
           PERFORM 0094-ARQUIVAR-INVENTARIO

           MOVE 'N'                    TO WRK-INV-ABERTO
           MOVE ZEROS                  TO WRK-QTDE-ESC
                                          WRK-QTDE-LEI
           DISPLAY 'INVENTARIO CONFIRMADO - ' WRK-QTDE-EXTRAVIADOS
                   ' EXTRAVIADO(S), ' WRK-QTDE-LOCALIZADOS
                   ' LOCALIZADO(S)'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARIMBAR NO LOG BIBLIOTECA.txt O EXEMPLAR WRK-IND1
      *----------------------------------------------------------------*
       0091-GRAVAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MASC-DATA          TO FDS-DATA-TRANSACAO
           MOVE TAB-CODIGO(WRK-IND1)   TO FDS-COD-LIVRO
           MOVE TAB-NOME(WRK-IND1)     TO FDS-NOME-LIVRO
           MOVE TAB-AUTOR(WRK-IND1)    TO FDS-AUTOR-LIVRO
           MOVE TAB-DISPONIVEL(WRK-IND1)
                                       TO FDS-DISPONIVEL
           MOVE SPACES                 TO FDS-DATA-EMPRESTIMO
                                          FDS-DATA-DEVOLUCAO
           WRITE FD-ARQ-LOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0091-end
       0091-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O ACERVO BIBLIOTECA.dat COM A TABELA
      *----------------------------------------------------------------*
       0092-GRAVAR-ACERVO              SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-ENT

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
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
           END-PERFORM

           CLOSE ARQUIVO-ENT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0092-end
       0092-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REAVALIAR AS FILAS DE RESERVA DOS TITULOS QUE TIVERAM
      *    EXEMPLAR EXTRAVIADO OU LOCALIZADO
      *----------------------------------------------------------------*
       0093-REAVALIAR-RESERVAS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-RES
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-RESERVAS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-RESERVAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-RES LESS WRK-MAX-TAB-RES
                       ADD 1           TO WRK-QTDE-RES
                       MOVE ZEROS      TO TAB-RES-CODIGO(WRK-QTDE-RES)
                       MOVE SPACES     TO TAB-RES-NOME(WRK-QTDE-RES)
                       MOVE 'S'        TO TAB-RES-ATIVA(WRK-QTDE-RES)
                       UNSTRING FD-LIN-RESERVA DELIMITED BY '|'
                          INTO TAB-RES-CODIGO(WRK-QTDE-RES)
                               TAB-RES-NOME(WRK-QTDE-RES)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-RESERVAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-RES EQUAL ZEROS
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 > WRK-QTDE-REG
              IF TAB-ACAO(WRK-IND1) NOT EQUAL SPACES
      *          SO A PRIMEIRA OCORRENCIA DE CADA TITULO AFETADO
                 MOVE 'N'              TO WRK-TITULO-JA-VISTO
                 PERFORM VARYING WRK-IND2 FROM 1 BY 1 UNTIL
                            WRK-IND2 >= WRK-IND1
                    IF TAB-CODIGO(WRK-IND2) EQUAL TAB-CODIGO(WRK-IND1)
                       AND TAB-ACAO(WRK-IND2) NOT EQUAL SPACES
                       MOVE 'S'        TO WRK-TITULO-JA-VISTO
                    END-IF
                 END-PERFORM
                 IF WRK-TITULO-JA-VISTO EQUAL 'N'
                    PERFORM 0095-REAVALIAR-TITULO
                 END-IF
              END-IF
           END-PERFORM

           OPEN OUTPUT ARQ-RESERVAS
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1 UNTIL
                      WRK-IND-RES > WRK-QTDE-RES
              IF TAB-RES-ATIVA(WRK-IND-RES) EQUAL 'S'
                 MOVE SPACES           TO FD-LIN-RESERVA
                 STRING TAB-RES-CODIGO(WRK-IND-RES) DELIMITED BY SIZE
                        '|'                         DELIMITED BY SIZE
                        TAB-RES-NOME(WRK-IND-RES)   DELIMITED BY SIZE
                        '|'                         DELIMITED BY SIZE
                        INTO FD-LIN-RESERVA
                 END-STRING
                 WRITE FD-LIN-RESERVA
              END-IF
           END-PERFORM
           CLOSE ARQ-RESERVAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0093-end
       0093-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REAVALIAR A FILA DO TITULO DO EXEMPLAR WRK-IND1: SEM
      *    EXEMPLAR NO ACERVO A FILA E CANCELADA; COM EXEMPLAR
      *    DISPONIVEL O PRIMEIRO DA FILA E CHAMADO (UM POR EXEMPLAR);
      *    SO COM EXEMPLARES EMPRESTADOS A FILA SEGUE COMO ESTA
      *----------------------------------------------------------------*
       0095-REAVALIAR-TITULO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-COPIAS-ACERVO
                                          WRK-COPIAS-DISPONIVEIS
           PERFORM VARYING WRK-IND2 FROM 1 BY 1 UNTIL
                      WRK-IND2 > WRK-QTDE-REG
              IF TAB-CODIGO(WRK-IND2) EQUAL TAB-CODIGO(WRK-IND1)
                 IF TAB-DISPONIVEL(WRK-IND2) NOT EQUAL 'X'
                    ADD 1              TO WRK-COPIAS-ACERVO
                 END-IF
                 IF TAB-DISPONIVEL(WRK-IND2) EQUAL 'S'
                    ADD 1              TO WRK-COPIAS-DISPONIVEIS
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-RES FROM 1 BY 1 UNTIL
                      WRK-IND-RES > WRK-QTDE-RES
              IF TAB-RES-CODIGO(WRK-IND-RES) EQUAL
                 TAB-CODIGO(WRK-IND1) AND
                 TAB-RES-ATIVA(WRK-IND-RES) EQUAL 'S'
                 EVALUATE TRUE
                    WHEN WRK-COPIAS-ACERVO EQUAL ZEROS
                       MOVE 'RESERVACANC' TO NOT001A-TIPO-EVENTO
                       MOVE 'A'        TO NOT001A-SEVERIDADE
                       MOVE SPACES     TO NOT001A-TEXTO
                       STRING 'O TITULO ' TAB-NOME(WRK-IND1)(1:30)
                              ' EXTRAVIADO - RESERVA CANCELADA'
                              DELIMITED BY SIZE INTO NOT001A-TEXTO
                       END-STRING
                       PERFORM 0096-AVISAR-RESERVA
                       DISPLAY 'RESERVA CANCELADA: '
                               TAB-RES-NOME(WRK-IND-RES)
                    WHEN WRK-COPIAS-DISPONIVEIS GREATER ZEROS
                       MOVE 'RESERVAPRONT' TO NOT001A-TIPO-EVENTO
                       MOVE 'I'        TO NOT001A-SEVERIDADE
                       MOVE SPACES     TO NOT001A-TEXTO
                       STRING 'O TITULO ' TAB-NOME(WRK-IND1)(1:30)
                              ' ESTA DISPONIVEL PARA RETIRADA'
                              DELIMITED BY SIZE INTO NOT001A-TEXTO
                       END-STRING
                       PERFORM 0096-AVISAR-RESERVA
                       SUBTRACT 1      FROM WRK-COPIAS-DISPONIVEIS
                       DISPLAY 'TITULO RESERVADO PARA: '
                               TAB-RES-NOME(WRK-IND-RES)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0095-end
       0095-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ENFILEIRAR O AVISO AO INTERESSADO DA RESERVA WRK-IND-RES E
      *    TIRA-LA DA FILA
      *----------------------------------------------------------------*
       0096-AVISAR-RESERVA             SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-RES-NOME(WRK-IND-RES) TO NOT001A-DESTINATARIO
           MOVE SPACES                 TO NOT001A-CHAVE
           MOVE TAB-CODIGO(WRK-IND1)   TO NOT001A-CHAVE
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
           MOVE 'N'                    TO TAB-RES-ATIVA(WRK-IND-RES)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0096-end
       0096-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LEVAR O INVENTARIO CONFIRMADO PARA O HISTORICO BIBINVH.dat
      *    E LIBERAR BIBINV.dat
      *----------------------------------------------------------------*
       0094-ARQUIVAR-INVENTARIO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT  ARQ-INVENT
                EXTEND ARQ-HISTORICO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-INVENT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-INVENT TO FD-LIN-HISTORICO
                    WRITE FD-LIN-HISTORICO
              END-READ
           END-PERFORM
           MOVE SPACES                 TO FD-LIN-HISTORICO
           STRING 'F|' WRK-MASC-DATA '|' WRK-QTDE-EXTRAVIADOS '|'
                  WRK-QTDE-LOCALIZADOS '|'
                  DELIMITED BY SIZE INTO FD-LIN-HISTORICO
           END-STRING
           WRITE FD-LIN-HISTORICO
           CLOSE ARQ-INVENT
                 ARQ-HISTORICO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN OUTPUT ARQ-INVENT
           CLOSE ARQ-INVENT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0094-end
       0094-END.                       EXIT.
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
