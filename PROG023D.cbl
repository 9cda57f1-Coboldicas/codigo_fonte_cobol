      *              O MOVIMENTO DE AJUSTE ('A') EM MOVESTOQ.dat COM O
      *              MOTIVO CONTAGEM - A TRILHA QUE A AUDITORIA PEDE.
      * NOME.......: PROG023D
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A LINHA DE MOVESTOQ.dat PASSA A
      *              TERMINAR COM A FILIAL DESTA INSTALACAO (FILIAL1B),
      *              APOS O CAMPO DE CUSTO, QUE FICA VAZIO.
      *              15/10/2026 - CONTAGEM CICLICA POR CLASSE ABC: A
      *              DATA DA ULTIMA CONTAGEM DE CADA PRODUTO FICA EM
      *              ULTCONT.dat (PRODUTO|DATA) E, NO FIM DA RODADA, OS
      *              PRODUTOS COM CONTAGEM VENCIDA PELA FREQUENCIA DA
      *              SUA CLASSE (ABCPAR.dat CAMPOS 3 A 5, PADRAO 30|90|
      *              180 DIAS; CLASSE DE ABCCLASSE.dat, SEM CLASSE = C)
      *              SAO LISTADOS EM CICLICO.txt, CLASSE A PRIMEIRO.
      *              15/10/2026 - O PRIMEIRO CAMPO DE CONTAGEM.dat
      *              ACEITA O CODIGO INTERNO OU O CODIGO DE BARRAS
      *              GTIN/EAN LIDO NA CONTAGEM (EANPROD.dat VIA
      *              EANCOD1B). CODIGO NAO IDENTIFICADO E RELATADO E A
      *              LINHA IGNORADA.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG023D.
           SELECT ARQUIVO-REL ASSIGN TO 'DIVERGCON.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ULT ASSIGN TO 'ULTCONT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ABCPAR ASSIGN TO 'ABCPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ABC ASSIGN TO 'ABCCLASSE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CIC ASSIGN TO 'CICLICO.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       FD  ARQUIVO-REL.
       01  FD-LIN-DIVERG                  PIC X(132).

       FD  ARQUIVO-ULT.
       01  FD-LIN-ULTCONT                 PIC X(020).

       FD  ARQUIVO-ABCPAR.
       01  FD-LIN-ABCPAR                  PIC X(040).

       FD  ARQUIVO-ABC.
       01  FD-LIN-ABC                     PIC X(060).

       FD  ARQUIVO-CIC.
       01  FD-LIN-CICLICO                 PIC X(132).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FILE-STATUS                PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-QTDE-AJUSTADAS             PIC 9(04) VALUE ZEROS.

      *--- Linha de contagem lida
       01  WRK-CTG-CODIGO                 PIC X(13) VALUE SPACES.
       01  WRK-CTG-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-CTG-LOCAL                  PIC X(05) VALUE SPACES.
       01  WRK-CTG-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-RESP-AJUSTE                PIC X(01) VALUE 'N'.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *--- Frequencia da contagem ciclica por classe (ABCPAR.dat)
       01  WRK-CORTE-A                    PIC 9(03) VALUE ZEROS.
       01  WRK-CORTE-B                    PIC 9(03) VALUE ZEROS.
       01  WRK-DIAS-A                     PIC 9(03) VALUE 30.
       01  WRK-DIAS-B                     PIC 9(03) VALUE 90.
       01  WRK-DIAS-C                     PIC 9(03) VALUE 180.

      *--- Ultima contagem por produto (ULTCONT.dat)
       01  WRK-ULT-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-ULT-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-MAX-TAB-ULT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-ULT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ULT                    PIC 9(03) VALUE ZEROS.
       01  TAB-ULTCONT.
           05  TAB-ULT-LINHA OCCURS 500 TIMES.
               10  TAB-ULT-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-ULT-DATA           PIC 9(08) VALUE ZEROS.

      *--- Classe ABC de receita mais recente (ABCCLASSE.dat)
       01  WRK-ABC-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       01  WRK-ABC-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-ABC-CLASSE                 PIC X(01) VALUE SPACES.
       01  WRK-MAX-TAB-ABC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-ABC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ABC                    PIC 9(03) VALUE ZEROS.
       01  TAB-CLASSES.
           05  TAB-ABC-LINHA OCCURS 500 TIMES.
               10  TAB-ABC-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-ABC-COMPETENCIA    PIC 9(06) VALUE ZEROS.
               10  TAB-ABC-CLASSE         PIC X(01) VALUE SPACES.

      *--- Lista de contagem ciclica
       01  WRK-CIC-CLASSE                 PIC X(01) VALUE SPACES.
       01  WRK-CIC-CLASSE-LISTA           PIC X(01) VALUE SPACES.
       01  WRK-CIC-FREQUENCIA             PIC 9(03) VALUE ZEROS.
       01  WRK-CIC-ULTIMA                 PIC 9(08) VALUE ZEROS.
       01  WRK-CIC-DIAS                   PIC 9(05) VALUE ZEROS.
       01  WRK-CIC-DIAS-TXT               PIC X(05) VALUE SPACES.
       01  WRK-QTDE-VENCIDOS              PIC 9(04) VALUE ZEROS.
       01  WRK-IND-CLASSE                 PIC 9(01) VALUE ZEROS.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *     FILIAL DESTA INSTALACAO (FILIAL1B).
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *     CODIGO INTERNO OU CODIGO DE BARRAS LIDO (EANCOD1B).
       01  WRK-EAN-REGISTRO.
           COPY EAN001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0005-CARREGAR-CICLO

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

           OPEN I-O   ARQUIVO-ENT
           IF WRK-FILE-STATUS NOT EQUAL '00'
                 ARQUIVO-CTG
                 ARQUIVO-REL

           PERFORM 0007-GRAVAR-ULTCONT
           PERFORM 0008-LISTAR-CICLICO

           DISPLAY '*=========================================*'
           DISPLAY '* PROG023D - CONCILIACAO DE CONTAGEM      *'
           DISPLAY '* LINHAS CONTADAS.....: ' WRK-QTDE-LINHAS
           DISPLAY '* DIVERGENCIAS........: ' WRK-QTDE-DIVERG
           DISPLAY '* AJUSTES POSTADOS....: ' WRK-QTDE-AJUSTADAS
           DISPLAY '* CONTAGENS VENCIDAS..: ' WRK-QTDE-VENCIDOS
                   ' (CICLICO.txt)'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
               STOP RUN
            END-IF

            MOVE 'L'                    TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

            MOVE COD001A-DATA-ANO      TO WRK-MOV-DATA(1:4)
            MOVE COD001A-DATA-MES      TO WRK-MOV-DATA(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-MOV-DATA(7:2)
           MOVE ZEROS                  TO WRK-CTG-PRODUTO
                                          WRK-CTG-QTDE
           MOVE SPACES                 TO WRK-CTG-LOCAL
                                          WRK-CTG-CODIGO

           UNSTRING FD-LIN-CONTAGEM DELIMITED BY SEP
                    INTO WRK-CTG-CODIGO
                         WRK-CTG-LOCAL
                         WRK-CTG-QTDE
           END-UNSTRING

      *    CODIGO INTERNO OU CODIGO DE BARRAS LIDO NA CONTAGEM
           MOVE 'C'                    TO EAN001A-ACAO
           MOVE WRK-CTG-CODIGO         TO EAN001A-LIDO
           CALL 'EANCOD1B' USING WRK-EAN-REGISTRO
           IF EAN001A-RETORNO NOT EQUAL 'I' AND
              EAN001A-RETORNO NOT EQUAL 'E'
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* CODIGO ' WRK-CTG-CODIGO
                     ' NAO IDENTIFICADO (RETORNO ' EAN001A-RETORNO
                     ') - LINHA IGNORADA'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-DIVERG
              WRITE FD-LIN-DIVERG
              EXIT SECTION
           END-IF
           MOVE EAN001A-PRODUTO        TO WRK-CTG-PRODUTO

           MOVE WRK-CTG-PRODUTO        TO FDE-COD-PRODUTO
           READ ARQUIVO-ENT
              INVALID KEY
                 EXIT SECTION
           END-READ

           PERFORM 0006-REGISTRAR-CONTAGEM

           MOVE 'N'                    TO WRK-ACHOU-LOCAL
           PERFORM VARYING WRK-IND3 FROM 1 BY 1 UNTIL
                      (WRK-IND3 > 10) OR (WRK-ACHOU-LOCAL EQUAL 'S')
              STRING WRK-MOV-DATA '|' WRK-MOV-HORA '|'
                     WRK-CTG-PRODUTO '|' WRK-CTG-LOCAL '|'
                     'A' '|' '-' '|' WRK-DIF-ABS '|'
                     'CONTAGEM' '|' WRK-OPERADOR '|' '|'
                     FIL001A-CODIGO
                     DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
              END-STRING
           ELSE
              STRING WRK-MOV-DATA '|' WRK-MOV-HORA '|'
                     WRK-CTG-PRODUTO '|' WRK-CTG-LOCAL '|'
                     'A' '|' '+' '|' WRK-DIF-ABS '|'
                     'CONTAGEM' '|' WRK-OPERADOR '|' '|'
                     FIL001A-CODIGO
                     DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
              END-STRING
           END-IF
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CICLO DE CONTAGEM: FREQUENCIAS POR CLASSE DE
      *    ABCPAR.dat, CLASSE MAIS RECENTE DE CADA PRODUTO EM
      *    ABCCLASSE.dat E A ULTIMA CONTAGEM EM ULTCONT.dat
      *----------------------------------------------------------------*
       0005-CARREGAR-CICLO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ABCPAR
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ABCPAR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-ABCPAR(1:1) IS NUMERIC
                       UNSTRING FD-LIN-ABCPAR DELIMITED BY SEP
                          INTO WRK-CORTE-A
                               WRK-CORTE-B
                               WRK-DIAS-A
                               WRK-DIAS-B
                               WRK-DIAS-C
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ABCPAR

           IF WRK-DIAS-A EQUAL ZEROS
              MOVE 30                  TO WRK-DIAS-A
           END-IF
           IF WRK-DIAS-B EQUAL ZEROS
              MOVE 90                  TO WRK-DIAS-B
           END-IF
           IF WRK-DIAS-C EQUAL ZEROS
              MOVE 180                 TO WRK-DIAS-C
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ABC
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ABC
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-ABC-COMPETENCIA
                                          WRK-ABC-PRODUTO
                    MOVE SPACES        TO WRK-ABC-CLASSE
                    UNSTRING FD-LIN-ABC DELIMITED BY SEP
                       INTO WRK-ABC-COMPETENCIA
                            WRK-ABC-PRODUTO
                            WRK-ABC-CLASSE
                    END-UNSTRING
                    IF WRK-ABC-CLASSE NOT EQUAL SPACES
                       PERFORM 0005A-GUARDAR-CLASSE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ABC

           MOVE ZEROS                  TO WRK-QTDE-ULT
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ULT
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ULT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-ULT-PRODUTO
                                          WRK-ULT-DATA
                    UNSTRING FD-LIN-ULTCONT DELIMITED BY SEP
                       INTO WRK-ULT-PRODUTO
                            WRK-ULT-DATA
                    END-UNSTRING
                    IF WRK-ULT-PRODUTO GREATER ZEROS AND
                       WRK-QTDE-ULT LESS WRK-MAX-TAB-ULT
                       ADD 1           TO WRK-QTDE-ULT
                       MOVE WRK-ULT-PRODUTO
                                       TO TAB-ULT-PRODUTO(WRK-QTDE-ULT)
                       MOVE WRK-ULT-DATA
                                       TO TAB-ULT-DATA(WRK-QTDE-ULT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ULT

           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A CLASSE LIDA SE FOR DE COMPETENCIA MAIS RECENTE
      *    QUE A JA GUARDADA PARA O PRODUTO
      *----------------------------------------------------------------*
       0005A-GUARDAR-CLASSE            SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ABC FROM 1 BY 1 UNTIL
                      WRK-IND-ABC > WRK-QTDE-ABC
              IF TAB-ABC-PRODUTO(WRK-IND-ABC) EQUAL WRK-ABC-PRODUTO
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WRK-IND-ABC GREATER WRK-QTDE-ABC
              IF WRK-QTDE-ABC NOT LESS WRK-MAX-TAB-ABC
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-ABC
              MOVE WRK-QTDE-ABC        TO WRK-IND-ABC
              MOVE WRK-ABC-PRODUTO     TO TAB-ABC-PRODUTO(WRK-IND-ABC)
              MOVE ZEROS               TO
                   TAB-ABC-COMPETENCIA(WRK-IND-ABC)
           END-IF

           IF WRK-ABC-COMPETENCIA NOT LESS
              TAB-ABC-COMPETENCIA(WRK-IND-ABC)
              MOVE WRK-ABC-COMPETENCIA TO
                   TAB-ABC-COMPETENCIA(WRK-IND-ABC)
              MOVE WRK-ABC-CLASSE      TO TAB-ABC-CLASSE(WRK-IND-ABC)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A DATA DE HOJE COMO ULTIMA CONTAGEM DO PRODUTO
      *    CONTADO (COM OU SEM DIVERGENCIA)
      *----------------------------------------------------------------*
       0006-REGISTRAR-CONTAGEM         SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ULT FROM 1 BY 1 UNTIL
                      WRK-IND-ULT > WRK-QTDE-ULT
              IF TAB-ULT-PRODUTO(WRK-IND-ULT) EQUAL WRK-CTG-PRODUTO
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WRK-IND-ULT GREATER WRK-QTDE-ULT
              IF WRK-QTDE-ULT NOT LESS WRK-MAX-TAB-ULT
                 DISPLAY 'TABELA DE ULTIMA CONTAGEM CHEIA! MAXIMO '
                          WRK-MAX-TAB-ULT
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-ULT
              MOVE WRK-QTDE-ULT        TO WRK-IND-ULT
              MOVE WRK-CTG-PRODUTO     TO TAB-ULT-PRODUTO(WRK-IND-ULT)
           END-IF

           MOVE WRK-MOV-DATA           TO TAB-ULT-DATA(WRK-IND-ULT)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR ULTCONT.dat COM A ULTIMA CONTAGEM DE CADA PRODUTO
      *----------------------------------------------------------------*
       0007-GRAVAR-ULTCONT             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-ULT

           PERFORM VARYING WRK-IND-ULT FROM 1 BY 1 UNTIL
                      WRK-IND-ULT > WRK-QTDE-ULT
              MOVE SPACES              TO FD-LIN-ULTCONT
              STRING TAB-ULT-PRODUTO(WRK-IND-ULT) SEP
                     TAB-ULT-DATA(WRK-IND-ULT) SEP
                     DELIMITED BY SIZE INTO FD-LIN-ULTCONT
              END-STRING
              WRITE FD-LIN-ULTCONT
           END-PERFORM

           CLOSE ARQUIVO-ULT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR EM CICLICO.txt OS PRODUTOS COM CONTAGEM VENCIDA PELA
      *    FREQUENCIA DA CLASSE - UMA PASSADA NO ESTOQUE POR CLASSE,
      *    PARA A CLASSE A SAIR PRIMEIRO
      *----------------------------------------------------------------*
       0008-LISTAR-CICLICO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-VENCIDOS
           OPEN OUTPUT ARQUIVO-CIC

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CONTAGEM CICLICA - PRODUTOS A CONTAR EM '
                  WRK-MOV-DATA(7:2) '/' WRK-MOV-DATA(5:2) '/'
                  WRK-MOV-DATA(1:4)
                  ' (FREQUENCIA A=' WRK-DIAS-A ' B=' WRK-DIAS-B
                  ' C=' WRK-DIAS-C ' DIAS)'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-CICLICO
           WRITE FD-LIN-CICLICO

           PERFORM VARYING WRK-IND-CLASSE FROM 1 BY 1 UNTIL
                      WRK-IND-CLASSE > 3
              EVALUATE WRK-IND-CLASSE
                 WHEN 1 MOVE 'A'       TO WRK-CIC-CLASSE-LISTA
                 WHEN 2 MOVE 'B'       TO WRK-CIC-CLASSE-LISTA
                 WHEN OTHER MOVE 'C'   TO WRK-CIC-CLASSE-LISTA
              END-EVALUATE
              OPEN INPUT ARQUIVO-ENT
              IF WRK-FILE-STATUS EQUAL '00'
                 MOVE 'N'              TO WRK-FIM-ARQ
                 PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                    READ ARQUIVO-ENT NEXT
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                          PERFORM 0008A-AVALIAR-PRODUTO
                    END-READ
                 END-PERFORM
                 CLOSE ARQUIVO-ENT
              END-IF
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* PRODUTOS COM CONTAGEM VENCIDA=' WRK-QTDE-VENCIDOS
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-CICLICO
           WRITE FD-LIN-CICLICO

           CLOSE ARQUIVO-CIC
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIAR O PRODUTO LIDO: SE FOR DA CLASSE EM LISTAGEM E A
      *    ULTIMA CONTAGEM TIVER MAIS DIAS QUE A FREQUENCIA (OU NUNCA
      *    TIVER SIDO CONTADO), ENTRA NA LISTA
      *----------------------------------------------------------------*
       0008A-AVALIAR-PRODUTO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'C'                    TO WRK-CIC-CLASSE
           PERFORM VARYING WRK-IND-ABC FROM 1 BY 1 UNTIL
                      WRK-IND-ABC > WRK-QTDE-ABC
              IF TAB-ABC-PRODUTO(WRK-IND-ABC) EQUAL FDE-COD-PRODUTO
                 MOVE TAB-ABC-CLASSE(WRK-IND-ABC) TO WRK-CIC-CLASSE
              END-IF
           END-PERFORM

           IF WRK-CIC-CLASSE NOT EQUAL WRK-CIC-CLASSE-LISTA
              EXIT SECTION
           END-IF

           EVALUATE WRK-CIC-CLASSE
              WHEN 'A'   MOVE WRK-DIAS-A TO WRK-CIC-FREQUENCIA
              WHEN 'B'   MOVE WRK-DIAS-B TO WRK-CIC-FREQUENCIA
              WHEN OTHER MOVE WRK-DIAS-C TO WRK-CIC-FREQUENCIA
           END-EVALUATE

           MOVE ZEROS                  TO WRK-CIC-ULTIMA
           PERFORM VARYING WRK-IND-ULT FROM 1 BY 1 UNTIL
                      WRK-IND-ULT > WRK-QTDE-ULT
              IF TAB-ULT-PRODUTO(WRK-IND-ULT) EQUAL FDE-COD-PRODUTO
                 MOVE TAB-ULT-DATA(WRK-IND-ULT) TO WRK-CIC-ULTIMA
              END-IF
           END-PERFORM

           IF WRK-CIC-ULTIMA EQUAL ZEROS OR
              FUNCTION TEST-DATE-YYYYMMDD(WRK-CIC-ULTIMA) NOT EQUAL 0
              MOVE 'NUNCA'             TO WRK-CIC-DIAS-TXT
           ELSE
              COMPUTE WRK-CIC-DIAS =
                      FUNCTION INTEGER-OF-DATE(WRK-MOV-DATA) -
                      FUNCTION INTEGER-OF-DATE(WRK-CIC-ULTIMA)
              IF WRK-CIC-DIAS LESS WRK-CIC-FREQUENCIA
                 EXIT SECTION
              END-IF
              MOVE WRK-CIC-DIAS        TO WRK-CIC-DIAS-TXT
           END-IF

           ADD 1                       TO WRK-QTDE-VENCIDOS
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CLASSE=' WRK-CIC-CLASSE
                  ' PRODUTO=' FDE-COD-PRODUTO
                  ' NOME=' FDE-NOME-PRODUTO
                  ' ULTIMA CONTAGEM=' WRK-CIC-ULTIMA
                  ' DIAS=' WRK-CIC-DIAS-TXT
                  ' FREQUENCIA=' WRK-CIC-FREQUENCIA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-CICLICO
           WRITE FD-LIN-CICLICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008a-end
       0008A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
