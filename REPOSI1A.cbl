      *              COMPRADOR NO FIM DA RODADA, SAO APLICADAS EM
      *              BLOCO NA QUANTIDADE MINIMA DE ESTOQUE.dat.
      * NOME.......: REPOSI1A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - DIAS DE SEGURANCA POR CLASSE ABC DE
      *              RECEITA (REPOPAR.dat CAMPOS 4 A 6: SEGURANCA A|B|C,
      *              ZERO = VALE A SEGURANCA GERAL), PELA CLASSE MAIS
      *              RECENTE DO PRODUTO EM ABCCLASSE.dat (ABC01A).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSI1A.
           SELECT OPTIONAL ARQUIVO-PRE ASSIGN TO 'FORNPREC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ABC ASSIGN TO 'ABCCLASSE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  FD-LIN-MOVIMENTO               PIC X(100).

       FD  ARQUIVO-PARM.
       01  FD-LIN-PARAM                   PIC X(40).

       FD  ARQUIVO-PRE.
       01  FD-LIN-PRECO                   PIC X(040).

       FD  ARQUIVO-ABC.
       01  FD-LIN-ABC                     PIC X(060).

       FD  ARQUIVO-EST.
       01  FD-ARQ-EST.
         05  FDE-COD-PRODUTO              PIC 9(05) VALUE ZEROS.
       01  WRK-SEGURANCA-DIAS             PIC 9(03) VALUE 7.
       01  WRK-COBERTURA-DIAS             PIC 9(03) VALUE 30.
       01  WRK-LEADTIME-PADRAO            PIC 9(03) VALUE 7.
       01  WRK-SEGURANCA-A                PIC 9(03) VALUE ZEROS.
       01  WRK-SEGURANCA-B                PIC 9(03) VALUE ZEROS.
       01  WRK-SEGURANCA-C                PIC 9(03) VALUE ZEROS.

      *--- Classe ABC de receita mais recente (ABCCLASSE.dat)
       01  WRK-ABC-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       01  WRK-ABC-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-ABC-CLASSE                 PIC X(01) VALUE SPACES.
       01  WRK-CLASSE-PRODUTO             PIC X(01) VALUE SPACES.
       01  WRK-SEGURANCA-PRODUTO          PIC 9(03) VALUE ZEROS.
       01  WRK-MAX-TAB-ABC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-ABC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ABC                    PIC 9(03) VALUE ZEROS.
       01  TAB-CLASSES.
           05  TAB-ABC-LINHA OCCURS 500 TIMES.
               10  TAB-ABC-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-ABC-COMPETENCIA    PIC 9(06) VALUE ZEROS.
               10  TAB-ABC-CLASSE         PIC X(01) VALUE SPACES.

      *--- Demanda por produto no horizonte
       01  WRK-MAX-TAB-DEM                PIC 9(03) VALUE 200.

           PERFORM 0001-OBTER-DATA
           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0002A-CARREGAR-CLASSES
           PERFORM 0003-CARREGAR-LEADTIMES
           PERFORM 0004-ACUMULAR-DEMANDA
           PERFORM 0005-GRAVAR-SUGESTOES

      *----------------------------------------------------------------*
      *    CARREGAR OS PARAMETROS DE REPOPAR.dat (HORIZONTE|
      *    SEGURANCA|COBERTURA|SEGURANCA-A|SEGURANCA-B|SEGURANCA-C)
      *    - SEM O ARQUIVO VALEM OS PADROES
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*
                          INTO WRK-HORIZONTE-DIAS
                               WRK-SEGURANCA-DIAS
                               WRK-COBERTURA-DIAS
                               WRK-SEGURANCA-A
                               WRK-SEGURANCA-B
                               WRK-SEGURANCA-C
                       END-UNSTRING
                    END-IF
              END-READ
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A CLASSE ABC DE RECEITA DA COMPETENCIA MAIS
      *    RECENTE DE CADA PRODUTO EM ABCCLASSE.dat
      *----------------------------------------------------------------*
       0002A-CARREGAR-CLASSES          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ABC
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
                       PERFORM 0002B-GUARDAR-CLASSE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-ABC
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002a-end
       0002A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A CLASSE LIDA SE FOR DE COMPETENCIA MAIS RECENTE
      *    QUE A JA GUARDADA PARA O PRODUTO
      *----------------------------------------------------------------*
       0002B-GUARDAR-CLASSE            SECTION.
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
      *> cobol-lint CL002 0002b-end
       0002B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O MENOR LEADTIME POR PRODUTO DE FORNPREC.dat
      *----------------------------------------------------------------*
              END-IF
           END-PERFORM

           PERFORM 0008-OBTER-SEGURANCA
           COMPUTE WRK-MIN-SUGERIDO ROUNDED =
                   WRK-MEDIA-DIARIA *
                   (WRK-LEADTIME-PRODUTO + WRK-SEGURANCA-PRODUTO)
           MOVE TAB-DEM-PICO-DIA(WRK-IND-DEM) TO WRK-MIN-PICO
           IF WRK-MIN-PICO GREATER WRK-MIN-SUGERIDO
              MOVE WRK-MIN-PICO        TO WRK-MIN-SUGERIDO
                  ' DEMANDA=' TAB-DEM-TOTAL(WRK-IND-DEM)
                  ' PICO-DIA=' TAB-DEM-PICO-DIA(WRK-IND-DEM)
                  ' LEADTIME=' WRK-LEADTIME-PRODUTO
                  ' ABC=' WRK-CLASSE-PRODUTO
                  ' SEGURANCA=' WRK-SEGURANCA-PRODUTO
                  ' MIN-ATUAL=' FDE-QTDE-MINIMA
                  ' MIN-SUGERIDO=' WRK-MIN-SUGERIDO
                  ' QTDE-PEDIDO=' WRK-QTDE-SUGERIDA
                                       TO WRK-LEADTIME-PRODUTO
                 END-IF
              END-PERFORM
              PERFORM 0008-OBTER-SEGURANCA
              COMPUTE WRK-MIN-SUGERIDO ROUNDED =
                      WRK-MEDIA-DIARIA *
                      (WRK-LEADTIME-PRODUTO + WRK-SEGURANCA-PRODUTO)
              IF TAB-DEM-PICO-DIA(WRK-IND-DEM) GREATER
                 WRK-MIN-SUGERIDO
                 MOVE TAB-DEM-PICO-DIA(WRK-IND-DEM)
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIAS DE SEGURANCA DO PRODUTO TAB-DEM-PRODUTO(WRK-IND-DEM)
      *    PELA SUA CLASSE ABC; SEM CLASSE OU COM A SEGURANCA DA
      *    CLASSE ZERADA VALE A SEGURANCA GERAL
      *----------------------------------------------------------------*
       0008-OBTER-SEGURANCA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CLASSE-PRODUTO
           PERFORM VARYING WRK-IND-ABC FROM 1 BY 1 UNTIL
                      WRK-IND-ABC > WRK-QTDE-ABC
              IF TAB-ABC-PRODUTO(WRK-IND-ABC) EQUAL
                 TAB-DEM-PRODUTO(WRK-IND-DEM)
                 MOVE TAB-ABC-CLASSE(WRK-IND-ABC)
                                       TO WRK-CLASSE-PRODUTO
              END-IF
           END-PERFORM

           MOVE WRK-SEGURANCA-DIAS     TO WRK-SEGURANCA-PRODUTO
           EVALUATE WRK-CLASSE-PRODUTO
              WHEN 'A'
                 IF WRK-SEGURANCA-A GREATER ZEROS
                    MOVE WRK-SEGURANCA-A TO WRK-SEGURANCA-PRODUTO
                 END-IF
              WHEN 'B'
                 IF WRK-SEGURANCA-B GREATER ZEROS
                    MOVE WRK-SEGURANCA-B TO WRK-SEGURANCA-PRODUTO
                 END-IF
              WHEN 'C'
                 IF WRK-SEGURANCA-C GREATER ZEROS
                    MOVE WRK-SEGURANCA-C TO WRK-SEGURANCA-PRODUTO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
