      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: COMPRA MENSAL DE VALE-TRANSPORTE (VT) E VALE-
      *              REFEICAO (VR). PARA O MES DO BENEFICIO (AAAAMM,
      *              PADRAO = MES SEGUINTE) CONTA OS DIAS DE TRABALHO
      *              DE CADA FUNCIONARIO COM BENEFICIO EM BENEFIC.dat:
      *              - DIAS DA ESCALA (ESCALA.dat, DIA DA SEMANA DO
      *                FUNCIONARIO), SEM OS FERIADOS NACIONAIS DE
      *                SEGUNDA A SEXTA (PROGDATA);
      *              - MENOS OS DIAS DE FERIAS PROGRAMADAS NO MES
      *                (FERIASPRG.dat, SITUACAO P);
      *              - MENOS AS FALTAS SEM JUSTIFICATIVA DO MES
      *                ANTERIOR APONTADAS PELO PROG028C (FALTAS.dat),
      *                DESCONSIDERADA A FALTA ABONADA DEPOIS
      *                (ABONO.dat).
      *              VT = DIAS X CONDUCOES POR DIA X TARIFA E VR = DIAS
      *              X VALOR DIARIO. O ARQUIVO DE COMPRA DA OPERADORA
      *              SAI EM VTVRCOMP.dat (CONTROLE DE TRANSMISSAO,
      *              TRANSM1A) E A CONFERENCIA EM BENEF.txt. O DESCONTO
      *              LEGAL DE VT (6% DO SALARIO, LIMITADO AO CUSTO DO
      *              VT) ENTRA EM FOLHARUB.dat COMO A RUBRICA 0092
      *              (DESCONTO) COM VALOR E COMPETENCIA DO MES DO
      *              BENEFICIO, PARA O FOLHA01A DESCONTAR. A RODADA
      *              REPETIDA DO MESMO MES SUBSTITUI AS LINHAS 0092 DO
      *              MES SEM DUPLICAR.
      *----------------------------------------------------------------*
      * LAYOUT DE BENEFIC.dat (PIPE):
      *   CODIGO(5)|TARIFA DO VT(11, 2 DEC IMPLICITAS)|CONDUCOES POR
      *   DIA(2)|VALOR DIARIO DO VR(11, 2 DEC IMPLICITAS)|
      *   TARIFA OU VALOR ZERADO = FUNCIONARIO SEM AQUELE BENEFICIO.
      * LAYOUT DE VTVRCOMP.dat (PIPE):
      *   HDR|VTVR|MES DO BENEFICIO|DATA|BENEF1A|
      *   DET|CODIGO|NOME|DIAS|QTDE DE VT|VALOR VT(11,2)|VALOR VR(11,2)|
      *   TRL|QTDE DE DET|SOMA VT + VR EM CENTAVOS|
      * NOME.......: BENEF1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEF1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-BEN ASSIGN TO 'BENEFIC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FUN ASSIGN TO 'FUNCIONARIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CAD ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ESC ASSIGN TO 'ESCALA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FERIAS ASSIGN TO 'FERIASPRG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FALTAS ASSIGN TO 'FALTAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ABN ASSIGN TO 'ABONO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RBA ASSIGN TO 'FOLHARUB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RUB ASSIGN TO 'RUBRICAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CMP ASSIGN TO 'VTVRCOMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'BENEF.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-BEN.
       01  FD-LIN-BENEFICIO               PIC X(060).

       FD  ARQUIVO-FUN.
       01  FD-ARQ-FUNCIONARIO.
         05 FDE-COD-FUNCIONARIO            PIC 9(05).
         05 FDE-NOME-FUNCIONARIO           PIC X(30).

       FD  ARQUIVO-CAD.
       01  FD-ARQ-CADASTRO.
         05 FDC-NOME                      PIC X(30).
         05 FDC-IDADE                     PIC 9(02).
         05 FDC-SALARIO                   PIC 9(05)V99.

       FD  ARQUIVO-ESC.
       01  FD-LIN-ESCALA                  PIC X(040).

       FD  ARQ-FERIAS.
       01  FD-LIN-FERIAS                  PIC X(070).

       FD  ARQ-FALTAS.
       01  FD-LIN-FALTA                   PIC X(020).

       FD  ARQUIVO-ABN.
       01  FD-LIN-ABONO                   PIC X(055).

       FD  ARQUIVO-RBA.
       01  FD-LIN-ATRIBUICAO              PIC X(060).

       FD  ARQUIVO-RUB.
       01  FD-LIN-RUBRICA                 PIC X(060).

       FD  ARQUIVO-CMP.
       01  FD-LIN-COMPRA                  PIC X(120).

       FD  ARQUIVO-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *--- Mes do beneficio e mes anterior (faltas)
       01  WRK-MES-BENEFICIO              PIC 9(06) VALUE ZEROS.
       01  WRK-MES-BENEFICIO-R REDEFINES WRK-MES-BENEFICIO.
           05 WRK-MES-BEN-ANO             PIC 9(04).
           05 WRK-MES-BEN-MES             PIC 9(02).
       01  WRK-MES-ANTERIOR               PIC 9(06) VALUE ZEROS.
       01  WRK-MES-ANTERIOR-R REDEFINES WRK-MES-ANTERIOR.
           05 WRK-MES-ANT-ANO             PIC 9(04).
           05 WRK-MES-ANT-MES             PIC 9(02).
       01  WRK-DIAS-MES                   PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-DIA                   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INT                   PIC 9(09) VALUE ZEROS.

      *--- Dias do mes do beneficio: dia da semana (1=SEG..7=DOM) e
      *--- feriado nacional
       01  TAB-DIAS-MES.
           05  TAB-DIA-LINHA OCCURS 31 TIMES.
               10  TAB-DIA-SEMANA         PIC 9(01).
               10  TAB-DIA-FERIADO        PIC X(01).
       01  WRK-IND-DIA                    PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-FERIADOS              PIC 9(02) VALUE ZEROS.

      *--- Funcionarios com beneficio (BENEFIC.dat)
       01  WRK-MAX-TAB-BEN                PIC 9(03) VALUE 200.
       01  WRK-QTDE-BEN                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-BEN                    PIC 9(03) VALUE ZEROS.
       01  TAB-BENEFICIARIOS.
           05  TAB-BEN-LINHA OCCURS 200 TIMES.
               10  TAB-BEN-COD            PIC 9(05).
               10  TAB-BEN-NOME           PIC X(30).
               10  TAB-BEN-SALARIO        PIC 9(07)V99.
               10  TAB-BEN-TARIFA         PIC 9(07)V99.
               10  TAB-BEN-CONDUCOES      PIC 9(02).
               10  TAB-BEN-VR-DIA         PIC 9(07)V99.
               10  TAB-BEN-DIAS-ESCALA    PIC 9(02).
               10  TAB-BEN-DIAS-FERIAS    PIC 9(02).
               10  TAB-BEN-FALTAS         PIC 9(02).
               10  TAB-BEN-DIAS           PIC 9(02).
               10  TAB-BEN-QTDE-VT        PIC 9(04).
               10  TAB-BEN-VALOR-VT       PIC 9(09)V99.
               10  TAB-BEN-VALOR-VR       PIC 9(09)V99.
               10  TAB-BEN-DESCONTO       PIC 9(09)V99.
       01  WRK-BEN-COD                    PIC X(05) VALUE SPACES.
       01  WRK-BEN-CONDUCOES              PIC X(02) VALUE SPACES.
       01  WRK-BEN-VALORES-X.
           05 WRK-BEN-TARIFA-STR          PIC X(11).
           05 WRK-BEN-VR-STR              PIC X(11).
       01  WRK-BEN-VALORES REDEFINES WRK-BEN-VALORES-X.
           05 WRK-BEN-TARIFA-V            PIC 9(09)V99.
           05 WRK-BEN-VR-V                PIC 9(09)V99.
       01  WRK-QTDE-SEM-CADASTRO          PIC 9(03) VALUE ZEROS.

      *--- Escalas (ESCALA.dat: FUNCIONARIO|DIA DA SEMANA|...)
       01  WRK-MAX-TAB-ESC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-ESC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ESC                    PIC 9(03) VALUE ZEROS.
       01  TAB-ESCALAS.
           05  TAB-ESC-LINHA OCCURS 500 TIMES.
               10  TAB-ESC-FUNC           PIC 9(05).
               10  TAB-ESC-DIA            PIC 9(01).
       01  WRK-ESC-FUNC                   PIC X(05) VALUE SPACES.
       01  WRK-ESC-DIA                    PIC X(01) VALUE SPACES.
       01  WRK-ESCALADO                   PIC X(01) VALUE 'N'.

      *--- Ferias programadas (FERIASPRG.dat)
       01  WRK-MAX-TAB-FER                PIC 9(03) VALUE 200.
       01  WRK-QTDE-FER                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-FER                    PIC 9(03) VALUE ZEROS.
       01  TAB-FERIAS.
           05  TAB-FER-LINHA OCCURS 200 TIMES.
               10  TAB-FER-COD            PIC 9(05).
               10  TAB-FER-DATA-INI       PIC 9(08).
               10  TAB-FER-DATA-FIM       PIC 9(08).
       01  WRK-FER-COD                    PIC X(05) VALUE SPACES.
       01  WRK-FER-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-FER-INI                    PIC X(08) VALUE SPACES.
       01  WRK-FER-FIM                    PIC X(08) VALUE SPACES.
       01  WRK-FER-DIAS                   PIC X(02) VALUE SPACES.
       01  WRK-FER-SIT                    PIC X(01) VALUE SPACES.
       01  WRK-EM-FERIAS                  PIC X(01) VALUE 'N'.

      *--- Faltas sem justificativa do mes anterior (FALTAS.dat)
       01  WRK-MAX-TAB-FAL                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-FAL                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-FAL                    PIC 9(04) VALUE ZEROS.
       01  TAB-FALTAS.
           05  TAB-FAL-LINHA OCCURS 2000 TIMES.
               10  TAB-FAL-COD            PIC 9(05).
               10  TAB-FAL-DATA           PIC 9(08).
               10  TAB-FAL-ABONADA        PIC X(01).
       01  WRK-FAL-COD                    PIC X(05) VALUE SPACES.
       01  WRK-FAL-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-FAL-REPETIDA               PIC X(01) VALUE 'N'.
       01  WRK-ABN-COD                    PIC 9(05) VALUE ZEROS.
       01  WRK-ABN-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-ABN-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WRK-QTDE-ABONADAS              PIC 9(04) VALUE ZEROS.

      *--- Rubrica do desconto de VT na folha
       01  WRK-RUB-DESC-VT                PIC 9(04) VALUE 0092.
       01  WRK-RUB-DESC-VT-OK             PIC X(01) VALUE 'N'.
       01  WRK-RUB-CODIGO-LIDO            PIC 9(04) VALUE ZEROS.
       01  WRK-PCT-DESC-VT                PIC 9(02)V99 VALUE 06,00.
       01  WRK-RBA-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-RBA-CODIGO                 PIC 9(04) VALUE ZEROS.
       01  WRK-RBA-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-RBA-COMP                   PIC X(06) VALUE SPACES.
       01  WRK-RBA-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MAX-TAB-RBA                PIC 9(03) VALUE 500.
       01  WRK-QTDE-RBA                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-RBA                    PIC 9(03) VALUE ZEROS.
       01  TAB-ATRIBUICOES.
           05  TAB-RBA-LINHA OCCURS 500 TIMES.
               10  TAB-RBA-TEXTO          PIC X(60).
       01  WRK-QTDE-RUBRICAS              PIC 9(03) VALUE ZEROS.

      *--- Arquivo de compra e totais
       01  WRK-CMP-QTDE                   PIC 9(09) VALUE ZEROS.
       01  WRK-CMP-HASH                   PIC 9(15) VALUE ZEROS.
       01  WRK-CMP-VALORES-X.
           05 WRK-CMP-VT-STR              PIC X(11).
           05 WRK-CMP-VR-STR              PIC X(11).
       01  WRK-CMP-VALORES REDEFINES WRK-CMP-VALORES-X.
           05 WRK-CMP-VT-V                PIC 9(09)V99.
           05 WRK-CMP-VR-V                PIC 9(09)V99.
       01  WRK-TOT-VT                     PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOT-VR                     PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOT-DESCONTO               PIC 9(09)V99 VALUE ZEROS.

       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-EDIT2                PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-EDIT3                PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *--- Registro da geracao no controle de transmissao
       01  WRK-TRN-REGISTRO.
           COPY TRN001A.

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

           DISPLAY 'MES DO BENEFICIO (AAAAMM, 0 = PROXIMO MES): '
                    WITH NO ADVANCING
           ACCEPT WRK-MES-BENEFICIO
           IF WRK-MES-BENEFICIO EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-MES-BENEFICIO
              IF WRK-MES-BEN-MES EQUAL 12
                 ADD 1                 TO WRK-MES-BEN-ANO
                 MOVE 01               TO WRK-MES-BEN-MES
              ELSE
                 ADD 1                 TO WRK-MES-BEN-MES
              END-IF
           END-IF
           IF WRK-MES-BEN-MES EQUAL ZEROS OR
              WRK-MES-BEN-MES GREATER 12
              DISPLAY 'MES DO BENEFICIO INVALIDO: ' WRK-MES-BENEFICIO
              PERFORM 9999-FINALIZAR
           END-IF

           MOVE WRK-MES-BENEFICIO      TO WRK-MES-ANTERIOR
           IF WRK-MES-ANT-MES EQUAL 01
              SUBTRACT 1               FROM WRK-MES-ANT-ANO
              MOVE 12                  TO WRK-MES-ANT-MES
           ELSE
              SUBTRACT 1               FROM WRK-MES-ANT-MES
           END-IF

           PERFORM 0002-MONTAR-CALENDARIO
           PERFORM 0003-CARREGAR-BENEFICIARIOS

           IF WRK-QTDE-BEN EQUAL ZEROS
              DISPLAY 'NENHUM FUNCIONARIO COM BENEFICIO EM BENEFIC.dat'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-CARREGAR-CADASTRO
           PERFORM 0005-CARREGAR-ESCALAS
           PERFORM 0006-CARREGAR-FERIAS
           PERFORM 0007-CARREGAR-FALTAS

           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              PERFORM 0010-CALCULAR-BENEFICIO
           END-PERFORM

           PERFORM 0020-GRAVAR-COMPRA
           PERFORM 0030-GRAVAR-FOLHARUB
           PERFORM 0035-VERIFICAR-RUBRICA
           PERFORM 0040-EMITIR-CONFERENCIA

           MOVE WRK-TOT-VT             TO WRK-VALOR-EDIT
           MOVE WRK-TOT-VR             TO WRK-VALOR-EDIT2
           MOVE WRK-TOT-DESCONTO       TO WRK-VALOR-EDIT3

           DISPLAY '*=========================================*'
           DISPLAY '* BENEF1A - COMPRA DE VT / VR             *'
           DISPLAY '* MES DO BENEFICIO....: ' WRK-MES-BENEFICIO
           DISPLAY '* FUNCIONARIOS........: ' WRK-QTDE-BEN
           DISPLAY '* TOTAL VT............: ' WRK-VALOR-EDIT
           DISPLAY '* TOTAL VR............: ' WRK-VALOR-EDIT2
           DISPLAY '* DESCONTO VT (FOLHA).: ' WRK-VALOR-EDIT3
           DISPLAY '* RUBRICAS NA FOLHA...: ' WRK-QTDE-RUBRICAS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
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

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR O CALENDARIO DO MES DO BENEFICIO: DIA DA SEMANA DE
      *    CADA DIA E FERIADO NACIONAL DE SEGUNDA A SEXTA (O DIA UTIL
      *    QUE NAO E O PROPRIO DIA PARA O PROGDATA)
      *----------------------------------------------------------------*
       0002-MONTAR-CALENDARIO          SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-MES-BEN-MES
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31               TO WRK-DIAS-MES
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30               TO WRK-DIAS-MES
              WHEN OTHER
                 IF FUNCTION MOD(WRK-MES-BEN-ANO, 4) EQUAL 0 AND
                   (FUNCTION MOD(WRK-MES-BEN-ANO, 100) NOT EQUAL 0 OR
                    FUNCTION MOD(WRK-MES-BEN-ANO, 400) EQUAL 0)
                    MOVE 29            TO WRK-DIAS-MES
                 ELSE
                    MOVE 28            TO WRK-DIAS-MES
                 END-IF
           END-EVALUATE

           MOVE ZEROS                  TO WRK-QTDE-FERIADOS
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1 UNTIL
                      WRK-IND-DIA > WRK-DIAS-MES
              COMPUTE WRK-DATA-DIA = WRK-MES-BENEFICIO * 100
                                   + WRK-IND-DIA
              COMPUTE WRK-DATA-INT =
                      FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA)
              COMPUTE TAB-DIA-SEMANA(WRK-IND-DIA) =
                      FUNCTION MOD(WRK-DATA-INT - 1, 7) + 1
              MOVE 'N'                 TO TAB-DIA-FERIADO(WRK-IND-DIA)

              IF TAB-DIA-SEMANA(WRK-IND-DIA) LESS 6
                 MOVE WRK-DATA-DIA     TO COD001A-DATA-BASE
                 CALL 'PROGDATA' USING COD001A-REGISTRO
                 IF COD001A-PROX-DIA-UTIL NOT EQUAL WRK-DATA-DIA
                    MOVE 'S'           TO TAB-DIA-FERIADO(WRK-IND-DIA)
                    ADD 1              TO WRK-QTDE-FERIADOS
                 END-IF
                 MOVE ZEROS            TO COD001A-DATA-BASE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS FUNCIONARIOS COM BENEFICIO (BENEFIC.dat)
      *----------------------------------------------------------------*
       0003-CARREGAR-BENEFICIARIOS     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BEN
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-BEN

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-BEN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0031-TRATAR-BENEFICIO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-BEN
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA DE BENEFIC.dat
      *----------------------------------------------------------------*
       0031-TRATAR-BENEFICIO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-BEN-COD
                                          WRK-BEN-CONDUCOES
                                          WRK-BEN-VALORES-X
           UNSTRING FD-LIN-BENEFICIO DELIMITED BY SEP
                    INTO WRK-BEN-COD
                         WRK-BEN-TARIFA-STR
                         WRK-BEN-CONDUCOES
                         WRK-BEN-VR-STR
           END-UNSTRING

           IF WRK-BEN-COD IS NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WRK-BEN-TARIFA-STR IS NOT NUMERIC
              MOVE ZEROS               TO WRK-BEN-TARIFA-STR
           END-IF
           IF WRK-BEN-VR-STR IS NOT NUMERIC
              MOVE ZEROS               TO WRK-BEN-VR-STR
           END-IF
           IF WRK-BEN-CONDUCOES IS NOT NUMERIC
              MOVE ZEROS               TO WRK-BEN-CONDUCOES
           END-IF

           IF WRK-QTDE-BEN NOT LESS WRK-MAX-TAB-BEN
              DISPLAY 'TABELA DE BENEFICIOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-BEN ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-BEN
           INITIALIZE TAB-BEN-LINHA(WRK-QTDE-BEN)
           MOVE WRK-BEN-COD            TO TAB-BEN-COD(WRK-QTDE-BEN)
           MOVE WRK-BEN-TARIFA-V       TO TAB-BEN-TARIFA(WRK-QTDE-BEN)
           MOVE WRK-BEN-CONDUCOES      TO
                TAB-BEN-CONDUCOES(WRK-QTDE-BEN)
           MOVE WRK-BEN-VR-V           TO TAB-BEN-VR-DIA(WRK-QTDE-BEN)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOME (FUNCIONARIO.dat) E SALARIO (CADASTRO3.dat) DE CADA
      *    FUNCIONARIO COM BENEFICIO
      *----------------------------------------------------------------*
       0004-CARREGAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-FUN
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-FUN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                               WRK-IND-BEN > WRK-QTDE-BEN
                       IF TAB-BEN-COD(WRK-IND-BEN) EQUAL
                          FDE-COD-FUNCIONARIO
                          MOVE FDE-NOME-FUNCIONARIO TO
                               TAB-BEN-NOME(WRK-IND-BEN)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-FUN

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-CAD
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CAD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                               WRK-IND-BEN > WRK-QTDE-BEN
                       IF TAB-BEN-NOME(WRK-IND-BEN) EQUAL FDC-NOME
                          AND FDC-NOME NOT EQUAL SPACES
                          MOVE FDC-SALARIO TO
                               TAB-BEN-SALARIO(WRK-IND-BEN)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CAD
           MOVE 'N'                    TO WRK-FIM-ARQ

           MOVE ZEROS                  TO WRK-QTDE-SEM-CADASTRO
           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              IF TAB-BEN-SALARIO(WRK-IND-BEN) EQUAL ZEROS
                 ADD 1                 TO WRK-QTDE-SEM-CADASTRO
                 DISPLAY 'ATENCAO: ' TAB-BEN-COD(WRK-IND-BEN)
                         ' SEM NOME/SALARIO EM FUNCIONARIO.dat/'
                         'CADASTRO3.dat - SEM DESCONTO DE VT'
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS ESCALAS (FUNCIONARIO E DIA DA SEMANA)
      *----------------------------------------------------------------*
       0005-CARREGAR-ESCALAS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ESC
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-ESC

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ESC
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-ESC-FUNC
                                          WRK-ESC-DIA
                    UNSTRING FD-LIN-ESCALA DELIMITED BY SEP
                       INTO WRK-ESC-FUNC
                            WRK-ESC-DIA
                    END-UNSTRING
                    IF WRK-ESC-FUNC IS NUMERIC AND
                       WRK-ESC-DIA IS NUMERIC
                       IF WRK-QTDE-ESC LESS WRK-MAX-TAB-ESC
                          ADD 1        TO WRK-QTDE-ESC
                          MOVE WRK-ESC-FUNC TO
                               TAB-ESC-FUNC(WRK-QTDE-ESC)
                          MOVE WRK-ESC-DIA  TO
                               TAB-ESC-DIA(WRK-QTDE-ESC)
                       ELSE
                          DISPLAY 'TABELA DE ESCALAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-ESC ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-ESC
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS FERIAS PROGRAMADAS (SITUACAO P) QUE TOCAM O MES
      *    DO BENEFICIO
      *----------------------------------------------------------------*
       0006-CARREGAR-FERIAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FER
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-FERIAS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FERIAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-FER-COD
                                          WRK-FER-NOME
                                          WRK-FER-INI
                                          WRK-FER-FIM
                                          WRK-FER-DIAS
                                          WRK-FER-SIT
                    UNSTRING FD-LIN-FERIAS DELIMITED BY SEP
                       INTO WRK-FER-COD
                            WRK-FER-NOME
                            WRK-FER-INI
                            WRK-FER-FIM
                            WRK-FER-DIAS
                            WRK-FER-SIT
                    END-UNSTRING
                    IF WRK-FER-SIT EQUAL 'P' AND
                       WRK-FER-COD IS NUMERIC AND
                       WRK-FER-INI IS NUMERIC AND
                       WRK-FER-FIM IS NUMERIC AND
                       WRK-FER-INI(1:6) NOT GREATER WRK-MES-BENEFICIO
                       AND WRK-FER-FIM(1:6) NOT LESS WRK-MES-BENEFICIO
                       IF WRK-QTDE-FER LESS WRK-MAX-TAB-FER
                          ADD 1        TO WRK-QTDE-FER
                          MOVE WRK-FER-COD TO
                               TAB-FER-COD(WRK-QTDE-FER)
                          MOVE WRK-FER-INI TO
                               TAB-FER-DATA-INI(WRK-QTDE-FER)
                          MOVE WRK-FER-FIM TO
                               TAB-FER-DATA-FIM(WRK-QTDE-FER)
                       ELSE
                          DISPLAY 'TABELA DE FERIAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-FER ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-FERIAS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS FALTAS SEM JUSTIFICATIVA DO MES ANTERIOR
      *    (FALTAS.dat, UMA VEZ CADA DIA) E MARCAR AS ABONADAS DEPOIS
      *    DA APURACAO DO PROG028C (ABONO.dat)
      *----------------------------------------------------------------*
       0007-CARREGAR-FALTAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FAL
                                          WRK-QTDE-ABONADAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-FALTAS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FALTAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0071-TRATAR-FALTA
              END-READ
           END-PERFORM

           CLOSE ARQ-FALTAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-FAL EQUAL ZEROS
              EXIT SECTION
           END-IF

           OPEN INPUT ARQUIVO-ABN

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ABN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-ABN-COD WRK-ABN-DATA
                    UNSTRING FD-LIN-ABONO DELIMITED BY SEP
                       INTO WRK-ABN-COD
                            WRK-ABN-DATA
                            WRK-ABN-MOTIVO
                    END-UNSTRING
                    PERFORM VARYING WRK-IND-FAL FROM 1 BY 1 UNTIL
                               WRK-IND-FAL > WRK-QTDE-FAL
                       IF TAB-FAL-COD(WRK-IND-FAL) EQUAL WRK-ABN-COD
                          AND TAB-FAL-DATA(WRK-IND-FAL) EQUAL
                              WRK-ABN-DATA
                          AND TAB-FAL-ABONADA(WRK-IND-FAL) EQUAL 'N'
                          MOVE 'S'     TO TAB-FAL-ABONADA(WRK-IND-FAL)
                          ADD 1        TO WRK-QTDE-ABONADAS
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-ABN
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA FALTA DO MES ANTERIOR QUE AINDA NAO ESTA NA
      *    TABELA (A DATA APURADA DE NOVO REPETE A LINHA)
      *----------------------------------------------------------------*
       0071-TRATAR-FALTA               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-FAL-COD
                                          WRK-FAL-DATA
           UNSTRING FD-LIN-FALTA DELIMITED BY SEP
                    INTO WRK-FAL-COD
                         WRK-FAL-DATA
           END-UNSTRING

           IF WRK-FAL-COD IS NOT NUMERIC OR
              WRK-FAL-DATA IS NOT NUMERIC OR
              WRK-FAL-DATA(1:6) NOT EQUAL WRK-MES-ANTERIOR
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FAL-REPETIDA
           PERFORM VARYING WRK-IND-FAL FROM 1 BY 1 UNTIL
                      WRK-IND-FAL > WRK-QTDE-FAL
              IF TAB-FAL-COD(WRK-IND-FAL) EQUAL WRK-FAL-COD AND
                 TAB-FAL-DATA(WRK-IND-FAL) EQUAL WRK-FAL-DATA
                 MOVE 'S'              TO WRK-FAL-REPETIDA
              END-IF
           END-PERFORM
           IF WRK-FAL-REPETIDA EQUAL 'S'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-FAL NOT LESS WRK-MAX-TAB-FAL
              DISPLAY 'TABELA DE FALTAS CHEIA! MAXIMO '
                       WRK-MAX-TAB-FAL ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-FAL
           MOVE WRK-FAL-COD            TO TAB-FAL-COD(WRK-QTDE-FAL)
           MOVE WRK-FAL-DATA           TO TAB-FAL-DATA(WRK-QTDE-FAL)
           MOVE 'N'                    TO TAB-FAL-ABONADA(WRK-QTDE-FAL)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CALCULAR OS DIAS, O VT, O VR E O DESCONTO DE VT DE UM
      *    FUNCIONARIO
      *----------------------------------------------------------------*
       0010-CALCULAR-BENEFICIO         SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1 UNTIL
                      WRK-IND-DIA > WRK-DIAS-MES
              PERFORM 0011-APURAR-DIA
           END-PERFORM

           PERFORM VARYING WRK-IND-FAL FROM 1 BY 1 UNTIL
                      WRK-IND-FAL > WRK-QTDE-FAL
              IF TAB-FAL-COD(WRK-IND-FAL) EQUAL
                 TAB-BEN-COD(WRK-IND-BEN) AND
                 TAB-FAL-ABONADA(WRK-IND-FAL) EQUAL 'N'
                 ADD 1                 TO TAB-BEN-FALTAS(WRK-IND-BEN)
              END-IF
           END-PERFORM

      *    AS FALTAS DO MES ANTERIOR ABATEM DOS DIAS DO MES; O SALDO
      *    NAO FICA NEGATIVO
           IF TAB-BEN-DIAS-FERIAS(WRK-IND-BEN)
              + TAB-BEN-FALTAS(WRK-IND-BEN) NOT LESS
              TAB-BEN-DIAS-ESCALA(WRK-IND-BEN)
              MOVE ZEROS               TO TAB-BEN-DIAS(WRK-IND-BEN)
           ELSE
              COMPUTE TAB-BEN-DIAS(WRK-IND-BEN) =
                      TAB-BEN-DIAS-ESCALA(WRK-IND-BEN)
                    - TAB-BEN-DIAS-FERIAS(WRK-IND-BEN)
                    - TAB-BEN-FALTAS(WRK-IND-BEN)
           END-IF

           COMPUTE TAB-BEN-QTDE-VT(WRK-IND-BEN) =
                   TAB-BEN-DIAS(WRK-IND-BEN)
                 * TAB-BEN-CONDUCOES(WRK-IND-BEN)
           COMPUTE TAB-BEN-VALOR-VT(WRK-IND-BEN) =
                   TAB-BEN-QTDE-VT(WRK-IND-BEN)
                 * TAB-BEN-TARIFA(WRK-IND-BEN)
           COMPUTE TAB-BEN-VALOR-VR(WRK-IND-BEN) =
                   TAB-BEN-DIAS(WRK-IND-BEN)
                 * TAB-BEN-VR-DIA(WRK-IND-BEN)

      *    DESCONTO LEGAL: 6% DO SALARIO, NUNCA ACIMA DO CUSTO DO VT
           COMPUTE TAB-BEN-DESCONTO(WRK-IND-BEN) ROUNDED =
                   TAB-BEN-SALARIO(WRK-IND-BEN)
                 * WRK-PCT-DESC-VT / 100
           IF TAB-BEN-DESCONTO(WRK-IND-BEN) GREATER
              TAB-BEN-VALOR-VT(WRK-IND-BEN)
              MOVE TAB-BEN-VALOR-VT(WRK-IND-BEN) TO
                   TAB-BEN-DESCONTO(WRK-IND-BEN)
           END-IF

           ADD TAB-BEN-VALOR-VT(WRK-IND-BEN) TO WRK-TOT-VT
           ADD TAB-BEN-VALOR-VR(WRK-IND-BEN) TO WRK-TOT-VR
           ADD TAB-BEN-DESCONTO(WRK-IND-BEN) TO WRK-TOT-DESCONTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UM DIA DO MES: CONTA SE O FUNCIONARIO ESTA ESCALADO NO DIA
      *    DA SEMANA E NAO E FERIADO; DENTRO DAS FERIAS CONTA A PARTE
      *----------------------------------------------------------------*
       0011-APURAR-DIA                 SECTION.
      *----------------------------------------------------------------*

           IF TAB-DIA-FERIADO(WRK-IND-DIA) EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-ESCALADO
           PERFORM VARYING WRK-IND-ESC FROM 1 BY 1 UNTIL
                      WRK-IND-ESC > WRK-QTDE-ESC
              IF TAB-ESC-FUNC(WRK-IND-ESC) EQUAL
                 TAB-BEN-COD(WRK-IND-BEN) AND
                 TAB-ESC-DIA(WRK-IND-ESC) EQUAL
                 TAB-DIA-SEMANA(WRK-IND-DIA)
                 MOVE 'S'              TO WRK-ESCALADO
              END-IF
           END-PERFORM
           IF WRK-ESCALADO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           ADD 1                       TO
               TAB-BEN-DIAS-ESCALA(WRK-IND-BEN)

           COMPUTE WRK-DATA-DIA = WRK-MES-BENEFICIO * 100
                                + WRK-IND-DIA
           MOVE 'N'                    TO WRK-EM-FERIAS
           PERFORM VARYING WRK-IND-FER FROM 1 BY 1 UNTIL
                      WRK-IND-FER > WRK-QTDE-FER
              IF TAB-FER-COD(WRK-IND-FER) EQUAL
                 TAB-BEN-COD(WRK-IND-BEN) AND
                 WRK-DATA-DIA NOT LESS TAB-FER-DATA-INI(WRK-IND-FER)
                 AND WRK-DATA-DIA NOT GREATER
                     TAB-FER-DATA-FIM(WRK-IND-FER)
                 MOVE 'S'              TO WRK-EM-FERIAS
              END-IF
           END-PERFORM
           IF WRK-EM-FERIAS EQUAL 'S'
              ADD 1                    TO
                  TAB-BEN-DIAS-FERIAS(WRK-IND-BEN)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O ARQUIVO DE COMPRA DA OPERADORA (VTVRCOMP.dat) E
      *    REGISTRAR NO CONTROLE DE TRANSMISSAO
      *----------------------------------------------------------------*
       0020-GRAVAR-COMPRA              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CMP-QTDE
                                          WRK-CMP-HASH

           OPEN OUTPUT ARQUIVO-CMP

           MOVE SPACES                 TO FD-LIN-COMPRA
           STRING 'HDR' SEP 'VTVR' SEP WRK-MES-BENEFICIO SEP
                  WRK-HOJE-AAAAMMDD SEP 'BENEF1A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-COMPRA
           END-STRING
           WRITE FD-LIN-COMPRA

           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              IF TAB-BEN-VALOR-VT(WRK-IND-BEN) GREATER ZEROS OR
                 TAB-BEN-VALOR-VR(WRK-IND-BEN) GREATER ZEROS
                 MOVE TAB-BEN-VALOR-VT(WRK-IND-BEN) TO WRK-CMP-VT-V
                 MOVE TAB-BEN-VALOR-VR(WRK-IND-BEN) TO WRK-CMP-VR-V
                 MOVE SPACES           TO FD-LIN-COMPRA
                 STRING 'DET'                     DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        TAB-BEN-COD(WRK-IND-BEN)  DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        TAB-BEN-NOME(WRK-IND-BEN) DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        TAB-BEN-DIAS(WRK-IND-BEN) DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        TAB-BEN-QTDE-VT(WRK-IND-BEN)
                                                  DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        WRK-CMP-VT-STR            DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        WRK-CMP-VR-STR            DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        INTO FD-LIN-COMPRA
                 END-STRING
                 WRITE FD-LIN-COMPRA
                 ADD 1                 TO WRK-CMP-QTDE
                 COMPUTE WRK-CMP-HASH = WRK-CMP-HASH
                       + (TAB-BEN-VALOR-VT(WRK-IND-BEN)
                        + TAB-BEN-VALOR-VR(WRK-IND-BEN)) * 100
              END-IF
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-COMPRA
           STRING 'TRL' SEP WRK-CMP-QTDE SEP WRK-CMP-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-COMPRA
           END-STRING
           WRITE FD-LIN-COMPRA

           CLOSE ARQUIVO-CMP

           MOVE 'VTVRCOMP.dat'         TO TRN001A-ARQUIVO
           MOVE WRK-CMP-QTDE           TO TRN001A-REGISTROS
           MOVE WRK-CMP-HASH           TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR FOLHARUB.dat: SAEM AS LINHAS DA RUBRICA 0092 DO MES
      *    DO BENEFICIO E ENTRA O DESCONTO DE VT DE CADA FUNCIONARIO
      *    (NOME|RUBRICA|VALOR|COMPETENCIA)
      *----------------------------------------------------------------*
       0030-GRAVAR-FOLHARUB            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-RBA
                                          WRK-QTDE-RUBRICAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-RBA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RBA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-RBA-NOME
                                          WRK-RBA-VALOR-STR
                                          WRK-RBA-COMP
                    MOVE ZEROS         TO WRK-RBA-CODIGO
                    UNSTRING FD-LIN-ATRIBUICAO DELIMITED BY SEP
                       INTO WRK-RBA-NOME
                            WRK-RBA-CODIGO
                            WRK-RBA-VALOR-STR
                            WRK-RBA-COMP
                    END-UNSTRING
                    IF WRK-RBA-CODIGO EQUAL WRK-RUB-DESC-VT AND
                       WRK-RBA-COMP EQUAL WRK-MES-BENEFICIO
                       CONTINUE
                    ELSE
                       IF WRK-QTDE-RBA LESS WRK-MAX-TAB-RBA
                          ADD 1        TO WRK-QTDE-RBA
                          MOVE FD-LIN-ATRIBUICAO
                               TO TAB-RBA-TEXTO(WRK-QTDE-RBA)
                       ELSE
                          DISPLAY 'TABELA DE ATRIBUICOES CHEIA! '
                                  'FOLHARUB.dat NAO ATUALIZADO'
                          CLOSE ARQUIVO-RBA
                          MOVE 'N'     TO WRK-FIM-ARQ
                          EXIT SECTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-RBA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN OUTPUT ARQUIVO-RBA

           PERFORM VARYING WRK-IND-RBA FROM 1 BY 1 UNTIL
                      WRK-IND-RBA > WRK-QTDE-RBA
              MOVE TAB-RBA-TEXTO(WRK-IND-RBA) TO FD-LIN-ATRIBUICAO
              WRITE FD-LIN-ATRIBUICAO
           END-PERFORM

           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              IF TAB-BEN-DESCONTO(WRK-IND-BEN) GREATER ZEROS
                 MOVE TAB-BEN-DESCONTO(WRK-IND-BEN) TO WRK-RBA-VALOR
                 MOVE SPACES           TO FD-LIN-ATRIBUICAO
                 STRING FUNCTION TRIM(TAB-BEN-NOME(WRK-IND-BEN))
                                       DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-RUB-DESC-VT DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-RBA-VALOR  DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-MES-BENEFICIO DELIMITED BY SIZE
                        INTO FD-LIN-ATRIBUICAO
                 END-STRING
                 WRITE FD-LIN-ATRIBUICAO
                 ADD 1                 TO WRK-QTDE-RUBRICAS
              END-IF
           END-PERFORM

           CLOSE ARQUIVO-RBA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR SE A RUBRICA DO DESCONTO DE VT EXISTE EM
      *    RUBRICAS.dat - SEM ELA O FOLHA01A IGNORA A ATRIBUICAO
      *----------------------------------------------------------------*
       0035-VERIFICAR-RUBRICA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-RUB-DESC-VT-OK
                                          WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-RUB

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RUB
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-RUBRICA(1:4) IS NUMERIC
                       MOVE FD-LIN-RUBRICA(1:4) TO WRK-RUB-CODIGO-LIDO
                       IF WRK-RUB-CODIGO-LIDO EQUAL WRK-RUB-DESC-VT
                          MOVE 'S'     TO WRK-RUB-DESC-VT-OK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-RUB
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-RUB-DESC-VT-OK NOT EQUAL 'S'
              DISPLAY 'ATENCAO: RUBRICA ' WRK-RUB-DESC-VT
                      ' (DESCONTO DE VT, DESCONTO) NAO CADASTRADA EM '
                      'RUBRICAS.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMITIR A CONFERENCIA DA COMPRA (BENEF.txt)
      *----------------------------------------------------------------*
       0040-EMITIR-CONFERENCIA         SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-REL

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* BENEF1A - COMPRA DE VT / VR - MES '
                  WRK-MES-BENEFICIO ' - FERIADOS NO MES: '
                  WRK-QTDE-FERIADOS ' - FALTAS DE '
                  WRK-MES-ANTERIOR
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           MOVE 'COD   NOME                           ESC FER FAL DIAS'
                                       TO WRK-LINHA-REL
           MOVE '  QTVT        VALOR VT        VALOR VR    DESCONTO VT'
                                       TO WRK-LINHA-REL(55:)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              MOVE TAB-BEN-VALOR-VT(WRK-IND-BEN) TO WRK-VALOR-EDIT
              MOVE TAB-BEN-VALOR-VR(WRK-IND-BEN) TO WRK-VALOR-EDIT2
              MOVE TAB-BEN-DESCONTO(WRK-IND-BEN) TO WRK-VALOR-EDIT3
              MOVE SPACES              TO WRK-LINHA-REL
              STRING TAB-BEN-COD(WRK-IND-BEN) ' '
                     TAB-BEN-NOME(WRK-IND-BEN) '  '
                     TAB-BEN-DIAS-ESCALA(WRK-IND-BEN) '  '
                     TAB-BEN-DIAS-FERIAS(WRK-IND-BEN) '  '
                     TAB-BEN-FALTAS(WRK-IND-BEN) '   '
                     TAB-BEN-DIAS(WRK-IND-BEN) '  '
                     TAB-BEN-QTDE-VT(WRK-IND-BEN) ' '
                     WRK-VALOR-EDIT ' '
                     WRK-VALOR-EDIT2 ' '
                     WRK-VALOR-EDIT3
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM

           MOVE WRK-TOT-VT             TO WRK-VALOR-EDIT
           MOVE WRK-TOT-VR             TO WRK-VALOR-EDIT2
           MOVE WRK-TOT-DESCONTO       TO WRK-VALOR-EDIT3
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAIS' DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(61:14)
           MOVE WRK-VALOR-EDIT2        TO WRK-LINHA-REL(76:14)
           MOVE WRK-VALOR-EDIT3        TO WRK-LINHA-REL(91:14)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           IF WRK-QTDE-ABONADAS GREATER ZEROS
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* FALTAS ABONADAS DEPOIS DA APURACAO (NAO '
                     'DESCONTADAS): ' WRK-QTDE-ABONADAS
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF

           CLOSE ARQUIVO-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
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
