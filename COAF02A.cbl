      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: REVISAO DOS CASOS COAF PELO COMPLIANCE. OS CASOS
      *              PENDENTES DE COAFCASO.dat (APURADOS NO COAF01A) SAO
      *              APRESENTADOS UM A UM E O ANALISTA (USUARIO DE NIVEL
      *              SUPERVISOR NO SEQENT01.dat) DECIDE: R = REPORTAR,
      *              D = DESCARTAR OU P = MANTER PENDENTE. REPORTAR E
      *              DESCARTAR EXIGEM O MOTIVO, GRAVADO NO CASO COM A
      *              DATA E O ANALISTA. AO FINAL, OS CASOS REPORTADOS
      *              AINDA NAO COMUNICADOS VAO PARA O ARQUIVO DE
      *              COMUNICACAO COAFCOM.dat, REGISTRADO NO CONTROLE DE
      *              TRANSMISSAO (TRANSM1A), E RECEBEM A DATA DA
      *              COMUNICACAO.
      * NOME.......: COAF02A
      *----------------------------------------------------------------*
      * LAYOUT DE COAFCASO.dat: VER COAF01A
      * LAYOUT DE COAFCOM.dat (PIPE):
      *   H|COAF|DATA-GERACAO(8)|
      *   D|CASO(6)|TIPO E/F|CONTA(10)|TITULAR(20)|DATA-INI(8)|
      *    DATA-FIM(8)|QTDE(3)|VALOR-CENTS(13)|MOTIVO(60)|
      *   T|QTDE-DETALHES(6)|SOMA-VALOR-CENTS(15)|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAF02A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CASOS ASSIGN TO 'COAFCASO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-COMUNICACAO ASSIGN TO 'COAFCOM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CADASTRO ASSIGN TO 'SEQENT01.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CASOS.
       01  FD-LIN-CASO                    PIC X(200).

       FD  ARQ-COMUNICACAO.
       01  FD-LIN-COMUNICACAO             PIC X(200).

       FD ARQ-CADASTRO.
       01 WRK-CAD-REGISTRO.
           05 WRK-CAD-COD              PIC 9(03).
           05 WRK-CAD-NOME              PIC X(30).
           05 WRK-CAD-IDADE             PIC 9(02).
           05 WRK-CAD-DATA-NASC         PIC 9(08).
           05 WRK-CAD-CARGO             PIC X(20).
           05 WRK-CAD-EMAIL             PIC X(50).
           05 WRK-CAD-TELEFONE          PIC 9(09).
           05 WRK-CAD-ENDERECO.
               10 WRK-CAD-RUA           PIC X(50).
               10 WRK-CAD-CIDADE        PIC X(30).
               10 WRK-CAD-ESTADO        PIC X(02).
               10 WRK-CAD-CEP           PIC 9(08).
           05 WRK-CAD-CPF               PIC 9(11).
           05 WRK-CAD-DATA-CRIACAO      PIC 9(08).
           05 WRK-CAD-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-QTDE-REP                   PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-DES                   PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-PUL                   PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-COMUNICADOS           PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-LINHAS-COM            PIC 9(09) VALUE ZEROS.
       01  WRK-SOMA-COMUNICADOS           PIC 9(15) VALUE ZEROS.

      *    IDENTIFICACAO DO ANALISTA
       01  FS-CADASTRO                 PIC XX.
       01  WRK-ANALISTA                PIC X(20) VALUE SPACES.
       01  WRK-FIM-CADASTRO            PIC X(01) VALUE 'N'.
       01  WRK-CARGO-USUARIO           PIC X(20) VALUE SPACES.
       01  WRK-CARGO-ENCONTRADO        PIC X(01) VALUE 'N'.
       01  WRK-IND-NIVEL               PIC 9(02) VALUE ZEROS.
       01  WRK-NIVEL-ACESSO            PIC 9(01) VALUE 2.
       01  TAB-CARGOS-NIVEL1.
           05 CARGO-NIVEL1 OCCURS 4 TIMES PIC X(20) VALUE SPACES.

      *--- Casos de COAFCASO.dat
       01  WRK-MAX-TAB-CAS                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CAS                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAS                    PIC 9(03) VALUE ZEROS.
       01  TAB-CASOS.
           05  TAB-CAS-LINHA OCCURS 500 TIMES.
               10  TAB-CAS-NUMERO         PIC X(06).
               10  TAB-CAS-MES            PIC X(06).
               10  TAB-CAS-TIPO           PIC X(01).
               10  TAB-CAS-CONTA          PIC X(10).
               10  TAB-CAS-DATA-INI       PIC X(08).
               10  TAB-CAS-DATA-FIM       PIC X(08).
               10  TAB-CAS-QTDE           PIC X(03).
               10  TAB-CAS-VALOR          PIC X(13).
               10  TAB-CAS-SITUACAO       PIC X(01).
               10  TAB-CAS-DATA-DECISAO   PIC X(08).
               10  TAB-CAS-ANALISTA       PIC X(20).
               10  TAB-CAS-MOTIVO         PIC X(60).
               10  TAB-CAS-DATA-COMUNIC   PIC X(08).

      *--- Decisao do analista
       01  WRK-DECISAO                    PIC X(01) VALUE SPACES.
       01  WRK-MOTIVO                     PIC X(60) VALUE SPACES.
       01  WRK-DESC-TIPO                  PIC X(13) VALUE SPACES.
       01  WRK-VALOR-CENTS                PIC 9(13) VALUE ZEROS.
       01  WRK-VALOR-V99                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *--- Titular da conta (cadastro de contas via CTAMST1B)
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

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
           PERFORM 0030-IDENTIFICAR-ANALISTA

           IF WRK-NIVEL-ACESSO NOT EQUAL 1
              DISPLAY 'ACESSO NEGADO: SOMENTE USUARIO COM NIVEL '
                      'SUPERVISOR PODE REVISAR OS CASOS COAF'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-CARREGAR-CASOS

           IF WRK-QTDE-CAS EQUAL ZEROS
              DISPLAY 'NENHUM CASO COAF REGISTRADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                                WRK-IND-CAS > WRK-QTDE-CAS
              IF TAB-CAS-SITUACAO(WRK-IND-CAS) EQUAL 'P'
                 PERFORM 0005-REVISAR-CASO
              END-IF
           END-PERFORM

           PERFORM 0008-GERAR-COMUNICACAO
           PERFORM 0011-REGRAVAR-CASOS

           DISPLAY '*=========================================*'
           DISPLAY '* COAF02A - REVISAO DOS CASOS COAF        *'
           DISPLAY '* REPORTADOS..........: ' WRK-QTDE-REP
           DISPLAY '* DESCARTADOS.........: ' WRK-QTDE-DES
           DISPLAY '* MANTIDOS PENDENTES..: ' WRK-QTDE-PUL
           DISPLAY '* COMUNICADOS.........: ' WRK-QTDE-COMUNICADOS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA DO SISTEMA
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
      *    CARREGAR OS CASOS DE COAFCASO.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-CASOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CASOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CASOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0003-TRATAR-LINHA-CASO
              END-READ
           END-PERFORM

           CLOSE ARQ-CASOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM CASO NA TABELA
      *----------------------------------------------------------------*
       0003-TRATAR-LINHA-CASO          SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-CASO(1:6) NOT NUMERIC
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CAS NOT LESS WRK-MAX-TAB-CAS
              DISPLAY 'TABELA DE CASOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CAS ' REGISTROS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CAS
           MOVE SPACES                 TO TAB-CAS-LINHA(WRK-QTDE-CAS)
           UNSTRING FD-LIN-CASO DELIMITED BY SEP
                    INTO TAB-CAS-NUMERO(WRK-QTDE-CAS)
                         TAB-CAS-MES(WRK-QTDE-CAS)
                         TAB-CAS-TIPO(WRK-QTDE-CAS)
                         TAB-CAS-CONTA(WRK-QTDE-CAS)
                         TAB-CAS-DATA-INI(WRK-QTDE-CAS)
                         TAB-CAS-DATA-FIM(WRK-QTDE-CAS)
                         TAB-CAS-QTDE(WRK-QTDE-CAS)
                         TAB-CAS-VALOR(WRK-QTDE-CAS)
                         TAB-CAS-SITUACAO(WRK-QTDE-CAS)
                         TAB-CAS-DATA-DECISAO(WRK-QTDE-CAS)
                         TAB-CAS-ANALISTA(WRK-QTDE-CAS)
                         TAB-CAS-MOTIVO(WRK-QTDE-CAS)
                         TAB-CAS-DATA-COMUNIC(WRK-QTDE-CAS)
           END-UNSTRING

           IF TAB-CAS-DATA-COMUNIC(WRK-QTDE-CAS) EQUAL SPACES
              MOVE '00000000'  TO TAB-CAS-DATA-COMUNIC(WRK-QTDE-CAS)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APRESENTAR UM CASO PENDENTE E REGISTRAR A DECISAO
      *----------------------------------------------------------------*
       0005-REVISAR-CASO               SECTION.
      *----------------------------------------------------------------*

           EVALUATE TAB-CAS-TIPO(WRK-IND-CAS)
              WHEN 'E'
                 MOVE 'ESPECIE'        TO WRK-DESC-TIPO
              WHEN OTHER
                 MOVE 'FRACIONAMENTO'  TO WRK-DESC-TIPO
           END-EVALUATE

           PERFORM 0006-OBTER-TITULAR
           PERFORM 0007-EDITAR-VALOR

           DISPLAY '*-----------------------------------------*'
           DISPLAY '* CASO................: '
                   TAB-CAS-NUMERO(WRK-IND-CAS)
                   ' (MES ' TAB-CAS-MES(WRK-IND-CAS) ')'
           DISPLAY '* TIPO................: ' WRK-DESC-TIPO
           DISPLAY '* CONTA...............: '
                   TAB-CAS-CONTA(WRK-IND-CAS) ' ' CTA001A-NOME
           DISPLAY '* PERIODO.............: '
                   TAB-CAS-DATA-INI(WRK-IND-CAS) ' A '
                   TAB-CAS-DATA-FIM(WRK-IND-CAS)
           DISPLAY '* OPERACOES...........: '
                   TAB-CAS-QTDE(WRK-IND-CAS)
           DISPLAY '* VALOR...............: ' WRK-VALOR-EDIT

           PERFORM 0005A-OBTER-DECISAO

           EVALUATE WRK-DECISAO
              WHEN 'R'
                 ADD 1                 TO WRK-QTDE-REP
              WHEN 'D'
                 ADD 1                 TO WRK-QTDE-DES
              WHEN OTHER
                 ADD 1                 TO WRK-QTDE-PUL
                 EXIT SECTION
           END-EVALUATE

           PERFORM 0005B-OBTER-MOTIVO

           MOVE WRK-DECISAO            TO TAB-CAS-SITUACAO(WRK-IND-CAS)
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-CAS-DATA-DECISAO(WRK-IND-CAS)
           MOVE WRK-ANALISTA           TO TAB-CAS-ANALISTA(WRK-IND-CAS)
           MOVE WRK-MOTIVO             TO TAB-CAS-MOTIVO(WRK-IND-CAS)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DECISAO: R = REPORTAR  D = DESCARTAR  P = PENDENTE
      *----------------------------------------------------------------*
       0005A-OBTER-DECISAO             SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* DECISAO (R=REPORTAR D=DESCARTAR P=PENDENTE): '
                   WITH NO ADVANCING
           ACCEPT WRK-DECISAO
           MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO

           IF WRK-DECISAO NOT EQUAL 'R' AND
              WRK-DECISAO NOT EQUAL 'D' AND
              WRK-DECISAO NOT EQUAL 'P'
              DISPLAY '* DECISAO INVALIDA!'
              PERFORM 0005A-OBTER-DECISAO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O MOTIVO DA DECISAO - OBRIGATORIO
      *----------------------------------------------------------------*
       0005B-OBTER-MOTIVO              SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* MOTIVO DA DECISAO: ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-MOTIVO
           ACCEPT WRK-MOTIVO
           INSPECT WRK-MOTIVO REPLACING ALL '|' BY ' '

           IF WRK-MOTIVO EQUAL SPACES
              DISPLAY '* O MOTIVO E OBRIGATORIO!'
              PERFORM 0005B-OBTER-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005b-end
       0005B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULAR DA CONTA DO CASO NO CADASTRO DE CONTAS (CTAMST1B)
      *----------------------------------------------------------------*
       0006-OBTER-TITULAR              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO CTA001A-NOME

           IF TAB-CAS-CONTA(WRK-IND-CAS) IS NUMERIC
              MOVE TAB-CAS-CONTA(WRK-IND-CAS) TO CTA001A-CONTA
              MOVE 'C'                 TO CTA001A-ACAO
              CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
              IF CTA001A-RETORNO NOT EQUAL 'S'
                 MOVE '(NAO CADASTRADA)' TO CTA001A-NOME
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALOR DO CASO (CENTAVOS) EDITADO PARA A TELA
      *----------------------------------------------------------------*
       0007-EDITAR-VALOR               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-VALOR-CENTS
           IF TAB-CAS-VALOR(WRK-IND-CAS) IS NUMERIC
              MOVE TAB-CAS-VALOR(WRK-IND-CAS) TO WRK-VALOR-CENTS
           END-IF
           COMPUTE WRK-VALOR-V99 = WRK-VALOR-CENTS / 100
           MOVE WRK-VALOR-V99          TO WRK-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR COAFCOM.dat COM OS CASOS REPORTADOS AINDA NAO
      *    COMUNICADOS E REGISTRAR A GERACAO NO TRANSM1A
      *----------------------------------------------------------------*
       0008-GERAR-COMUNICACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-COMUNICADOS
                                          WRK-SOMA-COMUNICADOS
                                          WRK-QTDE-LINHAS-COM

           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                                WRK-IND-CAS > WRK-QTDE-CAS
              IF TAB-CAS-SITUACAO(WRK-IND-CAS) EQUAL 'R' AND
                 TAB-CAS-DATA-COMUNIC(WRK-IND-CAS) EQUAL '00000000'
                 ADD 1                 TO WRK-QTDE-COMUNICADOS
              END-IF
           END-PERFORM

           IF WRK-QTDE-COMUNICADOS EQUAL ZEROS
              DISPLAY 'NENHUM CASO REPORTADO A COMUNICAR'
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-COMUNICADOS

           OPEN OUTPUT ARQ-COMUNICACAO

           MOVE SPACES                 TO FD-LIN-COMUNICACAO
           STRING 'H'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'COAF'               DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-COMUNICACAO
           END-STRING
           WRITE FD-LIN-COMUNICACAO
           ADD 1                       TO WRK-QTDE-LINHAS-COM

           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                                WRK-IND-CAS > WRK-QTDE-CAS
              IF TAB-CAS-SITUACAO(WRK-IND-CAS) EQUAL 'R' AND
                 TAB-CAS-DATA-COMUNIC(WRK-IND-CAS) EQUAL '00000000'
                 PERFORM 0009-GRAVAR-DETALHE
              END-IF
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-COMUNICACAO
           STRING 'T'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-QTDE-COMUNICADOS DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-SOMA-COMUNICADOS DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-COMUNICACAO
           END-STRING
           WRITE FD-LIN-COMUNICACAO
           ADD 1                       TO WRK-QTDE-LINHAS-COM

           CLOSE ARQ-COMUNICACAO

           MOVE 'COAFCOM.dat'          TO TRN001A-ARQUIVO
           MOVE WRK-QTDE-LINHAS-COM    TO TRN001A-REGISTROS
           MOVE WRK-SOMA-COMUNICADOS   TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O DETALHE DE UM CASO REPORTADO E MARCAR A DATA DA
      *    COMUNICACAO
      *----------------------------------------------------------------*
       0009-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0006-OBTER-TITULAR
           PERFORM 0007-EDITAR-VALOR

           MOVE SPACES                 TO FD-LIN-COMUNICACAO
           STRING 'D'                           DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-NUMERO(WRK-IND-CAS)   DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-TIPO(WRK-IND-CAS)     DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-CONTA(WRK-IND-CAS)    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  CTA001A-NOME                  DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-DATA-INI(WRK-IND-CAS) DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-DATA-FIM(WRK-IND-CAS) DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-QTDE(WRK-IND-CAS)     DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-VALOR-CENTS               DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  TAB-CAS-MOTIVO(WRK-IND-CAS)   DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  INTO FD-LIN-COMUNICACAO
           END-STRING
           WRITE FD-LIN-COMUNICACAO

           ADD 1                       TO WRK-QTDE-COMUNICADOS
                                          WRK-QTDE-LINHAS-COM
           ADD WRK-VALOR-CENTS         TO WRK-SOMA-COMUNICADOS
           MOVE WRK-HOJE-AAAAMMDD      TO
                TAB-CAS-DATA-COMUNIC(WRK-IND-CAS)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O ANALISTA E SEU NIVEL DE ACESSO (SEQENT01.dat)
      *----------------------------------------------------------------*
       0030-IDENTIFICAR-ANALISTA       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'NOME DO ANALISTA: ' WITH NO ADVANCING
           ACCEPT WRK-ANALISTA
           INSPECT WRK-ANALISTA REPLACING ALL '|' BY ' '

           MOVE 'SUPERVISOR'           TO CARGO-NIVEL1(1)
           MOVE 'GERENTE'              TO CARGO-NIVEL1(2)
           MOVE 'DIRETOR'              TO CARGO-NIVEL1(3)
           MOVE 'ADMINISTRADOR'        TO CARGO-NIVEL1(4)

           OPEN INPUT ARQ-CADASTRO

           IF FS-CADASTRO EQUAL "00"
              MOVE 'N'                 TO WRK-FIM-CADASTRO
              PERFORM 0031-LER-CADASTRO
              PERFORM UNTIL WRK-FIM-CADASTRO EQUAL 'S'
                         OR WRK-CARGO-ENCONTRADO EQUAL 'S'
                 IF FUNCTION TRIM(WRK-CAD-NOME) EQUAL
                    FUNCTION TRIM(WRK-ANALISTA)
                    MOVE WRK-CAD-CARGO  TO WRK-CARGO-USUARIO
                    MOVE 'S'            TO WRK-CARGO-ENCONTRADO
                 ELSE
                    PERFORM 0031-LER-CADASTRO
                 END-IF
              END-PERFORM
              CLOSE ARQ-CADASTRO
           END-IF

           MOVE 2                      TO WRK-NIVEL-ACESSO

           IF WRK-CARGO-ENCONTRADO     EQUAL 'S'
              PERFORM VARYING WRK-IND-NIVEL FROM 1 BY 1 UNTIL
                         WRK-IND-NIVEL GREATER 4
                 IF FUNCTION TRIM(WRK-CARGO-USUARIO) EQUAL
                    FUNCTION TRIM(CARGO-NIVEL1(WRK-IND-NIVEL))
                    MOVE 1              TO WRK-NIVEL-ACESSO
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE CADASTRO
      *----------------------------------------------------------------*
       0031-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*

           READ ARQ-CADASTRO
               AT END
                   MOVE 'S' TO WRK-FIM-CADASTRO
           END-READ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR COAFCASO.dat COM AS DECISOES E AS DATAS DE
      *    COMUNICACAO
      *----------------------------------------------------------------*
       0011-REGRAVAR-CASOS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CASOS

           PERFORM VARYING WRK-IND-CAS FROM 1 BY 1 UNTIL
                                WRK-IND-CAS > WRK-QTDE-CAS
              MOVE SPACES              TO FD-LIN-CASO
              STRING
                  TAB-CAS-NUMERO(WRK-IND-CAS)       DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-MES(WRK-IND-CAS)          DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-TIPO(WRK-IND-CAS)         DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-CONTA(WRK-IND-CAS)        DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-DATA-INI(WRK-IND-CAS)     DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-DATA-FIM(WRK-IND-CAS)     DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-QTDE(WRK-IND-CAS)         DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-VALOR(WRK-IND-CAS)        DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-SITUACAO(WRK-IND-CAS)     DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-DATA-DECISAO(WRK-IND-CAS) DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-ANALISTA(WRK-IND-CAS)     DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-MOTIVO(WRK-IND-CAS)       DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  TAB-CAS-DATA-COMUNIC(WRK-IND-CAS) DELIMITED BY SIZE
                  SEP                               DELIMITED BY SIZE
                  INTO FD-LIN-CASO
              END-STRING
              WRITE FD-LIN-CASO
           END-PERFORM

           CLOSE ARQ-CASOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'FIM DE PROGRAMA'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
