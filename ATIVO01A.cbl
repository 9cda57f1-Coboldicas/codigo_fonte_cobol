      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CADASTRO DO ATIVO IMOBILIZADO (SUBSIDIARIO DO
      *              LIVRO LANCAGL.dat). MANTEM ATIVOS.dat COM
      *              PLAQUETA, DESCRICAO, DATA DE AQUISICAO, CUSTO,
      *              CLASSE, VIDA UTIL EM MESES, CENTRO DE CUSTO,
      *              LOCAL E A DEPRECIACAO ACUMULADA (ATUALIZADA PELO
      *              LOTE MENSAL ATIVO01B). OPERACOES:
      *              - INCLUSAO: LANCA A AQUISICAO PELA REGRA
      *                ATIVO|AQUIS-<CLASSE> DE REGRASGL.dat;
      *              - TRANSFERENCIA ENTRE CENTROS DE CUSTO: A
      *                DEPRECIACAO SEGUINTE JA SAI NO CENTRO NOVO;
      *              - BAIXA (VENDA OU SUCATA) COM GANHO OU PERDA:
      *                VALOR CONTABIL = CUSTO - DEPRECIACAO ACUMULADA,
      *                GANHO/PERDA = VALOR DE VENDA - VALOR CONTABIL.
      *                LANCA PELAS REGRAS ATIVO|BXDEPR-<CLASSE>
      *                (ESTORNO DA DEPRECIACAO ACUMULADA),
      *                ATIVO|BXCUSTO-<CLASSE> (VALOR CONTABIL PARA O
      *                RESULTADO) E ATIVO|BXVENDA (RECEITA DA VENDA).
      *              TODO LANCAMENTO CONFERE A COMPETENCIA NO GLPER01B
      *              E CADA MOVIMENTO FICA NO HISTORICO ATIVMOV.dat.
      *----------------------------------------------------------------*
      * LAYOUT DE ATIVOS.dat (PIPE):
      *   PLAQUETA|DESCRICAO|DATA-AQUIS|CUSTO-CENTS|CLASSE|VIDA-MESES|
      *   CENTRO-CUSTO|LOCAL|DEPR-ACUM-CENTS|ULT-COMP-DEPR|SITUACAO|
      *   DATA-BAIXA|VALOR-VENDA-CENTS|
      *   SITUACAO: A = ATIVO  B = BAIXADO
      * LAYOUT DE ATIVMOV.dat (PIPE):
      *   DATA|PLAQUETA|TIPO|CC-ORIGEM|CC-DESTINO|VALOR-CENTS|
      *   VALOR-CONTABIL-CENTS|GANHO-PERDA-CENTS|
      *   TIPO: INCLUSAO / TRANSF / BAIXA
      * NOME.......: ATIVO01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LANCAMENTO EM LANCAGL.dat LEVA A
      *              FILIAL DESTA INSTALACAO (FILIAL1B) NO CAMPO APOS O
      *              CENTRO DE CUSTO; LINHA DO LIVRO COM 120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVO01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ATIVOS ASSIGN TO 'ATIVOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MOVTO ASSIGN TO 'ATIVMOV.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ATIVOS.
       01  FD-LIN-ATIVO                   PIC X(160).

       FD  ARQ-MOVTO.
       01  FD-LIN-MOVTO                   PIC X(120).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.

      *--- Ativos (ATIVOS.dat)
       01  WRK-MAX-TAB-ATV                PIC 9(03) VALUE 300.
       01  WRK-QTDE-ATV                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ATV                    PIC 9(03) VALUE ZEROS.
       01  WRK-ATV-ACHADO                 PIC 9(03) VALUE ZEROS.
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

      *--- Dados em digitacao
       01  WRK-ATV-PLAQUETA               PIC X(10) VALUE SPACES.
       01  WRK-ATV-DESCRICAO              PIC X(30) VALUE SPACES.
       01  WRK-ATV-DATA-AQUIS             PIC 9(08) VALUE ZEROS.
       01  WRK-ATV-CUSTO                  PIC 9(13) VALUE ZEROS.
       01  WRK-ATV-CLASSE                 PIC X(04) VALUE SPACES.
       01  WRK-ATV-VIDA-MESES             PIC 9(03) VALUE ZEROS.
       01  WRK-ATV-CC                     PIC X(10) VALUE SPACES.
       01  WRK-ATV-LOCAL                  PIC X(10) VALUE SPACES.
       01  WRK-DATA-BAIXA                 PIC 9(08) VALUE ZEROS.
       01  WRK-VALOR-VENDA                PIC 9(13) VALUE ZEROS.
       01  WRK-VALOR-CONTABIL             PIC 9(13) VALUE ZEROS.
       01  WRK-GANHO-PERDA                PIC S9(13) VALUE ZEROS.
       01  WRK-GANHO-PERDA-TXT            PIC -9(13).
       01  WRK-CC-ORIGEM                  PIC X(10) VALUE SPACES.

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
       01  WRK-REGRA-BXDEPR               PIC 9(02) VALUE ZEROS.
       01  WRK-REGRA-BXCUSTO              PIC 9(02) VALUE ZEROS.
       01  WRK-REGRA-BXVENDA              PIC 9(02) VALUE ZEROS.
       01  WRK-EVENTO-BUSCA               PIC X(14) VALUE SPACES.

      *--- Par debito/credito a gravar em LANCAGL.dat
       01  WRK-LCT-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-LCT-EVENTO                 PIC X(14) VALUE SPACES.
       01  WRK-LCT-CENTS                  PIC 9(13) VALUE ZEROS.
       01  WRK-LCT-HISTORICO              PIC X(30) VALUE SPACES.
       01  WRK-LCT-CC                     PIC X(10) VALUE SPACES.

       01  WRK-VALOR-ED                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-SALDO-ED                   PIC -ZZZ.ZZZ.ZZZ,99.
       01  WRK-CONTABIL-ED                PIC ZZZ.ZZZ.ZZZ,99.

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
           PERFORM 0002-CARREGAR-ATIVOS
           PERFORM 0003-CARREGAR-REGRAS
           PERFORM 0004-TELA-MENU
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
      *    CARREGAR OS ATIVOS DE ATIVOS.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-ATIVOS            SECTION.
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
                    ELSE
      *    REGRAVAR ATIVOS.dat SO COM A PARTE CARREGADA PERDERIA
      *    OS ATIVOS EXCEDENTES - ABORTA
                       DISPLAY 'TABELA DE ATIVOS CHEIA! MAXIMO '
                               WRK-MAX-TAB-ATV
                       CLOSE ARQ-ATIVOS
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ATIVOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS REGRAS DE PARTIDA DOBRADA (REGRASGL.dat)
      *----------------------------------------------------------------*
       0003-CARREGAR-REGRAS            SECTION.
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
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENU PRINCIPAL
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=        ATIVO IMOBILIZADO               =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - INCLUIR ATIVO                        *'
           DISPLAY '* 2 - TRANSFERIR DE CENTRO DE CUSTO        *'
           DISPLAY '* 3 - BAIXAR ATIVO (VENDA OU SUCATA)       *'
           DISPLAY '* 4 - LISTAR ATIVOS                        *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-INCLUIR-ATIVO
                      PERFORM 0004-TELA-MENU
               WHEN 2 PERFORM 0020-TRANSFERIR-ATIVO
                      PERFORM 0004-TELA-MENU
               WHEN 3 PERFORM 0030-BAIXAR-ATIVO
                      PERFORM 0004-TELA-MENU
               WHEN 4 PERFORM 0040-LISTAR-ATIVOS
                      PERFORM 0004-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0004-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O ATIVO DE PLAQUETA WRK-ATV-PLAQUETA
      *    (WRK-ATV-ACHADO = 0 SE NAO EXISTE)
      *----------------------------------------------------------------*
       0005-LOCALIZAR-ATIVO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ATV-ACHADO

           PERFORM VARYING WRK-IND-ATV FROM 1 BY 1 UNTIL
                      (WRK-IND-ATV > WRK-QTDE-ATV) OR
                      (WRK-ATV-ACHADO GREATER ZEROS)
              IF TAB-ATV-PLAQUETA(WRK-IND-ATV) EQUAL WRK-ATV-PLAQUETA
                 MOVE WRK-IND-ATV      TO WRK-ATV-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A REGRA ATIVO|WRK-EVENTO-BUSCA
      *    (WRK-REGRA-ACHADA = 0 SE NAO EXISTE)
      *----------------------------------------------------------------*
       0006-LOCALIZAR-REGRA            SECTION.
      *----------------------------------------------------------------*

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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR NO GLPER01B SE A COMPETENCIA DE WRK-LCT-DATA ESTA
      *    ABERTA (PER001A-ABERTO = 'S')
      *----------------------------------------------------------------*
       0007-VERIFICAR-PERIODO          SECTION.
      *----------------------------------------------------------------*

           COMPUTE PER001A-COMPETENCIA = WRK-LCT-DATA / 100
           CALL 'GLPER01B' USING WRK-PER-REGISTRO

           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY '* A COMPETENCIA ' PER001A-COMPETENCIA
                      ' ESTA FECHADA (GLPERIOD.dat) - NADA FOI '
                      'LANCADO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DA REGRA WRK-REGRA-ACHADA EM
      *    LANCAGL.dat (ARQUIVO JA ABERTO EM EXTEND)
      *----------------------------------------------------------------*
       0008-GRAVAR-PAR                 SECTION.
      *----------------------------------------------------------------*

           IF WRK-LCT-CENTS EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-LCT-DATA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'ATIVO'              DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-EVENTO       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'D'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-CENTS        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-HISTORICO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-CC           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-LCT-DATA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'ATIVO'              DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-EVENTO       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-CENTS        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-HISTORICO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-LCT-CC           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR UM ATIVO E LANCAR A AQUISICAO (ATIVO|AQUIS-<CLASSE>)
      *----------------------------------------------------------------*
       0010-INCLUIR-ATIVO              SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'PLAQUETA....................: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-PLAQUETA
           IF WRK-ATV-PLAQUETA EQUAL SPACES
              DISPLAY 'PLAQUETA OBRIGATORIA - ATIVO NAO INCLUIDO'
              EXIT SECTION
           END-IF

           PERFORM 0005-LOCALIZAR-ATIVO
           IF WRK-ATV-ACHADO GREATER ZEROS
              DISPLAY 'PLAQUETA JA CADASTRADA - ATIVO NAO INCLUIDO'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-ATV NOT LESS WRK-MAX-TAB-ATV
              DISPLAY 'TABELA DE ATIVOS CHEIA - ATIVO NAO INCLUIDO'
              EXIT SECTION
           END-IF

           DISPLAY 'DESCRICAO...................: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-DESCRICAO
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WRK-ATV-DATA-AQUIS
           DISPLAY 'CUSTO DE AQUISICAO (CENTAVOS): ' WITH NO ADVANCING
           ACCEPT WRK-ATV-CUSTO
           DISPLAY 'CLASSE (EX.: MAQ, MOV, VEIC, INFO): '
                   WITH NO ADVANCING
           ACCEPT WRK-ATV-CLASSE
           DISPLAY 'VIDA UTIL EM MESES..........: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-VIDA-MESES
           DISPLAY 'CENTRO DE CUSTO (BRANCO = GERAL): '
                   WITH NO ADVANCING
           ACCEPT WRK-ATV-CC
           DISPLAY 'LOCAL.......................: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-LOCAL

           IF WRK-ATV-DESCRICAO EQUAL SPACES OR
              WRK-ATV-CLASSE EQUAL SPACES OR
              WRK-ATV-CUSTO EQUAL ZEROS OR
              WRK-ATV-VIDA-MESES EQUAL ZEROS OR
              WRK-ATV-DATA-AQUIS EQUAL ZEROS OR
              WRK-ATV-DATA-AQUIS GREATER WRK-HOJE-AAAAMMDD
              DISPLAY 'DADOS INVALIDOS - ATIVO NAO INCLUIDO'
              EXIT SECTION
           END-IF

           IF WRK-ATV-CC EQUAL SPACES
              MOVE 'GERAL'             TO WRK-ATV-CC
           END-IF

           MOVE WRK-ATV-DATA-AQUIS     TO WRK-LCT-DATA
           PERFORM 0007-VERIFICAR-PERIODO
           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY 'ATIVO NAO INCLUIDO'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-EVENTO-BUSCA
           STRING 'AQUIS-' WRK-ATV-CLASSE
                  DELIMITED BY SIZE INTO WRK-EVENTO-BUSCA
           END-STRING
           PERFORM 0006-LOCALIZAR-REGRA
           IF WRK-REGRA-ACHADA EQUAL ZEROS
              DISPLAY '* SEM REGRA: ATIVO ' WRK-EVENTO-BUSCA
                      ' - CADASTRE EM REGRASGL.dat. ATIVO NAO INCLUIDO'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-ATV
           MOVE WRK-QTDE-ATV           TO WRK-IND-ATV
           MOVE WRK-ATV-PLAQUETA       TO TAB-ATV-PLAQUETA(WRK-IND-ATV)
           MOVE WRK-ATV-DESCRICAO      TO TAB-ATV-DESCRICAO(WRK-IND-ATV)
           MOVE WRK-ATV-DATA-AQUIS
                                    TO TAB-ATV-DATA-AQUIS(WRK-IND-ATV)
           MOVE WRK-ATV-CUSTO          TO TAB-ATV-CUSTO(WRK-IND-ATV)
           MOVE WRK-ATV-CLASSE         TO TAB-ATV-CLASSE(WRK-IND-ATV)
           MOVE WRK-ATV-VIDA-MESES
                                    TO TAB-ATV-VIDA-MESES(WRK-IND-ATV)
           MOVE WRK-ATV-CC             TO TAB-ATV-CC(WRK-IND-ATV)
           MOVE WRK-ATV-LOCAL          TO TAB-ATV-LOCAL(WRK-IND-ATV)
           MOVE ZEROS               TO TAB-ATV-DEPR-ACUM(WRK-IND-ATV)
                                       TAB-ATV-ULT-COMP(WRK-IND-ATV)
                                       TAB-ATV-DATA-BAIXA(WRK-IND-ATV)
                                       TAB-ATV-VALOR-VENDA(WRK-IND-ATV)
           MOVE 'A'                    TO TAB-ATV-SITUACAO(WRK-IND-ATV)

           MOVE WRK-EVENTO-BUSCA       TO WRK-LCT-EVENTO
           MOVE WRK-ATV-CUSTO          TO WRK-LCT-CENTS
           MOVE WRK-ATV-CC             TO WRK-LCT-CC
           MOVE SPACES                 TO WRK-LCT-HISTORICO
           STRING 'AQUISICAO ' WRK-ATV-PLAQUETA
                  DELIMITED BY SIZE INTO WRK-LCT-HISTORICO
           END-STRING
           OPEN EXTEND ARQ-LIVRO
           PERFORM 0008-GRAVAR-PAR
           CLOSE ARQ-LIVRO

           PERFORM 0050-REGRAVAR-ATIVOS

           MOVE SPACES                 TO WRK-CC-ORIGEM
           MOVE 'INCLUSAO'             TO WRK-LCT-EVENTO
           MOVE WRK-ATV-DATA-AQUIS     TO WRK-LCT-DATA
           MOVE WRK-ATV-CUSTO          TO WRK-VALOR-VENDA
           MOVE WRK-ATV-CUSTO          TO WRK-VALOR-CONTABIL
           MOVE ZEROS                  TO WRK-GANHO-PERDA
           PERFORM 0051-GRAVAR-MOVIMENTO

           DISPLAY 'ATIVO ' WRK-ATV-PLAQUETA ' INCLUIDO COM SUCESSO!'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRANSFERIR UM ATIVO PARA OUTRO CENTRO DE CUSTO
      *----------------------------------------------------------------*
       0020-TRANSFERIR-ATIVO           SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'PLAQUETA....................: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-PLAQUETA
           PERFORM 0005-LOCALIZAR-ATIVO
           IF WRK-ATV-ACHADO EQUAL ZEROS
              DISPLAY 'ATIVO NAO CADASTRADO!'
              EXIT SECTION
           END-IF
           MOVE WRK-ATV-ACHADO         TO WRK-IND-ATV
           IF TAB-ATV-SITUACAO(WRK-IND-ATV) NOT EQUAL 'A'
              DISPLAY 'ATIVO JA BAIXADO - NAO PODE SER TRANSFERIDO'
              EXIT SECTION
           END-IF

           DISPLAY 'DESCRICAO: ' TAB-ATV-DESCRICAO(WRK-IND-ATV)
           DISPLAY 'CENTRO DE CUSTO ATUAL: ' TAB-ATV-CC(WRK-IND-ATV)
                   ' LOCAL: ' TAB-ATV-LOCAL(WRK-IND-ATV)
           DISPLAY 'NOVO CENTRO DE CUSTO........: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-CC
           DISPLAY 'NOVO LOCAL (BRANCO = MANTEM): ' WITH NO ADVANCING
           ACCEPT WRK-ATV-LOCAL

           IF WRK-ATV-CC EQUAL SPACES OR
              WRK-ATV-CC EQUAL TAB-ATV-CC(WRK-IND-ATV)
              DISPLAY 'CENTRO DE CUSTO INVALIDO OU IGUAL AO ATUAL'
              EXIT SECTION
           END-IF

           MOVE TAB-ATV-CC(WRK-IND-ATV) TO WRK-CC-ORIGEM
           MOVE WRK-ATV-CC             TO TAB-ATV-CC(WRK-IND-ATV)
           IF WRK-ATV-LOCAL NOT EQUAL SPACES
              MOVE WRK-ATV-LOCAL       TO TAB-ATV-LOCAL(WRK-IND-ATV)
           END-IF

           COMPUTE WRK-VALOR-CONTABIL = TAB-ATV-CUSTO(WRK-IND-ATV) -
                   TAB-ATV-DEPR-ACUM(WRK-IND-ATV)

           PERFORM 0050-REGRAVAR-ATIVOS

           MOVE 'TRANSF'               TO WRK-LCT-EVENTO
           MOVE WRK-HOJE-AAAAMMDD      TO WRK-LCT-DATA
           MOVE ZEROS                  TO WRK-VALOR-VENDA
                                          WRK-GANHO-PERDA
           PERFORM 0051-GRAVAR-MOVIMENTO

           DISPLAY 'ATIVO TRANSFERIDO DE ' WRK-CC-ORIGEM ' PARA '
                   WRK-ATV-CC
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR UM ATIVO (VENDA OU SUCATA) APURANDO GANHO OU PERDA
      *----------------------------------------------------------------*
       0030-BAIXAR-ATIVO               SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'PLAQUETA....................: ' WITH NO ADVANCING
           ACCEPT WRK-ATV-PLAQUETA
           PERFORM 0005-LOCALIZAR-ATIVO
           IF WRK-ATV-ACHADO EQUAL ZEROS
              DISPLAY 'ATIVO NAO CADASTRADO!'
              EXIT SECTION
           END-IF
           MOVE WRK-ATV-ACHADO         TO WRK-IND-ATV
           IF TAB-ATV-SITUACAO(WRK-IND-ATV) NOT EQUAL 'A'
              DISPLAY 'ATIVO JA BAIXADO EM '
                      TAB-ATV-DATA-BAIXA(WRK-IND-ATV)
              EXIT SECTION
           END-IF

           DISPLAY 'DATA DA BAIXA (AAAAMMDD, 0 = HOJE): '
                   WITH NO ADVANCING
           ACCEPT WRK-DATA-BAIXA
           IF WRK-DATA-BAIXA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-BAIXA
           END-IF
           IF WRK-DATA-BAIXA LESS TAB-ATV-DATA-AQUIS(WRK-IND-ATV) OR
              WRK-DATA-BAIXA GREATER WRK-HOJE-AAAAMMDD
              DISPLAY 'DATA DA BAIXA INVALIDA!'
              EXIT SECTION
           END-IF
           DISPLAY 'VALOR DE VENDA (CENTAVOS, 0 = SUCATA): '
                   WITH NO ADVANCING
           ACCEPT WRK-VALOR-VENDA

      *    VALOR CONTABIL PELA DEPRECIACAO JA LANCADA PELO ATIVO01B
           COMPUTE WRK-VALOR-CONTABIL = TAB-ATV-CUSTO(WRK-IND-ATV) -
                   TAB-ATV-DEPR-ACUM(WRK-IND-ATV)
           COMPUTE WRK-GANHO-PERDA = WRK-VALOR-VENDA -
                   WRK-VALOR-CONTABIL

           COMPUTE WRK-VALOR-ED = TAB-ATV-CUSTO(WRK-IND-ATV) / 100
           DISPLAY 'CUSTO DE AQUISICAO....: ' WRK-VALOR-ED
           COMPUTE WRK-VALOR-ED = TAB-ATV-DEPR-ACUM(WRK-IND-ATV) / 100
           DISPLAY 'DEPRECIACAO ACUMULADA.: ' WRK-VALOR-ED
                   ' ATE ' TAB-ATV-ULT-COMP(WRK-IND-ATV)
           COMPUTE WRK-VALOR-ED = WRK-VALOR-CONTABIL / 100
           DISPLAY 'VALOR CONTABIL........: ' WRK-VALOR-ED
           COMPUTE WRK-VALOR-ED = WRK-VALOR-VENDA / 100
           DISPLAY 'VALOR DE VENDA........: ' WRK-VALOR-ED
           COMPUTE WRK-SALDO-ED = WRK-GANHO-PERDA / 100
           IF WRK-GANHO-PERDA LESS ZEROS
              DISPLAY 'PERDA NA BAIXA........: ' WRK-SALDO-ED
           ELSE
              DISPLAY 'GANHO NA BAIXA........: ' WRK-SALDO-ED
           END-IF

           MOVE WRK-DATA-BAIXA         TO WRK-LCT-DATA
           PERFORM 0007-VERIFICAR-PERIODO
           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY 'ATIVO NAO BAIXADO'
              EXIT SECTION
           END-IF

      *    TODAS AS REGRAS DA BAIXA PRECISAM EXISTIR - OU O LIVRO
      *    FICARIA COM A BAIXA PELA METADE
           MOVE SPACES                 TO WRK-EVENTO-BUSCA
           STRING 'BXDEPR-' TAB-ATV-CLASSE(WRK-IND-ATV)
                  DELIMITED BY SIZE INTO WRK-EVENTO-BUSCA
           END-STRING
           PERFORM 0006-LOCALIZAR-REGRA
           MOVE WRK-REGRA-ACHADA       TO WRK-REGRA-BXDEPR
           IF WRK-REGRA-BXDEPR EQUAL ZEROS AND
              TAB-ATV-DEPR-ACUM(WRK-IND-ATV) GREATER ZEROS
              DISPLAY '* SEM REGRA: ATIVO ' WRK-EVENTO-BUSCA
                      ' - CADASTRE EM REGRASGL.dat. ATIVO NAO BAIXADO'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-EVENTO-BUSCA
           STRING 'BXCUSTO-' TAB-ATV-CLASSE(WRK-IND-ATV)
                  DELIMITED BY SIZE INTO WRK-EVENTO-BUSCA
           END-STRING
           PERFORM 0006-LOCALIZAR-REGRA
           MOVE WRK-REGRA-ACHADA       TO WRK-REGRA-BXCUSTO
           IF WRK-REGRA-BXCUSTO EQUAL ZEROS AND
              WRK-VALOR-CONTABIL GREATER ZEROS
              DISPLAY '* SEM REGRA: ATIVO ' WRK-EVENTO-BUSCA
                      ' - CADASTRE EM REGRASGL.dat. ATIVO NAO BAIXADO'
              EXIT SECTION
           END-IF

           MOVE 'BXVENDA'              TO WRK-EVENTO-BUSCA
           PERFORM 0006-LOCALIZAR-REGRA
           MOVE WRK-REGRA-ACHADA       TO WRK-REGRA-BXVENDA
           IF WRK-REGRA-BXVENDA EQUAL ZEROS AND
              WRK-VALOR-VENDA GREATER ZEROS
              DISPLAY '* SEM REGRA: ATIVO BXVENDA'
                      ' - CADASTRE EM REGRASGL.dat. ATIVO NAO BAIXADO'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA A BAIXA (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'BAIXA CANCELADA'
              EXIT SECTION
           END-IF

           MOVE TAB-ATV-CC(WRK-IND-ATV) TO WRK-LCT-CC
           MOVE SPACES                 TO WRK-LCT-HISTORICO
           STRING 'BAIXA ' TAB-ATV-PLAQUETA(WRK-IND-ATV)
                  DELIMITED BY SIZE INTO WRK-LCT-HISTORICO
           END-STRING

           OPEN EXTEND ARQ-LIVRO

           IF WRK-REGRA-BXDEPR GREATER ZEROS
              MOVE WRK-REGRA-BXDEPR    TO WRK-REGRA-ACHADA
              MOVE TAB-REG-EVENTO(WRK-REGRA-ACHADA) TO WRK-LCT-EVENTO
              MOVE TAB-ATV-DEPR-ACUM(WRK-IND-ATV) TO WRK-LCT-CENTS
              PERFORM 0008-GRAVAR-PAR
           END-IF

           IF WRK-REGRA-BXCUSTO GREATER ZEROS
              MOVE WRK-REGRA-BXCUSTO   TO WRK-REGRA-ACHADA
              MOVE TAB-REG-EVENTO(WRK-REGRA-ACHADA) TO WRK-LCT-EVENTO
              MOVE WRK-VALOR-CONTABIL  TO WRK-LCT-CENTS
              PERFORM 0008-GRAVAR-PAR
           END-IF

           IF WRK-REGRA-BXVENDA GREATER ZEROS
              MOVE WRK-REGRA-BXVENDA   TO WRK-REGRA-ACHADA
              MOVE TAB-REG-EVENTO(WRK-REGRA-ACHADA) TO WRK-LCT-EVENTO
              MOVE WRK-VALOR-VENDA     TO WRK-LCT-CENTS
              PERFORM 0008-GRAVAR-PAR
           END-IF

           CLOSE ARQ-LIVRO

           MOVE 'B'                    TO TAB-ATV-SITUACAO(WRK-IND-ATV)
           MOVE WRK-DATA-BAIXA     TO TAB-ATV-DATA-BAIXA(WRK-IND-ATV)
           MOVE WRK-VALOR-VENDA    TO TAB-ATV-VALOR-VENDA(WRK-IND-ATV)

           MOVE TAB-ATV-CC(WRK-IND-ATV) TO WRK-CC-ORIGEM

           PERFORM 0050-REGRAVAR-ATIVOS

           MOVE 'BAIXA'                TO WRK-LCT-EVENTO
           MOVE SPACES                 TO WRK-ATV-CC
           PERFORM 0051-GRAVAR-MOVIMENTO

           DISPLAY 'ATIVO ' WRK-ATV-PLAQUETA ' BAIXADO COM SUCESSO!'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS ATIVOS COM CUSTO, DEPRECIACAO E VALOR CONTABIL
      *----------------------------------------------------------------*
       0040-LISTAR-ATIVOS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '* PLAQUETA   DESCRICAO                      '
                   'CLAS CENTRO     S          CUSTO '
                   '  VALOR CONTABIL'
           PERFORM VARYING WRK-IND-ATV FROM 1 BY 1 UNTIL
                      WRK-IND-ATV > WRK-QTDE-ATV
              COMPUTE WRK-VALOR-ED = TAB-ATV-CUSTO(WRK-IND-ATV) / 100
              IF TAB-ATV-SITUACAO(WRK-IND-ATV) EQUAL 'A'
                 COMPUTE WRK-CONTABIL-ED =
                         (TAB-ATV-CUSTO(WRK-IND-ATV) -
                          TAB-ATV-DEPR-ACUM(WRK-IND-ATV)) / 100
              ELSE
                 MOVE ZEROS            TO WRK-CONTABIL-ED
              END-IF
              DISPLAY '* ' TAB-ATV-PLAQUETA(WRK-IND-ATV)
                      ' ' TAB-ATV-DESCRICAO(WRK-IND-ATV)
                      ' ' TAB-ATV-CLASSE(WRK-IND-ATV)
                      ' ' TAB-ATV-CC(WRK-IND-ATV)
                      ' ' TAB-ATV-SITUACAO(WRK-IND-ATV)
                      ' ' WRK-VALOR-ED
                      ' ' WRK-CONTABIL-ED
           END-PERFORM
           IF WRK-QTDE-ATV EQUAL ZEROS
              DISPLAY '* NENHUM ATIVO CADASTRADO'
           END-IF
           DISPLAY '*==========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR ATIVOS.dat A PARTIR DA TABELA
      *----------------------------------------------------------------*
       0050-REGRAVAR-ATIVOS            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-ATIVOS

           PERFORM VARYING WRK-IND-ATV FROM 1 BY 1 UNTIL
                      WRK-IND-ATV > WRK-QTDE-ATV
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
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO DO ATIVO WRK-ATV-PLAQUETA EM ATIVMOV.dat
      *    (TIPO EM WRK-LCT-EVENTO, DATA EM WRK-LCT-DATA)
      *----------------------------------------------------------------*
       0051-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-GANHO-PERDA        TO WRK-GANHO-PERDA-TXT

           OPEN EXTEND ARQ-MOVTO
           MOVE SPACES                 TO FD-LIN-MOVTO
           STRING WRK-LCT-DATA                  DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-ATV-PLAQUETA              DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-LCT-EVENTO                DELIMITED BY SPACE
                  SEP                           DELIMITED BY SIZE
                  WRK-CC-ORIGEM                 DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-ATV-CC                    DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-VALOR-VENDA               DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-VALOR-CONTABIL            DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  WRK-GANHO-PERDA-TXT           DELIMITED BY SIZE
                  SEP                           DELIMITED BY SIZE
                  INTO FD-LIN-MOVTO
           END-STRING
           WRITE FD-LIN-MOVTO
           CLOSE ARQ-MOVTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
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
