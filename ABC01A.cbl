      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CLASSIFICACAO ABC (PARETO) DOS PRODUTOS POR
      *              RECEITA E POR MARGEM BRUTA DA COMPETENCIA. A
      *              RECEITA POR PRODUTO VEM:
      *              - DAS LINHAS ITEM= DO CAIXALOG.dat (COM O DESCONTO
      *                DA VENDA RATEADO PELO TOTAL PAGO; A DEVOLUCAO NO
      *                CAIXA ABATE O VALOR REEMBOLSADO DO PRODUTO);
      *              - DAS NOTAS DE NFREG.dat, COM OS ITENS MONTADOS
      *                COMO NO EFDICM1A (NOTA DE PEDIDO = LINHAS DE
      *                PEDVITEM.dat, NOTA DO SIMULADOR = UMA UNIDADE DE
      *                CADA PRODUTO DO CATALOGO) E A NOTA DE DEVOLUCAO
      *                ('D'+NOTA) ABATENDO AS LINHAS DE DEVITEM.dat.
      *                NOTA CANCELADA/REEMITIDA (NOTASTATUS.dat) NAO
      *                ENTRA; O CUPOM DO CAIXA (ORIGEM 'CAIXA'/'DC') JA
      *                ESTA NO CAIXALOG.dat.
      *              A MARGEM BRUTA E A RECEITA MENOS A QUANTIDADE
      *              VENDIDA VEZES O CUSTO MEDIO DE CUSTOMED.dat.
      *              CADA RANKING CLASSIFICA A/B/C PELA PARTICIPACAO
      *              ACUMULADA COM OS CORTES DE ABCPAR.dat (PADRAO 80 E
      *              95 POR CENTO), MOSTRA A CLASSE DA COMPETENCIA
      *              ANTERIOR E A MUDANCA, E GRAVA A CLASSE DE CADA
      *              PRODUTO EM ABCCLASSE.dat (USADA PELO REPOSI1A NO
      *              ESTOQUE DE SEGURANCA E PELO PROG023D NA CONTAGEM
      *              CICLICA). RELATORIO EM ABC.txt.
      *----------------------------------------------------------------*
      * LAYOUT DE ABCPAR.dat (PIPE):
      *   CORTE-A-PCT|CORTE-B-PCT|DIAS-CONTAGEM-A|DIAS-CONTAGEM-B|
      *   DIAS-CONTAGEM-C|   (OS DIAS SAO USADOS PELO PROG023D)
      * LAYOUT DE ABCCLASSE.dat (PIPE, UMA LINHA POR COMPETENCIA E
      * PRODUTO; A RODADA REPETIDA SUBSTITUI AS LINHAS DA COMPETENCIA):
      *   COMPETENCIA|PRODUTO|CLASSE-RECEITA|CLASSE-MARGEM|
      *   RECEITA-CENTS|MARGEM-CENTS (COM SINAL)|
      * NOME.......: ABC01A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PARM ASSIGN TO 'ABCPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CLASSE ASSIGN TO 'ABCCLASSE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CUSTO ASSIGN TO 'CUSTOMED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PRODUTOS ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAIXALOG ASSIGN TO 'CAIXALOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DEVITEM ASSIGN TO 'DEVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REL ASSIGN TO 'ABC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARM.
       01  FD-LIN-PARM                    PIC X(040).

       FD  ARQ-CLASSE.
       01  FD-LIN-CLASSE                  PIC X(060).

       FD  ARQ-CUSTO.
       01  FD-LIN-CUSTO                   PIC X(030).

       FD  ARQ-PRODUTOS.
       01  FD-LIN-PRODUTOS.
         05 FDP-COD-PRODUTO               PIC 9(05).
         05 FDP-NOME-PRODUTO              PIC X(30).
         05 FDP-VALOR-PRODUTO             PIC 9(06)V99.
         05 FILLER                        PIC X(13).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQ-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQ-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM-PED                PIC X(060).

       FD  ARQ-DEVITEM.
       01  FD-LIN-DEVITEM                 PIC X(060).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-DESCARTE                   PIC X(120) VALUE SPACES.

      *--- Competencia
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-ANTERIOR              PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-NUM                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-NUM                    PIC 9(02) VALUE ZEROS.

      *--- Parametros (ABCPAR.dat)
       01  WRK-CORTE-A                    PIC 9(03) VALUE 80.
       01  WRK-CORTE-B                    PIC 9(03) VALUE 95.

      *--- Produtos da classificacao
       01  WRK-MAX-TAB-ABC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-ABC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ABC                    PIC 9(03) VALUE ZEROS.
       01  WRK-ABC-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-COD-PROCURADO              PIC 9(05) VALUE ZEROS.
       01  TAB-ABC.
           05  TAB-ABC-LINHA OCCURS 500 TIMES.
               10  TAB-ABC-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-ABC-NOME           PIC X(20) VALUE SPACES.
               10  TAB-ABC-QTDE           PIC S9(07) VALUE ZEROS.
               10  TAB-ABC-RECEITA        PIC S9(11) VALUE ZEROS.
               10  TAB-ABC-MARGEM         PIC S9(11) VALUE ZEROS.
               10  TAB-ABC-SEM-CUSTO      PIC X(01) VALUE SPACES.
               10  TAB-ABC-CLASSE-REC     PIC X(01) VALUE SPACES.
               10  TAB-ABC-CLASSE-MRG     PIC X(01) VALUE SPACES.
               10  TAB-ABC-ANT-REC        PIC X(01) VALUE SPACES.
               10  TAB-ABC-ANT-MRG        PIC X(01) VALUE SPACES.

      *--- Ranking (indices da TAB-ABC em ordem decrescente)
       01  WRK-IND-ORD                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ORD2                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TROCA                  PIC 9(03) VALUE ZEROS.
       01  TAB-ORDEM.
           05  TAB-ORD-IND OCCURS 500 TIMES
                                          PIC 9(03) VALUE ZEROS.
       01  WRK-RANKING                    PIC X(01) VALUE SPACES.
       01  WRK-VALOR-I                    PIC S9(11) VALUE ZEROS.
       01  WRK-VALOR-J                    PIC S9(11) VALUE ZEROS.
       01  WRK-TOTAL-POSITIVO             PIC S9(13) VALUE ZEROS.
       01  WRK-ACUMULADO                  PIC S9(13) VALUE ZEROS.
       01  WRK-PCT-ANTES                  PIC 9(03)V99 VALUE ZEROS.
       01  WRK-PCT-ITEM                   PIC 9(03)V99 VALUE ZEROS.
       01  WRK-PCT-ACUM                   PIC 9(03)V99 VALUE ZEROS.
       01  WRK-CLASSE                     PIC X(01) VALUE SPACES.
       01  WRK-CLASSE-ANT                 PIC X(01) VALUE SPACES.
       01  WRK-MUDANCA                    PIC X(08) VALUE SPACES.
       01  TAB-RESUMO.
           05  TAB-RES-LINHA OCCURS 3 TIMES.
               10  TAB-RES-QTDE           PIC 9(05) VALUE ZEROS.
               10  TAB-RES-VALOR          PIC S9(13) VALUE ZEROS.
       01  WRK-IND-RES                    PIC 9(01) VALUE ZEROS.

      *--- Custo medio (CUSTOMED.dat)
       01  WRK-MAX-TAB-CUS                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CUS                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CUS                    PIC 9(03) VALUE ZEROS.
       01  WRK-CUSTO-MEDIO                PIC 9(09) VALUE ZEROS.
       01  TAB-CUSTOS.
           05  TAB-CUS-LINHA OCCURS 500 TIMES.
               10  TAB-CUS-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-CUS-QTDE-BASE      PIC 9(07) VALUE ZEROS.
               10  TAB-CUS-CUSTO-MEDIO    PIC 9(09) VALUE ZEROS.

      *--- Catalogo (PRODUTOS.dat)
       01  WRK-MAX-TAB-CAT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CAT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(03) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-LINHA OCCURS 500 TIMES.
               10  TAB-CAT-COD            PIC 9(05) VALUE ZEROS.
               10  TAB-CAT-NOME           PIC X(30) VALUE SPACES.
               10  TAB-CAT-VALOR          PIC 9(06)V99 VALUE ZEROS.

      *--- Ultima situacao das notas (NOTASTATUS.dat)
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-CANC               PIC 9(03) VALUE 500.
       01  WRK-QTDE-CANC                  PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CANC                   PIC 9(03) VALUE ZEROS.
       01  TAB-CANCELADAS.
           05  TAB-CANC-LINHA OCCURS 500 TIMES.
               10  TAB-CANC-NOTA          PIC 9(06) VALUE ZEROS.
               10  TAB-CANC-FILIAL        PIC X(03) VALUE SPACES.
               10  TAB-CANC-SIT           PIC X(01) VALUE SPACES.

      *--- Notas da competencia (NFREG.dat)
       01  WRK-MAX-TAB-NF                 PIC 9(03) VALUE 500.
       01  WRK-QTDE-NF                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-NF                     PIC 9(03) VALUE ZEROS.
       01  TAB-NOTAS.
           05  TAB-NF-LINHA OCCURS 500 TIMES.
               10  TAB-NF-NUMERO          PIC 9(06) VALUE ZEROS.
               10  TAB-NF-FILIAL          PIC X(03) VALUE SPACES.
               10  TAB-NF-TIPO            PIC X(01) VALUE SPACES.
               10  TAB-NF-PEDIDO          PIC 9(06) VALUE ZEROS.
       01  WRK-STR-NUMERO                 PIC X(06) VALUE SPACES.
       01  WRK-STR-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-QTDE-NOTAS-LIDAS           PIC 9(05) VALUE ZEROS.

      *--- Linhas de PEDVITEM.dat / DEVITEM.dat
       01  WRK-PIT-DOCUMENTO              PIC X(06) VALUE SPACES.
       01  WRK-PIT-COD                    PIC X(05) VALUE SPACES.
       01  WRK-PIT-QTDE                   PIC X(05) VALUE SPACES.
       01  WRK-PIT-PRECO                  PIC X(10) VALUE SPACES.
       01  WRK-PIT-ORIGINAL               PIC X(06) VALUE SPACES.
       01  WRK-PIT-FILIAL                 PIC X(03) VALUE SPACES.

      *--- Item a acumular no produto
       01  WRK-ITEM-COD                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-QTDE                  PIC S9(07) VALUE ZEROS.
       01  WRK-ITEM-VALOR-CENTS           PIC S9(11) VALUE ZEROS.

      *--- Vendas do caixa (CAIXALOG.dat)
       01  WRK-CX-LINHA                   PIC X(120) VALUE SPACES.
       01  WRK-CX-STAMP-LIDO              PIC X(15) VALUE SPACES.
       01  WRK-CX-STAMP                   PIC X(15) VALUE SPACES.
       01  WRK-CX-VALOR-TXT               PIC X(20) VALUE SPACES.
       01  WRK-CX-VALOR                   PIC S9(09)V99 VALUE ZEROS.
       01  WRK-CX-VALOR-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-CX-ITENS-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-TALLY-ITEM                 PIC 9(03) VALUE ZEROS.
       01  WRK-TALLY-TOTAL                PIC 9(03) VALUE ZEROS.
       01  WRK-TALLY-DEVOLUCAO            PIC 9(03) VALUE ZEROS.
       01  WRK-MAX-TAB-CXI                PIC 9(02) VALUE 50.
       01  WRK-QTDE-CXI                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CXI                    PIC 9(02) VALUE ZEROS.
       01  TAB-CX-ITENS.
           05  TAB-CXI-LINHA OCCURS 50 TIMES.
               10  TAB-CXI-COD            PIC 9(05) VALUE ZEROS.
               10  TAB-CXI-QTDE           PIC 9(03) VALUE ZEROS.
               10  TAB-CXI-CENTS          PIC 9(11) VALUE ZEROS.
       01  WRK-DEV-STAMP                  PIC X(15) VALUE SPACES.
       01  WRK-DEV-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-DEV-QTDE                   PIC 9(03) VALUE ZEROS.

      *--- Classe das competencias em ABCCLASSE.dat
       01  WRK-MAX-TAB-HIS                PIC 9(04) VALUE 3000.
       01  WRK-QTDE-HIS                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-HIS                    PIC 9(04) VALUE ZEROS.
       01  TAB-HISTORICO.
           05  TAB-HIS-LINHA OCCURS 3000 TIMES PIC X(060).
       01  WRK-HIS-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       01  WRK-HIS-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-HIS-CLASSE-REC             PIC X(01) VALUE SPACES.
       01  WRK-HIS-CLASSE-MRG             PIC X(01) VALUE SPACES.
       01  WRK-HIS-DESPREZADAS            PIC 9(05) VALUE ZEROS.
       01  WRK-CLS-RECEITA-TXT            PIC -9(11).
       01  WRK-CLS-MARGEM-TXT             PIC -9(11).

      *--- Relatorio
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-POSICAO                    PIC 9(03) VALUE ZEROS.
       01  WRK-VALOR-ED                   PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-ED                     PIC ZZ9,99.
       01  WRK-PCT-ACUM-ED                PIC ZZ9,99.

      *  DATA DO SISTEMA
           COPY COD001A.

      *  FILIAL DESTA INSTALACAO (FILIAL1B) - MATRIZ DAS NOTAS ANTIGAS
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

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
           PERFORM 0003-CARREGAR-PARAMETROS
           PERFORM 0004-CARREGAR-CUSTOS
           PERFORM 0005-CARREGAR-CATALOGO
           PERFORM 0006-CARREGAR-SITUACOES
           PERFORM 0010-APURAR-CAIXA
           PERFORM 0020-APURAR-NOTAS
           PERFORM 0030-CARREGAR-HISTORICO
           PERFORM 0040-CALCULAR-MARGEM

           OPEN OUTPUT ARQ-REL
           MOVE 'R'                    TO WRK-RANKING
           PERFORM 0050-CLASSIFICAR
           MOVE 'M'                    TO WRK-RANKING
           PERFORM 0050-CLASSIFICAR
           CLOSE ARQ-REL

           PERFORM 0060-GRAVAR-CLASSES

           DISPLAY '*==========================================*'
           DISPLAY '* CLASSIFICACAO ABC DA COMPETENCIA '
                   WRK-COMPETENCIA
           DISPLAY '* PRODUTOS CLASSIFICADOS: ' WRK-QTDE-ABC
           DISPLAY '* NOTAS CONSIDERADAS....: ' WRK-QTDE-NOTAS-LIDAS
           DISPLAY '* CORTES A/B............: ' WRK-CORTE-A '% / '
                   WRK-CORTE-B '%'
           DISPLAY '* RELATORIO EM ABC.txt, CLASSES EM ABCCLASSE.dat'
           DISPLAY '*==========================================*'

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
      *    OBTER A COMPETENCIA (AAAAMM, 0 = MES ANTERIOR, JA FECHADO)
      *    E A COMPETENCIA ANTERIOR PARA A COMPARACAO DE CLASSE
      *----------------------------------------------------------------*
       0002-OBTER-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*

           DISPLAY '* COMPETENCIA (AAAAMM, 0 = MES ANTERIOR): '
                   WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD(1:4) TO WRK-ANO-NUM
              MOVE WRK-HOJE-AAAAMMDD(5:2) TO WRK-MES-NUM
              IF WRK-MES-NUM EQUAL 1
                 SUBTRACT 1            FROM WRK-ANO-NUM
                 MOVE 12               TO WRK-MES-NUM
              ELSE
                 SUBTRACT 1            FROM WRK-MES-NUM
              END-IF
              COMPUTE WRK-COMPETENCIA = WRK-ANO-NUM * 100 + WRK-MES-NUM
           END-IF

           MOVE WRK-COMPETENCIA(1:4)   TO WRK-ANO-NUM
           MOVE WRK-COMPETENCIA(5:2)   TO WRK-MES-NUM
           IF WRK-MES-NUM LESS 1 OR WRK-MES-NUM GREATER 12
              DISPLAY 'COMPETENCIA INVALIDA!'
              PERFORM 0002-OBTER-COMPETENCIA
              EXIT SECTION
           END-IF

           IF WRK-MES-NUM EQUAL 1
              COMPUTE WRK-COMP-ANTERIOR = (WRK-ANO-NUM - 1) * 100 + 12
           ELSE
              COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CORTES DE ABCPAR.dat - SEM O ARQUIVO VALEM
      *    80% PARA A E 95% PARA B
      *----------------------------------------------------------------*
       0003-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PARM(1:1) IS NUMERIC
                       UNSTRING FD-LIN-PARM DELIMITED BY SEP
                          INTO WRK-CORTE-A
                               WRK-CORTE-B
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-CORTE-A EQUAL ZEROS OR WRK-CORTE-A GREATER 100
              MOVE 80                  TO WRK-CORTE-A
           END-IF
           IF WRK-CORTE-B NOT GREATER WRK-CORTE-A OR
              WRK-CORTE-B GREATER 100
              MOVE 95                  TO WRK-CORTE-B
              IF WRK-CORTE-B NOT GREATER WRK-CORTE-A
                 MOVE 100              TO WRK-CORTE-B
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CUSTO MEDIO POR PRODUTO DE CUSTOMED.dat
      *----------------------------------------------------------------*
       0004-CARREGAR-CUSTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CUS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CUSTO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CUSTO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CUS LESS WRK-MAX-TAB-CUS
                       ADD 1           TO WRK-QTDE-CUS
                       MOVE ZEROS      TO
                            TAB-CUS-PRODUTO(WRK-QTDE-CUS)
                            TAB-CUS-QTDE-BASE(WRK-QTDE-CUS)
                            TAB-CUS-CUSTO-MEDIO(WRK-QTDE-CUS)
                       UNSTRING FD-LIN-CUSTO DELIMITED BY SEP
                          INTO TAB-CUS-PRODUTO(WRK-QTDE-CUS)
                               TAB-CUS-QTDE-BASE(WRK-QTDE-CUS)
                               TAB-CUS-CUSTO-MEDIO(WRK-QTDE-CUS)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE CUSTOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-CUS
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CUSTO
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO PRODUTOS.dat (NOMES E ITENS DA NOTA DO
      *    SIMULADOR)
      *----------------------------------------------------------------*
       0005-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PRODUTOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PRODUTOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDP-COD-PRODUTO IS NUMERIC AND
                       FDP-VALOR-PRODUTO IS NUMERIC AND
                       WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FDP-COD-PRODUTO
                                       TO TAB-CAT-COD(WRK-QTDE-CAT)
                       MOVE FDP-NOME-PRODUTO
                                       TO TAB-CAT-NOME(WRK-QTDE-CAT)
                       MOVE FDP-VALOR-PRODUTO
                                       TO TAB-CAT-VALOR(WRK-QTDE-CAT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PRODUTOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A ULTIMA SITUACAO DE CADA NOTA DE NOTASTATUS.dat
      *    ('C' = CANCELADA OU REEMITIDA / 'E' = EMITIDA)
      *----------------------------------------------------------------*
       0006-CARREGAR-SITUACOES         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CANC
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-STATUS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-STATUS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-STATUS-NOTA-LIDA
                    MOVE SPACES        TO WRK-STATUS-SITUACAO-LIDA
                                          WRK-STATUS-FILIAL-LIDA
                    UNSTRING FD-LIN-STATUS DELIMITED BY SEP
                             INTO WRK-STATUS-NOTA-LIDA
                                  WRK-STATUS-SITUACAO-LIDA
                                  WRK-STATUS-FILIAL-LIDA
                    END-UNSTRING
                    IF WRK-STATUS-FILIAL-LIDA EQUAL SPACES
                       MOVE FIL001A-MATRIZ
                                       TO WRK-STATUS-FILIAL-LIDA
                    END-IF
                    PERFORM 0006A-REGISTRAR-SITUACAO
              END-READ
           END-PERFORM

           CLOSE ARQ-STATUS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A ULTIMA SITUACAO LIDA DE UMA NOTA NA TABELA
      *----------------------------------------------------------------*
       0006A-REGISTRAR-SITUACAO        SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF WRK-STATUS-NOTA-LIDA EQUAL
                 TAB-CANC-NOTA(WRK-IND-CANC) AND
                 WRK-STATUS-FILIAL-LIDA EQUAL
                 TAB-CANC-FILIAL(WRK-IND-CANC)
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WRK-IND-CANC GREATER WRK-QTDE-CANC
              IF WRK-QTDE-CANC NOT LESS WRK-MAX-TAB-CANC
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-CANC
              MOVE WRK-QTDE-CANC       TO WRK-IND-CANC
              MOVE WRK-STATUS-NOTA-LIDA
                                       TO TAB-CANC-NOTA(WRK-IND-CANC)
              MOVE WRK-STATUS-FILIAL-LIDA
                                       TO TAB-CANC-FILIAL(WRK-IND-CANC)
           END-IF

           IF WRK-STATUS-SITUACAO-LIDA EQUAL 'CANCELADA' OR
              WRK-STATUS-SITUACAO-LIDA EQUAL 'REEMITIDA'
              MOVE 'C'                 TO TAB-CANC-SIT(WRK-IND-CANC)
           ELSE
              MOVE 'E'                 TO TAB-CANC-SIT(WRK-IND-CANC)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006a-end
       0006A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR (OU INCLUIR) O PRODUTO WRK-COD-PROCURADO NA
      *    TABELA DA CLASSIFICACAO (WRK-ABC-ACHADO = 0 SE CHEIA)
      *----------------------------------------------------------------*
       0007-LOCALIZAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ABC-ACHADO

           PERFORM VARYING WRK-IND-ABC FROM 1 BY 1 UNTIL
                      (WRK-IND-ABC > WRK-QTDE-ABC) OR
                      (WRK-ABC-ACHADO GREATER ZEROS)
              IF TAB-ABC-PRODUTO(WRK-IND-ABC) EQUAL WRK-COD-PROCURADO
                 MOVE WRK-IND-ABC      TO WRK-ABC-ACHADO
              END-IF
           END-PERFORM

           IF WRK-ABC-ACHADO GREATER ZEROS
              EXIT SECTION
           END-IF

           IF WRK-QTDE-ABC NOT LESS WRK-MAX-TAB-ABC
              DISPLAY 'TABELA DE PRODUTOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-ABC ' - PRODUTO ' WRK-COD-PROCURADO
                       ' FORA DA CLASSIFICACAO'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-ABC
           MOVE WRK-QTDE-ABC           TO WRK-ABC-ACHADO
           INITIALIZE TAB-ABC-LINHA(WRK-ABC-ACHADO)
           MOVE WRK-COD-PROCURADO      TO
                TAB-ABC-PRODUTO(WRK-ABC-ACHADO)
           MOVE '?'                    TO TAB-ABC-NOME(WRK-ABC-ACHADO)
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-COD(WRK-IND-CAT) EQUAL WRK-COD-PROCURADO
                 MOVE TAB-CAT-NOME(WRK-IND-CAT)
                                       TO TAB-ABC-NOME(WRK-ABC-ACHADO)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR WRK-ITEM-QTDE / WRK-ITEM-VALOR-CENTS (COM SINAL)
      *    NO PRODUTO WRK-ITEM-COD
      *----------------------------------------------------------------*
       0008-ACUMULAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           IF WRK-ITEM-COD EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO WRK-COD-PROCURADO
           PERFORM 0007-LOCALIZAR-PRODUTO
           IF WRK-ABC-ACHADO EQUAL ZEROS
              EXIT SECTION
           END-IF

           ADD WRK-ITEM-QTDE           TO TAB-ABC-QTDE(WRK-ABC-ACHADO)
           ADD WRK-ITEM-VALOR-CENTS    TO
               TAB-ABC-RECEITA(WRK-ABC-ACHADO)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECEITA DO CAIXA: ITENS DE CADA VENDA DA COMPETENCIA NO
      *    CAIXALOG.dat, RATEADOS PELO TOTAL PAGO, MENOS AS DEVOLUCOES
      *----------------------------------------------------------------*
       0010-APURAR-CAIXA               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CX-STAMP
                                          WRK-DEV-STAMP
           MOVE ZEROS                  TO WRK-QTDE-CXI
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CAIXALOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAIXALOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CXLOG(1:6) EQUAL WRK-COMPETENCIA
                       PERFORM 0011-TRATAR-LINHA-LOG
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CAIXALOG
           MOVE 'N'                    TO WRK-FIM-ARQ

      *    VENDA SEM LINHA TOTAL (LOG INTERROMPIDO) ENTRA PELOS ITENS
           PERFORM 0013-FECHAR-VENDA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DO CAIXALOG PELO TIPO
      *----------------------------------------------------------------*
       0011-TRATAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*

           MOVE FD-LIN-CXLOG           TO WRK-CX-LINHA
           MOVE WRK-CX-LINHA(1:15)     TO WRK-CX-STAMP-LIDO
           MOVE ZEROS                  TO WRK-TALLY-ITEM
                                          WRK-TALLY-TOTAL
                                          WRK-TALLY-DEVOLUCAO
           INSPECT WRK-CX-LINHA TALLYING
                   WRK-TALLY-ITEM      FOR ALL ' | ITEM='
                   WRK-TALLY-TOTAL     FOR ALL ' | TOTAL='
                   WRK-TALLY-DEVOLUCAO FOR ALL ' | DEVOLUCAO REF='

           EVALUATE TRUE
              WHEN WRK-TALLY-ITEM GREATER ZEROS
                 PERFORM 0012-GUARDAR-ITEM
              WHEN WRK-TALLY-DEVOLUCAO GREATER ZEROS
                 MOVE WRK-CX-STAMP-LIDO TO WRK-DEV-STAMP
                 MOVE ZEROS            TO WRK-DEV-PRODUTO
                                          WRK-DEV-QTDE
                 IF WRK-CX-LINHA(54:5) IS NUMERIC
                    MOVE WRK-CX-LINHA(54:5) TO WRK-DEV-PRODUTO
                 END-IF
                 IF WRK-CX-LINHA(65:3) IS NUMERIC
                    MOVE WRK-CX-LINHA(65:3) TO WRK-DEV-QTDE
                 END-IF
              WHEN WRK-TALLY-TOTAL GREATER ZEROS
                 PERFORM 0014-TRATAR-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA ITEM=: GUARDA O ITEM NA VENDA ABERTA (OUTRA DATA-HORA
      *    FECHA A VENDA ANTERIOR PELOS ITENS)
      *----------------------------------------------------------------*
       0012-GUARDAR-ITEM               SECTION.
      *----------------------------------------------------------------*

           IF WRK-CX-STAMP-LIDO NOT EQUAL WRK-CX-STAMP
              PERFORM 0013-FECHAR-VENDA
              MOVE WRK-CX-STAMP-LIDO   TO WRK-CX-STAMP
           END-IF

           IF WRK-CX-LINHA(24:5) IS NOT NUMERIC OR
              WRK-QTDE-CXI NOT LESS WRK-MAX-TAB-CXI
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-CX-VALOR-TXT
           UNSTRING WRK-CX-LINHA DELIMITED BY ' | VLR-' OR ' | FIL='
              INTO WRK-DESCARTE WRK-CX-VALOR-TXT
           END-UNSTRING
           COMPUTE WRK-CX-VALOR =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-CX-VALOR-TXT))

           ADD 1                       TO WRK-QTDE-CXI
           MOVE WRK-CX-LINHA(24:5)     TO TAB-CXI-COD(WRK-QTDE-CXI)
           MOVE ZEROS                  TO TAB-CXI-QTDE(WRK-QTDE-CXI)
           IF WRK-CX-LINHA(58:3) IS NUMERIC
              MOVE WRK-CX-LINHA(58:3)  TO TAB-CXI-QTDE(WRK-QTDE-CXI)
           END-IF
           COMPUTE TAB-CXI-CENTS(WRK-QTDE-CXI) = WRK-CX-VALOR * 100
           ADD TAB-CXI-CENTS(WRK-QTDE-CXI) TO WRK-CX-ITENS-CENTS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FECHAR A VENDA ABERTA: ITENS NOS PRODUTOS, RATEADOS PELO
      *    TOTAL PAGO EM WRK-CX-VALOR-CENTS QUANDO HOUVE DESCONTO
      *    (SEM TOTAL, WRK-CX-VALOR-CENTS = ZERO, VALEM OS ITENS)
      *----------------------------------------------------------------*
       0013-FECHAR-VENDA               SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CXI FROM 1 BY 1 UNTIL
                      WRK-IND-CXI > WRK-QTDE-CXI
              MOVE TAB-CXI-COD(WRK-IND-CXI)  TO WRK-ITEM-COD
              MOVE TAB-CXI-QTDE(WRK-IND-CXI) TO WRK-ITEM-QTDE
              IF WRK-CX-VALOR-CENTS GREATER ZEROS AND
                 WRK-CX-VALOR-CENTS LESS WRK-CX-ITENS-CENTS
                 COMPUTE WRK-ITEM-VALOR-CENTS ROUNDED =
                         TAB-CXI-CENTS(WRK-IND-CXI) *
                         WRK-CX-VALOR-CENTS / WRK-CX-ITENS-CENTS
              ELSE
                 MOVE TAB-CXI-CENTS(WRK-IND-CXI)
                                       TO WRK-ITEM-VALOR-CENTS
              END-IF
              PERFORM 0008-ACUMULAR-ITEM
           END-PERFORM

           MOVE ZEROS                  TO WRK-QTDE-CXI
                                          WRK-CX-ITENS-CENTS
                                          WRK-CX-VALOR-CENTS
           MOVE SPACES                 TO WRK-CX-STAMP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA TOTAL=: FECHA A DEVOLUCAO PENDENTE (VALOR NEGATIVO
      *    ABATIDO DO PRODUTO DEVOLVIDO) OU A VENDA ABERTA
      *----------------------------------------------------------------*
       0014-TRATAR-TOTAL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CX-VALOR-TXT
           UNSTRING WRK-CX-LINHA DELIMITED BY ' | TOTAL=' OR ' | FIL='
              INTO WRK-DESCARTE WRK-CX-VALOR-TXT
           END-UNSTRING
           COMPUTE WRK-CX-VALOR =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-CX-VALOR-TXT))

           IF WRK-CX-STAMP-LIDO EQUAL WRK-DEV-STAMP AND
              WRK-DEV-STAMP NOT EQUAL SPACES
              IF WRK-DEV-PRODUTO GREATER ZEROS
                 MOVE WRK-DEV-PRODUTO  TO WRK-ITEM-COD
                 COMPUTE WRK-ITEM-QTDE = ZEROS - WRK-DEV-QTDE
                 COMPUTE WRK-ITEM-VALOR-CENTS = WRK-CX-VALOR * 100
                 IF WRK-ITEM-VALOR-CENTS GREATER ZEROS
                    COMPUTE WRK-ITEM-VALOR-CENTS =
                            ZEROS - WRK-ITEM-VALOR-CENTS
                 END-IF
                 PERFORM 0008-ACUMULAR-ITEM
              END-IF
              MOVE SPACES              TO WRK-DEV-STAMP
              EXIT SECTION
           END-IF

           IF WRK-CX-STAMP-LIDO EQUAL WRK-CX-STAMP AND
              WRK-CX-VALOR GREATER ZEROS
              COMPUTE WRK-CX-VALOR-CENTS = WRK-CX-VALOR * 100
              PERFORM 0013-FECHAR-VENDA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECEITA DAS NOTAS: GUARDA AS NOTAS DA COMPETENCIA E DEPOIS
      *    LE OS ITENS DOS PEDIDOS E DAS DEVOLUCOES UMA VEZ SO
      *----------------------------------------------------------------*
       0020-APURAR-NOTAS               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NF
                                          WRK-QTDE-NOTAS-LIDAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-NFREG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0021-TRATAR-NOTA
              END-READ
           END-PERFORM

           CLOSE ARQ-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-NF EQUAL ZEROS
              EXIT SECTION
           END-IF

      *    ITENS DOS PEDIDOS QUE VIRARAM NOTA NA COMPETENCIA
           OPEN INPUT ARQ-ITENS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0022-TRATAR-ITEM-PEDIDO
              END-READ
           END-PERFORM
           CLOSE ARQ-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ

      *    ITENS DAS NOTAS DE DEVOLUCAO DA COMPETENCIA
           OPEN INPUT ARQ-DEVITEM
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DEVITEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0023-TRATAR-ITEM-DEVOLUCAO
              END-READ
           END-PERFORM
           CLOSE ARQ-DEVITEM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA NOTA DE NFREG.dat: SO A COMPETENCIA, SEM CUPOM
      *    DO CAIXA E SEM NOTA CANCELADA. A NOTA DO SIMULADOR JA
      *    ACUMULA OS PRODUTOS DO CATALOGO; PEDIDO E DEVOLUCAO FICAM
      *    NA TABELA PARA A LEITURA DOS ITENS
      *----------------------------------------------------------------*
       0021-TRATAR-NOTA                SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-STR-NUMERO
                                          WRK-STR-DATA
                                          WRK-STR-ORIGEM
                                          WRK-STR-FILIAL
           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO WRK-STR-NUMERO
                         WRK-STR-DATA
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-STR-ORIGEM
                         WRK-STR-FILIAL
           END-UNSTRING

           IF WRK-STR-NUMERO NOT NUMERIC OR
              WRK-STR-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF
           IF WRK-STR-ORIGEM EQUAL 'CAIXA' OR
              WRK-STR-ORIGEM(1:2) EQUAL 'DC'
              EXIT SECTION
           END-IF
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF

           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF TAB-CANC-NOTA(WRK-IND-CANC) EQUAL WRK-STR-NUMERO AND
                 TAB-CANC-FILIAL(WRK-IND-CANC) EQUAL WRK-STR-FILIAL AND
                 TAB-CANC-SIT(WRK-IND-CANC) EQUAL 'C'
                 EXIT SECTION
              END-IF
           END-PERFORM

           ADD 1                       TO WRK-QTDE-NOTAS-LIDAS

      *    NOTA DO SIMULADOR: UMA UNIDADE DE CADA PRODUTO DO CATALOGO
           IF WRK-STR-ORIGEM EQUAL SPACES
              PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                         WRK-IND-CAT > WRK-QTDE-CAT
                 MOVE TAB-CAT-COD(WRK-IND-CAT) TO WRK-ITEM-COD
                 MOVE 1                TO WRK-ITEM-QTDE
                 COMPUTE WRK-ITEM-VALOR-CENTS =
                         TAB-CAT-VALOR(WRK-IND-CAT) * 100
                 PERFORM 0008-ACUMULAR-ITEM
              END-PERFORM
              EXIT SECTION
           END-IF

           IF WRK-QTDE-NF NOT LESS WRK-MAX-TAB-NF
              DISPLAY 'TABELA DE NOTAS CHEIA! MAXIMO ' WRK-MAX-TAB-NF
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN WRK-STR-ORIGEM(1:1) EQUAL 'P' AND
                   WRK-STR-ORIGEM(2:6) IS NUMERIC
                 ADD 1                 TO WRK-QTDE-NF
                 MOVE 'P'              TO TAB-NF-TIPO(WRK-QTDE-NF)
                 MOVE WRK-STR-ORIGEM(2:6)
                                       TO TAB-NF-PEDIDO(WRK-QTDE-NF)
              WHEN WRK-STR-ORIGEM(1:1) EQUAL 'D'
                 ADD 1                 TO WRK-QTDE-NF
                 MOVE 'D'              TO TAB-NF-TIPO(WRK-QTDE-NF)
                 MOVE ZEROS            TO TAB-NF-PEDIDO(WRK-QTDE-NF)
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE
           MOVE WRK-STR-NUMERO         TO TAB-NF-NUMERO(WRK-QTDE-NF)
           MOVE WRK-STR-FILIAL         TO TAB-NF-FILIAL(WRK-QTDE-NF)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DE PEDVITEM.dat (PEDIDO|PRODUTO|QTDE|PRECO-CENTS) DE
      *    UM PEDIDO QUE VIROU NOTA NA COMPETENCIA
      *----------------------------------------------------------------*
       0022-TRATAR-ITEM-PEDIDO         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIT-DOCUMENTO
                                          WRK-PIT-COD
                                          WRK-PIT-QTDE
                                          WRK-PIT-PRECO
           UNSTRING FD-LIN-ITEM-PED DELIMITED BY SEP
              INTO WRK-PIT-DOCUMENTO
                   WRK-PIT-COD
                   WRK-PIT-QTDE
                   WRK-PIT-PRECO
           END-UNSTRING

           IF WRK-PIT-DOCUMENTO NOT NUMERIC OR
              WRK-PIT-COD NOT NUMERIC OR
              WRK-PIT-QTDE NOT NUMERIC OR
              WRK-PIT-PRECO NOT NUMERIC
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF > WRK-QTDE-NF
              IF TAB-NF-TIPO(WRK-IND-NF) EQUAL 'P' AND
                 TAB-NF-PEDIDO(WRK-IND-NF) EQUAL WRK-PIT-DOCUMENTO
                 MOVE WRK-PIT-COD      TO WRK-ITEM-COD
                 MOVE WRK-PIT-QTDE     TO WRK-ITEM-QTDE
                 COMPUTE WRK-ITEM-VALOR-CENTS =
                         FUNCTION NUMVAL(WRK-PIT-QTDE) *
                         FUNCTION NUMVAL(WRK-PIT-PRECO)
                 PERFORM 0008-ACUMULAR-ITEM
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DE DEVITEM.dat (NOTA-DEVOLUCAO|PRODUTO|QTDE|
      *    PRECO-CENTS|NOTA-ORIGINAL|FILIAL) DE UMA NOTA DE DEVOLUCAO
      *    DA COMPETENCIA: ABATE DO PRODUTO
      *----------------------------------------------------------------*
       0023-TRATAR-ITEM-DEVOLUCAO      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIT-DOCUMENTO
                                          WRK-PIT-COD
                                          WRK-PIT-QTDE
                                          WRK-PIT-PRECO
                                          WRK-PIT-ORIGINAL
                                          WRK-PIT-FILIAL
           UNSTRING FD-LIN-DEVITEM DELIMITED BY SEP
              INTO WRK-PIT-DOCUMENTO
                   WRK-PIT-COD
                   WRK-PIT-QTDE
                   WRK-PIT-PRECO
                   WRK-PIT-ORIGINAL
                   WRK-PIT-FILIAL
           END-UNSTRING

           IF WRK-PIT-DOCUMENTO NOT NUMERIC OR
              WRK-PIT-COD NOT NUMERIC OR
              WRK-PIT-QTDE NOT NUMERIC OR
              WRK-PIT-PRECO NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WRK-PIT-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-PIT-FILIAL
           END-IF

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF > WRK-QTDE-NF
              IF TAB-NF-TIPO(WRK-IND-NF) EQUAL 'D' AND
                 TAB-NF-NUMERO(WRK-IND-NF) EQUAL WRK-PIT-DOCUMENTO AND
                 TAB-NF-FILIAL(WRK-IND-NF) EQUAL WRK-PIT-FILIAL
                 MOVE WRK-PIT-COD      TO WRK-ITEM-COD
                 COMPUTE WRK-ITEM-QTDE =
                         ZEROS - FUNCTION NUMVAL(WRK-PIT-QTDE)
                 COMPUTE WRK-ITEM-VALOR-CENTS = ZEROS -
                         (FUNCTION NUMVAL(WRK-PIT-QTDE) *
                          FUNCTION NUMVAL(WRK-PIT-PRECO))
                 PERFORM 0008-ACUMULAR-ITEM
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR ABCCLASSE.dat: GUARDA AS LINHAS DAS OUTRAS
      *    COMPETENCIAS PARA A REGRAVACAO E TRAZ A CLASSE DA
      *    COMPETENCIA ANTERIOR (PRODUTO SEM VENDA AGORA ENTRA ZERADO)
      *----------------------------------------------------------------*
       0030-CARREGAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-HIS
                                          WRK-HIS-DESPREZADAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CLASSE

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CLASSE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0031-TRATAR-LINHA-CLASSE
              END-READ
           END-PERFORM

           CLOSE ARQ-CLASSE
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-HIS-DESPREZADAS GREATER ZEROS
              DISPLAY 'ABCCLASSE.dat COM MAIS DE ' WRK-MAX-TAB-HIS
                      ' LINHAS - ' WRK-HIS-DESPREZADAS
                      ' LINHAS ANTIGAS DESCARTADAS'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DE ABCCLASSE.dat
      *----------------------------------------------------------------*
       0031-TRATAR-LINHA-CLASSE        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-HIS-COMPETENCIA
                                          WRK-HIS-PRODUTO
           MOVE SPACES                 TO WRK-HIS-CLASSE-REC
                                          WRK-HIS-CLASSE-MRG
           UNSTRING FD-LIN-CLASSE DELIMITED BY SEP
              INTO WRK-HIS-COMPETENCIA
                   WRK-HIS-PRODUTO
                   WRK-HIS-CLASSE-REC
                   WRK-HIS-CLASSE-MRG
           END-UNSTRING

           IF WRK-HIS-COMPETENCIA EQUAL ZEROS OR
              WRK-HIS-COMPETENCIA EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF

           IF WRK-QTDE-HIS LESS WRK-MAX-TAB-HIS
              ADD 1                    TO WRK-QTDE-HIS
              MOVE FD-LIN-CLASSE       TO TAB-HIS-LINHA(WRK-QTDE-HIS)
           ELSE
              ADD 1                    TO WRK-HIS-DESPREZADAS
           END-IF

           IF WRK-HIS-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
              MOVE WRK-HIS-PRODUTO     TO WRK-COD-PROCURADO
              PERFORM 0007-LOCALIZAR-PRODUTO
              IF WRK-ABC-ACHADO GREATER ZEROS
                 MOVE WRK-HIS-CLASSE-REC TO
                      TAB-ABC-ANT-REC(WRK-ABC-ACHADO)
                 MOVE WRK-HIS-CLASSE-MRG TO
                      TAB-ABC-ANT-MRG(WRK-ABC-ACHADO)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARGEM BRUTA = RECEITA - QTDE LIQUIDA X CUSTO MEDIO
      *----------------------------------------------------------------*
       0040-CALCULAR-MARGEM            SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ABC FROM 1 BY 1 UNTIL
                      WRK-IND-ABC > WRK-QTDE-ABC
              MOVE ZEROS               TO WRK-CUSTO-MEDIO
              MOVE 'S'                 TO TAB-ABC-SEM-CUSTO(WRK-IND-ABC)
              PERFORM VARYING WRK-IND-CUS FROM 1 BY 1 UNTIL
                         WRK-IND-CUS > WRK-QTDE-CUS
                 IF TAB-CUS-PRODUTO(WRK-IND-CUS) EQUAL
                    TAB-ABC-PRODUTO(WRK-IND-ABC)
                    MOVE TAB-CUS-CUSTO-MEDIO(WRK-IND-CUS)
                                       TO WRK-CUSTO-MEDIO
                    MOVE 'N'           TO
                         TAB-ABC-SEM-CUSTO(WRK-IND-ABC)
                 END-IF
              END-PERFORM
              COMPUTE TAB-ABC-MARGEM(WRK-IND-ABC) =
                      TAB-ABC-RECEITA(WRK-IND-ABC) -
                      (TAB-ABC-QTDE(WRK-IND-ABC) * WRK-CUSTO-MEDIO)
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICAR PELO RANKING WRK-RANKING ('R' = RECEITA,
      *    'M' = MARGEM): ORDENA, CLASSIFICA PELA PARTICIPACAO
      *    ACUMULADA E IMPRIME A SECAO DO RELATORIO
      *----------------------------------------------------------------*
       0050-CLASSIFICAR                SECTION.
      *----------------------------------------------------------------*

           PERFORM 0051-ORDENAR

           MOVE ZEROS                  TO WRK-TOTAL-POSITIVO
                                          WRK-ACUMULADO
           INITIALIZE TAB-RESUMO
           PERFORM VARYING WRK-IND-ORD FROM 1 BY 1 UNTIL
                      WRK-IND-ORD > WRK-QTDE-ABC
              MOVE TAB-ORD-IND(WRK-IND-ORD) TO WRK-IND-ABC
              PERFORM 0052-OBTER-VALOR
              IF WRK-VALOR-I GREATER ZEROS
                 ADD WRK-VALOR-I       TO WRK-TOTAL-POSITIVO
              END-IF
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-RANKING EQUAL 'R'
              STRING '* CLASSIFICACAO ABC POR RECEITA - COMPETENCIA '
                     WRK-COMPETENCIA '  (CORTES A=' WRK-CORTE-A
                     '% B=' WRK-CORTE-B '%)'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '* CLASSIFICACAO ABC POR MARGEM BRUTA - '
                     'COMPETENCIA ' WRK-COMPETENCIA
                     '  (* = PRODUTO SEM CUSTO MEDIO)'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           PERFORM 0059-GRAVAR-LINHA
           MOVE '* POS PRODUTO NOME                           VALOR'
                                       TO WRK-LINHA-REL
           MOVE '  PART%  ACUM%  CLASSE  ANTERIOR  MUDANCA'
                                       TO WRK-LINHA-REL(52:)
           PERFORM 0059-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-ORD FROM 1 BY 1 UNTIL
                      WRK-IND-ORD > WRK-QTDE-ABC
              MOVE TAB-ORD-IND(WRK-IND-ORD) TO WRK-IND-ABC
              MOVE WRK-IND-ORD         TO WRK-POSICAO
              PERFORM 0053-CLASSIFICAR-PRODUTO
           END-PERFORM

           PERFORM VARYING WRK-IND-RES FROM 1 BY 1 UNTIL
                      WRK-IND-RES > 3
              COMPUTE WRK-VALOR-ED = TAB-RES-VALOR(WRK-IND-RES) / 100
              MOVE ZEROS               TO WRK-PCT-ITEM
              IF WRK-TOTAL-POSITIVO GREATER ZEROS AND
                 TAB-RES-VALOR(WRK-IND-RES) GREATER ZEROS
                 COMPUTE WRK-PCT-ITEM ROUNDED =
                         TAB-RES-VALOR(WRK-IND-RES) * 100 /
                         WRK-TOTAL-POSITIVO
              END-IF
              MOVE WRK-PCT-ITEM        TO WRK-PCT-ED
              MOVE SPACES              TO WRK-LINHA-REL
              EVALUATE WRK-IND-RES
                 WHEN 1 MOVE 'A'       TO WRK-CLASSE
                 WHEN 2 MOVE 'B'       TO WRK-CLASSE
                 WHEN OTHER MOVE 'C'   TO WRK-CLASSE
              END-EVALUATE
              STRING '* CLASSE ' WRK-CLASSE ': '
                     TAB-RES-QTDE(WRK-IND-RES) ' PRODUTOS  '
                     WRK-VALOR-ED '  ' WRK-PCT-ED '%'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0059-GRAVAR-LINHA
           END-PERFORM
           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0059-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ORDENAR OS INDICES DA TABELA PELO VALOR DO RANKING EM
      *    ORDEM DECRESCENTE (SELECAO SIMPLES)
      *----------------------------------------------------------------*
       0051-ORDENAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ORD FROM 1 BY 1 UNTIL
                      WRK-IND-ORD > WRK-QTDE-ABC
              MOVE WRK-IND-ORD         TO TAB-ORD-IND(WRK-IND-ORD)
           END-PERFORM

           PERFORM VARYING WRK-IND-ORD FROM 1 BY 1 UNTIL
                      WRK-IND-ORD NOT LESS WRK-QTDE-ABC
              PERFORM VARYING WRK-IND-ORD2 FROM WRK-IND-ORD BY 1 UNTIL
                         WRK-IND-ORD2 > WRK-QTDE-ABC
                 MOVE TAB-ORD-IND(WRK-IND-ORD) TO WRK-IND-ABC
                 PERFORM 0052-OBTER-VALOR
                 MOVE WRK-VALOR-I      TO WRK-VALOR-J
                 MOVE TAB-ORD-IND(WRK-IND-ORD2) TO WRK-IND-ABC
                 PERFORM 0052-OBTER-VALOR
                 IF WRK-VALOR-I GREATER WRK-VALOR-J
                    MOVE TAB-ORD-IND(WRK-IND-ORD) TO WRK-IND-TROCA
                    MOVE TAB-ORD-IND(WRK-IND-ORD2)
                                       TO TAB-ORD-IND(WRK-IND-ORD)
                    MOVE WRK-IND-TROCA TO TAB-ORD-IND(WRK-IND-ORD2)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALOR DO PRODUTO WRK-IND-ABC NO RANKING CORRENTE
      *----------------------------------------------------------------*
       0052-OBTER-VALOR                SECTION.
      *----------------------------------------------------------------*

           IF WRK-RANKING EQUAL 'R'
              MOVE TAB-ABC-RECEITA(WRK-IND-ABC) TO WRK-VALOR-I
           ELSE
              MOVE TAB-ABC-MARGEM(WRK-IND-ABC)  TO WRK-VALOR-I
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICAR E IMPRIMIR O PRODUTO WRK-IND-ABC: A ENQUANTO A
      *    PARTICIPACAO ACUMULADA ANTES DELE FOR MENOR QUE O CORTE A,
      *    B ATE O CORTE B, C NO RESTANTE E NO VALOR ZERO OU NEGATIVO
      *----------------------------------------------------------------*
       0053-CLASSIFICAR-PRODUTO        SECTION.
      *----------------------------------------------------------------*

           PERFORM 0052-OBTER-VALOR

           MOVE ZEROS                  TO WRK-PCT-ANTES
                                          WRK-PCT-ITEM
           IF WRK-TOTAL-POSITIVO GREATER ZEROS
              COMPUTE WRK-PCT-ANTES =
                      WRK-ACUMULADO * 100 / WRK-TOTAL-POSITIVO
           END-IF

           IF WRK-VALOR-I NOT GREATER ZEROS
              MOVE 'C'                 TO WRK-CLASSE
           ELSE
              COMPUTE WRK-PCT-ITEM ROUNDED =
                      WRK-VALOR-I * 100 / WRK-TOTAL-POSITIVO
              ADD WRK-VALOR-I          TO WRK-ACUMULADO
              EVALUATE TRUE
                 WHEN WRK-PCT-ANTES LESS WRK-CORTE-A
                    MOVE 'A'           TO WRK-CLASSE
                 WHEN WRK-PCT-ANTES LESS WRK-CORTE-B
                    MOVE 'B'           TO WRK-CLASSE
                 WHEN OTHER
                    MOVE 'C'           TO WRK-CLASSE
              END-EVALUATE
           END-IF

           MOVE ZEROS                  TO WRK-PCT-ACUM
           IF WRK-TOTAL-POSITIVO GREATER ZEROS
              COMPUTE WRK-PCT-ACUM ROUNDED =
                      WRK-ACUMULADO * 100 / WRK-TOTAL-POSITIVO
           END-IF

           IF WRK-RANKING EQUAL 'R'
              MOVE WRK-CLASSE          TO
                   TAB-ABC-CLASSE-REC(WRK-IND-ABC)
              MOVE TAB-ABC-ANT-REC(WRK-IND-ABC) TO WRK-CLASSE-ANT
           ELSE
              MOVE WRK-CLASSE          TO
                   TAB-ABC-CLASSE-MRG(WRK-IND-ABC)
              MOVE TAB-ABC-ANT-MRG(WRK-IND-ABC) TO WRK-CLASSE-ANT
           END-IF

           EVALUATE TRUE
              WHEN WRK-CLASSE-ANT EQUAL SPACES
                 MOVE 'NOVO'           TO WRK-MUDANCA
              WHEN WRK-CLASSE-ANT EQUAL WRK-CLASSE
                 MOVE '='              TO WRK-MUDANCA
              WHEN WRK-CLASSE-ANT GREATER WRK-CLASSE
                 MOVE 'SUBIU'          TO WRK-MUDANCA
              WHEN OTHER
                 MOVE 'CAIU'           TO WRK-MUDANCA
           END-EVALUATE

           EVALUATE WRK-CLASSE
              WHEN 'A' MOVE 1          TO WRK-IND-RES
              WHEN 'B' MOVE 2          TO WRK-IND-RES
              WHEN OTHER MOVE 3        TO WRK-IND-RES
           END-EVALUATE
           ADD 1                       TO TAB-RES-QTDE(WRK-IND-RES)
           ADD WRK-VALOR-I             TO TAB-RES-VALOR(WRK-IND-RES)

           COMPUTE WRK-VALOR-ED        = WRK-VALOR-I / 100
           MOVE WRK-PCT-ITEM           TO WRK-PCT-ED
           MOVE WRK-PCT-ACUM           TO WRK-PCT-ACUM-ED
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '  ' WRK-POSICAO ' ' TAB-ABC-PRODUTO(WRK-IND-ABC)
                  '   ' TAB-ABC-NOME(WRK-IND-ABC)
                  ' ' WRK-VALOR-ED
                  ' ' WRK-PCT-ED ' ' WRK-PCT-ACUM-ED
                  '    ' WRK-CLASSE '       ' WRK-CLASSE-ANT
                  '         ' WRK-MUDANCA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           IF WRK-RANKING EQUAL 'M' AND
              TAB-ABC-SEM-CUSTO(WRK-IND-ABC) EQUAL 'S'
              MOVE '*'                 TO WRK-LINHA-REL(1:1)
           END-IF
           PERFORM 0059-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0053-end
       0053-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR WRK-LINHA-REL EM ABC.txt
      *----------------------------------------------------------------*
       0059-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0059-end
       0059-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR ABCCLASSE.dat: LINHAS DAS OUTRAS COMPETENCIAS E
      *    A CLASSE DE CADA PRODUTO NESTA COMPETENCIA
      *----------------------------------------------------------------*
       0060-GRAVAR-CLASSES             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CLASSE

           PERFORM VARYING WRK-IND-HIS FROM 1 BY 1 UNTIL
                      WRK-IND-HIS > WRK-QTDE-HIS
              MOVE TAB-HIS-LINHA(WRK-IND-HIS) TO FD-LIN-CLASSE
              WRITE FD-LIN-CLASSE
           END-PERFORM

           PERFORM VARYING WRK-IND-ABC FROM 1 BY 1 UNTIL
                      WRK-IND-ABC > WRK-QTDE-ABC
              MOVE TAB-ABC-RECEITA(WRK-IND-ABC) TO WRK-CLS-RECEITA-TXT
              MOVE TAB-ABC-MARGEM(WRK-IND-ABC)  TO WRK-CLS-MARGEM-TXT
              MOVE SPACES              TO FD-LIN-CLASSE
              STRING WRK-COMPETENCIA                DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-ABC-PRODUTO(WRK-IND-ABC)   DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-ABC-CLASSE-REC(WRK-IND-ABC) DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     TAB-ABC-CLASSE-MRG(WRK-IND-ABC) DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     WRK-CLS-RECEITA-TXT            DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     WRK-CLS-MARGEM-TXT             DELIMITED BY SIZE
                     SEP                            DELIMITED BY SIZE
                     INTO FD-LIN-CLASSE
              END-STRING
              WRITE FD-LIN-CLASSE
           END-PERFORM

           CLOSE ARQ-CLASSE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
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
