      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: LIVRO MENSAL DE INDICADORES GERENCIAIS (KPI).
      *              CONSOLIDA NUM SO RELATORIO OS INDICADORES DOS
      *              SUBSISTEMAS PARA A COMPETENCIA INFORMADA, COM
      *              QUATRO COLUNAS: MES ATUAL, MES ANTERIOR, MESMO MES
      *              DO ANO ANTERIOR E ACUMULADO NO ANO:
      *              - VENDAS: RECEITA LIQUIDA DO PDV (CAIXALOG.dat,
      *                DEVOLUCOES ABATIDAS) MAIS A DAS NOTAS FISCAIS
      *                (NFREG.dat, SEM O CUPOM DO PDV QUE JA ESTA NO
      *                CAIXALOG) E TICKET MEDIO DO PDV;
      *              - RECEBIVEIS: TAXA DE INADIMPLENCIA DOS TITULOS
      *                DE TITULOS.dat VENCIDOS NO PERIODO E NAO PAGOS
      *                ATE O FIM DELE, E SALDO DA PDD (PDDHIST.dat DO
      *                PROG025J);
      *              - ESTOQUE: GIRO E DIAS DE ESTOQUE - CMV DAS SAIDAS
      *                DE VENDA DE MOVESTOQ.dat A CUSTO MEDIO
      *                (CUSTOMED.dat, KIT PELO KITBOM1B, MESMO CRITERIO
      *                DO CUSTO01A) SOBRE O ESTOQUE MEDIO DO PERIODO. O
      *                ESTOQUE NUMA DATA E O VALOR ATUAL DE ESTOQUE.dat
      *                MENOS AS ENTRADAS E MAIS AS SAIDAS DE
      *                MOVESTOQ.dat POSTERIORES A ELA;
      *              - FOLHA: CUSTO DA FOLHA (SOMA DOS LIQUIDOS) E
      *                QUADRO DE FUNCIONARIOS DE FOLHALIQ.dat. A
      *                COMPETENCIA QUE NAO ESTA MAIS EM FOLHALIQ.dat
      *                (SO GUARDA A ULTIMA FOLHA) E LIDA DA MEMORIA DE
      *                CALCULO FOLHAMEM.dat (ULTIMA EXECUCAO MENSAL);
      *              - BANCARIO: VOLUME E QUANTIDADE DAS TRANSACOES
      *                STATUS=OK DE TXTLOG.dat (SEM OS ESTORNOS).
      *              CADA INDICADOR TEM META E TOLERANCIA (BOOK KPI001A
      *              OU KPIMETA.dat) E RECEBE O FAROL VERDE / AMARELO /
      *              VERMELHO PELO VALOR DO MES ATUAL. O RELATORIO
      *              KPIMES.txt E CAPTURADO NA BIBLIOTECA DE SPOOL
      *              (SPOOL01B) COMO 'KPIMES1A' E DISTRIBUIDO PELO
      *              DISTRB1A CONFORME AS LINHAS DE DISTLIST.dat COM
      *              ESSE RELATORIO (EX. KPIMES1A|DIRETORIA|EMAIL||).
      * NOME.......: KPIMES1A
      *----------------------------------------------------------------*
      * CRITERIOS DAS COLUNAS:
      *   - A COMPETENCIA CORRENTE E APURADA ATE HOJE (DIAS DECORRIDOS
      *     NO GIRO E NOS DIAS DE ESTOQUE; INADIMPLENCIA SO DOS
      *     TITULOS VENCIDOS ATE ONTEM).
      *   - NO ACUMULADO, SALDO DA PDD E QUADRO DE FUNCIONARIOS SAO A
      *     POSICAO NO FIM DA COMPETENCIA; OS DEMAIS SAO APURADOS NO
      *     PERIODO DE 1O DE JANEIRO AO FIM DA COMPETENCIA.
      *   - N/D = SEM DADOS NA FONTE PARA O PERIODO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIMES1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-METAS ASSIGN TO 'KPIMETA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAIXALOG ASSIGN TO 'CAIXALOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TITULOS ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PDDHIST ASSIGN TO 'PDDHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CUSTOMED ASSIGN TO 'CUSTOMED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT OPTIONAL ARQ-MOVESTOQ ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FOLHAMEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FOLHALIQ ASSIGN TO 'FOLHALIQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TXTLOG ASSIGN TO 'TXTLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO ASSIGN TO 'KPIMES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-METAS.
       01  FD-LIN-META                    PIC X(060).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQ-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQ-TITULOS.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQ-PDDHIST.
       01  FD-LIN-PDDHIST                 PIC X(030).

       FD  ARQ-CUSTOMED.
       01  FD-LIN-CUSTO                   PIC X(030).

       FD  ARQ-ESTOQUE.
       01  FD-ARQ-EST.
         05  FDE-COD-PRODUTO              PIC 9(05) VALUE ZEROS.
         05  FDE-NOME-PRODUTO             PIC X(20) VALUE SPACES.
         05  FDE-QTDE-PRODUTO             PIC 9(05) VALUE ZEROS.
         05  FDE-VALOR-PRODUTO            PIC 9(15)V99 VALUE ZEROS.
         05  FDE-QTDE-MINIMA              PIC 9(05) VALUE ZEROS.
         05  FDE-QTDE-LOCAL OCCURS 10 TIMES.
             10  FDE-LOCAL-COD            PIC X(05) VALUE SPACES.
             10  FDE-LOCAL-QTDE           PIC 9(05) VALUE ZEROS.

       FD  ARQ-MOVESTOQ.
       01  FD-LIN-MOVIMENTO               PIC X(100).

       FD  ARQ-FOLHAMEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       FD  ARQ-FOLHALIQ.
       01  FD-LIN-LIQUIDO                 PIC X(060).

       FD  ARQ-TXTLOG.
       01  FD-LIN-TXTLOG                  PIC X(300).

       FD  ARQ-RELATORIO.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-FS-ESTOQUE                 PIC X(02) VALUE SPACES.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HOJE-INT                   PIC 9(09) VALUE ZEROS.
       01  WRK-ONTEM                      PIC 9(08) VALUE ZEROS.
       01  WRK-COMP-HOJE                  PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-COMP-ANO               PIC 9(04).
           05  WRK-COMP-MES               PIC 9(02).
       01  WRK-COMP-CALC                  PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-CALC-R REDEFINES WRK-COMP-CALC.
           05  WRK-CPC-ANO                PIC 9(04).
           05  WRK-CPC-MES                PIC 9(02).
       01  WRK-DATA-CALC                  PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05  WRK-DTC-ANO                PIC 9(04).
           05  WRK-DTC-MES                PIC 9(02).
           05  WRK-DTC-DIA                PIC 9(02).
       01  WRK-DATA-LIDA                  PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ATE                   PIC 9(08) VALUE ZEROS.

      *--- Periodos do livro: 1 = MES ATUAL, 2 = MES ANTERIOR,
      *--- 3 = MESMO MES DO ANO ANTERIOR, 4 = ACUMULADO NO ANO
       01  WRK-QTDE-PER                   PIC 9(01) VALUE 4.
       01  WRK-IND-PER                    PIC 9(01) VALUE ZEROS.
       01  TAB-PERIODOS.
           05  TAB-PER-ITEM OCCURS 4 TIMES.
               10  TAB-PER-TITULO         PIC X(15).
               10  TAB-PER-INICIO         PIC 9(08).
               10  TAB-PER-FIM            PIC 9(08).
               10  TAB-PER-CORTE-INI      PIC 9(08).
               10  TAB-PER-LIMITE-TIT     PIC 9(08).
               10  TAB-PER-DIAS           PIC 9(03).
               10  TAB-PER-COMP-INI       PIC 9(06).
               10  TAB-PER-COMP-FIM       PIC 9(06).
               10  TAB-PER-VENDA-PDV      PIC S9(13)V99.
               10  TAB-PER-CUPONS         PIC 9(07).
               10  TAB-PER-VALOR-CUPONS   PIC 9(13)V99.
               10  TAB-PER-RECEITA-NF     PIC S9(13)V99.
               10  TAB-PER-TIT-BASE       PIC 9(13).
               10  TAB-PER-TIT-VENCIDO    PIC 9(13).
               10  TAB-PER-PDD-COMP       PIC 9(06).
               10  TAB-PER-PDD            PIC 9(13).
               10  TAB-PER-CMV            PIC 9(15).
               10  TAB-PER-AJ-INI         PIC S9(15).
               10  TAB-PER-AJ-FIM         PIC S9(15).
               10  TAB-PER-FOLHA          PIC 9(13)V99.
               10  TAB-PER-FOLHA-MESES    PIC 9(02).
               10  TAB-PER-HEADCOUNT      PIC 9(05).
               10  TAB-PER-TEM-QUADRO     PIC X(01).
               10  TAB-PER-BCO-VALOR      PIC 9(13)V99.
               10  TAB-PER-BCO-QTDE       PIC 9(07).

      *--- Indicadores com meta, valores por periodo e farol
       01  TAB-KPI-PADRAO.
           COPY KPI001A.
       01  WRK-QTDE-KPI                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-KPI                    PIC 9(02) VALUE ZEROS.
       01  TAB-KPI.
           05  TAB-KPI-ITEM OCCURS 10 TIMES.
               10  TAB-KPI-CODIGO         PIC X(08).
               10  TAB-KPI-AREA           PIC X(10).
               10  TAB-KPI-DESCRICAO      PIC X(30).
               10  TAB-KPI-UNIDADE        PIC X(01).
               10  TAB-KPI-SENTIDO        PIC X(01).
               10  TAB-KPI-META           PIC 9(11)V99.
               10  TAB-KPI-TOLERANCIA     PIC 9(03)V99.
               10  TAB-KPI-VALOR OCCURS 4 TIMES
                                          PIC S9(13)V99.
               10  TAB-KPI-APURADO OCCURS 4 TIMES
                                          PIC X(01).
               10  TAB-KPI-FAROL          PIC X(09).
       01  WRK-MET-CODIGO                 PIC X(08) VALUE SPACES.
       01  WRK-MET-META                   PIC X(20) VALUE SPACES.
       01  WRK-MET-TOLERANCIA             PIC X(10) VALUE SPACES.
       01  WRK-QTDE-METAS-ARQ             PIC 9(02) VALUE ZEROS.
       01  WRK-LIMITE-FAROL               PIC 9(13)V99 VALUE ZEROS.
       01  WRK-QTDE-VERDE                 PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-AMARELO               PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-VERMELHO              PIC 9(02) VALUE ZEROS.

      *--- Desmembramento do CAIXALOG (MESMO CRITERIO DO GLPOST1A)
       01  WRK-TALLY-TOTAL                PIC 9(03) VALUE ZEROS.
       01  WRK-DESCARTE                   PIC X(60) VALUE SPACES.
       01  WRK-LINHA-VALOR-TXT            PIC X(20) VALUE SPACES.
       01  WRK-LINHA-FILIAL               PIC X(03) VALUE SPACES.
       01  WRK-VALOR-NUM                  PIC S9(11)V99 VALUE ZEROS.

      *--- Desmembramento de NFREG.dat (VALORES EM CENTAVOS)
       01  WRK-NF-NUMERO                  PIC X(06) VALUE SPACES.
       01  WRK-NF-DATA                    PIC X(08) VALUE SPACES.
       01  WRK-NF-TOTAL-X                 PIC X(11) VALUE SPACES.
       01  WRK-NF-TOTAL REDEFINES WRK-NF-TOTAL-X
                                          PIC 9(11).
       01  WRK-NF-ORIGEM                  PIC X(10) VALUE SPACES.

      *--- Campos do titulo (MESMO LAYOUT DO PROG025J)
       01  TITULOS.
         05  TITULOS-NOSSONUM             PIC X(20).
         05  TITULOS-SACADO               PIC X(60).
         05  TITULOS-CEDENTE              PIC X(60).
         05  TITULOS-VALOR-CENTS          PIC 9(10).
         05  TITULOS-VENC-AAAAMMDD        PIC 9(8).
         05  TITULOS-PAGTO-AAAAMMDD       PIC 9(8).

      *--- Historico da PDD (PDDHIST.dat)
       01  WRK-HIST-COMP                  PIC 9(06) VALUE ZEROS.
       01  WRK-HIST-VALOR                 PIC 9(13) VALUE ZEROS.

      *--- Custo medio por produto (CUSTOMED.dat)
       01  WRK-MAX-TAB-CUS                PIC 9(03) VALUE 200.
       01  WRK-QTDE-CUS                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CUS                    PIC 9(03) VALUE ZEROS.
       01  WRK-CUS-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-CUSTO-MEDIO                PIC 9(09) VALUE ZEROS.
       01  WRK-CUSTO-COMPONENTE           PIC 9(09) VALUE ZEROS.
       01  WRK-IND-COMP                   PIC 9(02) VALUE ZEROS.
       01  TAB-CUSTOS.
           05  TAB-CUS-LINHA OCCURS 200 TIMES.
               10  TAB-CUS-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-CUS-QTDE-BASE      PIC 9(07) VALUE ZEROS.
               10  TAB-CUS-CUSTO-MEDIO    PIC 9(09) VALUE ZEROS.

      *--- Estoque valorizado hoje e movimentos (MOVESTOQ.dat)
       01  WRK-ESTOQUE-DISPONIVEL         PIC X(01) VALUE 'N'.
       01  WRK-ESTOQUE-HOJE               PIC 9(15) VALUE ZEROS.
       01  WRK-MOV-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-MOV-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-MOV-PRODUTO                PIC X(05) VALUE SPACES.
       01  WRK-MOV-LOCAL                  PIC X(05) VALUE SPACES.
       01  WRK-MOV-SENTIDO                PIC X(01) VALUE SPACES.
       01  WRK-MOV-SINAL                  PIC X(01) VALUE SPACES.
       01  WRK-MOV-QTDE-TXT               PIC X(07) VALUE SPACES.
       01  WRK-MOV-MOTIVO                 PIC X(20) VALUE SPACES.
       01  WRK-MOV-QTDE                   PIC 9(07) VALUE ZEROS.
       01  WRK-MOV-VALOR                  PIC S9(15) VALUE ZEROS.
       01  WRK-POS                        PIC 9(02) VALUE ZEROS.
       01  WRK-DIGITO                     PIC X(01) VALUE SPACES.
       01  WRK-EST-INICIAL                PIC S9(15) VALUE ZEROS.
       01  WRK-EST-FINAL                  PIC S9(15) VALUE ZEROS.
       01  WRK-EST-MEDIO                  PIC 9(15)V99 VALUE ZEROS.

      *--- Folha por competencia (FOLHAMEM.dat + FOLHALIQ.dat)
       01  WRK-MAX-TAB-FOL                PIC 9(02) VALUE 60.
       01  WRK-QTDE-FOL                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-FOL                    PIC 9(02) VALUE ZEROS.
       01  WRK-FOL-ACHADA                 PIC 9(02) VALUE ZEROS.
       01  WRK-FOL-ATUAL                  PIC 9(02) VALUE ZEROS.
       01  TAB-FOLHAS.
           05  TAB-FOL-ITEM OCCURS 60 TIMES.
               10  TAB-FOL-COMP           PIC 9(06).
               10  TAB-FOL-FONTE          PIC X(01).
               10  TAB-FOL-CUSTO          PIC 9(13)V99.
               10  TAB-FOL-QTDE           PIC 9(05).
       01  WRK-FOL-REG                    PIC X(03) VALUE SPACES.
       01  WRK-FOL-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-FOL-COMP-X                 PIC X(06) VALUE SPACES.
       01  WRK-FOL-COMP REDEFINES WRK-FOL-COMP-X
                                          PIC 9(06).
       01  WRK-FOL-TIPO                   PIC X(02) VALUE SPACES.
       01  WRK-FOL-LIQ-X                  PIC X(11) VALUE SPACES.
       01  WRK-FOL-LIQ REDEFINES WRK-FOL-LIQ-X
                                          PIC 9(09)V99.
       01  WRK-FOL-FONTE-LIDA             PIC X(01) VALUE SPACES.

      *--- Desmembramento do TXTLOG (MESMO CRITERIO DO GLPOST1A)
       01  WRK-TXT-SEGS.
           05  WRK-TXT-SEG OCCURS 8 TIMES
                                          PIC X(60) VALUE SPACES.
       01  WRK-IND-SEG                    PIC 9(02) VALUE ZEROS.
       01  WRK-LINHA-TIPO                 PIC X(20) VALUE SPACES.
       01  WRK-LINHA-STATUS               PIC X(20) VALUE SPACES.

      *--- Edicao do relatorio
       01  WRK-AREA-ANTERIOR              PIC X(10) VALUE SPACES.
       01  WRK-COL                        PIC 9(03) VALUE ZEROS.
       01  WRK-EDT-VALOR                  PIC S9(13)V99 VALUE ZEROS.
       01  WRK-EDT-UNIDADE                PIC X(01) VALUE SPACES.
       01  WRK-EDT-APURADO                PIC X(01) VALUE SPACES.
       01  WRK-EDT-SAIDA                  PIC X(15) VALUE SPACES.
       01  WRK-EDT-DECIMAL                PIC ZZZ.ZZZ.ZZ9,99-.
       01  WRK-EDT-INTEIRO                PIC ZZZ.ZZZ.ZZ9.
       01  WRK-EDT-INTEIRO-N              PIC 9(09) VALUE ZEROS.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *--- Pedido de captura para a biblioteca de spool (SPOOL01B)
       01  WRK-SPL-PEDIDO.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

      *  DATA DO SISTEMA
           COPY COD001A.

      *  ESTRUTURA DE KIT (KITBOM1B)
       01  WRK-KIT-REGISTRO.
           COPY KIT001A.

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

           DISPLAY '* COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA

           IF WRK-COMPETENCIA EQUAL ZEROS OR
              WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
              DISPLAY 'COMPETENCIA INVALIDA'
              PERFORM 9999-FINALIZAR
           END-IF

           IF WRK-COMPETENCIA GREATER WRK-COMP-HOJE
              DISPLAY 'COMPETENCIA FUTURA - NADA A APURAR'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-MONTAR-PERIODOS
           PERFORM 0003-CARREGAR-METAS

           PERFORM 0004-APURAR-CAIXALOG
           PERFORM 0005-APURAR-NOTAS
           PERFORM 0006-APURAR-TITULOS
           PERFORM 0007-APURAR-PDD
           PERFORM 0008-CARREGAR-CUSTOS
           PERFORM 0009-VALORIZAR-ESTOQUE
           PERFORM 0010-APURAR-MOVESTOQ
           PERFORM 0011-APURAR-FOLHA
           PERFORM 0012-APURAR-TXTLOG

           PERFORM 0013-CALCULAR-INDICADORES
           PERFORM 0014-GRAVAR-RELATORIO

           MOVE 'KPIMES1A'             TO WRK-SPL-RELATORIO
           MOVE 'KPIMES.txt'           TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

           DISPLAY '*=========================================*'
           DISPLAY '* KPIMES1A - LIVRO MENSAL DE INDICADORES  *'
           DISPLAY '* COMPETENCIA.....: ' WRK-COMPETENCIA
           DISPLAY '* INDICADORES.....: ' WRK-QTDE-KPI
           DISPLAY '* FAROL VERDE.....: ' WRK-QTDE-VERDE
           DISPLAY '* FAROL AMARELO...: ' WRK-QTDE-AMARELO
           DISPLAY '* FAROL VERMELHO..: ' WRK-QTDE-VERMELHO
           DISPLAY '* RELATORIO EM KPIMES.txt (SPOOL CAPTURADO)'
           DISPLAY '*=========================================*'

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
           MOVE COD001A-DATA           TO WRK-HOJE-AAAAMMDD
           MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-COMP-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
           COMPUTE WRK-ONTEM =
                   FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT - 1)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR OS QUATRO PERIODOS DO LIVRO A PARTIR DA COMPETENCIA
      *----------------------------------------------------------------*
       0002-MONTAR-PERIODOS            SECTION.
      *----------------------------------------------------------------*

           INITIALIZE TAB-PERIODOS

           MOVE 'MES ATUAL'            TO TAB-PER-TITULO(1)
           MOVE 'MES ANTERIOR'         TO TAB-PER-TITULO(2)
           MOVE 'ANO ANTERIOR'         TO TAB-PER-TITULO(3)
           MOVE 'ACUMULADO ANO'        TO TAB-PER-TITULO(4)

           MOVE 1                      TO WRK-IND-PER
           MOVE WRK-COMPETENCIA        TO WRK-COMP-CALC
           PERFORM 0002A-CALCULAR-MES

           MOVE 2                      TO WRK-IND-PER
           MOVE WRK-COMPETENCIA        TO WRK-COMP-CALC
           IF WRK-CPC-MES EQUAL 1
              SUBTRACT 1               FROM WRK-CPC-ANO
              MOVE 12                  TO WRK-CPC-MES
           ELSE
              SUBTRACT 1               FROM WRK-CPC-MES
           END-IF
           PERFORM 0002A-CALCULAR-MES

           MOVE 3                      TO WRK-IND-PER
           MOVE WRK-COMPETENCIA        TO WRK-COMP-CALC
           SUBTRACT 1                  FROM WRK-CPC-ANO
           PERFORM 0002A-CALCULAR-MES

      *    ACUMULADO: DE 1O DE JANEIRO AO FIM DA COMPETENCIA
           MOVE 4                      TO WRK-IND-PER
           MOVE WRK-COMPETENCIA        TO WRK-COMP-CALC
           MOVE 1                      TO WRK-CPC-MES
           PERFORM 0002A-CALCULAR-MES
           MOVE TAB-PER-FIM(1)         TO TAB-PER-FIM(4)
           MOVE WRK-COMPETENCIA        TO TAB-PER-COMP-FIM(4)
           PERFORM 0002B-CALCULAR-LIMITES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PERIODO WRK-IND-PER = O MES WRK-COMP-CALC INTEIRO
      *----------------------------------------------------------------*
       0002A-CALCULAR-MES              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-COMP-CALC          TO TAB-PER-COMP-INI(WRK-IND-PER)
                                          TAB-PER-COMP-FIM(WRK-IND-PER)
           MOVE WRK-CPC-ANO            TO WRK-DTC-ANO
           MOVE WRK-CPC-MES            TO WRK-DTC-MES
           MOVE 1                      TO WRK-DTC-DIA
           MOVE WRK-DATA-CALC          TO TAB-PER-INICIO(WRK-IND-PER)

      *    ULTIMO DIA = VESPERA DO PRIMEIRO DIA DO MES SEGUINTE
           IF WRK-DTC-MES EQUAL 12
              ADD 1                    TO WRK-DTC-ANO
              MOVE 1                   TO WRK-DTC-MES
           ELSE
              ADD 1                    TO WRK-DTC-MES
           END-IF
           COMPUTE TAB-PER-FIM(WRK-IND-PER) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) - 1)

           PERFORM 0002B-CALCULAR-LIMITES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002a-end
       0002A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DATAS DERIVADAS DO PERIODO WRK-IND-PER: VESPERA DO INICIO
      *    (ESTOQUE INICIAL), LIMITE DOS TITULOS VENCIDOS E DIAS
      *    DECORRIDOS (O PERIODO CORRENTE VAI SO ATE HOJE)
      *----------------------------------------------------------------*
       0002B-CALCULAR-LIMITES          SECTION.
      *----------------------------------------------------------------*

           COMPUTE TAB-PER-CORTE-INI(WRK-IND-PER) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   TAB-PER-INICIO(WRK-IND-PER)) - 1)

           IF TAB-PER-FIM(WRK-IND-PER) LESS WRK-HOJE-AAAAMMDD
              MOVE TAB-PER-FIM(WRK-IND-PER) TO WRK-DATA-ATE
              MOVE WRK-DATA-ATE
                                   TO TAB-PER-LIMITE-TIT(WRK-IND-PER)
           ELSE
              MOVE WRK-ONTEM
                                   TO TAB-PER-LIMITE-TIT(WRK-IND-PER)
              MOVE WRK-HOJE-AAAAMMDD   TO WRK-DATA-ATE
           END-IF

           COMPUTE TAB-PER-DIAS(WRK-IND-PER) =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ATE) -
                   FUNCTION INTEGER-OF-DATE(
                   TAB-PER-INICIO(WRK-IND-PER)) + 1
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002b-end
       0002B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INDICADORES DO BOOK KPI001A; KPIMETA.dat SUBSTITUI A META E
      *    A TOLERANCIA DO CODIGO INFORMADO
      *----------------------------------------------------------------*
       0003-CARREGAR-METAS             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE TAB-KPI
           PERFORM VARYING WRK-IND-KPI FROM 1 BY 1 UNTIL
                      WRK-IND-KPI > KPI001A-QTDE-PADRAO
              MOVE KPI001A-PAD-CODIGO(WRK-IND-KPI)
                                       TO TAB-KPI-CODIGO(WRK-IND-KPI)
              MOVE KPI001A-PAD-AREA(WRK-IND-KPI)
                                       TO TAB-KPI-AREA(WRK-IND-KPI)
              MOVE KPI001A-PAD-DESCRICAO(WRK-IND-KPI)
                                       TO TAB-KPI-DESCRICAO(WRK-IND-KPI)
              MOVE KPI001A-PAD-UNIDADE(WRK-IND-KPI)
                                       TO TAB-KPI-UNIDADE(WRK-IND-KPI)
              MOVE KPI001A-PAD-SENTIDO(WRK-IND-KPI)
                                       TO TAB-KPI-SENTIDO(WRK-IND-KPI)
              MOVE KPI001A-PAD-META(WRK-IND-KPI)
                                       TO TAB-KPI-META(WRK-IND-KPI)
              MOVE KPI001A-PAD-TOLERANCIA(WRK-IND-KPI)
                                    TO TAB-KPI-TOLERANCIA(WRK-IND-KPI)
           END-PERFORM
           MOVE KPI001A-QTDE-PADRAO    TO WRK-QTDE-KPI

           MOVE ZEROS                  TO WRK-QTDE-METAS-ARQ
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-METAS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-METAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-META(1:1) NOT EQUAL '*' AND
                       FD-LIN-META NOT EQUAL SPACES
                       PERFORM 0003A-TRATAR-META
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-METAS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICAR UMA LINHA DE KPIMETA.dat (CODIGO|META|TOLERANCIA|)
      *----------------------------------------------------------------*
       0003A-TRATAR-META               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MET-CODIGO
                                          WRK-MET-META
                                          WRK-MET-TOLERANCIA
           UNSTRING FD-LIN-META DELIMITED BY SEP
              INTO WRK-MET-CODIGO
                   WRK-MET-META
                   WRK-MET-TOLERANCIA
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WRK-MET-CODIGO) TO WRK-MET-CODIGO

           PERFORM VARYING WRK-IND-KPI FROM 1 BY 1 UNTIL
                      WRK-IND-KPI > WRK-QTDE-KPI
              IF TAB-KPI-CODIGO(WRK-IND-KPI) EQUAL WRK-MET-CODIGO
                 IF FUNCTION TRIM(WRK-MET-META) NOT EQUAL SPACES
                    COMPUTE TAB-KPI-META(WRK-IND-KPI) =
                            FUNCTION NUMVAL(WRK-MET-META)
                 END-IF
                 IF FUNCTION TRIM(WRK-MET-TOLERANCIA) NOT EQUAL SPACES
                    COMPUTE TAB-KPI-TOLERANCIA(WRK-IND-KPI) =
                            FUNCTION NUMVAL(WRK-MET-TOLERANCIA)
                 END-IF
                 ADD 1                 TO WRK-QTDE-METAS-ARQ
                 EXIT SECTION
              END-IF
           END-PERFORM

           DISPLAY 'KPIMETA.dat: INDICADOR DESCONHECIDO IGNORADO - '
                   WRK-MET-CODIGO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VENDAS DO PDV (CAIXALOG.dat): RECEITA LIQUIDA E CUPONS
      *----------------------------------------------------------------*
       0004-APURAR-CAIXALOG            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-CAIXALOG
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAIXALOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CXLOG(1:8) IS NUMERIC
                       PERFORM 0004A-TRATAR-VENDA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-CAIXALOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR UMA VENDA (OU DEVOLUCAO, VALOR NEGATIVO) DO PDV
      *----------------------------------------------------------------*
       0004A-TRATAR-VENDA              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TALLY-TOTAL
           INSPECT FD-LIN-CXLOG TALLYING WRK-TALLY-TOTAL
                   FOR ALL 'TOTAL='
           IF WRK-TALLY-TOTAL EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE FD-LIN-CXLOG(1:8)      TO WRK-DATA-LIDA
           MOVE SPACES                 TO WRK-LINHA-VALOR-TXT
                                          WRK-LINHA-FILIAL
           UNSTRING FD-LIN-CXLOG
              DELIMITED BY ' | FIL=' OR '='
              INTO WRK-DESCARTE WRK-LINHA-VALOR-TXT
                   WRK-LINHA-FILIAL
           END-UNSTRING
           COMPUTE WRK-VALOR-NUM = FUNCTION NUMVAL(
                   FUNCTION TRIM(WRK-LINHA-VALOR-TXT))

           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              IF WRK-DATA-LIDA NOT LESS TAB-PER-INICIO(WRK-IND-PER)
                 AND WRK-DATA-LIDA NOT GREATER
                                       TAB-PER-FIM(WRK-IND-PER)
                 ADD WRK-VALOR-NUM     TO TAB-PER-VENDA-PDV(WRK-IND-PER)
                 IF WRK-VALOR-NUM GREATER ZEROS
                    ADD 1              TO TAB-PER-CUPONS(WRK-IND-PER)
                    ADD WRK-VALOR-NUM
                                    TO TAB-PER-VALOR-CUPONS(WRK-IND-PER)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004a-end
       0004A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOTAS FISCAIS (NFREG.dat): O CUPOM DO PDV (ORIGEM CAIXA OU
      *    DC...) JA ESTA NO CAIXALOG; ORIGEM 'D...' E DEVOLUCAO
      *----------------------------------------------------------------*
       0005-APURAR-NOTAS               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-NFREG
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0005A-TRATAR-NOTA
              END-READ
           END-PERFORM
           CLOSE ARQ-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR UMA NOTA NA RECEITA DOS PERIODOS
      *----------------------------------------------------------------*
       0005A-TRATAR-NOTA               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-NF-NUMERO
                                          WRK-NF-DATA
                                          WRK-NF-TOTAL-X
                                          WRK-NF-ORIGEM
           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO WRK-NF-NUMERO
                         WRK-NF-DATA
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-NF-TOTAL-X
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-DESCARTE
                         WRK-NF-ORIGEM
           END-UNSTRING

           IF WRK-NF-DATA NOT NUMERIC OR
              WRK-NF-TOTAL-X NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WRK-NF-ORIGEM EQUAL 'CAIXA' OR
              WRK-NF-ORIGEM(1:2) EQUAL 'DC'
              EXIT SECTION
           END-IF

           MOVE WRK-NF-DATA            TO WRK-DATA-LIDA
      *    O REGISTRO FISCAL GRAVA O VALOR EM CENTAVOS IMPLICITOS
           COMPUTE WRK-VALOR-NUM = WRK-NF-TOTAL / 100
           IF WRK-NF-ORIGEM(1:1) EQUAL 'D'
              COMPUTE WRK-VALOR-NUM = WRK-VALOR-NUM * -1
           END-IF

           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              IF WRK-DATA-LIDA NOT LESS TAB-PER-INICIO(WRK-IND-PER)
                 AND WRK-DATA-LIDA NOT GREATER
                                       TAB-PER-FIM(WRK-IND-PER)
                 ADD WRK-VALOR-NUM  TO TAB-PER-RECEITA-NF(WRK-IND-PER)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULOS (TITULOS.dat): BASE = VALOR DOS TITULOS VENCIDOS NO
      *    PERIODO (ATE O LIMITE); VENCIDO = OS QUE NAO ESTAVAM PAGOS
      *    NO LIMITE
      *----------------------------------------------------------------*
       0006-APURAR-TITULOS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-TITULOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TITULOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       PERFORM 0006A-TRATAR-TITULO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-TITULOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICAR UM TITULO NOS PERIODOS
      *----------------------------------------------------------------*
       0006A-TRATAR-TITULO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO TITULOS
           MOVE ZEROS                  TO TITULOS-VALOR-CENTS
                                          TITULOS-VENC-AAAAMMDD
                                          TITULOS-PAGTO-AAAAMMDD

           UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                    INTO TITULOS-NOSSONUM
                         TITULOS-SACADO
                         TITULOS-CEDENTE
                         TITULOS-VALOR-CENTS
                         TITULOS-VENC-AAAAMMDD
                         TITULOS-PAGTO-AAAAMMDD
           END-UNSTRING

           IF TITULOS-VALOR-CENTS NOT NUMERIC OR
              TITULOS-VENC-AAAAMMDD NOT NUMERIC
              EXIT SECTION
           END-IF
           IF TITULOS-PAGTO-AAAAMMDD NOT NUMERIC
              MOVE ZEROS               TO TITULOS-PAGTO-AAAAMMDD
           END-IF

           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              IF TITULOS-VENC-AAAAMMDD NOT LESS
                                       TAB-PER-INICIO(WRK-IND-PER) AND
                 TITULOS-VENC-AAAAMMDD NOT GREATER
                                       TAB-PER-LIMITE-TIT(WRK-IND-PER)
                 ADD TITULOS-VALOR-CENTS
                                       TO TAB-PER-TIT-BASE(WRK-IND-PER)
                 IF TITULOS-PAGTO-AAAAMMDD EQUAL ZEROS OR
                    TITULOS-PAGTO-AAAAMMDD GREATER
                                       TAB-PER-LIMITE-TIT(WRK-IND-PER)
                    ADD TITULOS-VALOR-CENTS
                                    TO TAB-PER-TIT-VENCIDO(WRK-IND-PER)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006a-end
       0006A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO DA PDD (PDDHIST.dat): O DA ULTIMA COMPETENCIA
      *    PROVISIONADA ATE O FIM DE CADA PERIODO
      *----------------------------------------------------------------*
       0007-APURAR-PDD                 SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-PDDHIST
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PDDHIST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-HIST-COMP
                                          WRK-HIST-VALOR
                    UNSTRING FD-LIN-PDDHIST DELIMITED BY SEP
                       INTO WRK-HIST-COMP
                            WRK-HIST-VALOR
                    END-UNSTRING
                    PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                               WRK-IND-PER > WRK-QTDE-PER
                       IF WRK-HIST-COMP NOT GREATER
                                       TAB-PER-COMP-FIM(WRK-IND-PER)
                          AND WRK-HIST-COMP NOT LESS
                                       TAB-PER-PDD-COMP(WRK-IND-PER)
                          AND WRK-HIST-COMP GREATER ZEROS
                          MOVE WRK-HIST-COMP
                                    TO TAB-PER-PDD-COMP(WRK-IND-PER)
                          MOVE WRK-HIST-VALOR
                                    TO TAB-PER-PDD(WRK-IND-PER)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE ARQ-PDDHIST
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CUSTO MEDIO POR PRODUTO DE CUSTOMED.dat
      *----------------------------------------------------------------*
       0008-CARREGAR-CUSTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CUS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CUSTOMED

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CUSTOMED
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

           CLOSE ARQ-CUSTOMED
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O CUSTO MEDIO DO PRODUTO WRK-CUS-PRODUTO (ZERO = SEM
      *    CUSTO). O KIT TEM O CUSTO DOS COMPONENTES DA ESTRUTURA
      *----------------------------------------------------------------*
       0008A-OBTER-CUSTO-PRODUTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CUSTO-MEDIO

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE WRK-CUS-PRODUTO        TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO

           IF KIT001A-E-KIT EQUAL 'S'
              PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                         WRK-IND-COMP > KIT001A-QTDE-COMP
                 PERFORM 0008B-OBTER-CUSTO-COMPONENTE
                 COMPUTE WRK-CUSTO-MEDIO = WRK-CUSTO-MEDIO +
                         (KIT001A-COMP-QTDE(WRK-IND-COMP) *
                          WRK-CUSTO-COMPONENTE)
              END-PERFORM
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-CUS FROM 1 BY 1 UNTIL
                      WRK-IND-CUS > WRK-QTDE-CUS
              IF TAB-CUS-PRODUTO(WRK-IND-CUS) EQUAL WRK-CUS-PRODUTO
                 MOVE TAB-CUS-CUSTO-MEDIO(WRK-IND-CUS)
                                       TO WRK-CUSTO-MEDIO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008a-end
       0008A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O CUSTO MEDIO DO COMPONENTE WRK-IND-COMP DO KIT
      *----------------------------------------------------------------*
       0008B-OBTER-CUSTO-COMPONENTE    SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CUSTO-COMPONENTE

           PERFORM VARYING WRK-IND-CUS FROM 1 BY 1 UNTIL
                      WRK-IND-CUS > WRK-QTDE-CUS
              IF TAB-CUS-PRODUTO(WRK-IND-CUS) EQUAL
                 KIT001A-COMP-COD(WRK-IND-COMP)
                 MOVE TAB-CUS-CUSTO-MEDIO(WRK-IND-CUS)
                                       TO WRK-CUSTO-COMPONENTE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008b-end
       0008B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALOR ATUAL DO ESTOQUE A CUSTO MEDIO (ESTOQUE.dat) - PONTO
      *    DE PARTIDA PARA O ESTOQUE NO INICIO E NO FIM DOS PERIODOS
      *----------------------------------------------------------------*
       0009-VALORIZAR-ESTOQUE          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ESTOQUE-HOJE
           MOVE 'N'                    TO WRK-ESTOQUE-DISPONIVEL

           OPEN INPUT ARQ-ESTOQUE
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE
                       ' - GIRO E DIAS DE ESTOQUE SEM APURACAO'
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-ESTOQUE-DISPONIVEL
           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ESTOQUE NEXT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FDE-COD-PRODUTO TO WRK-CUS-PRODUTO
                    PERFORM 0008A-OBTER-CUSTO-PRODUTO
                    COMPUTE WRK-ESTOQUE-HOJE = WRK-ESTOQUE-HOJE +
                            (FDE-QTDE-PRODUTO * WRK-CUSTO-MEDIO)
              END-READ
           END-PERFORM

           CLOSE ARQ-ESTOQUE
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOVIMENTOS DE ESTOQUE (MOVESTOQ.dat): CMV DAS SAIDAS DE
      *    VENDA NO PERIODO E AJUSTE DO ESTOQUE ATUAL PARA AS DATAS DE
      *    INICIO E FIM DE CADA PERIODO
      *----------------------------------------------------------------*
       0010-APURAR-MOVESTOQ            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-MOVESTOQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-MOVESTOQ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0010A-TRATAR-MOVIMENTO
              END-READ
           END-PERFORM
           CLOSE ARQ-MOVESTOQ
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM MOVIMENTO DE ESTOQUE
      *----------------------------------------------------------------*
       0010A-TRATAR-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MOV-DATA
                                          WRK-MOV-HORA
                                          WRK-MOV-PRODUTO
                                          WRK-MOV-LOCAL
                                          WRK-MOV-SENTIDO
                                          WRK-MOV-SINAL
                                          WRK-MOV-QTDE-TXT
                                          WRK-MOV-MOTIVO

           UNSTRING FD-LIN-MOVIMENTO DELIMITED BY SEP
                    INTO WRK-MOV-DATA
                         WRK-MOV-HORA
                         WRK-MOV-PRODUTO
                         WRK-MOV-LOCAL
                         WRK-MOV-SENTIDO
                         WRK-MOV-SINAL
                         WRK-MOV-QTDE-TXT
                         WRK-MOV-MOTIVO
           END-UNSTRING

           IF WRK-MOV-DATA NOT NUMERIC OR
              WRK-MOV-PRODUTO NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WRK-MOV-SENTIDO NOT EQUAL 'E' AND
              WRK-MOV-SENTIDO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

      *    A QUANTIDADE VEM COM LARGURAS DIFERENTES CONFORME A
      *    ORIGEM - COLETA SO OS ALGARISMOS
           MOVE ZEROS                  TO WRK-MOV-QTDE
           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL
                      WRK-POS GREATER 7
              MOVE WRK-MOV-QTDE-TXT(WRK-POS:1) TO WRK-DIGITO
              IF WRK-DIGITO IS NUMERIC
                 COMPUTE WRK-MOV-QTDE =
                         (WRK-MOV-QTDE * 10) +
                         FUNCTION NUMVAL(WRK-DIGITO)
              END-IF
           END-PERFORM

           IF WRK-MOV-QTDE EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WRK-MOV-PRODUTO        TO WRK-CUS-PRODUTO
           PERFORM 0008A-OBTER-CUSTO-PRODUTO
           MOVE WRK-MOV-DATA           TO WRK-DATA-LIDA

      *    ENTRADA AUMENTA E SAIDA DIMINUI O ESTOQUE: O MOVIMENTO
      *    POSTERIOR A UMA DATA E DESFEITO DO VALOR ATUAL
           COMPUTE WRK-MOV-VALOR = WRK-MOV-QTDE * WRK-CUSTO-MEDIO
           IF WRK-MOV-SENTIDO EQUAL 'S'
              COMPUTE WRK-MOV-VALOR = WRK-MOV-VALOR * -1
           END-IF

           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              IF WRK-DATA-LIDA GREATER TAB-PER-CORTE-INI(WRK-IND-PER)
                 ADD WRK-MOV-VALOR     TO TAB-PER-AJ-INI(WRK-IND-PER)
              END-IF
              IF WRK-DATA-LIDA GREATER TAB-PER-FIM(WRK-IND-PER)
                 ADD WRK-MOV-VALOR     TO TAB-PER-AJ-FIM(WRK-IND-PER)
              END-IF
              IF WRK-MOV-SENTIDO EQUAL 'S' AND
                 WRK-MOV-MOTIVO(1:5) EQUAL 'VENDA' AND
                 WRK-DATA-LIDA NOT LESS TAB-PER-INICIO(WRK-IND-PER)
                 AND WRK-DATA-LIDA NOT GREATER
                                       TAB-PER-FIM(WRK-IND-PER)
                 COMPUTE TAB-PER-CMV(WRK-IND-PER) =
                         TAB-PER-CMV(WRK-IND-PER) +
                         (WRK-MOV-QTDE * WRK-CUSTO-MEDIO)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010a-end
       0010A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FOLHA POR COMPETENCIA: PRIMEIRO A MEMORIA DE CALCULO
      *    (FOLHAMEM.dat, ULTIMA EXECUCAO MENSAL DE CADA COMPETENCIA),
      *    DEPOIS FOLHALIQ.dat, QUE PREVALECE NA COMPETENCIA QUE TRAZ
      *----------------------------------------------------------------*
       0011-APURAR-FOLHA               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FOL
                                          WRK-FOL-ATUAL
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-FOLHAMEM
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FOLHAMEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0011A-TRATAR-MEMORIA
              END-READ
           END-PERFORM
           CLOSE ARQ-FOLHAMEM

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-FOLHALIQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FOLHALIQ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-LIQUIDO(1:4) NOT EQUAL 'HDR|' AND
                       FD-LIN-LIQUIDO(1:4) NOT EQUAL 'TRL|'
                       PERFORM 0011B-TRATAR-LIQUIDO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-FOLHALIQ
           MOVE 'N'                    TO WRK-FIM-ARQ

      *    TOTAIS DOS PERIODOS: CUSTO SOMADO NAS COMPETENCIAS DO
      *    PERIODO, QUADRO DA ULTIMA COMPETENCIA DELE
           PERFORM VARYING WRK-IND-FOL FROM 1 BY 1 UNTIL
                      WRK-IND-FOL > WRK-QTDE-FOL
              PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                         WRK-IND-PER > WRK-QTDE-PER
                 IF TAB-FOL-COMP(WRK-IND-FOL) NOT LESS
                                       TAB-PER-COMP-INI(WRK-IND-PER) AND
                    TAB-FOL-COMP(WRK-IND-FOL) NOT GREATER
                                       TAB-PER-COMP-FIM(WRK-IND-PER)
                    ADD TAB-FOL-CUSTO(WRK-IND-FOL)
                                       TO TAB-PER-FOLHA(WRK-IND-PER)
                    ADD 1
                                  TO TAB-PER-FOLHA-MESES(WRK-IND-PER)
                 END-IF
                 IF TAB-FOL-COMP(WRK-IND-FOL) EQUAL
                                       TAB-PER-COMP-FIM(WRK-IND-PER)
                    MOVE TAB-FOL-QTDE(WRK-IND-FOL)
                                       TO TAB-PER-HEADCOUNT(WRK-IND-PER)
                    MOVE 'S'
                                   TO TAB-PER-TEM-QUADRO(WRK-IND-PER)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DE FOLHAMEM.dat: O HDR DA FOLHA MENSAL (TIPO M)
      *    REINICIA A COMPETENCIA; O 13O (TIPO 1/2) NAO ENTRA
      *----------------------------------------------------------------*
       0011A-TRATAR-MEMORIA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-FOL-REG
                                          WRK-FOL-COMP-X
                                          WRK-FOL-TIPO
           EVALUATE FD-LIN-MEMORIA(1:4)
              WHEN 'HDR|'
                 MOVE ZEROS            TO WRK-FOL-ATUAL
                 UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
                    INTO WRK-FOL-REG
                         WRK-FOL-COMP-X
                         WRK-FOL-TIPO
                 END-UNSTRING
                 IF WRK-FOL-TIPO EQUAL 'M' AND
                    WRK-FOL-COMP-X IS NUMERIC
                    MOVE 'M'           TO WRK-FOL-FONTE-LIDA
                    PERFORM 0011C-LOCALIZAR-COMPETENCIA
                    MOVE WRK-FOL-ACHADA TO WRK-FOL-ATUAL
                    IF WRK-FOL-ATUAL GREATER ZEROS
                       MOVE ZEROS      TO TAB-FOL-CUSTO(WRK-FOL-ATUAL)
                                          TAB-FOL-QTDE(WRK-FOL-ATUAL)
                    END-IF
                 END-IF
              WHEN 'DET|'
                 IF WRK-FOL-ATUAL GREATER ZEROS
                    MOVE SPACES        TO WRK-FOL-LIQ-X
                    UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
                       INTO WRK-FOL-REG
                            WRK-FOL-NOME
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-DESCARTE
                            WRK-FOL-LIQ-X
                    END-UNSTRING
                    IF WRK-FOL-LIQ-X IS NUMERIC
                       ADD WRK-FOL-LIQ TO TAB-FOL-CUSTO(WRK-FOL-ATUAL)
                       ADD 1           TO TAB-FOL-QTDE(WRK-FOL-ATUAL)
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE ZEROS            TO WRK-FOL-ATUAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011a-end
       0011A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DE FOLHALIQ.dat (NOME|LIQUIDO|COMPETENCIA): A
      *    PRIMEIRA LINHA DA COMPETENCIA DESCARTA O QUE VEIO DA MEMORIA
      *----------------------------------------------------------------*
       0011B-TRATAR-LIQUIDO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-FOL-NOME
                                          WRK-FOL-LIQ-X
                                          WRK-FOL-COMP-X
           UNSTRING FD-LIN-LIQUIDO DELIMITED BY SEP
              INTO WRK-FOL-NOME
                   WRK-FOL-LIQ-X
                   WRK-FOL-COMP-X
           END-UNSTRING

           IF WRK-FOL-LIQ-X NOT NUMERIC OR
              WRK-FOL-COMP-X NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE 'L'                    TO WRK-FOL-FONTE-LIDA
           PERFORM 0011C-LOCALIZAR-COMPETENCIA
           IF WRK-FOL-ACHADA EQUAL ZEROS
              EXIT SECTION
           END-IF

           IF TAB-FOL-FONTE(WRK-FOL-ACHADA) NOT EQUAL 'L'
              MOVE 'L'                 TO TAB-FOL-FONTE(WRK-FOL-ACHADA)
              MOVE ZEROS               TO TAB-FOL-CUSTO(WRK-FOL-ACHADA)
                                          TAB-FOL-QTDE(WRK-FOL-ACHADA)
           END-IF
           ADD WRK-FOL-LIQ             TO TAB-FOL-CUSTO(WRK-FOL-ACHADA)
           ADD 1                       TO TAB-FOL-QTDE(WRK-FOL-ACHADA)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011b-end
       0011B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR (OU INCLUIR) A COMPETENCIA WRK-FOL-COMP NA TABELA
      *    DA FOLHA - ZERO COM MES INVALIDO (13O) OU TABELA CHEIA
      *----------------------------------------------------------------*
       0011C-LOCALIZAR-COMPETENCIA     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-FOL-ACHADA
           MOVE WRK-FOL-COMP           TO WRK-COMP-CALC
           IF WRK-CPC-MES LESS 1 OR WRK-CPC-MES GREATER 12
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-FOL FROM 1 BY 1 UNTIL
                      WRK-IND-FOL > WRK-QTDE-FOL
              IF TAB-FOL-COMP(WRK-IND-FOL) EQUAL WRK-FOL-COMP
                 MOVE WRK-IND-FOL      TO WRK-FOL-ACHADA
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF WRK-QTDE-FOL NOT LESS WRK-MAX-TAB-FOL
              DISPLAY 'TABELA DE COMPETENCIAS DA FOLHA CHEIA! MAXIMO '
                       WRK-MAX-TAB-FOL
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-FOL
           MOVE WRK-QTDE-FOL           TO WRK-FOL-ACHADA
           MOVE WRK-FOL-COMP           TO TAB-FOL-COMP(WRK-FOL-ACHADA)
           MOVE WRK-FOL-FONTE-LIDA     TO TAB-FOL-FONTE(WRK-FOL-ACHADA)
           MOVE ZEROS                  TO TAB-FOL-CUSTO(WRK-FOL-ACHADA)
                                          TAB-FOL-QTDE(WRK-FOL-ACHADA)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011c-end
       0011C-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRANSACOES BANCARIAS (TXTLOG.dat, SO STATUS=OK, SEM OS
      *    ESTORNOS)
      *----------------------------------------------------------------*
       0012-APURAR-TXTLOG              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-TXTLOG
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TXTLOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TXTLOG(1:8) IS NUMERIC
                       PERFORM 0012A-TRATAR-TRANSACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-TXTLOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DO TXTLOG.dat - TIPO=, VALOR= E STATUS=
      *    SAO LOCALIZADOS PELO PREFIXO (MESMO CRITERIO DO GLPOST1A)
      *----------------------------------------------------------------*
       0012A-TRATAR-TRANSACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE FD-LIN-TXTLOG(1:8)     TO WRK-DATA-LIDA

           MOVE SPACES                 TO WRK-TXT-SEGS
           UNSTRING FD-LIN-TXTLOG DELIMITED BY ' | '
               INTO WRK-TXT-SEG(1) WRK-TXT-SEG(2) WRK-TXT-SEG(3)
                    WRK-TXT-SEG(4) WRK-TXT-SEG(5) WRK-TXT-SEG(6)
                    WRK-TXT-SEG(7) WRK-TXT-SEG(8)
           END-UNSTRING

           MOVE SPACES                 TO WRK-LINHA-TIPO
                                          WRK-LINHA-VALOR-TXT
                                          WRK-LINHA-STATUS
           PERFORM VARYING WRK-IND-SEG FROM 2 BY 1 UNTIL
                      WRK-IND-SEG GREATER 8
              EVALUATE TRUE
                 WHEN WRK-TXT-SEG(WRK-IND-SEG)(1:5) EQUAL 'TIPO='
                    UNSTRING WRK-TXT-SEG(WRK-IND-SEG)
                        DELIMITED BY '=' OR ' '
                        INTO WRK-DESCARTE WRK-LINHA-TIPO
                    END-UNSTRING
                 WHEN WRK-TXT-SEG(WRK-IND-SEG)(1:6) EQUAL 'VALOR='
                    UNSTRING WRK-TXT-SEG(WRK-IND-SEG)
                        DELIMITED BY '='
                        INTO WRK-DESCARTE WRK-LINHA-VALOR-TXT
                    END-UNSTRING
                 WHEN WRK-TXT-SEG(WRK-IND-SEG)(1:7) EQUAL 'STATUS='
                    UNSTRING WRK-TXT-SEG(WRK-IND-SEG)
                        DELIMITED BY '='
                        INTO WRK-DESCARTE WRK-LINHA-STATUS
                    END-UNSTRING
              END-EVALUATE
           END-PERFORM

           IF FUNCTION TRIM(WRK-LINHA-STATUS) NOT EQUAL 'OK'
              EXIT SECTION
           END-IF
           IF WRK-LINHA-TIPO EQUAL 'ESTORNO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-NUM =
              FUNCTION NUMVAL(FUNCTION TRIM(WRK-LINHA-VALOR-TXT))
           IF WRK-VALOR-NUM LESS ZEROS
              COMPUTE WRK-VALOR-NUM = WRK-VALOR-NUM * -1
           END-IF

           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              IF WRK-DATA-LIDA NOT LESS TAB-PER-INICIO(WRK-IND-PER)
                 AND WRK-DATA-LIDA NOT GREATER
                                       TAB-PER-FIM(WRK-IND-PER)
                 ADD WRK-VALOR-NUM     TO TAB-PER-BCO-VALOR(WRK-IND-PER)
                 ADD 1                 TO TAB-PER-BCO-QTDE(WRK-IND-PER)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012a-end
       0012A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CALCULAR OS INDICADORES DE CADA PERIODO E O FAROL DO MES.
      *    A POSICAO NA TABELA E A DO BOOK KPI001A
      *----------------------------------------------------------------*
       0013-CALCULAR-INDICADORES       SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              MOVE 'S'                 TO TAB-KPI-APURADO(1 WRK-IND-PER)
                                          TAB-KPI-APURADO(9 WRK-IND-PER)
                                         TAB-KPI-APURADO(10 WRK-IND-PER)
              MOVE 'N'                 TO TAB-KPI-APURADO(2 WRK-IND-PER)
                                          TAB-KPI-APURADO(3 WRK-IND-PER)
                                          TAB-KPI-APURADO(4 WRK-IND-PER)
                                          TAB-KPI-APURADO(5 WRK-IND-PER)
                                          TAB-KPI-APURADO(6 WRK-IND-PER)
                                          TAB-KPI-APURADO(7 WRK-IND-PER)
                                          TAB-KPI-APURADO(8 WRK-IND-PER)

      *       VENDAS
              COMPUTE TAB-KPI-VALOR(1 WRK-IND-PER) =
                      TAB-PER-VENDA-PDV(WRK-IND-PER) +
                      TAB-PER-RECEITA-NF(WRK-IND-PER)
              IF TAB-PER-CUPONS(WRK-IND-PER) GREATER ZEROS
                 COMPUTE TAB-KPI-VALOR(2 WRK-IND-PER) ROUNDED =
                         TAB-PER-VALOR-CUPONS(WRK-IND-PER) /
                         TAB-PER-CUPONS(WRK-IND-PER)
                 MOVE 'S'              TO TAB-KPI-APURADO(2 WRK-IND-PER)
              END-IF

      *       RECEBIVEIS
              IF TAB-PER-TIT-BASE(WRK-IND-PER) GREATER ZEROS
                 COMPUTE TAB-KPI-VALOR(3 WRK-IND-PER) ROUNDED =
                         TAB-PER-TIT-VENCIDO(WRK-IND-PER) * 100 /
                         TAB-PER-TIT-BASE(WRK-IND-PER)
                 MOVE 'S'              TO TAB-KPI-APURADO(3 WRK-IND-PER)
              END-IF
              IF TAB-PER-PDD-COMP(WRK-IND-PER) GREATER ZEROS
                 COMPUTE TAB-KPI-VALOR(4 WRK-IND-PER) =
                         TAB-PER-PDD(WRK-IND-PER) / 100
                 MOVE 'S'              TO TAB-KPI-APURADO(4 WRK-IND-PER)
              END-IF

      *       ESTOQUE: ESTOQUE MEDIO = (INICIAL + FINAL) / 2
              IF WRK-ESTOQUE-DISPONIVEL EQUAL 'S' AND
                 TAB-PER-DIAS(WRK-IND-PER) GREATER ZEROS
                 COMPUTE WRK-EST-INICIAL = WRK-ESTOQUE-HOJE -
                         TAB-PER-AJ-INI(WRK-IND-PER)
                 COMPUTE WRK-EST-FINAL = WRK-ESTOQUE-HOJE -
                         TAB-PER-AJ-FIM(WRK-IND-PER)
                 IF WRK-EST-INICIAL LESS ZEROS
                    MOVE ZEROS         TO WRK-EST-INICIAL
                 END-IF
                 IF WRK-EST-FINAL LESS ZEROS
                    MOVE ZEROS         TO WRK-EST-FINAL
                 END-IF
                 COMPUTE WRK-EST-MEDIO =
                         (WRK-EST-INICIAL + WRK-EST-FINAL) / 2
                 IF WRK-EST-MEDIO GREATER ZEROS
                    COMPUTE TAB-KPI-VALOR(5 WRK-IND-PER) ROUNDED =
                            TAB-PER-CMV(WRK-IND-PER) / WRK-EST-MEDIO
                    MOVE 'S'           TO TAB-KPI-APURADO(5 WRK-IND-PER)
                 END-IF
                 IF TAB-PER-CMV(WRK-IND-PER) GREATER ZEROS
                    COMPUTE TAB-KPI-VALOR(6 WRK-IND-PER) ROUNDED =
                            WRK-EST-MEDIO * TAB-PER-DIAS(WRK-IND-PER)
                            / TAB-PER-CMV(WRK-IND-PER)
                    MOVE 'S'           TO TAB-KPI-APURADO(6 WRK-IND-PER)
                 END-IF
              END-IF

      *       FOLHA
              IF TAB-PER-FOLHA-MESES(WRK-IND-PER) GREATER ZEROS
                 MOVE TAB-PER-FOLHA(WRK-IND-PER)
                                       TO TAB-KPI-VALOR(7 WRK-IND-PER)
                 MOVE 'S'              TO TAB-KPI-APURADO(7 WRK-IND-PER)
              END-IF
              IF TAB-PER-TEM-QUADRO(WRK-IND-PER) EQUAL 'S'
                 MOVE TAB-PER-HEADCOUNT(WRK-IND-PER)
                                       TO TAB-KPI-VALOR(8 WRK-IND-PER)
                 MOVE 'S'              TO TAB-KPI-APURADO(8 WRK-IND-PER)
              END-IF

      *       BANCARIO
              MOVE TAB-PER-BCO-VALOR(WRK-IND-PER)
                                       TO TAB-KPI-VALOR(9 WRK-IND-PER)
              MOVE TAB-PER-BCO-QTDE(WRK-IND-PER)
                                       TO TAB-KPI-VALOR(10 WRK-IND-PER)
           END-PERFORM

      *    NO ACUMULADO, SALDO DA PDD E QUADRO SAO A POSICAO DO MES
           MOVE TAB-KPI-VALOR(4 1)     TO TAB-KPI-VALOR(4 4)
           MOVE TAB-KPI-APURADO(4 1)   TO TAB-KPI-APURADO(4 4)
           MOVE TAB-KPI-VALOR(8 1)     TO TAB-KPI-VALOR(8 4)
           MOVE TAB-KPI-APURADO(8 1)   TO TAB-KPI-APURADO(8 4)

           MOVE ZEROS                  TO WRK-QTDE-VERDE
                                          WRK-QTDE-AMARELO
                                          WRK-QTDE-VERMELHO
           PERFORM VARYING WRK-IND-KPI FROM 1 BY 1 UNTIL
                      WRK-IND-KPI > WRK-QTDE-KPI
              PERFORM 0013A-CLASSIFICAR-FAROL
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FAROL DO INDICADOR WRK-IND-KPI PELO VALOR DO MES ATUAL
      *----------------------------------------------------------------*
       0013A-CLASSIFICAR-FAROL         SECTION.
      *----------------------------------------------------------------*

           IF TAB-KPI-META(WRK-IND-KPI) EQUAL ZEROS
              MOVE 'SEM META'          TO TAB-KPI-FAROL(WRK-IND-KPI)
              EXIT SECTION
           END-IF
           IF TAB-KPI-APURADO(WRK-IND-KPI 1) NOT EQUAL 'S'
              MOVE 'SEM DADOS'         TO TAB-KPI-FAROL(WRK-IND-KPI)
              EXIT SECTION
           END-IF

           IF TAB-KPI-SENTIDO(WRK-IND-KPI) EQUAL 'N'
              COMPUTE WRK-LIMITE-FAROL ROUNDED =
                      TAB-KPI-META(WRK-IND-KPI) *
                      (100 + TAB-KPI-TOLERANCIA(WRK-IND-KPI)) / 100
              EVALUATE TRUE
                 WHEN TAB-KPI-VALOR(WRK-IND-KPI 1) NOT GREATER
                      TAB-KPI-META(WRK-IND-KPI)
                    MOVE 'VERDE'       TO TAB-KPI-FAROL(WRK-IND-KPI)
                 WHEN TAB-KPI-VALOR(WRK-IND-KPI 1) NOT GREATER
                      WRK-LIMITE-FAROL
                    MOVE 'AMARELO'     TO TAB-KPI-FAROL(WRK-IND-KPI)
                 WHEN OTHER
                    MOVE 'VERMELHO'    TO TAB-KPI-FAROL(WRK-IND-KPI)
              END-EVALUATE
           ELSE
              IF TAB-KPI-TOLERANCIA(WRK-IND-KPI) GREATER 100
                 MOVE ZEROS            TO WRK-LIMITE-FAROL
              ELSE
                 COMPUTE WRK-LIMITE-FAROL ROUNDED =
                         TAB-KPI-META(WRK-IND-KPI) *
                         (100 - TAB-KPI-TOLERANCIA(WRK-IND-KPI)) / 100
              END-IF
              EVALUATE TRUE
                 WHEN TAB-KPI-VALOR(WRK-IND-KPI 1) NOT LESS
                      TAB-KPI-META(WRK-IND-KPI)
                    MOVE 'VERDE'       TO TAB-KPI-FAROL(WRK-IND-KPI)
                 WHEN TAB-KPI-VALOR(WRK-IND-KPI 1) NOT LESS
                      WRK-LIMITE-FAROL
                    MOVE 'AMARELO'     TO TAB-KPI-FAROL(WRK-IND-KPI)
                 WHEN OTHER
                    MOVE 'VERMELHO'    TO TAB-KPI-FAROL(WRK-IND-KPI)
              END-EVALUATE
           END-IF

           EVALUATE TAB-KPI-FAROL(WRK-IND-KPI)
              WHEN 'VERDE'
                 ADD 1                 TO WRK-QTDE-VERDE
              WHEN 'AMARELO'
                 ADD 1                 TO WRK-QTDE-AMARELO
              WHEN OTHER
                 ADD 1                 TO WRK-QTDE-VERMELHO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013a-end
       0013A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O LIVRO KPIMES.txt
      *----------------------------------------------------------------*
       0014-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* KPIMES1A - LIVRO MENSAL DE INDICADORES - '
                  'COMPETENCIA ' WRK-COMP-MES '/' WRK-COMP-ANO
                  ' - EMITIDO EM ' WRK-HOJE-AAAAMMDD(7:2) '/'
                  WRK-HOJE-AAAAMMDD(5:2) '/' WRK-HOJE-AAAAMMDD(1:4)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0015-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0015-EMITIR-LINHA

           MOVE 'INDICADOR'            TO WRK-LINHA-REL(1:9)
           MOVE 'UNID'                 TO WRK-LINHA-REL(32:4)
           MOVE 37                     TO WRK-COL
           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              MOVE TAB-PER-TITULO(WRK-IND-PER)
                                       TO WRK-LINHA-REL(WRK-COL:15)
              ADD 16                   TO WRK-COL
           END-PERFORM
           MOVE 'META'                 TO WRK-LINHA-REL(108:4)
           MOVE 'FAROL'                TO WRK-LINHA-REL(117:5)
           PERFORM 0015-EMITIR-LINHA

      *    MES/ANO DE CADA COLUNA; O ACUMULADO VAI DE JANEIRO AO MES
           MOVE 37                     TO WRK-COL
           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              IF WRK-IND-PER EQUAL 4
                 STRING TAB-PER-INICIO(4)(5:2) ' A '
                        TAB-PER-FIM(4)(5:2) '/'
                        TAB-PER-FIM(4)(1:4)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL(WRK-COL:15)
                 END-STRING
              ELSE
                 STRING TAB-PER-INICIO(WRK-IND-PER)(5:2) '/'
                        TAB-PER-INICIO(WRK-IND-PER)(1:4)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL(WRK-COL:15)
                 END-STRING
              END-IF
              ADD 16                   TO WRK-COL
           END-PERFORM
           PERFORM 0015-EMITIR-LINHA
           MOVE ALL '-'                TO WRK-LINHA-REL(1:125)
           PERFORM 0015-EMITIR-LINHA

           MOVE SPACES                 TO WRK-AREA-ANTERIOR
           PERFORM VARYING WRK-IND-KPI FROM 1 BY 1 UNTIL
                      WRK-IND-KPI > WRK-QTDE-KPI
              IF TAB-KPI-AREA(WRK-IND-KPI) NOT EQUAL WRK-AREA-ANTERIOR
                 IF WRK-AREA-ANTERIOR NOT EQUAL SPACES
                    MOVE SPACES        TO WRK-LINHA-REL
                    PERFORM 0015-EMITIR-LINHA
                 END-IF
                 MOVE TAB-KPI-AREA(WRK-IND-KPI) TO WRK-LINHA-REL(1:10)
                 PERFORM 0015-EMITIR-LINHA
                 MOVE TAB-KPI-AREA(WRK-IND-KPI) TO WRK-AREA-ANTERIOR
              END-IF
              PERFORM 0014A-MONTAR-LINHA-KPI
           END-PERFORM

           MOVE ALL '-'                TO WRK-LINHA-REL(1:125)
           PERFORM 0015-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING 'FAROL DO MES ATUAL: VERDE ' WRK-QTDE-VERDE
                  ' / AMARELO ' WRK-QTDE-AMARELO
                  ' / VERMELHO ' WRK-QTDE-VERMELHO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0015-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-QTDE-METAS-ARQ GREATER ZEROS
              STRING 'METAS: BOOK KPI001A COM ' WRK-QTDE-METAS-ARQ
                     ' INDICADOR(ES) AJUSTADO(S) EM KPIMETA.dat'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              MOVE 'METAS: PADRAO DO BOOK KPI001A (SEM KPIMETA.dat)'
                                       TO WRK-LINHA-REL
           END-IF
           PERFORM 0015-EMITIR-LINHA
           MOVE 'ACUMULADO: SALDO DA PDD E QUADRO DE FUNCIONARIOS SAO'
             &  ' A POSICAO NO FIM DA COMPETENCIA'
                                       TO WRK-LINHA-REL
           PERFORM 0015-EMITIR-LINHA
           MOVE 'COMPETENCIA CORRENTE APURADA ATE HOJE. N/D = SEM '
             &  'DADOS NA FONTE PARA O PERIODO'
                                       TO WRK-LINHA-REL
           PERFORM 0015-EMITIR-LINHA
           IF WRK-ESTOQUE-DISPONIVEL NOT EQUAL 'S'
              MOVE 'ESTOQUE.dat INDISPONIVEL - GIRO E DIAS DE ESTOQUE '
                &  'SEM APURACAO'     TO WRK-LINHA-REL
              PERFORM 0015-EMITIR-LINHA
           END-IF

           CLOSE ARQ-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR A LINHA DO INDICADOR WRK-IND-KPI
      *----------------------------------------------------------------*
       0014A-MONTAR-LINHA-KPI          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE TAB-KPI-DESCRICAO(WRK-IND-KPI)
                                       TO WRK-LINHA-REL(1:30)
           EVALUATE TAB-KPI-UNIDADE(WRK-IND-KPI)
              WHEN 'V'
                 MOVE 'R$'             TO WRK-LINHA-REL(32:4)
              WHEN 'P'
                 MOVE '%'              TO WRK-LINHA-REL(32:4)
              WHEN 'X'
                 MOVE 'VZS'            TO WRK-LINHA-REL(32:4)
              WHEN 'D'
                 MOVE 'DIAS'           TO WRK-LINHA-REL(32:4)
              WHEN OTHER
                 MOVE 'QTDE'           TO WRK-LINHA-REL(32:4)
           END-EVALUATE

           MOVE TAB-KPI-UNIDADE(WRK-IND-KPI) TO WRK-EDT-UNIDADE
           MOVE 37                     TO WRK-COL
           PERFORM VARYING WRK-IND-PER FROM 1 BY 1 UNTIL
                      WRK-IND-PER > WRK-QTDE-PER
              MOVE TAB-KPI-VALOR(WRK-IND-KPI WRK-IND-PER)
                                       TO WRK-EDT-VALOR
              MOVE TAB-KPI-APURADO(WRK-IND-KPI WRK-IND-PER)
                                       TO WRK-EDT-APURADO
              PERFORM 0014B-EDITAR-VALOR
              MOVE WRK-EDT-SAIDA       TO WRK-LINHA-REL(WRK-COL:15)
              ADD 16                   TO WRK-COL
           END-PERFORM

           IF TAB-KPI-META(WRK-IND-KPI) GREATER ZEROS
              MOVE TAB-KPI-META(WRK-IND-KPI) TO WRK-EDT-VALOR
              MOVE 'S'                 TO WRK-EDT-APURADO
              PERFORM 0014B-EDITAR-VALOR
              MOVE WRK-EDT-SAIDA       TO WRK-LINHA-REL(101:15)
           END-IF
           MOVE TAB-KPI-FAROL(WRK-IND-KPI) TO WRK-LINHA-REL(117:9)
           PERFORM 0015-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014a-end
       0014A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EDITAR WRK-EDT-VALOR CONFORME A UNIDADE EM WRK-EDT-SAIDA
      *    (DIAS E QUANTIDADE SEM DECIMAIS, O RESTO COM DUAS)
      *----------------------------------------------------------------*
       0014B-EDITAR-VALOR              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-EDT-SAIDA
           IF WRK-EDT-APURADO NOT EQUAL 'S'
              MOVE 'N/D'               TO WRK-EDT-SAIDA(9:3)
              EXIT SECTION
           END-IF

           IF WRK-EDT-UNIDADE EQUAL 'D' OR
              WRK-EDT-UNIDADE EQUAL 'Q'
              COMPUTE WRK-EDT-INTEIRO-N ROUNDED = WRK-EDT-VALOR
              MOVE WRK-EDT-INTEIRO-N   TO WRK-EDT-INTEIRO
              MOVE WRK-EDT-INTEIRO     TO WRK-EDT-SAIDA(1:11)
           ELSE
              MOVE WRK-EDT-VALOR       TO WRK-EDT-DECIMAL
              MOVE WRK-EDT-DECIMAL     TO WRK-EDT-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014b-end
       0014B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA E LIMPA-LA
      *----------------------------------------------------------------*
       0015-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           WRITE FD-LIN-RELATORIO      FROM WRK-LINHA-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
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
