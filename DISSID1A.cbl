      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: DISSIDIO COLETIVO RETROATIVO. A CONVENCAO ASSINADA
      *              DEPOIS DA DATA-BASE OBRIGA A REFAZER AS FOLHAS
      *              DESDE ENTAO COM O SALARIO REAJUSTADO. COM OS
      *              PARAMETROS DE DISSPAR.dat (DATA-BASE, PERCENTUAL,
      *              PISOS POR CARGO E COMPETENCIA DO PAGAMENTO) E O
      *              HISTORICO SALARIAL DE SALHIST.dat, O PROGRAMA
      *              RECALCULA CADA COMPETENCIA DA DATA-BASE ATE A
      *              ANTERIOR AO PAGAMENTO EM QUE O FUNCIONARIO TEVE
      *              FOLHA (ULTIMA EXECUCAO TIPO M DE FOLHAMEM.dat):
      *              - SALARIO NOVO = SALARIO VIGENTE NO MES X (1 +
      *                PERCENTUAL), NUNCA ABAIXO DO PISO DO CARGO;
      *              - DIFERENCA DE SALARIO, DAS RUBRICAS DE BASE P
      *                (PERCENTUAL DO SALARIO) ATRIBUIDAS EM
      *                FOLHARUB.dat, DAS FERIAS GOZADAS NO MES
      *                (SALARIO/30 POR DIA MAIS O TERCO) E DAS HORAS
      *                EXTRAS DO MES (MINUTOS GRAVADOS NA FOLHAMEM.dat
      *                PELO FOLHA01A, A SALARIO/220 COM 50%);
      *              - ENCARGOS: DIFERENCA DE INSS DO EMPREGADO SOBRE A
      *                BASE DA FOLHA ORIGINAL PELA TABELA I VIGENTE NA
      *                COMPETENCIA (A ATUAL DE INSSIRRF.dat COM AS
      *                ALTERACOES DE VIGENCIA POSTERIOR, REGISTRADAS NA
      *                TRILHA PARMLOG.dat PELO PARAM01B, DESFEITAS) E
      *                INSS PATRONAL DE 20% SOBRE A DIFERENCA
      *                TRIBUTAVEL.
      *              A MEMORIA DE CALCULO POR FUNCIONARIO E MES SAI EM
      *              DISSID.txt E O DETALHE EM DISSIDIO.dat, QUE O
      *              ESOCIA1A LEVA AO S1200 DE PERIODO ANTERIOR. O
      *              TOTAL A PAGAR DE CADA FUNCIONARIO ENTRA EM
      *              FOLHARUB.dat NA RUBRICA 0093 (DIFERENCA DE
      *              DISSIDIO) COM O VALOR E A COMPETENCIA DO
      *              PAGAMENTO, PARA O FOLHA01A PAGAR. O HISTORICO
      *              RECEBE AS LINHAS DE ORIGEM D DO DISSIDIO E O
      *              SALARIO ATUAL DE CADASTRO3.dat E REAJUSTADO.
      *              RODAR DE NOVO O MESMO DISSIDIO (MESMA DATA-BASE)
      *              DESCARTA AS LINHAS D DELE E REFAZ TUDO SEM
      *              REAJUSTAR DUAS VEZES.
      *----------------------------------------------------------------*
      * LAYOUT DE DISSPAR.dat (UMA LINHA POR PARAMETRO):
      *   P|DATA-BASE AAAAMM|PERCENTUAL(5, 2 DEC IMPLICITAS, EX.:
      *     00550 = 5,50%)|COMPETENCIA DO PAGAMENTO AAAAMM|
      *   C|CARGO(20)|PISO SALARIAL(11, 2 DEC IMPLICITAS)|
      * LAYOUT DE SALHIST.dat (HISTORICO SALARIAL, PIPE):
      *   NOME(30)|VIGENCIA AAAAMMDD|SALARIO(11, 2 DEC IMPLICITAS)|
      *   CARGO(20)|ORIGEM|REFERENCIA AAAAMM|
      *   ORIGEM: C = CARGA INICIAL (SALARIO DE CADASTRO3.dat, FEITA
      *   PELO PROPRIO DISSID1A PARA QUEM NAO TEM HISTORICO), M =
      *   ALTERACAO INFORMADA PELO DEPARTAMENTO PESSOAL, D = DISSIDIO
      *   (REFERENCIA = DATA-BASE). VALE A LINHA DE MAIOR VIGENCIA ATE
      *   O ULTIMO DIA DO MES; NA MESMA VIGENCIA, A ULTIMA DO ARQUIVO.
      * LAYOUT DE DISSIDIO.dat (PIPE):
      *   HDR|DISSIDIO|DATA-BASE|COMPETENCIA DO PAGAMENTO|DATA|
      *      DISSID1A|
      *   DET|NOME|COMPETENCIA DE REFERENCIA|SALARIO ANTERIOR|SALARIO
      *      NOVO|DIFERENCA TRIBUTAVEL|DIFERENCA INSS|DIFERENCA
      *      PATRONAL|DIFERENCA A PAGAR| (VALORES 11, 2 DEC)
      *   TRL|QTDE DE DET|SOMA A PAGAR EM CENTAVOS|
      * NOME.......: DISSID1A
      * MANUTENCAO.: 15/10/2026 - HORAS EXTRAS REFEITAS PELO SALARIO
      *              REAJUSTADO COM OS MINUTOS DO MES EM FOLHAMEM.dat;
      *              INSS DE CADA COMPETENCIA PELA TABELA VIGENTE NELA,
      *              REMONTADA A PARTIR DA TRILHA PARMLOG.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSID1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-PAR ASSIGN TO 'DISSPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CAD ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-HIS ASSIGN TO 'SALHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRM ASSIGN TO 'INSSIRRF.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TRILHA ASSIGN TO 'PARMLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FER ASSIGN TO 'FERIASPRG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RUB ASSIGN TO 'RUBRICAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RBA ASSIGN TO 'FOLHARUB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DIS ASSIGN TO 'DISSIDIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'DISSID.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PAR.
       01  FD-LIN-PARAMETRO               PIC X(060).

      *    O DEPARTAMENTO (CAUDA OPCIONAL DO REGISTRO, USADA PELO
      *    GLPOST1A) E PRESERVADO NA REGRAVACAO
       FD  ARQUIVO-CAD.
       01  FD-ARQ-CADASTRO.
         05 FDC-NOME                      PIC X(30).
         05 FDC-IDADE                     PIC 9(02).
         05 FDC-SALARIO                   PIC 9(05)V99.
         05 FDC-DEPARTAMENTO              PIC X(10).

       FD  ARQUIVO-HIS.
       01  FD-LIN-HISTORICO               PIC X(100).

       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       FD  ARQUIVO-PRM.
       01  FD-LIN-FAIXA                   PIC X(040).

       FD  ARQ-TRILHA.
       01  FD-LIN-TRILHA                  PIC X(200).

       FD  ARQUIVO-FER.
       01  FD-LIN-FERIAS                  PIC X(070).

       FD  ARQUIVO-RUB.
       01  FD-LIN-RUBRICA                 PIC X(060).

       FD  ARQUIVO-RBA.
       01  FD-LIN-ATRIBUICAO              PIC X(060).

       FD  ARQUIVO-DIS.
       01  FD-LIN-DISSIDIO                PIC X(150).

       FD  ARQUIVO-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *--- Parametros do dissidio (DISSPAR.dat)
       01  WRK-PAR-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-PAR-CAMPO2                 PIC X(20) VALUE SPACES.
       01  WRK-PAR-CAMPO3                 PIC X(11) VALUE SPACES.
       01  WRK-PAR-PISO-N REDEFINES WRK-PAR-CAMPO3.
           05 WRK-PAR-PISO-V              PIC 9(09)V99.
       01  WRK-PAR-CAMPO4                 PIC X(06) VALUE SPACES.
       01  WRK-PAR-PERC-STR               PIC X(05) VALUE SPACES.
       01  WRK-PAR-PERC-N REDEFINES WRK-PAR-PERC-STR.
           05 WRK-PAR-PERC-V              PIC 9(03)V99.
       01  WRK-DATA-BASE                  PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-BASE-DIA              PIC 9(08) VALUE ZEROS.
       01  WRK-PERCENTUAL                 PIC 9(03)V99 VALUE ZEROS.
       01  WRK-COMP-PAGTO                 PIC 9(06) VALUE ZEROS.
       01  WRK-PERC-EDIT                  PIC ZZ9,99.

       01  WRK-MAX-TAB-PIS                PIC 9(02) VALUE 50.
       01  WRK-QTDE-PIS                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-PIS                    PIC 9(02) VALUE ZEROS.
       01  TAB-PISOS.
           05  TAB-PIS-LINHA OCCURS 50 TIMES.
               10  TAB-PIS-CARGO          PIC X(20).
               10  TAB-PIS-VALOR          PIC 9(09)V99.

      *--- Competencias recalculadas (DATA-BASE ATE A ANTERIOR AO
      *    PAGAMENTO) e a ultima execucao tipo M de cada uma
       01  WRK-MAX-TAB-CMP                PIC 9(02) VALUE 36.
       01  WRK-QTDE-CMP                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CMP                    PIC 9(02) VALUE ZEROS.
       01  TAB-COMPETENCIAS.
           05  TAB-CMP-LINHA OCCURS 36 TIMES.
               10  TAB-CMP-COMP           PIC 9(06).
               10  TAB-CMP-SEQ            PIC 9(06).
               10  TAB-CMP-DIAS-MES       PIC 9(02).
       01  WRK-COMP-CORR                  PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-CORR-R REDEFINES WRK-COMP-CORR.
           05 WRK-COMP-CORR-ANO           PIC 9(04).
           05 WRK-COMP-CORR-MES           PIC 9(02).
       01  WRK-COMP-INI                   PIC 9(08) VALUE ZEROS.
       01  WRK-COMP-FIM                   PIC 9(08) VALUE ZEROS.

      *--- Funcionarios (CADASTRO3.dat)
       01  WRK-MAX-TAB-EMP                PIC 9(03) VALUE 200.
       01  WRK-QTDE-EMP                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-EMP                    PIC 9(03) VALUE ZEROS.
       01  TAB-EMPREGADOS.
           05  TAB-EMP-LINHA OCCURS 200 TIMES.
               10  TAB-EMP-NOME           PIC X(30).
               10  TAB-EMP-IDADE          PIC 9(02).
               10  TAB-EMP-SALARIO        PIC 9(05)V99.
               10  TAB-EMP-SALARIO-NOVO   PIC 9(05)V99.
               10  TAB-EMP-DEPARTAMENTO   PIC X(10).
               10  TAB-EMP-TOTAL          PIC 9(09)V99.
               10  TAB-EMP-MESES          PIC 9(02).

      *--- Historico salarial (SALHIST.dat) SEM AS LINHAS D DESTE
      *    DISSIDIO
       01  WRK-MAX-TAB-HIS                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-HIS                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-HIS                    PIC 9(04) VALUE ZEROS.
       01  WRK-ACHOU-HIS                  PIC 9(04) VALUE ZEROS.
       01  TAB-HISTORICO.
           05  TAB-HIS-LINHA OCCURS 2000 TIMES.
               10  TAB-HIS-NOME           PIC X(30).
               10  TAB-HIS-VIGENCIA       PIC 9(08).
               10  TAB-HIS-SALARIO        PIC 9(09)V99.
               10  TAB-HIS-CARGO          PIC X(20).
               10  TAB-HIS-ORIGEM         PIC X(01).
               10  TAB-HIS-REFERENCIA     PIC X(06).
       01  WRK-HIS-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-HIS-VIGENCIA               PIC X(08) VALUE SPACES.
       01  WRK-HIS-SALARIO-STR            PIC X(11) VALUE SPACES.
       01  WRK-HIS-SALARIO-N REDEFINES WRK-HIS-SALARIO-STR.
           05 WRK-HIS-SALARIO-V           PIC 9(09)V99.
       01  WRK-HIS-CARGO                  PIC X(20) VALUE SPACES.
       01  WRK-HIS-ORIGEM                 PIC X(01) VALUE SPACES.
       01  WRK-HIS-REFERENCIA             PIC X(06) VALUE SPACES.
       01  WRK-QTDE-DESCARTADAS           PIC 9(04) VALUE ZEROS.
       01  WRK-QTDE-CARGAS                PIC 9(03) VALUE ZEROS.
       01  WRK-TEM-HISTORICO              PIC X(01) VALUE 'N'.

      *--- Busca do salario vigente e reajuste
       01  WRK-BUSCA-NOME                 PIC X(30) VALUE SPACES.
       01  WRK-BUSCA-DATA                 PIC 9(08) VALUE ZEROS.
       01  WRK-BUSCA-VIGENCIA             PIC 9(08) VALUE ZEROS.
       01  WRK-SAL-ANTERIOR               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-SAL-NOVO                   PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CARGO                      PIC X(20) VALUE SPACES.

      *--- Ultima folha tipo M de cada competencia (FOLHAMEM.dat)
       01  WRK-MEM-SEQ                    PIC 9(06) VALUE ZEROS.
       01  WRK-MEM-CMP-ATUAL              PIC 9(02) VALUE ZEROS.
       01  WRK-MEM-REGISTRO               PIC X(03) VALUE SPACES.
       01  WRK-MEM-CAMPO2                 PIC X(30) VALUE SPACES.
       01  WRK-MEM-CAMPO3                 PIC X(11) VALUE SPACES.
       01  WRK-MEM-TRIB-N REDEFINES WRK-MEM-CAMPO3.
           05 WRK-MEM-TRIB-V              PIC 9(09)V99.
       01  WRK-MEM-CAMPO4                 PIC X(11) VALUE SPACES.
       01  WRK-MEM-CAMPO10                PIC X(06) VALUE SPACES.
       01  WRK-MEM-MINUTOS-N REDEFINES WRK-MEM-CAMPO10.
           05 WRK-MEM-MINUTOS-V           PIC 9(06).
       01  WRK-MAX-TAB-MEM                PIC 9(04) VALUE 5000.
       01  WRK-QTDE-MEM                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-MEM                    PIC 9(04) VALUE ZEROS.
       01  TAB-FOLHAS.
           05  TAB-MEM-LINHA OCCURS 5000 TIMES.
               10  TAB-MEM-IND-CMP        PIC 9(02).
               10  TAB-MEM-SEQ            PIC 9(06).
               10  TAB-MEM-NOME           PIC X(30).
               10  TAB-MEM-TRIBUTAVEL     PIC 9(09)V99.
               10  TAB-MEM-MIN-EXTRAS     PIC 9(06).
       01  WRK-TEVE-FOLHA                 PIC X(01) VALUE 'N'.
       01  WRK-BASE-ANTERIOR              PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MIN-EXTRAS                 PIC 9(06) VALUE ZEROS.

      *--- Faixas de INSS vigentes em cada competencia (LINHAS I DE
      *    INSSIRRF.dat, EM ORDEM DE LIMITE)
       01  WRK-MAX-TAB-FX                 PIC 9(02) VALUE 20.
       01  WRK-IND-FX                     PIC 9(02) VALUE ZEROS.
       01  WRK-POS-FX                     PIC 9(02) VALUE ZEROS.
       01  TAB-FAIXAS.
           05  TAB-FXC-COMPETENCIA OCCURS 36 TIMES.
               10  TAB-FXC-QTDE           PIC 9(02) VALUE ZEROS.
               10  TAB-FX-LINHA OCCURS 20 TIMES.
                   15  TAB-FX-LIMITE      PIC 9(09)V99 VALUE ZEROS.
                   15  TAB-FX-ALIQUOTA    PIC 9(02)V999 VALUE ZEROS.
                   15  TAB-FX-DEDUCAO     PIC 9(09)V99 VALUE ZEROS.
       01  WRK-QTDE-CMP-SEM-FX            PIC 9(02) VALUE ZEROS.

      *--- Linhas I atuais de INSSIRRF.dat e a copia de trabalho em
      *    que as alteracoes posteriores a competencia sao desfeitas
       01  WRK-MAX-TAB-LFX                PIC 9(02) VALUE 40.
       01  WRK-QTDE-LFX-ATUAL             PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-LFX                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-LFX                    PIC 9(02) VALUE ZEROS.
       01  WRK-LFX-ACHADA                 PIC 9(02) VALUE ZEROS.
       01  TAB-LINHAS-FX-ATUAL.
           05  TAB-LFA-TEXTO OCCURS 40 TIMES PIC X(40).
       01  TAB-LINHAS-FX.
           05  TAB-LFX-TEXTO OCCURS 40 TIMES PIC X(40).

      *--- Alteracoes de linhas I aplicadas em INSSIRRF.dat (EVENTOS
      *    APLICADA DA TRILHA PARMLOG.dat, NA ORDEM DE APLICACAO)
       01  WRK-TRILHA-REGISTRO.
           COPY PAR003A.
       01  WRK-MAX-TAB-EVT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-EVT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-EVT                    PIC 9(03) VALUE ZEROS.
       01  TAB-EVENTOS-FX.
           05  TAB-EVT-LINHA OCCURS 300 TIMES.
               10  TAB-EVT-VIGENCIA       PIC 9(08).
               10  TAB-EVT-ANTES          PIC X(40).
               10  TAB-EVT-DEPOIS         PIC X(40).
       01  WRK-FX-TIPO-LIDO               PIC X(01) VALUE SPACES.
       01  WRK-FX-LIMITE-STR              PIC X(11) VALUE SPACES.
       01  WRK-FX-LIMITE-N REDEFINES WRK-FX-LIMITE-STR.
           05 WRK-FX-LIMITE-V             PIC 9(9)V99.
       01  WRK-FX-ALIQ-STR                PIC X(05) VALUE SPACES.
       01  WRK-FX-ALIQ-N REDEFINES WRK-FX-ALIQ-STR.
           05 WRK-FX-ALIQ-V               PIC 9(2)V999.
       01  WRK-FX-DEDU-STR                PIC X(11) VALUE SPACES.
       01  WRK-FX-DEDU-N REDEFINES WRK-FX-DEDU-STR.
           05 WRK-FX-DEDU-V               PIC 9(9)V99.
       01  WRK-BASE-CALC                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DESCONTO-CALC              PIC S9(09)V99 VALUE ZEROS.
       01  WRK-INSS-ANTERIOR              PIC 9(09)V99 VALUE ZEROS.
       01  WRK-INSS-NOVO                  PIC 9(09)V99 VALUE ZEROS.

      *--- Horas extras do mes refeitas pelo salario reajustado
       01  WRK-VALOR-HORA                 PIC 9(07)V99 VALUE ZEROS.
       01  WRK-EXTRAS-ANTERIOR            PIC 9(09)V99 VALUE ZEROS.
       01  WRK-EXTRAS-NOVO                PIC 9(09)V99 VALUE ZEROS.

      *--- Ferias programadas (FERIASPRG.dat, SITUACAO P)
       01  WRK-MAX-TAB-FER                PIC 9(03) VALUE 200.
       01  WRK-QTDE-FER                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-FER                    PIC 9(03) VALUE ZEROS.
       01  TAB-FERIAS.
           05  TAB-FER-LINHA OCCURS 200 TIMES.
               10  TAB-FER-NOME           PIC X(30).
               10  TAB-FER-INI            PIC 9(08).
               10  TAB-FER-FIM            PIC 9(08).
       01  WRK-FER-COD                    PIC X(05) VALUE SPACES.
       01  WRK-FER-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-FER-INI                    PIC X(08) VALUE SPACES.
       01  WRK-FER-FIM                    PIC X(08) VALUE SPACES.
       01  WRK-FER-DIAS                   PIC X(02) VALUE SPACES.
       01  WRK-FER-SIT                    PIC X(01) VALUE SPACES.
       01  WRK-JANELA-INI                 PIC 9(08) VALUE ZEROS.
       01  WRK-JANELA-FIM                 PIC 9(08) VALUE ZEROS.
       01  WRK-DIAS-OVERLAP               PIC S9(03) VALUE ZEROS.
       01  WRK-DIAS-FERIAS                PIC 9(02) VALUE ZEROS.

      *--- Rubricas (RUBRICAS.dat) e atribuicoes (FOLHARUB.dat)
       01  WRK-MAX-TAB-RUB                PIC 9(02) VALUE 20.
       01  WRK-QTDE-RUB                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-RUB                    PIC 9(02) VALUE ZEROS.
       01  TAB-RUBRICAS.
           05  TAB-RUB-LINHA OCCURS 20 TIMES.
               10  TAB-RUB-CODIGO         PIC 9(04) VALUE ZEROS.
               10  TAB-RUB-DESCRICAO      PIC X(20) VALUE SPACES.
               10  TAB-RUB-TIPO           PIC X(01) VALUE SPACES.
               10  TAB-RUB-BASE           PIC X(01) VALUE SPACES.
               10  TAB-RUB-VALOR          PIC 9(09)V99 VALUE ZEROS.
               10  TAB-RUB-INCIDE         PIC X(01) VALUE SPACES.
       01  WRK-RUB-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-RUB-VALOR-N REDEFINES WRK-RUB-VALOR-STR.
           05 WRK-RUB-VALOR-V             PIC 9(9)V99.
       01  WRK-RUB-DISSIDIO               PIC 9(04) VALUE 0093.
       01  WRK-RUB-DISSIDIO-OK            PIC X(01) VALUE 'N'.

       01  WRK-MAX-TAB-RBA                PIC 9(03) VALUE 500.
       01  WRK-QTDE-RBA                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-RBA                    PIC 9(03) VALUE ZEROS.
       01  TAB-ATRIBUICOES.
           05  TAB-RBA-LINHA OCCURS 500 TIMES.
               10  TAB-RBA-TEXTO          PIC X(60).
               10  TAB-RBA-NOME           PIC X(30).
               10  TAB-RBA-CODIGO         PIC 9(04).
               10  TAB-RBA-VALOR          PIC 9(09)V99.
               10  TAB-RBA-COMP           PIC X(06).
       01  WRK-RBA-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-RBA-CODIGO                 PIC 9(04) VALUE ZEROS.
       01  WRK-RBA-COMP                   PIC X(06) VALUE SPACES.
       01  WRK-RBA-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-RBA-VALOR-N REDEFINES WRK-RBA-VALOR-STR.
           05 WRK-RBA-VALOR-V             PIC 9(9)V99.
       01  WRK-QTDE-RUBRICAS              PIC 9(03) VALUE ZEROS.

      *--- Diferencas do funcionario no mes
       01  WRK-DIF-SALARIO                PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-FERIAS                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-EXTRAS                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-RUB-TRIB               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-RUB-ISENTO             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-RUB-DESCONTO           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-RUBRICA                PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-RUB-LIQ                PIC S9(09)V99 VALUE ZEROS.
       01  WRK-DIF-TRIBUTAVEL             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-INSS                   PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-PATRONAL               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DIF-PAGAR                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-PCT-PATRONAL               PIC 9(02)V99 VALUE 20,00.

      *--- Totais
       01  WRK-TOT-PAGAR                  PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-INSS                   PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-PATRONAL               PIC 9(11)V99 VALUE ZEROS.
       01  WRK-QTDE-FUNC-DIF              PIC 9(03) VALUE ZEROS.
       01  WRK-DIS-QTDE                   PIC 9(09) VALUE ZEROS.
       01  WRK-DIS-HASH                   PIC 9(15) VALUE ZEROS.

      *--- Valores em formato de arquivo (11, 2 DEC IMPLICITAS)
       01  WRK-ARQ-VALORES.
           05 WRK-ARQ-SAL-ANT             PIC 9(09)V99 VALUE ZEROS.
           05 WRK-ARQ-SAL-NOVO            PIC 9(09)V99 VALUE ZEROS.
           05 WRK-ARQ-TRIB                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-ARQ-INSS                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-ARQ-PATRONAL            PIC 9(09)V99 VALUE ZEROS.
           05 WRK-ARQ-PAGAR               PIC 9(09)V99 VALUE ZEROS.
       01  WRK-ARQ-VALORES-X REDEFINES WRK-ARQ-VALORES.
           05 WRK-ARQ-SAL-ANT-X           PIC X(11).
           05 WRK-ARQ-SAL-NOVO-X          PIC X(11).
           05 WRK-ARQ-TRIB-X              PIC X(11).
           05 WRK-ARQ-INSS-X              PIC X(11).
           05 WRK-ARQ-PATRONAL-X          PIC X(11).
           05 WRK-ARQ-PAGAR-X             PIC X(11).

      *--- Impressao
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-VALOR-EDIT                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-EDIT-S               PIC -Z.ZZZ.ZZ9,99.
       01  WRK-CABEC-FUNC                 PIC X(01) VALUE 'N'.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
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
           PERFORM 0002-CARREGAR-PARAMETROS

           IF WRK-DATA-BASE EQUAL ZEROS OR
              WRK-COMP-PAGTO NOT GREATER WRK-DATA-BASE
              DISPLAY 'PARAMETRO P AUSENTE OU INVALIDO EM DISSPAR.dat'
              DISPLAY '(DATA-BASE E COMPETENCIA DO PAGAMENTO)'
              DISPLAY 'DISSIDIO ABANDONADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0003-MONTAR-COMPETENCIAS
           IF WRK-QTDE-CMP EQUAL ZEROS
              DISPLAY 'PERIODO DO DISSIDIO ACIMA DE ' WRK-MAX-TAB-CMP
                      ' MESES'
              DISPLAY 'DISSIDIO ABANDONADO'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-CARREGAR-CADASTRO
           PERFORM 0005-CARREGAR-HISTORICO
           PERFORM 0006-CARREGAR-FOLHAS
           PERFORM 0007-CARREGAR-FAIXAS
           PERFORM 0008-CARREGAR-FERIAS
           PERFORM 0009-CARREGAR-RUBRICAS

           OPEN OUTPUT ARQUIVO-DIS
                       ARQUIVO-REL

           MOVE SPACES                 TO FD-LIN-DISSIDIO
           STRING 'HDR' SEP 'DISSIDIO' SEP WRK-DATA-BASE SEP
                  WRK-COMP-PAGTO SEP WRK-HOJE-AAAAMMDD SEP
                  'DISSID1A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-DISSIDIO
           END-STRING
           WRITE FD-LIN-DISSIDIO

           MOVE WRK-PERCENTUAL         TO WRK-PERC-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* DISSIDIO - DATA-BASE ' WRK-DATA-BASE
                  ' - REAJUSTE ' WRK-PERC-EDIT '% - PISOS: '
                  WRK-QTDE-PIS ' - PAGAMENTO NA FOLHA '
                  WRK-COMP-PAGTO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-EMP FROM 1 BY 1 UNTIL
                      WRK-IND-EMP > WRK-QTDE-EMP
              PERFORM 0010-CALCULAR-FUNCIONARIO
           END-PERFORM

           PERFORM 0015-IMPRIMIR-TOTAIS

           MOVE SPACES                 TO FD-LIN-DISSIDIO
           STRING 'TRL' SEP WRK-DIS-QTDE SEP WRK-DIS-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-DISSIDIO
           END-STRING
           WRITE FD-LIN-DISSIDIO

           CLOSE ARQUIVO-DIS
                 ARQUIVO-REL

           PERFORM 0020-GRAVAR-HISTORICO
           PERFORM 0021-GRAVAR-CADASTRO
           PERFORM 0022-GRAVAR-FOLHARUB

           IF WRK-RUB-DISSIDIO-OK NOT EQUAL 'S'
              DISPLAY 'ATENCAO: RUBRICA ' WRK-RUB-DISSIDIO
                      ' (DIFERENCA DE DISSIDIO, PROVENTO) NAO '
                      'CADASTRADA EM RUBRICAS.dat'
           END-IF

           MOVE WRK-TOT-PAGAR          TO WRK-VALOR-EDIT
           DISPLAY '*=========================================*'
           DISPLAY '* DISSID1A - DISSIDIO RETROATIVO          *'
           DISPLAY '* DATA-BASE...........: ' WRK-DATA-BASE
           DISPLAY '* COMPETENCIAS........: ' WRK-QTDE-CMP
           DISPLAY '* FUNCIONARIOS C/ DIF.: ' WRK-QTDE-FUNC-DIF
           DISPLAY '* TOTAL A PAGAR.......: ' WRK-VALOR-EDIT
           DISPLAY '* RUBRICAS NA FOLHA...: ' WRK-QTDE-RUBRICAS
           DISPLAY '* CARGAS NO HISTORICO.: ' WRK-QTDE-CARGAS
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
      *    CARREGAR OS PARAMETROS DO DISSIDIO (LINHA P) E OS PISOS POR
      *    CARGO (LINHAS C) DE DISSPAR.dat
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PIS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PAR

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PAR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PAR-TIPO
                                          WRK-PAR-CAMPO2
                                          WRK-PAR-CAMPO3
                                          WRK-PAR-CAMPO4
                    UNSTRING FD-LIN-PARAMETRO DELIMITED BY SEP
                       INTO WRK-PAR-TIPO
                            WRK-PAR-CAMPO2
                            WRK-PAR-CAMPO3
                            WRK-PAR-CAMPO4
                    END-UNSTRING
                    EVALUATE WRK-PAR-TIPO
                       WHEN 'P'
                          MOVE WRK-PAR-CAMPO3(1:5) TO WRK-PAR-PERC-STR
                          IF WRK-PAR-CAMPO2(1:6) IS NUMERIC AND
                             WRK-PAR-PERC-STR IS NUMERIC AND
                             WRK-PAR-CAMPO4 IS NUMERIC
                             MOVE WRK-PAR-CAMPO2(1:6) TO WRK-DATA-BASE
                             MOVE WRK-PAR-PERC-V   TO WRK-PERCENTUAL
                             MOVE WRK-PAR-CAMPO4   TO WRK-COMP-PAGTO
                          END-IF
                       WHEN 'C'
                          IF WRK-PAR-CAMPO3 IS NUMERIC AND
                             WRK-QTDE-PIS LESS WRK-MAX-TAB-PIS
                             ADD 1     TO WRK-QTDE-PIS
                             MOVE WRK-PAR-CAMPO2
                                  TO TAB-PIS-CARGO(WRK-QTDE-PIS)
                             MOVE WRK-PAR-PISO-V
                                  TO TAB-PIS-VALOR(WRK-QTDE-PIS)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PAR
           MOVE 'N'                    TO WRK-FIM-ARQ

           COMPUTE WRK-DATA-BASE-DIA = WRK-DATA-BASE * 100 + 1
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR AS COMPETENCIAS DA DATA-BASE ATE A ANTERIOR AO
      *    PAGAMENTO (TABELA VAZIA = PERIODO LONGO DEMAIS)
      *----------------------------------------------------------------*
       0003-MONTAR-COMPETENCIAS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CMP
           MOVE WRK-DATA-BASE          TO WRK-COMP-CORR

           PERFORM UNTIL WRK-COMP-CORR NOT LESS WRK-COMP-PAGTO
              IF WRK-QTDE-CMP NOT LESS WRK-MAX-TAB-CMP
                 MOVE ZEROS            TO WRK-QTDE-CMP
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-CMP
              MOVE WRK-COMP-CORR       TO TAB-CMP-COMP(WRK-QTDE-CMP)
              MOVE ZEROS               TO TAB-CMP-SEQ(WRK-QTDE-CMP)
              EVALUATE WRK-COMP-CORR-MES
                 WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10
                 WHEN 12
                    MOVE 31            TO TAB-CMP-DIAS-MES(WRK-QTDE-CMP)
                 WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30            TO TAB-CMP-DIAS-MES(WRK-QTDE-CMP)
                 WHEN OTHER
                    IF FUNCTION MOD(WRK-COMP-CORR-ANO, 4) EQUAL 0 AND
                      (FUNCTION MOD(WRK-COMP-CORR-ANO, 100)
                       NOT EQUAL 0 OR
                       FUNCTION MOD(WRK-COMP-CORR-ANO, 400) EQUAL 0)
                       MOVE 29         TO
                            TAB-CMP-DIAS-MES(WRK-QTDE-CMP)
                    ELSE
                       MOVE 28         TO
                            TAB-CMP-DIAS-MES(WRK-QTDE-CMP)
                    END-IF
              END-EVALUATE
              IF WRK-COMP-CORR-MES EQUAL 12
                 ADD 1                 TO WRK-COMP-CORR-ANO
                 MOVE 01               TO WRK-COMP-CORR-MES
              ELSE
                 ADD 1                 TO WRK-COMP-CORR-MES
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CADASTRO (NOME, IDADE E SALARIO ATUAL)
      *----------------------------------------------------------------*
       0004-CARREGAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EMP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CAD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CAD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-EMP LESS WRK-MAX-TAB-EMP
                       ADD 1           TO WRK-QTDE-EMP
                       INITIALIZE TAB-EMP-LINHA(WRK-QTDE-EMP)
                       MOVE FDC-NOME   TO TAB-EMP-NOME(WRK-QTDE-EMP)
                       MOVE FDC-IDADE  TO TAB-EMP-IDADE(WRK-QTDE-EMP)
                       MOVE FDC-SALARIO
                                       TO TAB-EMP-SALARIO(WRK-QTDE-EMP)
                       MOVE FDC-SALARIO
                            TO TAB-EMP-SALARIO-NOVO(WRK-QTDE-EMP)
                       MOVE FDC-DEPARTAMENTO
                            TO TAB-EMP-DEPARTAMENTO(WRK-QTDE-EMP)
                    ELSE
      *    O CADASTRO E REGRAVADO COM O SALARIO REAJUSTADO: SEM ELE
      *    INTEIRO NA TABELA FUNCIONARIOS SERIAM PERDIDOS
                       DISPLAY 'TABELA DE FUNCIONARIOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-EMP
                       DISPLAY 'DISSIDIO ABANDONADO'
                       CLOSE ARQUIVO-CAD
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CAD
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O HISTORICO SALARIAL. AS LINHAS D DESTE MESMO
      *    DISSIDIO (RODADA ANTERIOR) SAO DESCARTADAS; QUEM NAO TEM
      *    HISTORICO RECEBE A CARGA C COM O SALARIO DO CADASTRO
      *----------------------------------------------------------------*
       0005-CARREGAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-HIS
                                          WRK-QTDE-DESCARTADAS
                                          WRK-QTDE-CARGAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-HIS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-HIS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0051-TRATAR-HISTORICO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-HIS
           MOVE 'N'                    TO WRK-FIM-ARQ

           PERFORM VARYING WRK-IND-EMP FROM 1 BY 1 UNTIL
                      WRK-IND-EMP > WRK-QTDE-EMP
              MOVE 'N'                 TO WRK-TEM-HISTORICO
              PERFORM VARYING WRK-IND-HIS FROM 1 BY 1 UNTIL
                         WRK-IND-HIS > WRK-QTDE-HIS
                 IF TAB-HIS-NOME(WRK-IND-HIS) EQUAL
                    TAB-EMP-NOME(WRK-IND-EMP)
                    MOVE 'S'           TO WRK-TEM-HISTORICO
                 END-IF
              END-PERFORM
              IF WRK-TEM-HISTORICO EQUAL 'N' AND
                 WRK-QTDE-HIS LESS WRK-MAX-TAB-HIS
                 ADD 1                 TO WRK-QTDE-HIS
                                          WRK-QTDE-CARGAS
                 MOVE TAB-EMP-NOME(WRK-IND-EMP)
                                       TO TAB-HIS-NOME(WRK-QTDE-HIS)
                 MOVE ZEROS            TO TAB-HIS-VIGENCIA(WRK-QTDE-HIS)
                 MOVE TAB-EMP-SALARIO(WRK-IND-EMP)
                                       TO TAB-HIS-SALARIO(WRK-QTDE-HIS)
                 MOVE SPACES           TO TAB-HIS-CARGO(WRK-QTDE-HIS)
                 MOVE 'C'              TO TAB-HIS-ORIGEM(WRK-QTDE-HIS)
                 MOVE SPACES           TO
                      TAB-HIS-REFERENCIA(WRK-QTDE-HIS)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA DO HISTORICO SALARIAL
      *----------------------------------------------------------------*
       0051-TRATAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-HIS-NOME
                                          WRK-HIS-VIGENCIA
                                          WRK-HIS-SALARIO-STR
                                          WRK-HIS-CARGO
                                          WRK-HIS-ORIGEM
                                          WRK-HIS-REFERENCIA
           UNSTRING FD-LIN-HISTORICO DELIMITED BY SEP
                    INTO WRK-HIS-NOME
                         WRK-HIS-VIGENCIA
                         WRK-HIS-SALARIO-STR
                         WRK-HIS-CARGO
                         WRK-HIS-ORIGEM
                         WRK-HIS-REFERENCIA
           END-UNSTRING

           IF WRK-HIS-NOME EQUAL SPACES OR
              WRK-HIS-VIGENCIA IS NOT NUMERIC OR
              WRK-HIS-SALARIO-STR IS NOT NUMERIC
              EXIT SECTION
           END-IF

           IF WRK-HIS-ORIGEM EQUAL 'D' AND
              WRK-HIS-REFERENCIA EQUAL WRK-DATA-BASE
              ADD 1                    TO WRK-QTDE-DESCARTADAS
              EXIT SECTION
           END-IF

           IF WRK-QTDE-HIS NOT LESS WRK-MAX-TAB-HIS
              DISPLAY 'HISTORICO SALARIAL CHEIO! MAXIMO '
                       WRK-MAX-TAB-HIS ' REGISTROS'
              DISPLAY 'DISSIDIO ABANDONADO'
              CLOSE ARQUIVO-HIS
              PERFORM 9999-FINALIZAR
           END-IF

           ADD 1                       TO WRK-QTDE-HIS
           MOVE WRK-HIS-NOME           TO TAB-HIS-NOME(WRK-QTDE-HIS)
           MOVE WRK-HIS-VIGENCIA       TO TAB-HIS-VIGENCIA(WRK-QTDE-HIS)
           MOVE WRK-HIS-SALARIO-V      TO TAB-HIS-SALARIO(WRK-QTDE-HIS)
           MOVE WRK-HIS-CARGO          TO TAB-HIS-CARGO(WRK-QTDE-HIS)
           MOVE WRK-HIS-ORIGEM         TO TAB-HIS-ORIGEM(WRK-QTDE-HIS)
           MOVE WRK-HIS-REFERENCIA     TO
                TAB-HIS-REFERENCIA(WRK-QTDE-HIS)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A BASE TRIBUTAVEL DE CADA FUNCIONARIO NAS FOLHAS
      *    TIPO M DAS COMPETENCIAS DO DISSIDIO. A FOLHA REPROCESSADA
      *    GRAVA NOVA EXECUCAO E SO A ULTIMA DE CADA COMPETENCIA VALE
      *----------------------------------------------------------------*
       0006-CARREGAR-FOLHAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MEM
                                          WRK-MEM-SEQ
                                          WRK-MEM-CMP-ATUAL
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MEM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0061-TRATAR-MEMORIA
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MEM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DE FOLHAMEM.dat: HDR ABRE A EXECUCAO, DET
      *    GUARDA O TRIBUTAVEL E OS MINUTOS DE HORA EXTRA (CAMPO 10,
      *    AUSENTE NAS FOLHAS ANTIGAS) SE A EXECUCAO INTERESSA
      *----------------------------------------------------------------*
       0061-TRATAR-MEMORIA             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MEM-REGISTRO
                                          WRK-MEM-CAMPO2
                                          WRK-MEM-CAMPO3
                                          WRK-MEM-CAMPO4
                                          WRK-MEM-CAMPO10
           UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
                    INTO WRK-MEM-REGISTRO
                         WRK-MEM-CAMPO2
                         WRK-MEM-CAMPO3
                         WRK-MEM-CAMPO4
                         WRK-MEM-CAMPO4
                         WRK-MEM-CAMPO4
                         WRK-MEM-CAMPO4
                         WRK-MEM-CAMPO4
                         WRK-MEM-CAMPO4
                         WRK-MEM-CAMPO10
           END-UNSTRING

           EVALUATE WRK-MEM-REGISTRO
              WHEN 'HDR'
                 ADD 1                 TO WRK-MEM-SEQ
                 MOVE ZEROS            TO WRK-MEM-CMP-ATUAL
      *          NO HDR O CAMPO 2 E A COMPETENCIA E O 3 O TIPO
                 IF WRK-MEM-CAMPO3(1:1) EQUAL 'M'
                    PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                               WRK-IND-CMP > WRK-QTDE-CMP
                       IF TAB-CMP-COMP(WRK-IND-CMP) EQUAL
                          WRK-MEM-CAMPO2(1:6)
                          MOVE WRK-IND-CMP TO WRK-MEM-CMP-ATUAL
                          MOVE WRK-MEM-SEQ TO TAB-CMP-SEQ(WRK-IND-CMP)
                       END-IF
                    END-PERFORM
                 END-IF
              WHEN 'DET'
                 IF WRK-MEM-CMP-ATUAL GREATER ZEROS AND
                    WRK-MEM-CAMPO3 IS NUMERIC
                    IF WRK-QTDE-MEM LESS WRK-MAX-TAB-MEM
                       ADD 1           TO WRK-QTDE-MEM
                       MOVE WRK-MEM-CMP-ATUAL
                            TO TAB-MEM-IND-CMP(WRK-QTDE-MEM)
                       MOVE WRK-MEM-SEQ TO TAB-MEM-SEQ(WRK-QTDE-MEM)
                       MOVE WRK-MEM-CAMPO2
                            TO TAB-MEM-NOME(WRK-QTDE-MEM)
                       MOVE WRK-MEM-TRIB-V
                            TO TAB-MEM-TRIBUTAVEL(WRK-QTDE-MEM)
                       IF WRK-MEM-CAMPO10 IS NUMERIC
                          MOVE WRK-MEM-MINUTOS-V
                               TO TAB-MEM-MIN-EXTRAS(WRK-QTDE-MEM)
                       ELSE
                          MOVE ZEROS
                               TO TAB-MEM-MIN-EXTRAS(WRK-QTDE-MEM)
                       END-IF
                    ELSE
                       DISPLAY 'TABELA DE FOLHAS CHEIA! MAXIMO '
                                WRK-MAX-TAB-MEM ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE ZEROS            TO WRK-MEM-CMP-ATUAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS FAIXAS DE INSS VIGENTES EM CADA COMPETENCIA: AS
      *    LINHAS I ATUAIS DE INSSIRRF.dat, DESFEITAS AS ALTERACOES
      *    QUE O PARAM01B APLICOU COM VIGENCIA POSTERIOR AO FIM DO MES
      *----------------------------------------------------------------*
       0007-CARREGAR-FAIXAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LFX-ATUAL
                                          WRK-QTDE-CMP-SEM-FX
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PRM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PRM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-FAIXA(1:2) EQUAL 'I|'
                       IF WRK-QTDE-LFX-ATUAL LESS WRK-MAX-TAB-LFX
                          ADD 1        TO WRK-QTDE-LFX-ATUAL
                          MOVE FD-LIN-FAIXA
                               TO TAB-LFA-TEXTO(WRK-QTDE-LFX-ATUAL)
                       ELSE
                          DISPLAY 'TABELA DE FAIXAS CHEIA! MAXIMO '
                                  WRK-MAX-TAB-LFX ' LINHAS I'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PRM
           MOVE 'N'                    TO WRK-FIM-ARQ

           PERFORM 0071-CARREGAR-TRILHA

           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > WRK-QTDE-CMP
              PERFORM 0072-MONTAR-FAIXAS-MES
              IF TAB-FXC-QTDE(WRK-IND-CMP) EQUAL ZEROS
                 ADD 1                 TO WRK-QTDE-CMP-SEM-FX
              END-IF
           END-PERFORM

           IF WRK-QTDE-CMP-SEM-FX GREATER ZEROS
              DISPLAY 'ATENCAO: ' WRK-QTDE-CMP-SEM-FX
                      ' COMPETENCIA(S) SEM TABELA DE INSS EM '
                      'INSSIRRF.dat - DIFERENCA DE INSS NAO CALCULADA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR DA TRILHA PARMLOG.dat AS ALTERACOES APLICADAS EM
      *    LINHAS I DE INSSIRRF.dat (ANTES E DEPOIS DE CADA UMA)
      *----------------------------------------------------------------*
       0071-CARREGAR-TRILHA            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EVT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-TRILHA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TRILHA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-TRILHA TO WRK-TRILHA-REGISTRO
                    IF PAR003A-EVENTO EQUAL 'APLICADA' AND
                       PAR003A-ARQUIVO EQUAL 'INSSIRRF.dat' AND
                       PAR003A-VIGENCIA IS NUMERIC AND
                      (PAR003A-ANTES(1:2) EQUAL 'I|' OR
                       PAR003A-DEPOIS(1:2) EQUAL 'I|')
                       IF WRK-QTDE-EVT LESS WRK-MAX-TAB-EVT
                          ADD 1        TO WRK-QTDE-EVT
                          MOVE PAR003A-VIGENCIA
                               TO TAB-EVT-VIGENCIA(WRK-QTDE-EVT)
                          MOVE PAR003A-ANTES
                               TO TAB-EVT-ANTES(WRK-QTDE-EVT)
                          MOVE PAR003A-DEPOIS
                               TO TAB-EVT-DEPOIS(WRK-QTDE-EVT)
                       ELSE
                          DISPLAY 'TABELA DE ALTERACOES DE INSS CHEIA!'
                                  ' MAXIMO ' WRK-MAX-TAB-EVT
                                  ' EVENTOS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-TRILHA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR AS FAIXAS DA COMPETENCIA WRK-IND-CMP: PARTE DAS
      *    LINHAS ATUAIS E DESFAZ, DA MAIS NOVA PARA A MAIS ANTIGA, AS
      *    ALTERACOES COM VIGENCIA DEPOIS DO ULTIMO DIA DO MES
      *----------------------------------------------------------------*
       0072-MONTAR-FAIXAS-MES          SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-COMP-FIM = TAB-CMP-COMP(WRK-IND-CMP) * 100
                                + TAB-CMP-DIAS-MES(WRK-IND-CMP)

           MOVE TAB-LINHAS-FX-ATUAL    TO TAB-LINHAS-FX
           MOVE WRK-QTDE-LFX-ATUAL     TO WRK-QTDE-LFX

           PERFORM VARYING WRK-IND-EVT FROM WRK-QTDE-EVT BY -1 UNTIL
                      WRK-IND-EVT < 1
              IF TAB-EVT-VIGENCIA(WRK-IND-EVT) GREATER WRK-COMP-FIM
                 PERFORM 0073-DESFAZER-ALTERACAO
              END-IF
           END-PERFORM

           MOVE ZEROS                  TO TAB-FXC-QTDE(WRK-IND-CMP)
           PERFORM VARYING WRK-IND-LFX FROM 1 BY 1 UNTIL
                      WRK-IND-LFX > WRK-QTDE-LFX
              PERFORM 0074-INCLUIR-FAIXA
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0072-end
       0072-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESFAZER NA COPIA DE TRABALHO A ALTERACAO WRK-IND-EVT: A
      *    LINHA GRAVADA (DEPOIS) VOLTA A SER A QUE ESTAVA NO ARQUIVO
      *    (ANTES); SEM ANTES ELA SAI, SEM DEPOIS (EXCLUSAO) O ANTES
      *    VOLTA
      *----------------------------------------------------------------*
       0073-DESFAZER-ALTERACAO         SECTION.
      *----------------------------------------------------------------*

           IF TAB-EVT-DEPOIS(WRK-IND-EVT) EQUAL SPACES
              IF TAB-EVT-ANTES(WRK-IND-EVT)(1:2) EQUAL 'I|' AND
                 WRK-QTDE-LFX LESS WRK-MAX-TAB-LFX
                 ADD 1                 TO WRK-QTDE-LFX
                 MOVE TAB-EVT-ANTES(WRK-IND-EVT)
                                       TO TAB-LFX-TEXTO(WRK-QTDE-LFX)
              END-IF
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-LFX-ACHADA
           PERFORM VARYING WRK-IND-LFX FROM 1 BY 1 UNTIL
                      WRK-IND-LFX > WRK-QTDE-LFX OR
                      WRK-LFX-ACHADA GREATER ZEROS
              IF TAB-LFX-TEXTO(WRK-IND-LFX) EQUAL
                 TAB-EVT-DEPOIS(WRK-IND-EVT)
                 MOVE WRK-IND-LFX      TO WRK-LFX-ACHADA
              END-IF
           END-PERFORM

      *    LINHA JA MUDADA FORA DA TRILHA: NADA A DESFAZER
           IF WRK-LFX-ACHADA EQUAL ZEROS
              EXIT SECTION
           END-IF

           IF TAB-EVT-ANTES(WRK-IND-EVT)(1:2) EQUAL 'I|'
              MOVE TAB-EVT-ANTES(WRK-IND-EVT)
                                  TO TAB-LFX-TEXTO(WRK-LFX-ACHADA)
           ELSE
              PERFORM VARYING WRK-IND-LFX FROM WRK-LFX-ACHADA BY 1
                         UNTIL WRK-IND-LFX >= WRK-QTDE-LFX
                 MOVE TAB-LFX-TEXTO(WRK-IND-LFX + 1)
                                  TO TAB-LFX-TEXTO(WRK-IND-LFX)
              END-PERFORM
              SUBTRACT 1               FROM WRK-QTDE-LFX
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0073-end
       0073-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR A LINHA WRK-IND-LFX NAS FAIXAS DA COMPETENCIA,
      *    MANTENDO A ORDEM DE LIMITE
      *----------------------------------------------------------------*
       0074-INCLUIR-FAIXA              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-FX-TIPO-LIDO
                                          WRK-FX-LIMITE-STR
                                          WRK-FX-ALIQ-STR
                                          WRK-FX-DEDU-STR
           UNSTRING TAB-LFX-TEXTO(WRK-IND-LFX) DELIMITED BY SEP
              INTO WRK-FX-TIPO-LIDO
                   WRK-FX-LIMITE-STR(1:11)
                   WRK-FX-ALIQ-STR(1:5)
                   WRK-FX-DEDU-STR(1:11)
           END-UNSTRING

           IF WRK-FX-TIPO-LIDO NOT EQUAL 'I' OR
              WRK-FX-LIMITE-STR IS NOT NUMERIC OR
              WRK-FX-ALIQ-STR IS NOT NUMERIC OR
              WRK-FX-DEDU-STR IS NOT NUMERIC OR
              TAB-FXC-QTDE(WRK-IND-CMP) NOT LESS WRK-MAX-TAB-FX
              EXIT SECTION
           END-IF

           MOVE 1                      TO WRK-POS-FX
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL
                      WRK-IND-FX > TAB-FXC-QTDE(WRK-IND-CMP)
              IF TAB-FX-LIMITE(WRK-IND-CMP, WRK-IND-FX) LESS
                 WRK-FX-LIMITE-V
                 COMPUTE WRK-POS-FX = WRK-IND-FX + 1
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-FX FROM TAB-FXC-QTDE(WRK-IND-CMP)
                      BY -1 UNTIL WRK-IND-FX < WRK-POS-FX
              MOVE TAB-FX-LINHA(WRK-IND-CMP, WRK-IND-FX)
                   TO TAB-FX-LINHA(WRK-IND-CMP, WRK-IND-FX + 1)
           END-PERFORM

           ADD 1                       TO TAB-FXC-QTDE(WRK-IND-CMP)
           MOVE WRK-FX-LIMITE-V
                TO TAB-FX-LIMITE(WRK-IND-CMP, WRK-POS-FX)
           MOVE WRK-FX-ALIQ-V
                TO TAB-FX-ALIQUOTA(WRK-IND-CMP, WRK-POS-FX)
           MOVE WRK-FX-DEDU-V
                TO TAB-FX-DEDUCAO(WRK-IND-CMP, WRK-POS-FX)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0074-end
       0074-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS FERIAS PROGRAMADAS QUE TOCAM O PERIODO
      *----------------------------------------------------------------*
       0008-CARREGAR-FERIAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FER
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-FER

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-FER
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
                       WRK-FER-INI IS NUMERIC AND
                       WRK-FER-FIM IS NUMERIC AND
                       WRK-FER-FIM(1:6) NOT LESS WRK-DATA-BASE AND
                       WRK-FER-INI(1:6) LESS WRK-COMP-PAGTO AND
                       WRK-QTDE-FER LESS WRK-MAX-TAB-FER
                       ADD 1           TO WRK-QTDE-FER
                       MOVE WRK-FER-NOME TO TAB-FER-NOME(WRK-QTDE-FER)
                       MOVE WRK-FER-INI  TO TAB-FER-INI(WRK-QTDE-FER)
                       MOVE WRK-FER-FIM  TO TAB-FER-FIM(WRK-QTDE-FER)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-FER
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A TABELA DE RUBRICAS E TODAS AS ATRIBUICOES DE
      *    FOLHARUB.dat (O ARQUIVO E REGRAVADO NO FIM)
      *----------------------------------------------------------------*
       0009-CARREGAR-RUBRICAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-RUB
           MOVE 'N'                    TO WRK-FIM-ARQ
                                          WRK-RUB-DISSIDIO-OK

           OPEN INPUT ARQUIVO-RUB

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RUB
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-RUBRICA(1:1) IS NUMERIC AND
                       WRK-QTDE-RUB LESS WRK-MAX-TAB-RUB
                       ADD 1           TO WRK-QTDE-RUB
                       MOVE SPACES     TO WRK-RUB-VALOR-STR
                       UNSTRING FD-LIN-RUBRICA DELIMITED BY SEP
                          INTO TAB-RUB-CODIGO(WRK-QTDE-RUB)
                               TAB-RUB-DESCRICAO(WRK-QTDE-RUB)
                               TAB-RUB-TIPO(WRK-QTDE-RUB)
                               TAB-RUB-BASE(WRK-QTDE-RUB)
                               WRK-RUB-VALOR-STR(1:11)
                               TAB-RUB-INCIDE(WRK-QTDE-RUB)
                       END-UNSTRING
                       MOVE WRK-RUB-VALOR-V
                            TO TAB-RUB-VALOR(WRK-QTDE-RUB)
                       IF TAB-RUB-CODIGO(WRK-QTDE-RUB) EQUAL
                          WRK-RUB-DISSIDIO
                          MOVE 'S'     TO WRK-RUB-DISSIDIO-OK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-RUB
           MOVE 'N'                    TO WRK-FIM-ARQ

           MOVE ZEROS                  TO WRK-QTDE-RBA

           OPEN INPUT ARQUIVO-RBA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RBA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-RBA-NOME
                                          WRK-RBA-COMP
                                          WRK-RBA-VALOR-STR
                    MOVE ZEROS         TO WRK-RBA-CODIGO
                    UNSTRING FD-LIN-ATRIBUICAO DELIMITED BY SEP
                       INTO WRK-RBA-NOME
                            WRK-RBA-CODIGO
                            WRK-RBA-VALOR-STR
                            WRK-RBA-COMP
                    END-UNSTRING
                    IF WRK-QTDE-RBA LESS WRK-MAX-TAB-RBA
                       ADD 1           TO WRK-QTDE-RBA
                       MOVE FD-LIN-ATRIBUICAO
                            TO TAB-RBA-TEXTO(WRK-QTDE-RBA)
                       MOVE WRK-RBA-NOME
                            TO TAB-RBA-NOME(WRK-QTDE-RBA)
                       MOVE WRK-RBA-CODIGO
                            TO TAB-RBA-CODIGO(WRK-QTDE-RBA)
                       MOVE WRK-RBA-COMP
                            TO TAB-RBA-COMP(WRK-QTDE-RBA)
                       MOVE ZEROS      TO TAB-RBA-VALOR(WRK-QTDE-RBA)
                       IF WRK-RBA-VALOR-STR IS NUMERIC
                          MOVE WRK-RBA-VALOR-V
                               TO TAB-RBA-VALOR(WRK-QTDE-RBA)
                       END-IF
                    ELSE
      *    FOLHARUB.dat E REGRAVADO NO FIM: INCOMPLETO NA TABELA,
      *    ATRIBUICOES SERIAM PERDIDAS
                       DISPLAY 'TABELA DE ATRIBUICOES CHEIA! MAXIMO '
                                WRK-MAX-TAB-RBA ' REGISTROS'
                       DISPLAY 'DISSIDIO ABANDONADO'
                       CLOSE ARQUIVO-RBA
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-RBA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CALCULAR AS DIFERENCAS DE UM FUNCIONARIO MES A MES E O
      *    SALARIO ATUAL REAJUSTADO
      *----------------------------------------------------------------*
       0010-CALCULAR-FUNCIONARIO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CABEC-FUNC

           PERFORM VARYING WRK-IND-CMP FROM 1 BY 1 UNTIL
                      WRK-IND-CMP > WRK-QTDE-CMP
              PERFORM 0011-CALCULAR-MES
           END-PERFORM

           IF TAB-EMP-MESES(WRK-IND-EMP) GREATER ZEROS
              MOVE TAB-EMP-TOTAL(WRK-IND-EMP) TO WRK-VALOR-EDIT
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '  TOTAL A PAGAR NA FOLHA ' WRK-COMP-PAGTO
                     ' (RUBRICA ' WRK-RUB-DISSIDIO ')'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-VALOR-EDIT      TO WRK-LINHA-REL(106:13)
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
              IF TAB-EMP-TOTAL(WRK-IND-EMP) GREATER ZEROS
                 ADD 1                 TO WRK-QTDE-FUNC-DIF
              END-IF
           END-IF

      *    SALARIO ATUAL: O VIGENTE HOJE, REAJUSTADO
           MOVE TAB-EMP-NOME(WRK-IND-EMP) TO WRK-BUSCA-NOME
           MOVE WRK-HOJE-AAAAMMDD      TO WRK-BUSCA-DATA
           PERFORM 0012-BUSCAR-SALARIO
           IF WRK-ACHOU-HIS GREATER ZEROS AND
              TAB-HIS-VIGENCIA(WRK-ACHOU-HIS) NOT GREATER
              WRK-HOJE-AAAAMMDD
              PERFORM 0013-REAJUSTAR
              IF WRK-SAL-NOVO GREATER 99999,99
                 DISPLAY 'ATENCAO: ' TAB-EMP-NOME(WRK-IND-EMP)
                         ' SALARIO REAJUSTADO ACIMA DO CAMPO DO '
                         'CADASTRO - MANTIDO'
              ELSE
                 MOVE WRK-SAL-NOVO     TO
                      TAB-EMP-SALARIO-NOVO(WRK-IND-EMP)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECALCULAR UMA COMPETENCIA DO FUNCIONARIO: SO HA DIFERENCA
      *    SE HOUVE FOLHA DELE NO MES E SALARIO VIGENTE NO HISTORICO
      *----------------------------------------------------------------*
       0011-CALCULAR-MES               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-TEVE-FOLHA
           PERFORM VARYING WRK-IND-MEM FROM 1 BY 1 UNTIL
                      WRK-IND-MEM > WRK-QTDE-MEM
              IF TAB-MEM-IND-CMP(WRK-IND-MEM) EQUAL WRK-IND-CMP AND
                 TAB-MEM-SEQ(WRK-IND-MEM) EQUAL
                 TAB-CMP-SEQ(WRK-IND-CMP) AND
                 TAB-MEM-NOME(WRK-IND-MEM) EQUAL
                 TAB-EMP-NOME(WRK-IND-EMP)
                 MOVE 'S'              TO WRK-TEVE-FOLHA
                 MOVE TAB-MEM-TRIBUTAVEL(WRK-IND-MEM)
                                       TO WRK-BASE-ANTERIOR
                 MOVE TAB-MEM-MIN-EXTRAS(WRK-IND-MEM)
                                       TO WRK-MIN-EXTRAS
              END-IF
           END-PERFORM
           IF WRK-TEVE-FOLHA EQUAL 'N'
              EXIT SECTION
           END-IF

           COMPUTE WRK-COMP-INI = TAB-CMP-COMP(WRK-IND-CMP) * 100 + 1
           COMPUTE WRK-COMP-FIM = TAB-CMP-COMP(WRK-IND-CMP) * 100
                                + TAB-CMP-DIAS-MES(WRK-IND-CMP)

           MOVE TAB-EMP-NOME(WRK-IND-EMP) TO WRK-BUSCA-NOME
           MOVE WRK-COMP-FIM           TO WRK-BUSCA-DATA
           PERFORM 0012-BUSCAR-SALARIO
           IF WRK-ACHOU-HIS EQUAL ZEROS
              EXIT SECTION
           END-IF
           PERFORM 0013-REAJUSTAR

           COMPUTE WRK-DIF-SALARIO = WRK-SAL-NOVO - WRK-SAL-ANTERIOR

      *    RUBRICAS PERCENTUAIS DO SALARIO ATRIBUIDAS NO MES (SEM
      *    VALOR INFORMADO, QUE NAO DEPENDE DO SALARIO)
           MOVE ZEROS                  TO WRK-DIF-RUB-TRIB
                                          WRK-DIF-RUB-ISENTO
                                          WRK-DIF-RUB-DESCONTO
           PERFORM VARYING WRK-IND-RBA FROM 1 BY 1 UNTIL
                      WRK-IND-RBA > WRK-QTDE-RBA
              IF TAB-RBA-NOME(WRK-IND-RBA) EQUAL
                 TAB-EMP-NOME(WRK-IND-EMP) AND
                 TAB-RBA-VALOR(WRK-IND-RBA) EQUAL ZEROS AND
                (TAB-RBA-COMP(WRK-IND-RBA) EQUAL SPACES OR
                 TAB-RBA-COMP(WRK-IND-RBA) EQUAL
                 TAB-CMP-COMP(WRK-IND-CMP))
                 PERFORM 0014-DIFERENCA-RUBRICA
              END-IF
           END-PERFORM

      *    FERIAS GOZADAS NO MES: SALARIO/30 POR DIA MAIS O TERCO
           MOVE ZEROS                  TO WRK-DIAS-FERIAS
                                          WRK-DIF-FERIAS
           PERFORM VARYING WRK-IND-FER FROM 1 BY 1 UNTIL
                      WRK-IND-FER > WRK-QTDE-FER
              IF TAB-FER-NOME(WRK-IND-FER) EQUAL
                 TAB-EMP-NOME(WRK-IND-EMP)
                 PERFORM 0016-DIAS-FERIAS-MES
              END-IF
           END-PERFORM
           IF WRK-DIAS-FERIAS GREATER ZEROS
              COMPUTE WRK-DIF-FERIAS ROUNDED =
                      (WRK-DIF-SALARIO / 30) * WRK-DIAS-FERIAS
                    + (WRK-DIF-SALARIO / 30) * WRK-DIAS-FERIAS / 3
           END-IF

      *    HORAS EXTRAS DO MES: OS MINUTOS DA FOLHA ORIGINAL A
      *    SALARIO/220 COM 50%, COMO NO FOLHA01A, NOS DOIS SALARIOS
           MOVE ZEROS                  TO WRK-DIF-EXTRAS
           IF WRK-MIN-EXTRAS GREATER ZEROS
              COMPUTE WRK-VALOR-HORA ROUNDED = WRK-SAL-ANTERIOR / 220
              COMPUTE WRK-EXTRAS-ANTERIOR ROUNDED =
                      (WRK-MIN-EXTRAS / 60) * WRK-VALOR-HORA * 1,5
              COMPUTE WRK-VALOR-HORA ROUNDED = WRK-SAL-NOVO / 220
              COMPUTE WRK-EXTRAS-NOVO ROUNDED =
                      (WRK-MIN-EXTRAS / 60) * WRK-VALOR-HORA * 1,5
              COMPUTE WRK-DIF-EXTRAS = WRK-EXTRAS-NOVO
                                     - WRK-EXTRAS-ANTERIOR
           END-IF

           COMPUTE WRK-DIF-TRIBUTAVEL = WRK-DIF-SALARIO
                                      + WRK-DIF-FERIAS
                                      + WRK-DIF-EXTRAS
                                      + WRK-DIF-RUB-TRIB

      *    ENCARGOS: INSS DA BASE NOVA MENOS O DA BASE DA FOLHA
      *    ORIGINAL (FAIXAS VIGENTES NA COMPETENCIA) E PATRONAL SOBRE
      *    A DIFERENCA TRIBUTAVEL
           MOVE WRK-BASE-ANTERIOR      TO WRK-BASE-CALC
           PERFORM 0017-CALCULAR-INSS
           MOVE WRK-DESCONTO-CALC      TO WRK-INSS-ANTERIOR
           COMPUTE WRK-BASE-CALC = WRK-BASE-ANTERIOR
                                 + WRK-DIF-TRIBUTAVEL
           PERFORM 0017-CALCULAR-INSS
           MOVE WRK-DESCONTO-CALC      TO WRK-INSS-NOVO
           IF WRK-INSS-NOVO GREATER WRK-INSS-ANTERIOR
              COMPUTE WRK-DIF-INSS = WRK-INSS-NOVO - WRK-INSS-ANTERIOR
           ELSE
              MOVE ZEROS               TO WRK-DIF-INSS
           END-IF
           COMPUTE WRK-DIF-PATRONAL ROUNDED =
                   WRK-DIF-TRIBUTAVEL * WRK-PCT-PATRONAL / 100

           COMPUTE WRK-DIF-RUB-LIQ = WRK-DIF-RUB-TRIB
                                   + WRK-DIF-RUB-ISENTO
                                   - WRK-DIF-RUB-DESCONTO
           IF WRK-DIF-RUB-DESCONTO GREATER
              WRK-DIF-TRIBUTAVEL + WRK-DIF-RUB-ISENTO
              MOVE ZEROS               TO WRK-DIF-PAGAR
           ELSE
              COMPUTE WRK-DIF-PAGAR = WRK-DIF-TRIBUTAVEL
                                    + WRK-DIF-RUB-ISENTO
                                    - WRK-DIF-RUB-DESCONTO
           END-IF

           ADD WRK-DIF-PAGAR           TO TAB-EMP-TOTAL(WRK-IND-EMP)
           ADD 1                       TO TAB-EMP-MESES(WRK-IND-EMP)
           ADD WRK-DIF-PAGAR           TO WRK-TOT-PAGAR
           ADD WRK-DIF-INSS            TO WRK-TOT-INSS
           ADD WRK-DIF-PATRONAL        TO WRK-TOT-PATRONAL

           PERFORM 0018-IMPRIMIR-MES
           PERFORM 0019-GRAVAR-DIFERENCA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALARIO VIGENTE DE WRK-BUSCA-NOME EM WRK-BUSCA-DATA: MAIOR
      *    VIGENCIA ATE A DATA; NA MESMA VIGENCIA, A ULTIMA LINHA.
      *    DEVOLVE WRK-ACHOU-HIS (ZERO = SEM SALARIO NA DATA)
      *----------------------------------------------------------------*
       0012-BUSCAR-SALARIO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ACHOU-HIS
                                          WRK-BUSCA-VIGENCIA
                                          WRK-SAL-ANTERIOR
           MOVE SPACES                 TO WRK-CARGO

           PERFORM VARYING WRK-IND-HIS FROM 1 BY 1 UNTIL
                      WRK-IND-HIS > WRK-QTDE-HIS
              IF TAB-HIS-NOME(WRK-IND-HIS) EQUAL WRK-BUSCA-NOME AND
                 TAB-HIS-VIGENCIA(WRK-IND-HIS) NOT GREATER
                 WRK-BUSCA-DATA AND
                 TAB-HIS-VIGENCIA(WRK-IND-HIS) NOT LESS
                 WRK-BUSCA-VIGENCIA
                 MOVE WRK-IND-HIS      TO WRK-ACHOU-HIS
                 MOVE TAB-HIS-VIGENCIA(WRK-IND-HIS)
                                       TO WRK-BUSCA-VIGENCIA
              END-IF
           END-PERFORM

           IF WRK-ACHOU-HIS GREATER ZEROS
              MOVE TAB-HIS-SALARIO(WRK-ACHOU-HIS) TO WRK-SAL-ANTERIOR
              MOVE TAB-HIS-CARGO(WRK-ACHOU-HIS)   TO WRK-CARGO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REAJUSTAR WRK-SAL-ANTERIOR PELO PERCENTUAL, RESPEITANDO O
      *    PISO DO CARGO (WRK-CARGO)
      *----------------------------------------------------------------*
       0013-REAJUSTAR                  SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-SAL-NOVO ROUNDED =
                   WRK-SAL-ANTERIOR * (1 + WRK-PERCENTUAL / 100)

           IF WRK-CARGO NOT EQUAL SPACES
              PERFORM VARYING WRK-IND-PIS FROM 1 BY 1 UNTIL
                         WRK-IND-PIS > WRK-QTDE-PIS
                 IF TAB-PIS-CARGO(WRK-IND-PIS) EQUAL WRK-CARGO AND
                    TAB-PIS-VALOR(WRK-IND-PIS) GREATER WRK-SAL-NOVO
                    MOVE TAB-PIS-VALOR(WRK-IND-PIS) TO WRK-SAL-NOVO
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIFERENCA DE UMA RUBRICA ATRIBUIDA: SO AS DE BASE P
      *    (PERCENTUAL DO SALARIO) MUDAM COM O REAJUSTE
      *----------------------------------------------------------------*
       0014-DIFERENCA-RUBRICA          SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-RUB FROM 1 BY 1 UNTIL
                      WRK-IND-RUB > WRK-QTDE-RUB
              IF TAB-RUB-CODIGO(WRK-IND-RUB) EQUAL
                 TAB-RBA-CODIGO(WRK-IND-RBA) AND
                 TAB-RUB-BASE(WRK-IND-RUB) EQUAL 'P'
                 COMPUTE WRK-DIF-RUBRICA ROUNDED =
                         WRK-DIF-SALARIO *
                         (TAB-RUB-VALOR(WRK-IND-RUB) / 100)
                 EVALUATE TRUE
                    WHEN TAB-RUB-TIPO(WRK-IND-RUB) EQUAL 'D'
                       ADD WRK-DIF-RUBRICA TO WRK-DIF-RUB-DESCONTO
                    WHEN TAB-RUB-INCIDE(WRK-IND-RUB) EQUAL 'S'
                       ADD WRK-DIF-RUBRICA TO WRK-DIF-RUB-TRIB
                    WHEN OTHER
                       ADD WRK-DIF-RUBRICA TO WRK-DIF-RUB-ISENTO
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DO DISSIDIO
      *----------------------------------------------------------------*
       0015-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAIS - FUNCIONARIOS COM DIFERENCA: '
                  WRK-QTDE-FUNC-DIF
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-TOT-INSS           TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(78:13)
           MOVE WRK-TOT-PATRONAL       TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(92:13)
           MOVE WRK-TOT-PAGAR          TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(106:13)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           IF WRK-QTDE-DESCARTADAS GREATER ZEROS
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* REPROCESSAMENTO: ' WRK-QTDE-DESCARTADAS
                     ' LINHA(S) DO HISTORICO DESTE DISSIDIO REFEITAS'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR OS DIAS DE UMA JANELA DE FERIAS QUE CAEM NO MES
      *----------------------------------------------------------------*
       0016-DIAS-FERIAS-MES            SECTION.
      *----------------------------------------------------------------*

           IF TAB-FER-INI(WRK-IND-FER) GREATER WRK-COMP-INI
              MOVE TAB-FER-INI(WRK-IND-FER) TO WRK-JANELA-INI
           ELSE
              MOVE WRK-COMP-INI        TO WRK-JANELA-INI
           END-IF
           IF TAB-FER-FIM(WRK-IND-FER) LESS WRK-COMP-FIM
              MOVE TAB-FER-FIM(WRK-IND-FER) TO WRK-JANELA-FIM
           ELSE
              MOVE WRK-COMP-FIM        TO WRK-JANELA-FIM
           END-IF

           IF WRK-JANELA-FIM LESS WRK-JANELA-INI
              EXIT SECTION
           END-IF

           COMPUTE WRK-DIAS-OVERLAP =
                   FUNCTION INTEGER-OF-DATE(WRK-JANELA-FIM)
                 - FUNCTION INTEGER-OF-DATE(WRK-JANELA-INI) + 1

           IF WRK-DIAS-OVERLAP GREATER ZEROS
              ADD WRK-DIAS-OVERLAP     TO WRK-DIAS-FERIAS
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INSS DO EMPREGADO SOBRE WRK-BASE-CALC PELA PRIMEIRA FAIXA
      *    DA COMPETENCIA WRK-IND-CMP CUJO LIMITE COMPORTA A BASE:
      *    BASE * ALIQUOTA - DEDUCAO
      *----------------------------------------------------------------*
       0017-CALCULAR-INSS              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DESCONTO-CALC

           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL
                      WRK-IND-FX > TAB-FXC-QTDE(WRK-IND-CMP)
              IF WRK-BASE-CALC <=
                 TAB-FX-LIMITE(WRK-IND-CMP, WRK-IND-FX)
                 COMPUTE WRK-DESCONTO-CALC ROUNDED =
                         WRK-BASE-CALC
                         * TAB-FX-ALIQUOTA(WRK-IND-CMP, WRK-IND-FX)
                         / 100
                         - TAB-FX-DEDUCAO(WRK-IND-CMP, WRK-IND-FX)
                 IF WRK-DESCONTO-CALC LESS ZEROS
                    MOVE ZEROS         TO WRK-DESCONTO-CALC
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPRIMIR A MEMORIA DE CALCULO DO MES (COM O CABECALHO DO
      *    FUNCIONARIO NA PRIMEIRA COMPETENCIA DELE)
      *----------------------------------------------------------------*
       0018-IMPRIMIR-MES               SECTION.
      *----------------------------------------------------------------*

           IF WRK-CABEC-FUNC EQUAL 'N'
              MOVE 'S'                 TO WRK-CABEC-FUNC
              MOVE SPACES              TO WRK-LINHA-REL
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
              MOVE SPACES              TO WRK-LINHA-REL
              STRING 'FUNCIONARIO: ' TAB-EMP-NOME(WRK-IND-EMP)
                     ' CARGO: ' WRK-CARGO
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
              MOVE SPACES              TO WRK-LINHA-REL
              MOVE 'COMP.  '           TO WRK-LINHA-REL(1:7)
              MOVE '  SAL.ANTERIOR'    TO WRK-LINHA-REL(8:14)
              MOVE '     SAL.NOVO'     TO WRK-LINHA-REL(22:13)
              MOVE '  DIF.SALARIO'     TO WRK-LINHA-REL(36:13)
              MOVE '   DIF.FERIAS'     TO WRK-LINHA-REL(50:13)
              MOVE ' DIF.RUBRICAS'     TO WRK-LINHA-REL(64:13)
              MOVE '     DIF.INSS'     TO WRK-LINHA-REL(78:13)
              MOVE ' DIF.PATRONAL'     TO WRK-LINHA-REL(92:13)
              MOVE '  DIF.A PAGAR'     TO WRK-LINHA-REL(106:13)
              MOVE '   BASE FOLHA'     TO WRK-LINHA-REL(120:13)
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF

           MOVE SPACES                 TO WRK-LINHA-REL
           MOVE TAB-CMP-COMP(WRK-IND-CMP) TO WRK-LINHA-REL(1:6)
           MOVE WRK-SAL-ANTERIOR       TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(8:13)
           MOVE WRK-SAL-NOVO           TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(22:13)
           MOVE WRK-DIF-SALARIO        TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(36:13)
           MOVE WRK-DIF-FERIAS         TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(50:13)
           MOVE WRK-DIF-RUB-LIQ        TO WRK-VALOR-EDIT-S
           MOVE WRK-VALOR-EDIT-S       TO WRK-LINHA-REL(64:13)
           MOVE WRK-DIF-INSS           TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(78:13)
           MOVE WRK-DIF-PATRONAL       TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(92:13)
           MOVE WRK-DIF-PAGAR          TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(106:13)
           MOVE WRK-BASE-ANTERIOR      TO WRK-VALOR-EDIT
           MOVE WRK-VALOR-EDIT         TO WRK-LINHA-REL(120:13)
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

      *    HORAS EXTRAS DO MES (ENTRAM NA DIFERENCA TRIBUTAVEL)
           IF WRK-DIF-EXTRAS GREATER ZEROS
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '       HORAS EXTRAS: ' WRK-MIN-EXTRAS
                     ' MINUTOS - DIFERENCA'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-DIF-EXTRAS      TO WRK-VALOR-EDIT
              MOVE WRK-VALOR-EDIT      TO WRK-LINHA-REL(50:13)
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O DETALHE DO MES EM DISSIDIO.dat (ESOCIA1A)
      *----------------------------------------------------------------*
       0019-GRAVAR-DIFERENCA           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAL-ANTERIOR       TO WRK-ARQ-SAL-ANT
           MOVE WRK-SAL-NOVO           TO WRK-ARQ-SAL-NOVO
           MOVE WRK-DIF-TRIBUTAVEL     TO WRK-ARQ-TRIB
           MOVE WRK-DIF-INSS           TO WRK-ARQ-INSS
           MOVE WRK-DIF-PATRONAL       TO WRK-ARQ-PATRONAL
           MOVE WRK-DIF-PAGAR          TO WRK-ARQ-PAGAR

           MOVE SPACES                 TO FD-LIN-DISSIDIO
           STRING 'DET'                     DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  TAB-EMP-NOME(WRK-IND-EMP) DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  TAB-CMP-COMP(WRK-IND-CMP) DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  WRK-ARQ-SAL-ANT-X         DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  WRK-ARQ-SAL-NOVO-X        DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  WRK-ARQ-TRIB-X            DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  WRK-ARQ-INSS-X            DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  WRK-ARQ-PATRONAL-X        DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  WRK-ARQ-PAGAR-X           DELIMITED BY SIZE
                  SEP                       DELIMITED BY SIZE
                  INTO FD-LIN-DISSIDIO
           END-STRING
           WRITE FD-LIN-DISSIDIO

           ADD 1                       TO WRK-DIS-QTDE
           COMPUTE WRK-DIS-HASH = WRK-DIS-HASH + WRK-DIF-PAGAR * 100
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O HISTORICO: AS LINHAS MANTIDAS, AS CARGAS C E AS
      *    LINHAS D DESTE DISSIDIO - UMA NA DATA-BASE COM O SALARIO
      *    VIGENTE REAJUSTADO E UMA PARA CADA ALTERACAO POSTERIOR
      *----------------------------------------------------------------*
       0020-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-HIS

           PERFORM VARYING WRK-IND-HIS FROM 1 BY 1 UNTIL
                      WRK-IND-HIS > WRK-QTDE-HIS
              MOVE TAB-HIS-NOME(WRK-IND-HIS)       TO WRK-HIS-NOME
              MOVE TAB-HIS-VIGENCIA(WRK-IND-HIS)   TO WRK-HIS-VIGENCIA
              MOVE TAB-HIS-SALARIO(WRK-IND-HIS)    TO WRK-HIS-SALARIO-V
              MOVE TAB-HIS-CARGO(WRK-IND-HIS)      TO WRK-HIS-CARGO
              MOVE TAB-HIS-ORIGEM(WRK-IND-HIS)     TO WRK-HIS-ORIGEM
              MOVE TAB-HIS-REFERENCIA(WRK-IND-HIS)
                                       TO WRK-HIS-REFERENCIA
              PERFORM 0201-GRAVAR-LINHA-HIS
           END-PERFORM

           PERFORM VARYING WRK-IND-EMP FROM 1 BY 1 UNTIL
                      WRK-IND-EMP > WRK-QTDE-EMP
              MOVE TAB-EMP-NOME(WRK-IND-EMP) TO WRK-BUSCA-NOME
              MOVE WRK-DATA-BASE-DIA   TO WRK-BUSCA-DATA
              PERFORM 0012-BUSCAR-SALARIO
              IF WRK-ACHOU-HIS GREATER ZEROS
                 PERFORM 0013-REAJUSTAR
                 MOVE WRK-DATA-BASE-DIA TO WRK-HIS-VIGENCIA
                 PERFORM 0202-GRAVAR-LINHA-DISSIDIO
              END-IF
              PERFORM VARYING WRK-IND-HIS FROM 1 BY 1 UNTIL
                         WRK-IND-HIS > WRK-QTDE-HIS
                 IF TAB-HIS-NOME(WRK-IND-HIS) EQUAL WRK-BUSCA-NOME AND
                    TAB-HIS-VIGENCIA(WRK-IND-HIS) GREATER
                    WRK-DATA-BASE-DIA
                    MOVE TAB-HIS-SALARIO(WRK-IND-HIS)
                                       TO WRK-SAL-ANTERIOR
                    MOVE TAB-HIS-CARGO(WRK-IND-HIS) TO WRK-CARGO
                    PERFORM 0013-REAJUSTAR
                    MOVE TAB-HIS-VIGENCIA(WRK-IND-HIS)
                                       TO WRK-HIS-VIGENCIA
                    PERFORM 0202-GRAVAR-LINHA-DISSIDIO
                 END-IF
              END-PERFORM
           END-PERFORM

           CLOSE ARQUIVO-HIS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA DE HISTORICO MONTADA NOS CAMPOS WRK-HIS-
      *----------------------------------------------------------------*
       0201-GRAVAR-LINHA-HIS           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-HISTORICO
           STRING WRK-HIS-NOME         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HIS-VIGENCIA     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HIS-SALARIO-STR  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HIS-CARGO        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HIS-ORIGEM       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HIS-REFERENCIA   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-HISTORICO
           END-STRING
           WRITE FD-LIN-HISTORICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0201-end
       0201-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA D (SALARIO REAJUSTADO EM WRK-SAL-NOVO,
      *    VIGENCIA EM WRK-HIS-VIGENCIA)
      *----------------------------------------------------------------*
       0202-GRAVAR-LINHA-DISSIDIO      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-BUSCA-NOME         TO WRK-HIS-NOME
           MOVE WRK-SAL-NOVO           TO WRK-HIS-SALARIO-V
           MOVE WRK-CARGO              TO WRK-HIS-CARGO
           MOVE 'D'                    TO WRK-HIS-ORIGEM
           MOVE WRK-DATA-BASE          TO WRK-HIS-REFERENCIA
           PERFORM 0201-GRAVAR-LINHA-HIS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0202-end
       0202-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CADASTRO3.dat COM O SALARIO ATUAL REAJUSTADO
      *----------------------------------------------------------------*
       0021-GRAVAR-CADASTRO            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-CAD

           PERFORM VARYING WRK-IND-EMP FROM 1 BY 1 UNTIL
                      WRK-IND-EMP > WRK-QTDE-EMP
              MOVE TAB-EMP-NOME(WRK-IND-EMP)  TO FDC-NOME
              MOVE TAB-EMP-IDADE(WRK-IND-EMP) TO FDC-IDADE
              MOVE TAB-EMP-SALARIO-NOVO(WRK-IND-EMP) TO FDC-SALARIO
              MOVE TAB-EMP-DEPARTAMENTO(WRK-IND-EMP)
                                       TO FDC-DEPARTAMENTO
              WRITE FD-ARQ-CADASTRO
           END-PERFORM

           CLOSE ARQUIVO-CAD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR FOLHARUB.dat: SAEM AS LINHAS DA RUBRICA 0093 DA
      *    COMPETENCIA DO PAGAMENTO E ENTRA O TOTAL DE CADA FUNCIONARIO
      *    (NOME|RUBRICA|VALOR|COMPETENCIA)
      *----------------------------------------------------------------*
       0022-GRAVAR-FOLHARUB            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-RUBRICAS

           OPEN OUTPUT ARQUIVO-RBA

           PERFORM VARYING WRK-IND-RBA FROM 1 BY 1 UNTIL
                      WRK-IND-RBA > WRK-QTDE-RBA
              IF TAB-RBA-CODIGO(WRK-IND-RBA) EQUAL WRK-RUB-DISSIDIO
                 AND TAB-RBA-COMP(WRK-IND-RBA) EQUAL WRK-COMP-PAGTO
                 CONTINUE
              ELSE
                 MOVE TAB-RBA-TEXTO(WRK-IND-RBA) TO FD-LIN-ATRIBUICAO
                 WRITE FD-LIN-ATRIBUICAO
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-EMP FROM 1 BY 1 UNTIL
                      WRK-IND-EMP > WRK-QTDE-EMP
              IF TAB-EMP-TOTAL(WRK-IND-EMP) GREATER ZEROS
                 MOVE TAB-EMP-TOTAL(WRK-IND-EMP) TO WRK-RBA-VALOR-V
                 MOVE SPACES           TO FD-LIN-ATRIBUICAO
                 STRING FUNCTION TRIM(TAB-EMP-NOME(WRK-IND-EMP))
                                       DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-RUB-DISSIDIO DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-RBA-VALOR-STR DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-COMP-PAGTO DELIMITED BY SIZE
                        INTO FD-LIN-ATRIBUICAO
                 END-STRING
                 WRITE FD-LIN-ATRIBUICAO
                 ADD 1                 TO WRK-QTDE-RUBRICAS
              END-IF
           END-PERFORM

           CLOSE ARQUIVO-RBA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
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
