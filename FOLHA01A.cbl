      *              DA TABELA: PROVENTO COM INCIDENCIA ENTRA NA BASE
      *              DE INSS/IRRF, SEM INCIDENCIA SOMA SO NO LIQUIDO,
      *              E DESCONTO ABATE DO LIQUIDO.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - FOLHARUB.dat ACEITA OS CAMPOS
      *              OPCIONAIS VALOR(11, 2 DEC IMPLICITAS) E
      *              COMPETENCIA(AAAAMM): A LINHA COM COMPETENCIA SO
      *              VALE NAQUELE MES E O VALOR INFORMADO SUBSTITUI O
      *              CALCULO DA RUBRICA. E ASSIM QUE A COMISSAO DO
      *              COMIS01A (RUBRICAS 0090/0091) ENTRA NA FOLHA.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - DEPENDENTES (DEPENDEN.dat, MANTIDO
      *              PELO DEPEND1A): CADA DEPENDENTE DE IR ABATE DA BASE
      *              DO IRRF A DEDUCAO DA LINHA 'D' DE INSSIRRF.dat, E
      *              O FUNCIONARIO COM REMUNERACAO ATE O TETO DA LINHA
      *              'F' RECEBE UMA COTA DE SALARIO-FAMILIA POR FILHO
      *              MARCADO (PROVENTO SEM INCIDENCIA). O FILHO DEIXA
      *              DE CONTAR NO MES EM QUE ATINGE A IDADE LIMITE DA
      *              LINHA (IDADE NO ULTIMO DIA DA COMPETENCIA).
      *              LINHAS DE INSSIRRF.dat:
      *              D|DEDUCAO POR DEPENDENTE(11,2)|IDADE LIMITE DO
      *                FILHO(5, EX.: 00021)|
      *              F|TETO DA REMUNERACAO(11,2)|IDADE LIMITE(5, EX.:
      *                00014)|VALOR DA COTA POR FILHO(11,2)
      *              SEM A LINHA NAO HA DEDUCAO / SALARIO-FAMILIA.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A FOLHA ACRESCENTA A MEMORIA DE
      *              CALCULO DE CADA FUNCIONARIO EM FOLHAMEM.dat, BASE
      *              DO COMPROVANTE DE RENDIMENTOS DO IRREND1A (O
      *              FOLHALIQ.dat SO TEM O LIQUIDO DA ULTIMA FOLHA).
      *              CADA EXECUCAO GRAVA:
      *              HDR|COMPETENCIA|TIPO M|CHAVE(BRANCO)|DATA|HORA|
      *                 PROGRAMA|
      *              DET|NOME|TRIBUTAVEL|INSS|IRRF|ISENTO|DEDUCAO
      *                 DEPENDENTES|13O SALARIO|LIQUIDO| (11, 2 DEC)
      *              TRL|QTDE|SOMA DOS LIQUIDOS EM CENTAVOS| (O MESMO
      *                 TRAILER DO FOLHALIQ.dat)
      *              A FOLHA REPROCESSADA GRAVA NOVA EXECUCAO; O
      *              IRREND1A SO CONSIDERA A ULTIMA DE CADA COMPETENCIA.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - EMPRESTIMO CONSIGNADO. OS CONTRATOS
      *              ATIVOS DE CONSIGNA.dat (MANTIDOS PELO CONSIG1A) COM
      *              PARCELA NA COMPETENCIA SAO DESCONTADOS DO LIQUIDO
      *              COMO RUBRICA DE DESCONTO 'CSG <CREDOR>'. A
      *              PARCELA QUE NAO CABE NO LIQUIDO NAO E DESCONTADA E
      *              VAI AO CREDOR COMO NAO DESCONTADA. O REPASSE DO MES
      *              E GRAVADO EM REPASSE.dat, AGRUPADO POR CREDOR, E
      *              REGISTRADO NO CONTROLE DE TRANSMISSAO (TRANSM1A):
      *              HDR|REPASSE|COMPETENCIA|DATA|FOLHA01A|
      *              DET|CREDOR|CONTRATO|FUNCIONARIO|PARCELA NNN/NNN|
      *                 VALOR DESCONTADO(11,2)|SITUACAO D/N|
      *              TOT|CREDOR|QTDE|VALOR DO REPASSE(11,2)|
      *              TRL|QTDE DE DET|SOMA DESCONTADA EM CENTAVOS|
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - O DET DE FOLHAMEM.dat GANHA NO FIM OS
      *              MINUTOS DE HORA EXTRA DO MES (6), PARA O DISSID1A
      *              REFAZER AS HORAS EXTRAS PELO SALARIO REAJUSTADO:
      *              DET|NOME|...|LIQUIDO|MINUTOS EXTRAS|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA01A.
           SELECT OPTIONAL ARQUIVO-RBA ASSIGN TO 'FOLHARUB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DEP ASSIGN TO 'DEPENDEN.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CON ASSIGN TO 'CONSIGNA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REP ASSIGN TO 'REPASSE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CAD.
       01  FD-LIN-RUBRICA                 PIC X(060).

       FD  ARQUIVO-RBA.
       01  FD-LIN-ATRIBUICAO              PIC X(060).

       FD  ARQUIVO-DEP.
       01  FD-LIN-DEPENDENTE              PIC X(120).

       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       FD  ARQUIVO-CON.
       01  FD-LIN-CONTRATO                PIC X(120).

       FD  ARQUIVO-REP.
       01  FD-LIN-REPASSE                 PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
           05 WRK-FX-DEDU-V               PIC 9(9)V99.
       01  WRK-FX-TIPO-LIDO               PIC X(01) VALUE SPACES.

      *--- Deducao de IR por dependente (linha 'D') e salario-familia
      *    (linha 'F') de INSSIRRF.dat
       01  WRK-DED-DEPENDENTE             PIC 9(07)V99 VALUE ZEROS.
       01  WRK-IDADE-LIM-IR               PIC 9(03) VALUE ZEROS.
       01  WRK-SF-TETO                    PIC 9(07)V99 VALUE ZEROS.
       01  WRK-SF-IDADE-LIM               PIC 9(03) VALUE ZEROS.
       01  WRK-SF-COTA                    PIC 9(07)V99 VALUE ZEROS.

      *--- Dependentes dos funcionarios (DEPENDEN.dat)
       01  WRK-MAX-TAB-DEP                PIC 9(03) VALUE 200.
       01  WRK-QTDE-DEP                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-DEP                    PIC 9(03) VALUE ZEROS.
       01  TAB-DEPENDENTES.
           05  TAB-DEP-LINHA OCCURS 200 TIMES.
               10  TAB-DEP-FUNCIONARIO    PIC X(30) VALUE SPACES.
               10  TAB-DEP-NASCIMENTO     PIC 9(08) VALUE ZEROS.
               10  TAB-DEP-PARENTESCO     PIC X(02) VALUE SPACES.
               10  TAB-DEP-IR             PIC X(01) VALUE 'N'.
               10  TAB-DEP-SALFAM         PIC X(01) VALUE 'N'.
       01  WRK-DEP-FUNCIONARIO            PIC X(30) VALUE SPACES.
       01  WRK-DEP-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-DEP-CPF                    PIC X(11) VALUE SPACES.
       01  WRK-DEP-NASCIMENTO             PIC X(08) VALUE SPACES.
       01  WRK-DEP-PARENTESCO             PIC X(02) VALUE SPACES.
       01  WRK-DEP-IR                     PIC X(01) VALUE SPACES.
       01  WRK-DEP-SALFAM                 PIC X(01) VALUE SPACES.
       01  WRK-IDADE-DEP                  PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-DEP-IR                PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-DEP-SF                PIC 9(02) VALUE ZEROS.
       01  WRK-DEDUCAO-DEP                PIC 9(07)V99 VALUE ZEROS.
       01  WRK-SALARIO-FAMILIA            PIC 9(07)V99 VALUE ZEROS.

      *--- Memoria de calculo do funcionario (FOLHAMEM.dat)
       01  WRK-MEM-VALORES.
           05 WRK-MEM-TRIBUTAVEL          PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-INSS                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-IRRF                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-ISENTO              PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-DEDUCAO-DEP         PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-DECIMO              PIC 9(09)V99 VALUE ZEROS.
           05 WRK-MEM-LIQUIDO             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MEM-VALORES-X REDEFINES WRK-MEM-VALORES.
           05 WRK-MEM-TRIBUTAVEL-X        PIC X(11).
           05 WRK-MEM-INSS-X              PIC X(11).
           05 WRK-MEM-IRRF-X              PIC X(11).
           05 WRK-MEM-ISENTO-X            PIC X(11).
           05 WRK-MEM-DEDUCAO-DEP-X       PIC X(11).
           05 WRK-MEM-DECIMO-X            PIC X(11).
           05 WRK-MEM-LIQUIDO-X           PIC X(11).
       01  WRK-MEM-MIN-EXTRAS             PIC 9(06) VALUE ZEROS.

      *--- Horas do mes por funcionario (POR NOME, CHAVE COMUM
      *    ENTRE CADASTRO3.dat E PONTO.dat)
       01  WRK-MAX-TAB-HRS                PIC 9(02) VALUE 50.
           05  TAB-RBA-LINHA OCCURS 100 TIMES.
               10  TAB-RBA-NOME           PIC X(30) VALUE SPACES.
               10  TAB-RBA-CODIGO         PIC 9(04) VALUE ZEROS.
               10  TAB-RBA-VALOR          PIC 9(09)V99 VALUE ZEROS.
       01  WRK-RBA-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-RBA-CODIGO                 PIC 9(04) VALUE ZEROS.
       01  WRK-RBA-COMP                   PIC X(06) VALUE SPACES.
       01  WRK-RBA-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-RBA-VALOR-N REDEFINES WRK-RBA-VALOR-STR.
           05 WRK-RBA-VALOR-V             PIC 9(9)V99.

      *--- Rubricas aplicadas ao funcionario corrente
       01  WRK-QTDE-APL                   PIC 9(02) VALUE ZEROS.
       01  WRK-TOT-INSS                   PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOT-IRRF                   PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOT-LIQUIDO                PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOT-SALFAM                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-INSS-PATRONAL              PIC 9(09)V99 VALUE ZEROS.
       01  WRK-PCT-PATRONAL               PIC 9(02)V99 VALUE 20,00.

       01  WRK-LIQ-NUM REDEFINES WRK-LIQ-STR.
           05 WRK-LIQ-V99                 PIC 9(9)V99.

      *--- Contratos consignados com parcela na competencia
       01  WRK-MAX-TAB-CSG                PIC 9(03) VALUE 300.
       01  WRK-QTDE-CSG                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CSG                    PIC 9(03) VALUE ZEROS.
       01  TAB-CONSIGNADOS.
           05  TAB-CSG-LINHA OCCURS 300 TIMES.
               10  TAB-CSG-FUNCIONARIO    PIC X(30) VALUE SPACES.
               10  TAB-CSG-CONTRATO       PIC X(10) VALUE SPACES.
               10  TAB-CSG-CREDOR         PIC X(20) VALUE SPACES.
               10  TAB-CSG-PARCELAS       PIC 9(03) VALUE ZEROS.
               10  TAB-CSG-NUM-PARCELA    PIC 9(03) VALUE ZEROS.
               10  TAB-CSG-VALOR          PIC 9(09)V99 VALUE ZEROS.
               10  TAB-CSG-DESCONTADO     PIC 9(09)V99 VALUE ZEROS.
               10  TAB-CSG-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-CSG-GRAVADO        PIC X(01) VALUE 'N'.
       01  WRK-CSG-FUNCIONARIO            PIC X(30) VALUE SPACES.
       01  WRK-CSG-CONTRATO               PIC X(10) VALUE SPACES.
       01  WRK-CSG-CREDOR                 PIC X(20) VALUE SPACES.
       01  WRK-CSG-PARCELAS               PIC X(03) VALUE SPACES.
       01  WRK-CSG-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-CSG-VALOR-N REDEFINES WRK-CSG-VALOR-STR.
           05 WRK-CSG-VALOR-V             PIC 9(9)V99.
       01  WRK-CSG-INICIO                 PIC X(06) VALUE SPACES.
       01  WRK-CSG-INICIO-N REDEFINES WRK-CSG-INICIO.
           05 WRK-CSG-INICIO-ANO          PIC 9(04).
           05 WRK-CSG-INICIO-MES          PIC 9(02).
       01  WRK-CSG-DATA-ALT               PIC X(08) VALUE SPACES.
       01  WRK-CSG-SITUACAO               PIC X(01) VALUE SPACES.
       01  WRK-CSG-MES-COMP               PIC 9(06) VALUE ZEROS.
       01  WRK-CSG-MES-INICIO             PIC 9(06) VALUE ZEROS.
       01  WRK-CSG-NUM-PARCELA            PIC 9(06) VALUE ZEROS.
       01  WRK-CSG-DESC-RUB               PIC X(20) VALUE SPACES.

      *--- Repasse aos credores (REPASSE.dat)
       01  WRK-REP-CREDOR                 PIC X(20) VALUE SPACES.
       01  WRK-REP-QTDE-CREDOR            PIC 9(05) VALUE ZEROS.
       01  WRK-REP-VALOR-CREDOR           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-REP-QTDE                   PIC 9(09) VALUE ZEROS.
       01  WRK-REP-HASH                   PIC 9(15) VALUE ZEROS.
       01  WRK-REP-QTDE-DESC              PIC 9(05) VALUE ZEROS.
       01  WRK-REP-QTDE-NAO-DESC          PIC 9(05) VALUE ZEROS.
       01  WRK-REP-IND                    PIC 9(03) VALUE ZEROS.
       01  WRK-REP-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-REP-VALOR-N REDEFINES WRK-REP-VALOR-STR.
           05 WRK-REP-VALOR-V             PIC 9(9)V99.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *--- Registro da geracao no controle de transmissao
       01  WRK-TRN-REGISTRO.
           COPY TRN001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
           PERFORM 0004-CONTAR-ABONOS
           PERFORM 0009-CARREGAR-FERIAS
           PERFORM 0010-CARREGAR-RUBRICAS
           PERFORM 0013-CARREGAR-DEPENDENTES
           PERFORM 0016-CARREGAR-CONSIGNADOS

           OPEN INPUT  ARQUIVO-CAD
                OUTPUT ARQUIVO-REL
                OUTPUT ARQUIVO-LIQ
                EXTEND ARQUIVO-MEM

           MOVE SPACES                 TO FD-LIN-LIQUIDO
           STRING 'HDR' SEP 'FOLHALIQ' SEP WRK-HOJE-AAAAMMDD SEP
           END-STRING
           WRITE FD-LIN-LIQUIDO

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'HDR' SEP WRK-COMPETENCIA SEP 'M' SEP SEP
                  WRK-HOJE-AAAAMMDD SEP WRK-HORA-HHMMSS SEP
                  'FOLHA01A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* FOLHA DE PAGAMENTO - COMPETENCIA '
                  WRK-COMPETENCIA
           END-STRING
           WRITE FD-LIN-LIQUIDO

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'TRL' SEP WRK-CTL-QTDE SEP WRK-CTL-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           CLOSE ARQUIVO-REL
                 ARQUIVO-LIQ
                 ARQUIVO-MEM

           PERFORM 0018-GRAVAR-REPASSE

           DISPLAY '*=========================================*'
           DISPLAY '* FOLHA01A - FOLHA ' WRK-COMPETENCIA
           DISPLAY '* CONTRACHEQUES EMITIDOS: ' WRK-QTDE-FOLHAS
           DISPLAY '* PARCELAS CONSIGNADAS..: ' WRK-REP-QTDE-DESC
           DISPLAY '* NAO DESCONTADAS.......: ' WRK-REP-QTDE-NAO-DESC
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
                               WRK-FX-ALIQ-STR(1:5)
                               WRK-FX-DEDU-STR(1:11)
                       END-UNSTRING
      *    LINHAS DE DEPENDENTE E SALARIO-FAMILIA: O TERCEIRO
      *    CAMPO E A IDADE LIMITE EM ANOS, NAO UMA ALIQUOTA
                       IF WRK-FX-TIPO-LIDO EQUAL 'D'
                          MOVE WRK-FX-LIMITE-V TO WRK-DED-DEPENDENTE
                          COMPUTE WRK-IDADE-LIM-IR =
                                  WRK-FX-ALIQ-V * 1000
                       END-IF
                       IF WRK-FX-TIPO-LIDO EQUAL 'F'
                          MOVE WRK-FX-LIMITE-V TO WRK-SF-TETO
                          COMPUTE WRK-SF-IDADE-LIM =
                                  WRK-FX-ALIQ-V * 1000
                          MOVE WRK-FX-DEDU-V   TO WRK-SF-COTA
                       END-IF
                       IF WRK-FX-TIPO-LIDO EQUAL 'I' OR
                          WRK-FX-TIPO-LIDO EQUAL 'R'
                          ADD 1        TO WRK-QTDE-FX
           PERFORM 0006-CALCULAR-DESCONTO
           MOVE WRK-DESCONTO-CALC      TO WRK-INSS

      *    DEPENDENTES: DEDUCAO DE IR POR DEPENDENTE E COTAS DE
      *    SALARIO-FAMILIA PELOS FILHOS ABAIXO DA IDADE LIMITE
           PERFORM 0014-CONTAR-DEPENDENTES
           COMPUTE WRK-DEDUCAO-DEP =
                   WRK-QTDE-DEP-IR * WRK-DED-DEPENDENTE
           MOVE ZEROS                  TO WRK-SALARIO-FAMILIA
           IF WRK-QTDE-DEP-SF GREATER ZEROS AND
              WRK-BRUTO NOT GREATER WRK-SF-TETO
              COMPUTE WRK-SALARIO-FAMILIA =
                      WRK-QTDE-DEP-SF * WRK-SF-COTA
           END-IF

           IF WRK-INSS + WRK-DEDUCAO-DEP GREATER WRK-BRUTO
              MOVE ZEROS               TO WRK-BASE-IRRF
           ELSE
              COMPUTE WRK-BASE-IRRF = WRK-BRUTO - WRK-INSS
                                    - WRK-DEDUCAO-DEP
           END-IF
           MOVE 'R'                    TO WRK-TIPO-CALC
           MOVE WRK-BASE-IRRF          TO WRK-BASE-CALC
           PERFORM 0006-CALCULAR-DESCONTO
      *    O LIQUIDO NAO TEM SINAL: DESCONTOS ACIMA DO BRUTO SAO
      *    TRAVADOS EM ZERO EM VEZ DE ESTOURAR O CAMPO. OS PROVENTOS
      *    DE RUBRICA SEM INCIDENCIA ENTRAM SO AQUI, E OS DESCONTOS
      *    DE RUBRICA ABATEM DO LIQUIDO. O SALARIO-FAMILIA TAMBEM
      *    NAO TEM INCIDENCIA
           IF WRK-INSS + WRK-IRRF + WRK-RUB-DESCONTOS GREATER
              WRK-BRUTO + WRK-RUB-PROV-ISENTO + WRK-SALARIO-FAMILIA
              MOVE ZEROS               TO WRK-LIQUIDO
           ELSE
              COMPUTE WRK-LIQUIDO = WRK-BRUTO + WRK-RUB-PROV-ISENTO
                    + WRK-SALARIO-FAMILIA
                    - WRK-INSS - WRK-IRRF - WRK-RUB-DESCONTOS
           END-IF

      *    PARCELAS DE EMPRESTIMO CONSIGNADO SAEM DO LIQUIDO
           PERFORM 0017-DESCONTAR-CONSIGNADO

           ADD WRK-BRUTO               TO WRK-TOT-BRUTO
           ADD WRK-INSS                TO WRK-TOT-INSS
           ADD WRK-IRRF                TO WRK-TOT-IRRF
           ADD WRK-LIQUIDO             TO WRK-TOT-LIQUIDO
           ADD WRK-SALARIO-FAMILIA     TO WRK-TOT-SALFAM
           ADD 1                       TO WRK-QTDE-FOLHAS

           PERFORM 0007-IMPRIMIR-CONTRACHEQUE
           WRITE FD-LIN-LIQUIDO
           ADD 1                       TO WRK-CTL-QTDE
           COMPUTE WRK-CTL-HASH = WRK-CTL-HASH + WRK-LIQUIDO * 100

           PERFORM 0015-GRAVAR-MEMORIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
              WRITE FD-LIN-REL
           END-PERFORM

           IF WRK-SALARIO-FAMILIA GREATER ZEROS
              MOVE WRK-SALARIO-FAMILIA TO WRK-VALOR-EDIT
              PERFORM 0071-GRAVAR-VALOR-REL
              MOVE '* SALARIO-FAMILIA.:' TO FD-LIN-REL(1:19)
              MOVE '(   COTAS)'        TO FD-LIN-REL(36:10)
              MOVE WRK-QTDE-DEP-SF     TO FD-LIN-REL(37:2)
              WRITE FD-LIN-REL
           END-IF

           MOVE WRK-INSS               TO WRK-VALOR-EDIT
           PERFORM 0071-GRAVAR-VALOR-REL
           MOVE '* INSS (-)........:'  TO FD-LIN-REL(1:19)
           WRITE FD-LIN-REL

           IF WRK-DEDUCAO-DEP GREATER ZEROS
              MOVE WRK-DEDUCAO-DEP     TO WRK-VALOR-EDIT
              PERFORM 0071-GRAVAR-VALOR-REL
              MOVE '* DEDUCAO DEPEND..:' TO FD-LIN-REL(1:19)
              MOVE '(   DEPENDENTES DE IR - SO NA BASE DO IRRF)'
                                       TO FD-LIN-REL(36:43)
              MOVE WRK-QTDE-DEP-IR     TO FD-LIN-REL(37:2)
              WRITE FD-LIN-REL
           END-IF

           MOVE WRK-IRRF               TO WRK-VALOR-EDIT
           PERFORM 0071-GRAVAR-VALOR-REL
           MOVE '* IRRF (-)........:'  TO FD-LIN-REL(1:19)
           PERFORM 0071-GRAVAR-VALOR-REL
           MOVE '* INSS PATRONAL...:'  TO FD-LIN-REL(1:19)
           WRITE FD-LIN-REL

      *    O SALARIO-FAMILIA PAGO E COMPENSADO NA GUIA DO INSS
           IF WRK-TOT-SALFAM GREATER ZEROS
              MOVE WRK-TOT-SALFAM      TO WRK-VALOR-EDIT
              PERFORM 0071-GRAVAR-VALOR-REL
              MOVE '* SALARIO-FAMILIA.:' TO FD-LIN-REL(1:19)
              MOVE '(A COMPENSAR NO INSS)' TO FD-LIN-REL(36:21)
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
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
      *             LINHA DE OUTRA COMPETENCIA NAO VALE NESTA FOLHA
                    IF WRK-RBA-COMP EQUAL SPACES OR
                       WRK-RBA-COMP EQUAL WRK-COMPETENCIA
                       IF WRK-QTDE-RBA LESS WRK-MAX-TAB-RBA
                          ADD 1        TO WRK-QTDE-RBA
                          MOVE WRK-RBA-NOME
                               TO TAB-RBA-NOME(WRK-QTDE-RBA)
                          MOVE WRK-RBA-CODIGO
                               TO TAB-RBA-CODIGO(WRK-QTDE-RBA)
                          MOVE ZEROS   TO TAB-RBA-VALOR(WRK-QTDE-RBA)
                          IF WRK-RBA-VALOR-STR IS NUMERIC
                             MOVE WRK-RBA-VALOR-V
                                  TO TAB-RBA-VALOR(WRK-QTDE-RBA)
                          END-IF
                       ELSE
                          DISPLAY 'TABELA DE ATRIBUICOES CHEIA! '
                                  'MAXIMO ' WRK-MAX-TAB-RBA
                                  ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
                       MOVE ZEROS      TO WRK-RUB-CALCULADO
                 END-EVALUATE

      *          VALOR INFORMADO NA ATRIBUICAO (EX.: COMISSAO DO MES)
      *          PREVALECE SOBRE O CALCULO DA RUBRICA
                 IF TAB-RBA-VALOR(WRK-IND-RBA) GREATER ZEROS
                    MOVE TAB-RBA-VALOR(WRK-IND-RBA)
                                       TO WRK-RUB-CALCULADO
                 END-IF

                 IF WRK-RUB-CALCULADO GREATER ZEROS AND
                    WRK-QTDE-APL LESS 20
                    ADD 1              TO WRK-QTDE-APL
       0091-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS DEPENDENTES MARCADOS PARA IR OU SALARIO-FAMILIA
      *    (DEPENDEN.dat)
      *----------------------------------------------------------------*
       0013-CARREGAR-DEPENDENTES       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DEP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-DEP

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-DEP
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-DEP-FUNCIONARIO
                                          WRK-DEP-NOME
                                          WRK-DEP-CPF
                                          WRK-DEP-NASCIMENTO
                                          WRK-DEP-PARENTESCO
                                          WRK-DEP-IR
                                          WRK-DEP-SALFAM
                    UNSTRING FD-LIN-DEPENDENTE DELIMITED BY SEP
                       INTO WRK-DEP-FUNCIONARIO
                            WRK-DEP-NOME
                            WRK-DEP-CPF
                            WRK-DEP-NASCIMENTO
                            WRK-DEP-PARENTESCO
                            WRK-DEP-IR
                            WRK-DEP-SALFAM
                    END-UNSTRING
                    IF WRK-DEP-NASCIMENTO IS NUMERIC AND
                      (WRK-DEP-IR EQUAL 'S' OR
                       WRK-DEP-SALFAM EQUAL 'S')
                       IF WRK-QTDE-DEP LESS WRK-MAX-TAB-DEP
                          ADD 1        TO WRK-QTDE-DEP
                          MOVE WRK-DEP-FUNCIONARIO
                             TO TAB-DEP-FUNCIONARIO(WRK-QTDE-DEP)
                          MOVE WRK-DEP-NASCIMENTO
                             TO TAB-DEP-NASCIMENTO(WRK-QTDE-DEP)
                          MOVE WRK-DEP-PARENTESCO
                             TO TAB-DEP-PARENTESCO(WRK-QTDE-DEP)
                          MOVE WRK-DEP-IR
                             TO TAB-DEP-IR(WRK-QTDE-DEP)
                          MOVE WRK-DEP-SALFAM
                             TO TAB-DEP-SALFAM(WRK-QTDE-DEP)
                       ELSE
                          DISPLAY 'TABELA DE DEPENDENTES CHEIA! MAXIMO '
                                   WRK-MAX-TAB-DEP ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-DEP
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTAR OS DEPENDENTES DE IR E OS FILHOS COM DIREITO A
      *    SALARIO-FAMILIA DO FUNCIONARIO CORRENTE. O FILHO (FI) CONTA
      *    ATE A VESPERA DE ATINGIR A IDADE LIMITE: COM A IDADE NO
      *    ULTIMO DIA DA COMPETENCIA IGUAL OU ACIMA DO LIMITE, SAI
      *----------------------------------------------------------------*
       0014-CONTAR-DEPENDENTES         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DEP-IR
                                          WRK-QTDE-DEP-SF

           PERFORM VARYING WRK-IND-DEP FROM 1 BY 1 UNTIL
                      WRK-IND-DEP > WRK-QTDE-DEP
              IF TAB-DEP-FUNCIONARIO(WRK-IND-DEP) EQUAL FDC-NOME AND
                 TAB-DEP-NASCIMENTO(WRK-IND-DEP) NOT GREATER
                 WRK-COMP-FIM
      *    ANOS COMPLETOS: (AAAAMMDD - AAAAMMDD) / 10000, TRUNCADO
                 COMPUTE WRK-IDADE-DEP =
                        (WRK-COMP-FIM
                       - TAB-DEP-NASCIMENTO(WRK-IND-DEP)) / 10000

                 IF TAB-DEP-IR(WRK-IND-DEP) EQUAL 'S' AND
                   (TAB-DEP-PARENTESCO(WRK-IND-DEP) NOT EQUAL 'FI' OR
                    WRK-IDADE-DEP LESS WRK-IDADE-LIM-IR)
                    ADD 1              TO WRK-QTDE-DEP-IR
                 END-IF

                 IF TAB-DEP-SALFAM(WRK-IND-DEP) EQUAL 'S' AND
                    TAB-DEP-PARENTESCO(WRK-IND-DEP) EQUAL 'FI' AND
                    WRK-IDADE-DEP LESS WRK-SF-IDADE-LIM
                    ADD 1              TO WRK-QTDE-DEP-SF
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MEMORIA DE CALCULO DO FUNCIONARIO EM FOLHAMEM.dat: O BRUTO
      *    E TRIBUTAVEL; OS PROVENTOS SEM INCIDENCIA E O SALARIO-
      *    FAMILIA SAO ISENTOS. NO FIM, OS MINUTOS DE HORA EXTRA
      *----------------------------------------------------------------*
       0015-GRAVAR-MEMORIA             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-BRUTO              TO WRK-MEM-TRIBUTAVEL
           MOVE WRK-INSS               TO WRK-MEM-INSS
           MOVE WRK-IRRF               TO WRK-MEM-IRRF
           COMPUTE WRK-MEM-ISENTO = WRK-RUB-PROV-ISENTO
                                  + WRK-SALARIO-FAMILIA
           MOVE WRK-DEDUCAO-DEP        TO WRK-MEM-DEDUCAO-DEP
           MOVE ZEROS                  TO WRK-MEM-DECIMO
           MOVE WRK-LIQUIDO            TO WRK-MEM-LIQUIDO
           MOVE ZEROS                  TO WRK-MEM-MIN-EXTRAS
           IF WRK-MIN-EXTRAS GREATER ZEROS
              MOVE WRK-MIN-EXTRAS      TO WRK-MEM-MIN-EXTRAS
           END-IF

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'DET'                 DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  FDC-NOME              DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-TRIBUTAVEL-X  DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-INSS-X        DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-IRRF-X        DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-ISENTO-X      DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-DEDUCAO-DEP-X DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-DECIMO-X      DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-LIQUIDO-X     DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-MEM-MIN-EXTRAS    DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CONTRATOS CONSIGNADOS ATIVOS (CONSIGNA.dat) COM
      *    PARCELA NA COMPETENCIA: INICIO ATE INICIO + PARCELAS - 1
      *----------------------------------------------------------------*
       0016-CARREGAR-CONSIGNADOS       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CSG
           MOVE WRK-COMPETENCIA        TO WRK-CSG-INICIO
           COMPUTE WRK-CSG-MES-COMP = WRK-CSG-INICIO-ANO * 12
                                    + WRK-CSG-INICIO-MES - 1
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CON

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CON
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0161-TRATAR-CONTRATO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CON
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O CONTRATO SE ESTIVER ATIVO E COM PARCELA NO MES
      *----------------------------------------------------------------*
       0161-TRATAR-CONTRATO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CSG-FUNCIONARIO
                                          WRK-CSG-CONTRATO
                                          WRK-CSG-CREDOR
                                          WRK-CSG-PARCELAS
                                          WRK-CSG-VALOR-STR
                                          WRK-CSG-INICIO
                                          WRK-CSG-DATA-ALT
                                          WRK-CSG-SITUACAO
           UNSTRING FD-LIN-CONTRATO DELIMITED BY SEP
                    INTO WRK-CSG-FUNCIONARIO
                         WRK-CSG-CONTRATO
                         WRK-CSG-CREDOR
                         WRK-CSG-PARCELAS
                         WRK-CSG-VALOR-STR
                         WRK-CSG-INICIO
                         WRK-CSG-DATA-ALT
                         WRK-CSG-SITUACAO
           END-UNSTRING

           IF WRK-CSG-SITUACAO NOT EQUAL 'A' OR
              WRK-CSG-PARCELAS IS NOT NUMERIC OR
              WRK-CSG-VALOR-STR IS NOT NUMERIC OR
              WRK-CSG-INICIO IS NOT NUMERIC
              EXIT SECTION
           END-IF

           COMPUTE WRK-CSG-MES-INICIO = WRK-CSG-INICIO-ANO * 12
                                      + WRK-CSG-INICIO-MES - 1
           IF WRK-CSG-MES-INICIO GREATER WRK-CSG-MES-COMP
              EXIT SECTION
           END-IF
           COMPUTE WRK-CSG-NUM-PARCELA = WRK-CSG-MES-COMP
                                       - WRK-CSG-MES-INICIO + 1
           IF WRK-CSG-NUM-PARCELA GREATER WRK-CSG-PARCELAS
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CSG NOT LESS WRK-MAX-TAB-CSG
              DISPLAY 'TABELA DE CONSIGNADOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CSG ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CSG
           MOVE WRK-CSG-FUNCIONARIO    TO
                TAB-CSG-FUNCIONARIO(WRK-QTDE-CSG)
           MOVE WRK-CSG-CONTRATO       TO TAB-CSG-CONTRATO(WRK-QTDE-CSG)
           MOVE WRK-CSG-CREDOR         TO TAB-CSG-CREDOR(WRK-QTDE-CSG)
           MOVE WRK-CSG-PARCELAS       TO TAB-CSG-PARCELAS(WRK-QTDE-CSG)
           MOVE WRK-CSG-NUM-PARCELA    TO
                TAB-CSG-NUM-PARCELA(WRK-QTDE-CSG)
           MOVE WRK-CSG-VALOR-V        TO TAB-CSG-VALOR(WRK-QTDE-CSG)
           MOVE ZEROS                  TO
                TAB-CSG-DESCONTADO(WRK-QTDE-CSG)
      *    SEM FUNCIONARIO NA FOLHA O CONTRATO FICA NAO DESCONTADO
           MOVE 'N'                    TO TAB-CSG-SITUACAO(WRK-QTDE-CSG)
                                          TAB-CSG-GRAVADO(WRK-QTDE-CSG)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0161-end
       0161-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESCONTAR AS PARCELAS CONSIGNADAS DO FUNCIONARIO CORRENTE: A
      *    PARCELA SO E DESCONTADA SE COUBER INTEIRA NO LIQUIDO
      *----------------------------------------------------------------*
       0017-DESCONTAR-CONSIGNADO       SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CSG FROM 1 BY 1 UNTIL
                      WRK-IND-CSG > WRK-QTDE-CSG
              IF TAB-CSG-FUNCIONARIO(WRK-IND-CSG) EQUAL FDC-NOME AND
                 TAB-CSG-VALOR(WRK-IND-CSG) NOT GREATER WRK-LIQUIDO
                 SUBTRACT TAB-CSG-VALOR(WRK-IND-CSG) FROM WRK-LIQUIDO
                 ADD TAB-CSG-VALOR(WRK-IND-CSG) TO WRK-RUB-DESCONTOS
                 MOVE TAB-CSG-VALOR(WRK-IND-CSG) TO
                      TAB-CSG-DESCONTADO(WRK-IND-CSG)
                 MOVE 'D'              TO TAB-CSG-SITUACAO(WRK-IND-CSG)
                 IF WRK-QTDE-APL LESS 20
                    MOVE SPACES        TO WRK-CSG-DESC-RUB
                    STRING 'CSG ' TAB-CSG-CREDOR(WRK-IND-CSG)
                           DELIMITED BY SIZE INTO WRK-CSG-DESC-RUB
                    END-STRING
                    ADD 1              TO WRK-QTDE-APL
                    MOVE WRK-CSG-DESC-RUB
                         TO TAB-APL-DESCRICAO(WRK-QTDE-APL)
                    MOVE 'D'           TO TAB-APL-TIPO(WRK-QTDE-APL)
                    MOVE TAB-CSG-VALOR(WRK-IND-CSG)
                         TO TAB-APL-VALOR(WRK-QTDE-APL)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR REPASSE.dat AGRUPADO POR CREDOR E REGISTRAR NO
      *    CONTROLE DE TRANSMISSAO
      *----------------------------------------------------------------*
       0018-GRAVAR-REPASSE             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-REP-QTDE
                                          WRK-REP-HASH
                                          WRK-REP-QTDE-DESC
                                          WRK-REP-QTDE-NAO-DESC

           OPEN OUTPUT ARQUIVO-REP

           MOVE SPACES                 TO FD-LIN-REPASSE
           STRING 'HDR' SEP 'REPASSE' SEP WRK-COMPETENCIA SEP
                  WRK-HOJE-AAAAMMDD SEP 'FOLHA01A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-REPASSE
           END-STRING
           WRITE FD-LIN-REPASSE

           PERFORM VARYING WRK-IND-CSG FROM 1 BY 1 UNTIL
                      WRK-IND-CSG > WRK-QTDE-CSG
              IF TAB-CSG-GRAVADO(WRK-IND-CSG) EQUAL 'N'
                 MOVE TAB-CSG-CREDOR(WRK-IND-CSG) TO WRK-REP-CREDOR
                 PERFORM 0181-GRAVAR-CREDOR
              END-IF
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-REPASSE
           STRING 'TRL' SEP WRK-REP-QTDE SEP WRK-REP-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-REPASSE
           END-STRING
           WRITE FD-LIN-REPASSE

           CLOSE ARQUIVO-REP

           MOVE 'REPASSE.dat'          TO TRN001A-ARQUIVO
           MOVE WRK-REP-QTDE           TO TRN001A-REGISTROS
           MOVE WRK-REP-HASH           TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR AS PARCELAS DE UM CREDOR E O TOTAL DO REPASSE
      *----------------------------------------------------------------*
       0181-GRAVAR-CREDOR              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-REP-QTDE-CREDOR
                                          WRK-REP-VALOR-CREDOR

           PERFORM VARYING WRK-REP-IND FROM WRK-IND-CSG BY 1 UNTIL
                      WRK-REP-IND > WRK-QTDE-CSG
              IF TAB-CSG-CREDOR(WRK-REP-IND) EQUAL WRK-REP-CREDOR
                 MOVE 'S'              TO TAB-CSG-GRAVADO(WRK-REP-IND)
                 MOVE TAB-CSG-DESCONTADO(WRK-REP-IND)
                                       TO WRK-REP-VALOR-V
                 MOVE SPACES           TO FD-LIN-REPASSE
                 STRING 'DET'                 DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        TAB-CSG-CREDOR(WRK-REP-IND)
                                              DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        TAB-CSG-CONTRATO(WRK-REP-IND)
                                              DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        TAB-CSG-FUNCIONARIO(WRK-REP-IND)
                                              DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        TAB-CSG-NUM-PARCELA(WRK-REP-IND)
                                              DELIMITED BY SIZE
                        '/'                   DELIMITED BY SIZE
                        TAB-CSG-PARCELAS(WRK-REP-IND)
                                              DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        WRK-REP-VALOR-STR     DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        TAB-CSG-SITUACAO(WRK-REP-IND)
                                              DELIMITED BY SIZE
                        SEP                   DELIMITED BY SIZE
                        INTO FD-LIN-REPASSE
                 END-STRING
                 WRITE FD-LIN-REPASSE

                 ADD 1                 TO WRK-REP-QTDE
                                          WRK-REP-QTDE-CREDOR
                 ADD TAB-CSG-DESCONTADO(WRK-REP-IND)
                                       TO WRK-REP-VALOR-CREDOR
                 COMPUTE WRK-REP-HASH = WRK-REP-HASH
                       + TAB-CSG-DESCONTADO(WRK-REP-IND) * 100
                 IF TAB-CSG-SITUACAO(WRK-REP-IND) EQUAL 'D'
                    ADD 1              TO WRK-REP-QTDE-DESC
                 ELSE
                    ADD 1              TO WRK-REP-QTDE-NAO-DESC
                 END-IF
              END-IF
           END-PERFORM

           MOVE WRK-REP-VALOR-CREDOR   TO WRK-REP-VALOR-V
           MOVE SPACES                 TO FD-LIN-REPASSE
           STRING 'TOT' SEP WRK-REP-CREDOR SEP WRK-REP-QTDE-CREDOR SEP
                  WRK-REP-VALOR-STR SEP
                  DELIMITED BY SIZE INTO FD-LIN-REPASSE
           END-STRING
           WRITE FD-LIN-REPASSE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0181-end
       0181-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
