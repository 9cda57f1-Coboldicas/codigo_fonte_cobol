      *              TERMO DE RESCISAO SAI EM TERMORES.txt E O
      *              LIQUIDO E GRAVADO EM FOLHALIQ.dat (HDR/TRL)
      *              PARA O FOLHA02A CREDITAR PELO FLUXO NORMAL.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A RESCISAO ACRESCENTA A MEMORIA DE
      *              CALCULO EM FOLHAMEM.dat (LAYOUT DO FOLHA01A, TIPO
      *              DA EXECUCAO 'R' E CHAVE = NOME DO FUNCIONARIO) PARA
      *              O COMPROVANTE DE RENDIMENTOS DO IRREND1A: SALDO DE
      *              SALARIO TRIBUTAVEL, 13O PROPORCIONAL NA TRIBUTACAO
      *              EXCLUSIVA E AS VERBAS INDENIZATORIAS COMO ISENTAS.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - EMPRESTIMO CONSIGNADO. O SALDO
      *              DEVEDOR DOS CONTRATOS ATIVOS DO FUNCIONARIO EM
      *              CONSIGNA.dat (PARCELAS A PARTIR DO MES DO
      *              DESLIGAMENTO) E DESCONTADO DO LIQUIDO ATE 35% DELE;
      *              O RESTANTE FICA PARA COBRANCA DIRETA DO CREDOR. OS
      *              CONTRATOS PASSAM PARA A SITUACAO 'R' E OS CREDORES
      *              RECEBEM CONSRESC.dat (CONTROLE DE TRANSMISSAO):
      *              HDR|CONSRESC|DATA DESLIGAMENTO|DATA|RESCIS1A|
      *              DET|CREDOR|CONTRATO|FUNCIONARIO|SALDO DEVEDOR|
      *                 DESCONTADO NA RESCISAO|REMANESCENTE| (11, 2 DEC)
      *              TRL|QTDE|SOMA DESCONTADA EM CENTAVOS|
      * NOME.......: RESCIS1A
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARQUIVO-LIQ ASSIGN TO 'FOLHALIQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CON ASSIGN TO 'CONSIGNA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CRS ASSIGN TO 'CONSRESC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CAD.
       FD  ARQUIVO-LIQ.
       01  FD-LIN-LIQUIDO                 PIC X(060).

       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       FD  ARQUIVO-CON.
       01  FD-LIN-CONTRATO                PIC X(120).

       FD  ARQUIVO-CRS.
       01  FD-LIN-CONS-RESC               PIC X(150).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-CTL-HASH                   PIC 9(15) VALUE ZEROS.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.

      *--- Memoria de calculo da rescisao (FOLHAMEM.dat)
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

       01  WRK-VALOR-EDIT                 PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-LIQ-STR                    PIC X(11) VALUE ZEROS.
       01  WRK-LIQ-NUM REDEFINES WRK-LIQ-STR.
           05 WRK-LIQ-V99                 PIC 9(9)V99.

      *--- Emprestimo consignado (CONSIGNA.dat - LAYOUT DO CONSIG1A)
       01  WRK-MAX-TAB-CSG                PIC 9(03) VALUE 300.
       01  WRK-QTDE-CSG                   PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-CSG-FUNC              PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CSG                    PIC 9(03) VALUE ZEROS.
       01  TAB-CONSIGNADOS.
           05  TAB-CSG-LINHA OCCURS 300 TIMES.
               10  TAB-CSG-LINHA-ARQ      PIC X(120) VALUE SPACES.
               10  TAB-CSG-DO-FUNC        PIC X(01) VALUE 'N'.
               10  TAB-CSG-CONTRATO       PIC X(10) VALUE SPACES.
               10  TAB-CSG-CREDOR         PIC X(20) VALUE SPACES.
               10  TAB-CSG-SALDO          PIC 9(09)V99 VALUE ZEROS.
               10  TAB-CSG-DESCONTADO     PIC 9(09)V99 VALUE ZEROS.
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
       01  WRK-CSG-QTDE-PARCELAS          PIC 9(03) VALUE ZEROS.
       01  WRK-CSG-PAGAS                  PIC 9(06) VALUE ZEROS.
       01  WRK-PCT-MARGEM                 PIC 9(02)V99 VALUE 35,00.
       01  WRK-CSG-LIMITE                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CSG-TOTAL-DESC             PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CSG-QTDE-REG               PIC 9(09) VALUE ZEROS.
       01  WRK-CSG-HASH                   PIC 9(15) VALUE ZEROS.
       01  WRK-CSG-VALORES-X.
           05 WRK-CSG-SALDO-STR           PIC X(11).
           05 WRK-CSG-DESC-STR            PIC X(11).
           05 WRK-CSG-REMAN-STR           PIC X(11).
       01  WRK-CSG-VALORES REDEFINES WRK-CSG-VALORES-X.
           05 WRK-CSG-SALDO-V             PIC 9(09)V99.
           05 WRK-CSG-DESC-V              PIC 9(09)V99.
           05 WRK-CSG-REMAN-V             PIC 9(09)V99.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *--- Registro da geracao no controle de transmissao
       01  WRK-TRN-REGISTRO.
           COPY TRN001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
           PERFORM 0005-OBTER-BANCO-HORAS
           PERFORM 0006-OBTER-FERIAS
           PERFORM 0007-CALCULAR-VERBAS
           PERFORM 0011-APURAR-CONSIGNADO
           PERFORM 0008-EMITIR-TERMO
           PERFORM 0009-GRAVAR-LIQUIDO
           PERFORM 0010-GRAVAR-MEMORIA
           PERFORM 0012-GRAVAR-CONSIGNADO

           DISPLAY '*=========================================*'
           DISPLAY '* RESCIS1A - TERMO EM TERMORES.txt        *'
           MOVE '* IRRF (-)........:'  TO FD-LIN-REL(1:19)
           WRITE FD-LIN-REL

      *    CONSIGNADO: UMA LINHA POR CONTRATO COM O REMANESCENTE QUE O
      *    CREDOR COBRA DIRETO
           PERFORM VARYING WRK-IND-CSG FROM 1 BY 1 UNTIL
                      WRK-IND-CSG > WRK-QTDE-CSG
              IF TAB-CSG-DO-FUNC(WRK-IND-CSG) EQUAL 'S'
                 MOVE TAB-CSG-DESCONTADO(WRK-IND-CSG)
                                       TO WRK-VALOR-EDIT
                 PERFORM 0081-GRAVAR-VERBA
                 MOVE '* CONSIGNADO (-)..:' TO FD-LIN-REL(1:19)
                 COMPUTE WRK-CSG-REMAN-V =
                         TAB-CSG-SALDO(WRK-IND-CSG)
                       - TAB-CSG-DESCONTADO(WRK-IND-CSG)
                 MOVE WRK-CSG-REMAN-V  TO WRK-VALOR-EDIT
                 STRING TAB-CSG-CREDOR(WRK-IND-CSG) ' '
                        TAB-CSG-CONTRATO(WRK-IND-CSG)
                        ' - A COBRAR PELO CREDOR:' WRK-VALOR-EDIT
                        DELIMITED BY SIZE INTO FD-LIN-REL(37:)
                 END-STRING
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM

           MOVE WRK-LIQUIDO            TO WRK-VALOR-EDIT
           PERFORM 0081-GRAVAR-VERBA
           MOVE '* LIQUIDO.........:'  TO FD-LIN-REL(1:19)
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MEMORIA DE CALCULO DA RESCISAO EM FOLHAMEM.dat, COM O MESMO
      *    TRAILER DO FOLHALIQ.dat
      *----------------------------------------------------------------*
       0010-GRAVAR-MEMORIA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-MEM-VALORES
           MOVE WRK-SALDO-SALARIO      TO WRK-MEM-TRIBUTAVEL
           MOVE WRK-INSS               TO WRK-MEM-INSS
           MOVE WRK-IRRF               TO WRK-MEM-IRRF
           COMPUTE WRK-MEM-ISENTO = WRK-AVISO + WRK-FERIAS-VALOR
                                  + WRK-TERCO
           IF WRK-BANCO-VALOR GREATER ZEROS
              ADD WRK-BANCO-VALOR      TO WRK-MEM-ISENTO
           END-IF
           MOVE WRK-13O-PROP           TO WRK-MEM-DECIMO
           MOVE WRK-LIQUIDO-PAGO       TO WRK-MEM-LIQUIDO

           OPEN EXTEND ARQUIVO-MEM

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'HDR' SEP WRK-COMPETENCIA SEP 'R' SEP
                  WRK-FUNC-NOME SEP WRK-HOJE-AAAAMMDD SEP
                  WRK-HORA-HHMMSS SEP 'RESCIS1A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'DET'                 DELIMITED BY SIZE
                  SEP                   DELIMITED BY SIZE
                  WRK-FUNC-NOME         DELIMITED BY SIZE
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
                  INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           MOVE SPACES                 TO FD-LIN-MEMORIA
           STRING 'TRL' SEP WRK-CTL-QTDE SEP WRK-CTL-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-MEMORIA
           END-STRING
           WRITE FD-LIN-MEMORIA

           CLOSE ARQUIVO-MEM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMPRESTIMO CONSIGNADO: SALDO DEVEDOR DOS CONTRATOS ATIVOS DO
      *    FUNCIONARIO (PARCELAS A PARTIR DO MES DO DESLIGAMENTO). O
      *    DESCONTO NA RESCISAO FICA LIMITADO A 35% DO LIQUIDO; O
      *    RESTANTE E INFORMADO AO CREDOR PARA COBRANCA DIRETA
      *----------------------------------------------------------------*
       0011-APURAR-CONSIGNADO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CSG
                                          WRK-QTDE-CSG-FUNC
                                          WRK-CSG-TOTAL-DESC
           MOVE WRK-COMPETENCIA        TO WRK-CSG-INICIO
           COMPUTE WRK-CSG-MES-COMP = WRK-CSG-INICIO-ANO * 12
                                    + WRK-CSG-INICIO-MES - 1
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CON

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CON
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0111-TRATAR-CONTRATO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CON
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-CSG-FUNC EQUAL ZEROS
              EXIT SECTION
           END-IF

           COMPUTE WRK-CSG-LIMITE ROUNDED =
                   WRK-LIQUIDO-PAGO * WRK-PCT-MARGEM / 100

           PERFORM VARYING WRK-IND-CSG FROM 1 BY 1 UNTIL
                      WRK-IND-CSG > WRK-QTDE-CSG
              IF TAB-CSG-SALDO(WRK-IND-CSG) GREATER ZEROS
                 IF TAB-CSG-SALDO(WRK-IND-CSG) GREATER WRK-CSG-LIMITE
                    MOVE WRK-CSG-LIMITE TO
                         TAB-CSG-DESCONTADO(WRK-IND-CSG)
                 ELSE
                    MOVE TAB-CSG-SALDO(WRK-IND-CSG) TO
                         TAB-CSG-DESCONTADO(WRK-IND-CSG)
                 END-IF
                 SUBTRACT TAB-CSG-DESCONTADO(WRK-IND-CSG)
                                       FROM WRK-CSG-LIMITE
                 ADD TAB-CSG-DESCONTADO(WRK-IND-CSG)
                                       TO WRK-CSG-TOTAL-DESC
              END-IF
           END-PERFORM

           SUBTRACT WRK-CSG-TOTAL-DESC FROM WRK-LIQUIDO
                                            WRK-LIQUIDO-PAGO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UM CONTRATO DE CONSIGNA.dat; NOS ATIVOS DO
      *    FUNCIONARIO APURA O SALDO DEVEDOR
      *----------------------------------------------------------------*
       0111-TRATAR-CONTRATO            SECTION.
      *----------------------------------------------------------------*

           IF FD-LIN-CONTRATO EQUAL SPACES
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CSG NOT LESS WRK-MAX-TAB-CSG
              DISPLAY 'TABELA DE CONSIGNADOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CSG ' REGISTROS'
              MOVE 'S'                 TO WRK-FIM-ARQ
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CSG
           MOVE FD-LIN-CONTRATO        TO
                TAB-CSG-LINHA-ARQ(WRK-QTDE-CSG)
           MOVE 'N'                    TO TAB-CSG-DO-FUNC(WRK-QTDE-CSG)
           MOVE ZEROS                  TO
                TAB-CSG-SALDO(WRK-QTDE-CSG)
                TAB-CSG-DESCONTADO(WRK-QTDE-CSG)

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

           IF WRK-CSG-FUNCIONARIO NOT EQUAL WRK-FUNC-NOME OR
              WRK-CSG-SITUACAO NOT EQUAL 'A' OR
              WRK-CSG-PARCELAS IS NOT NUMERIC OR
              WRK-CSG-VALOR-STR IS NOT NUMERIC OR
              WRK-CSG-INICIO IS NOT NUMERIC
              EXIT SECTION
           END-IF

      *    PARCELAS JA DESCONTADAS PELA FOLHA: MESES DO INICIO ATE O
      *    MES ANTERIOR AO DESLIGAMENTO
           COMPUTE WRK-CSG-MES-INICIO = WRK-CSG-INICIO-ANO * 12
                                      + WRK-CSG-INICIO-MES - 1
           MOVE WRK-CSG-PARCELAS       TO WRK-CSG-QTDE-PARCELAS
           IF WRK-CSG-MES-INICIO NOT LESS WRK-CSG-MES-COMP
              MOVE ZEROS               TO WRK-CSG-PAGAS
           ELSE
              COMPUTE WRK-CSG-PAGAS = WRK-CSG-MES-COMP
                                    - WRK-CSG-MES-INICIO
           END-IF
           IF WRK-CSG-PAGAS NOT LESS WRK-CSG-QTDE-PARCELAS
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CSG-FUNC
           MOVE 'S'                    TO TAB-CSG-DO-FUNC(WRK-QTDE-CSG)
           MOVE WRK-CSG-CONTRATO       TO TAB-CSG-CONTRATO(WRK-QTDE-CSG)
           MOVE WRK-CSG-CREDOR         TO TAB-CSG-CREDOR(WRK-QTDE-CSG)
           COMPUTE TAB-CSG-SALDO(WRK-QTDE-CSG) =
                   (WRK-CSG-QTDE-PARCELAS - WRK-CSG-PAGAS)
                 * WRK-CSG-VALOR-V
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0111-end
       0111-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR AOS CREDORES O SALDO DESCONTADO NA RESCISAO E O
      *    REMANESCENTE (CONSRESC.dat) E ENCERRAR OS CONTRATOS DO
      *    FUNCIONARIO EM CONSIGNA.dat (SITUACAO 'R')
      *----------------------------------------------------------------*
       0012-GRAVAR-CONSIGNADO          SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-CSG-FUNC EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-CSG-QTDE-REG
                                          WRK-CSG-HASH

           OPEN OUTPUT ARQUIVO-CRS

           MOVE SPACES                 TO FD-LIN-CONS-RESC
           STRING 'HDR' SEP 'CONSRESC' SEP WRK-DATA-DESLIG SEP
                  WRK-HOJE-AAAAMMDD SEP 'RESCIS1A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-CONS-RESC
           END-STRING
           WRITE FD-LIN-CONS-RESC

           PERFORM VARYING WRK-IND-CSG FROM 1 BY 1 UNTIL
                      WRK-IND-CSG > WRK-QTDE-CSG
              IF TAB-CSG-DO-FUNC(WRK-IND-CSG) EQUAL 'S'
                 PERFORM 0121-GRAVAR-CREDOR
              END-IF
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-CONS-RESC
           STRING 'TRL' SEP WRK-CSG-QTDE-REG SEP WRK-CSG-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-CONS-RESC
           END-STRING
           WRITE FD-LIN-CONS-RESC

           CLOSE ARQUIVO-CRS

           MOVE 'CONSRESC.dat'         TO TRN001A-ARQUIVO
           MOVE WRK-CSG-QTDE-REG       TO TRN001A-REGISTROS
           MOVE WRK-CSG-HASH           TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO

      *    REGRAVAR CONSIGNA.dat COM OS CONTRATOS ENCERRADOS
           OPEN OUTPUT ARQUIVO-CON

           PERFORM VARYING WRK-IND-CSG FROM 1 BY 1 UNTIL
                      WRK-IND-CSG > WRK-QTDE-CSG
              MOVE TAB-CSG-LINHA-ARQ(WRK-IND-CSG) TO FD-LIN-CONTRATO
      *       CAMPOS DE TAMANHO FIXO: DATA-ALTERACAO NA POSICAO 87 E
      *       SITUACAO NA 96
              IF TAB-CSG-DO-FUNC(WRK-IND-CSG) EQUAL 'S'
                 MOVE WRK-HOJE-AAAAMMDD TO FD-LIN-CONTRATO(87:8)
                 MOVE 'R'              TO FD-LIN-CONTRATO(96:1)
              END-IF
              WRITE FD-LIN-CONTRATO
           END-PERFORM

           CLOSE ARQUIVO-CON
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O DETALHE DE UM CONTRATO EM CONSRESC.dat
      *----------------------------------------------------------------*
       0121-GRAVAR-CREDOR              SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CSG-SALDO(WRK-IND-CSG)      TO WRK-CSG-SALDO-V
           MOVE TAB-CSG-DESCONTADO(WRK-IND-CSG) TO WRK-CSG-DESC-V
           COMPUTE WRK-CSG-REMAN-V = TAB-CSG-SALDO(WRK-IND-CSG)
                                   - TAB-CSG-DESCONTADO(WRK-IND-CSG)

           MOVE SPACES                 TO FD-LIN-CONS-RESC
           STRING 'DET'                          DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  TAB-CSG-CREDOR(WRK-IND-CSG)    DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  TAB-CSG-CONTRATO(WRK-IND-CSG)  DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  WRK-FUNC-NOME                  DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  WRK-CSG-SALDO-STR              DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  WRK-CSG-DESC-STR               DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  WRK-CSG-REMAN-STR              DELIMITED BY SIZE
                  SEP                            DELIMITED BY SIZE
                  INTO FD-LIN-CONS-RESC
           END-STRING
           WRITE FD-LIN-CONS-RESC

           ADD 1                       TO WRK-CSG-QTDE-REG
           COMPUTE WRK-CSG-HASH = WRK-CSG-HASH
                 + TAB-CSG-DESCONTADO(WRK-IND-CSG) * 100
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0121-end
       0121-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
