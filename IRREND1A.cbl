      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: COMPROVANTE ANUAL DE RENDIMENTOS PAGOS E DE
      *              IMPOSTO SOBRE A RENDA RETIDO NA FONTE. SOMA, POR
      *              FUNCIONARIO, A MEMORIA DE CALCULO DO ANO-CALENDARIO
      *              GRAVADA EM FOLHAMEM.dat PELO FOLHA01A (FOLHA
      *              MENSAL, JA COM AS RUBRICAS DE FOLHARUB.dat), PELO
      *              FOLHA13A (13O SALARIO) E PELO RESCIS1A (RESCISAO):
      *              RENDIMENTOS TRIBUTAVEIS, INSS, IRRF, 13O SALARIO NA
      *              TRIBUTACAO EXCLUSIVA, ISENTOS E A DEDUCAO DOS
      *              DEPENDENTES. DE CADA COMPETENCIA SO VALE A ULTIMA
      *              EXECUCAO (FOLHA REPROCESSADA SUBSTITUI A ANTERIOR).
      *              O COMPROVANTE DE CADA FUNCIONARIO OCUPA UMA PAGINA
      *              DE IRREND.txt, CAPTURADO NA BIBLIOTECA DE SPOOL
      *              (SPOOL01B) - O SPOOL01A REIMPRIME UM FUNCIONARIO
      *              PELA PAGINA. A ULTIMA PAGINA CONFERE CADA EXECUCAO
      *              COM O SEU TRAILER (O MESMO DO FOLHALIQ.dat PAGO
      *              PELO FOLHA02A). AS RETENCOES POR BENEFICIARIO
      *              SAEM EM RETANUAL.dat PARA A DECLARACAO DA EMPRESA,
      *              REGISTRADO NO CONTROLE DE TRANSMISSAO (TRANSM1A).
      * NOME.......: IRREND1A
      *----------------------------------------------------------------*
      * LAYOUT DE IRRENDPR.dat (PIPE):
      *   F|CNPJ(14)|NOME EMPRESARIAL(40)|RESPONSAVEL(30)|
      *   B|NOME DO FUNCIONARIO(30)|CPF(11)|
      *   FUNCIONARIO SEM LINHA 'B' SAI COM CPF NAO INFORMADO.
      * LAYOUT DE RETANUAL.dat (PIPE, VALORES 11 COM 2 DEC):
      *   HDR|RETANUAL|ANO|CNPJ|DATA|
      *   BPF|CPF|NOME|TRIBUTAVEL|INSS|DEDUCAO DEPENDENTES|IRRF|
      *      13O SALARIO|INSS 13O|IRRF 13O|ISENTOS|
      *   TRL|QTDE|SOMA DO IRRF RETIDO (MENSAL + 13O) EM CENTAVOS|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRREND1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MEM ASSIGN TO 'FOLHAMEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRM ASSIGN TO 'IRRENDPR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'IRREND.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RET ASSIGN TO 'RETANUAL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MEM.
       01  FD-LIN-MEMORIA                 PIC X(150).

       FD  ARQUIVO-PRM.
       01  FD-LIN-PARAMETRO               PIC X(100).

       FD  ARQUIVO-REL.
       01  FD-LIN-REL                     PIC X(132).

       FD  ARQUIVO-RET.
       01  FD-LIN-RETENCAO                PIC X(200).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-ANO                        PIC 9(04) VALUE ZEROS.
       01  WRK-ANO-X REDEFINES WRK-ANO    PIC X(04).

      *--- Fonte pagadora e CPF dos funcionarios (IRRENDPR.dat)
       01  WRK-FONTE-CNPJ                 PIC X(14) VALUE ZEROS.
       01  WRK-FONTE-NOME                 PIC X(40) VALUE SPACES.
       01  WRK-FONTE-RESPONSAVEL          PIC X(30) VALUE SPACES.
       01  WRK-PRM-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-PRM-CAMPO1                 PIC X(40) VALUE SPACES.
       01  WRK-PRM-CAMPO2                 PIC X(40) VALUE SPACES.
       01  WRK-PRM-CAMPO3                 PIC X(30) VALUE SPACES.
       01  WRK-MAX-TAB-CPF                PIC 9(03) VALUE 200.
       01  WRK-QTDE-CPF                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CPF                    PIC 9(03) VALUE ZEROS.
       01  TAB-CPF-FUNCIONARIOS.
           05  TAB-CPF-LINHA OCCURS 200 TIMES.
               10  TAB-CPF-NOME           PIC X(30).
               10  TAB-CPF-NUMERO         PIC X(11).

      *--- Execucoes do ano em FOLHAMEM.dat (A ULTIMA DE CADA
      *    COMPETENCIA + TIPO + CHAVE E A QUE VALE)
       01  WRK-MAX-TAB-EXE                PIC 9(03) VALUE 200.
       01  WRK-QTDE-EXE                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-EXE                    PIC 9(03) VALUE ZEROS.
       01  WRK-EXE-ATUAL                  PIC 9(03) VALUE ZEROS.
       01  WRK-SEQ-HDR                    PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-SUBSTITUIDAS          PIC 9(04) VALUE ZEROS.
       01  TAB-EXECUCOES.
           05  TAB-EXE-LINHA OCCURS 200 TIMES.
               10  TAB-EXE-COMP           PIC X(06).
               10  TAB-EXE-TIPO           PIC X(01).
               10  TAB-EXE-CHAVE          PIC X(30).
               10  TAB-EXE-DATA           PIC X(08).
               10  TAB-EXE-PROGRAMA       PIC X(08).
               10  TAB-EXE-SEQ            PIC 9(06).
               10  TAB-EXE-QTDE           PIC 9(09).
               10  TAB-EXE-HASH           PIC 9(15).
               10  TAB-EXE-TEM-TRL        PIC X(01).
               10  TAB-EXE-TRL-QTDE       PIC 9(09).
               10  TAB-EXE-TRL-HASH       PIC 9(15).

      *--- Registro de FOLHAMEM.dat desmontado
       01  WRK-MEM-REGISTRO               PIC X(03) VALUE SPACES.
       01  WRK-MEM-COMP                   PIC X(06) VALUE SPACES.
       01  WRK-MEM-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-MEM-CHAVE                  PIC X(30) VALUE SPACES.
       01  WRK-MEM-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-MEM-HORA                   PIC X(06) VALUE SPACES.
       01  WRK-MEM-PROGRAMA               PIC X(08) VALUE SPACES.
       01  WRK-MEM-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-MEM-TRL-QTDE               PIC X(09) VALUE SPACES.
       01  WRK-MEM-TRL-HASH               PIC X(15) VALUE SPACES.
       01  WRK-MEM-VALORES-X.
           05 WRK-MEM-TRIBUTAVEL-X        PIC X(11).
           05 WRK-MEM-INSS-X              PIC X(11).
           05 WRK-MEM-IRRF-X              PIC X(11).
           05 WRK-MEM-ISENTO-X            PIC X(11).
           05 WRK-MEM-DEDUCAO-DEP-X       PIC X(11).
           05 WRK-MEM-DECIMO-X            PIC X(11).
           05 WRK-MEM-LIQUIDO-X           PIC X(11).
       01  WRK-MEM-VALORES REDEFINES WRK-MEM-VALORES-X.
           05 WRK-MEM-TRIBUTAVEL          PIC 9(09)V99.
           05 WRK-MEM-INSS                PIC 9(09)V99.
           05 WRK-MEM-IRRF                PIC 9(09)V99.
           05 WRK-MEM-ISENTO              PIC 9(09)V99.
           05 WRK-MEM-DEDUCAO-DEP         PIC 9(09)V99.
           05 WRK-MEM-DECIMO              PIC 9(09)V99.
           05 WRK-MEM-LIQUIDO             PIC 9(09)V99.

      *--- Acumulado do ano por beneficiario
       01  WRK-MAX-TAB-BEN                PIC 9(03) VALUE 200.
       01  WRK-QTDE-BEN                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-BEN                    PIC 9(03) VALUE ZEROS.
       01  WRK-ACHOU-BEN                  PIC 9(03) VALUE ZEROS.
       01  TAB-BENEFICIARIOS.
           05  TAB-BEN-LINHA OCCURS 200 TIMES.
               10  TAB-BEN-NOME           PIC X(30).
               10  TAB-BEN-TRIBUTAVEL     PIC 9(09)V99.
               10  TAB-BEN-INSS           PIC 9(09)V99.
               10  TAB-BEN-IRRF           PIC 9(09)V99.
               10  TAB-BEN-ISENTO         PIC 9(09)V99.
               10  TAB-BEN-DEDUCAO-DEP    PIC 9(09)V99.
               10  TAB-BEN-DECIMO         PIC 9(09)V99.
               10  TAB-BEN-INSS-13        PIC 9(09)V99.
               10  TAB-BEN-IRRF-13        PIC 9(09)V99.
               10  TAB-BEN-LIQUIDO        PIC 9(09)V99.

      *--- Valores do beneficiario para RETANUAL.dat
       01  WRK-RET-VALORES.
           05 WRK-RET-TRIBUTAVEL          PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-INSS                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-DEDUCAO-DEP         PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-IRRF                PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-DECIMO              PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-INSS-13             PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-IRRF-13             PIC 9(09)V99 VALUE ZEROS.
           05 WRK-RET-ISENTO              PIC 9(09)V99 VALUE ZEROS.
       01  WRK-RET-VALORES-X REDEFINES WRK-RET-VALORES.
           05 WRK-RET-TRIBUTAVEL-X        PIC X(11).
           05 WRK-RET-INSS-X              PIC X(11).
           05 WRK-RET-DEDUCAO-DEP-X       PIC X(11).
           05 WRK-RET-IRRF-X              PIC X(11).
           05 WRK-RET-DECIMO-X            PIC X(11).
           05 WRK-RET-INSS-13-X           PIC X(11).
           05 WRK-RET-IRRF-13-X           PIC X(11).
           05 WRK-RET-ISENTO-X            PIC X(11).
       01  WRK-RET-QTDE                   PIC 9(09) VALUE ZEROS.
       01  WRK-RET-HASH                   PIC 9(15) VALUE ZEROS.
       01  WRK-CPF-BEN                    PIC X(11) VALUE SPACES.
       01  WRK-CPF-EDIT                   PIC X(14) VALUE SPACES.
       01  WRK-CNPJ-EDIT                  PIC X(18) VALUE SPACES.
       01  WRK-QTDE-SEM-CPF               PIC 9(03) VALUE ZEROS.

      *--- Totais do ano e conferencia das execucoes
       01  WRK-TOT-TRIBUTAVEL             PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-IRRF                   PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-IRRF-13                PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-LIQUIDO                PIC 9(11)V99 VALUE ZEROS.
       01  WRK-EXE-LIQUIDO                PIC 9(11)V99 VALUE ZEROS.
       01  WRK-SITUACAO-EXE               PIC X(11) VALUE SPACES.
       01  WRK-QTDE-DIVERGENTES           PIC 9(03) VALUE ZEROS.

      *--- Impressao
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-ROTULO                     PIC X(58) VALUE SPACES.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-TOT-EDIT             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHAS-PAG                 PIC 9(03) VALUE ZEROS.
       01  WRK-LINHAS-POR-PAG             PIC 9(03) VALUE 60.
       01  WRK-DATA-EDIT                  PIC X(10) VALUE SPACES.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *--- Pedido de captura para a biblioteca de spool (SPOOL01B)
       01  WRK-SPL-PEDIDO.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

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

           DISPLAY 'ANO-CALENDARIO (AAAA, 0 = ANO ANTERIOR): '
                    WITH NO ADVANCING
           ACCEPT WRK-ANO
           IF WRK-ANO EQUAL ZEROS
              COMPUTE WRK-ANO = COD001A-DATA-ANO - 1
           END-IF

           PERFORM 0002-CARREGAR-PARAMETROS
           PERFORM 0003-IDENTIFICAR-EXECUCOES

           IF WRK-QTDE-EXE EQUAL ZEROS
              DISPLAY 'NENHUMA FOLHA DE ' WRK-ANO
                      ' EM FOLHAMEM.dat - COMPROVANTES NAO EMITIDOS'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-SOMAR-EXECUCOES

           OPEN OUTPUT ARQUIVO-REL
           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              PERFORM 0005-EMITIR-COMPROVANTE
           END-PERFORM
           PERFORM 0006-EMITIR-CONFERENCIA
           CLOSE ARQUIVO-REL

           MOVE 'IRREND1A'             TO WRK-SPL-RELATORIO
           MOVE 'IRREND.txt'           TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

           PERFORM 0007-GRAVAR-RETENCOES

           MOVE 'RETANUAL.dat'         TO TRN001A-ARQUIVO
           MOVE WRK-RET-QTDE           TO TRN001A-REGISTROS
           MOVE WRK-RET-HASH           TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO

           DISPLAY '*=========================================*'
           DISPLAY '* IRREND1A - COMPROVANTES DE RENDIMENTOS  *'
           DISPLAY '* ANO-CALENDARIO......: ' WRK-ANO
           DISPLAY '* COMPROVANTES........: ' WRK-QTDE-BEN
           DISPLAY '* EXECUCOES DE FOLHA..: ' WRK-QTDE-EXE
           DISPLAY '* REPROCESSADAS.......: ' WRK-QTDE-SUBSTITUIDAS
           DISPLAY '* SEM CPF (IRRENDPR)..: ' WRK-QTDE-SEM-CPF
           DISPLAY '* RELATORIO EM IRREND.txt (SPOOL CAPTURADO)'
           DISPLAY '* RETENCOES EM RETANUAL.dat'
           DISPLAY '*=========================================*'
           IF WRK-QTDE-DIVERGENTES GREATER ZEROS
              DISPLAY '* ATENCAO: ' WRK-QTDE-DIVERGENTES
                      ' EXECUCAO(OES) NAO CONFEREM COM O TRAILER'
              DISPLAY '* VER A PAGINA DE CONFERENCIA EM IRREND.txt'
           END-IF

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
      *    CARREGAR A FONTE PAGADORA E OS CPF DOS FUNCIONARIOS
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CPF
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PRM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PRM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PRM-TIPO
                                          WRK-PRM-CAMPO1
                                          WRK-PRM-CAMPO2
                                          WRK-PRM-CAMPO3
                    UNSTRING FD-LIN-PARAMETRO DELIMITED BY SEP
                       INTO WRK-PRM-TIPO
                            WRK-PRM-CAMPO1
                            WRK-PRM-CAMPO2
                            WRK-PRM-CAMPO3
                    END-UNSTRING
                    EVALUATE WRK-PRM-TIPO
                       WHEN 'F'
                          MOVE WRK-PRM-CAMPO1 TO WRK-FONTE-CNPJ
                          MOVE WRK-PRM-CAMPO2 TO WRK-FONTE-NOME
                          MOVE WRK-PRM-CAMPO3 TO WRK-FONTE-RESPONSAVEL
                       WHEN 'B'
                          IF WRK-QTDE-CPF LESS WRK-MAX-TAB-CPF
                             ADD 1     TO WRK-QTDE-CPF
                             MOVE WRK-PRM-CAMPO1
                                       TO TAB-CPF-NOME(WRK-QTDE-CPF)
                             MOVE WRK-PRM-CAMPO2
                                       TO TAB-CPF-NUMERO(WRK-QTDE-CPF)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PRM
           MOVE 'N'                    TO WRK-FIM-ARQ

           MOVE SPACES                 TO WRK-CNPJ-EDIT
           STRING WRK-FONTE-CNPJ(1:2)  '.' WRK-FONTE-CNPJ(3:3) '.'
                  WRK-FONTE-CNPJ(6:3)  '/' WRK-FONTE-CNPJ(9:4) '-'
                  WRK-FONTE-CNPJ(13:2)
                  DELIMITED BY SIZE INTO WRK-CNPJ-EDIT
           END-STRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRIMEIRA LEITURA: AS EXECUCOES DO ANO EM FOLHAMEM.dat. A
      *    EXECUCAO MAIS RECENTE DE CADA COMPETENCIA + TIPO + CHAVE
      *    SUBSTITUI AS ANTERIORES (FOLHA REPROCESSADA)
      *----------------------------------------------------------------*
       0003-IDENTIFICAR-EXECUCOES      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-EXE
                                          WRK-SEQ-HDR
                                          WRK-QTDE-SUBSTITUIDAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MEM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-MEMORIA(1:3) EQUAL 'HDR'
                       ADD 1           TO WRK-SEQ-HDR
                       PERFORM 0031-DESMONTAR-HDR
                       IF WRK-MEM-COMP(1:4) EQUAL WRK-ANO-X
                          PERFORM 0032-REGISTRAR-EXECUCAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MEM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESMONTAR O CABECALHO DE UMA EXECUCAO
      *----------------------------------------------------------------*
       0031-DESMONTAR-HDR              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MEM-REGISTRO
                                          WRK-MEM-COMP
                                          WRK-MEM-TIPO
                                          WRK-MEM-CHAVE
                                          WRK-MEM-DATA
                                          WRK-MEM-HORA
                                          WRK-MEM-PROGRAMA
           UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
              INTO WRK-MEM-REGISTRO
                   WRK-MEM-COMP
                   WRK-MEM-TIPO
                   WRK-MEM-CHAVE
                   WRK-MEM-DATA
                   WRK-MEM-HORA
                   WRK-MEM-PROGRAMA
           END-UNSTRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A EXECUCAO NA TABELA - SE A COMPETENCIA + TIPO +
      *    CHAVE JA EXISTE, A NOVA SUBSTITUI A ANTERIOR
      *----------------------------------------------------------------*
       0032-REGISTRAR-EXECUCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-EXE-ATUAL
           PERFORM VARYING WRK-IND-EXE FROM 1 BY 1 UNTIL
                      WRK-IND-EXE > WRK-QTDE-EXE
              IF TAB-EXE-COMP(WRK-IND-EXE) EQUAL WRK-MEM-COMP AND
                 TAB-EXE-TIPO(WRK-IND-EXE) EQUAL WRK-MEM-TIPO AND
                 TAB-EXE-CHAVE(WRK-IND-EXE) EQUAL WRK-MEM-CHAVE
                 MOVE WRK-IND-EXE      TO WRK-EXE-ATUAL
              END-IF
           END-PERFORM

           IF WRK-EXE-ATUAL EQUAL ZEROS
              IF WRK-QTDE-EXE NOT LESS WRK-MAX-TAB-EXE
                 DISPLAY 'TABELA DE EXECUCOES CHEIA! MAXIMO '
                          WRK-MAX-TAB-EXE ' - EXECUCAO DE '
                          WRK-MEM-COMP ' IGNORADA'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-EXE
              MOVE WRK-QTDE-EXE        TO WRK-EXE-ATUAL
           ELSE
              ADD 1                    TO WRK-QTDE-SUBSTITUIDAS
           END-IF

           MOVE WRK-MEM-COMP           TO TAB-EXE-COMP(WRK-EXE-ATUAL)
           MOVE WRK-MEM-TIPO           TO TAB-EXE-TIPO(WRK-EXE-ATUAL)
           MOVE WRK-MEM-CHAVE          TO TAB-EXE-CHAVE(WRK-EXE-ATUAL)
           MOVE WRK-MEM-DATA           TO TAB-EXE-DATA(WRK-EXE-ATUAL)
           MOVE WRK-MEM-PROGRAMA       TO
                TAB-EXE-PROGRAMA(WRK-EXE-ATUAL)
           MOVE WRK-SEQ-HDR            TO TAB-EXE-SEQ(WRK-EXE-ATUAL)
           MOVE ZEROS                  TO TAB-EXE-QTDE(WRK-EXE-ATUAL)
                TAB-EXE-HASH(WRK-EXE-ATUAL)
                TAB-EXE-TRL-QTDE(WRK-EXE-ATUAL)
                TAB-EXE-TRL-HASH(WRK-EXE-ATUAL)
           MOVE 'N'                    TO TAB-EXE-TEM-TRL(WRK-EXE-ATUAL)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SEGUNDA LEITURA: SOMAR OS FUNCIONARIOS DAS EXECUCOES QUE
      *    VALEM E GUARDAR O TRAILER DE CADA UMA PARA A CONFERENCIA
      *----------------------------------------------------------------*
       0004-SOMAR-EXECUCOES            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-SEQ-HDR
                                          WRK-EXE-ATUAL
                                          WRK-QTDE-BEN
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MEM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    EVALUATE FD-LIN-MEMORIA(1:3)
                       WHEN 'HDR'
                          ADD 1        TO WRK-SEQ-HDR
                          PERFORM 0041-LOCALIZAR-EXECUCAO
                       WHEN 'DET'
                          IF WRK-EXE-ATUAL NOT EQUAL ZEROS
                             PERFORM 0042-SOMAR-FUNCIONARIO
                          END-IF
                       WHEN 'TRL'
                          IF WRK-EXE-ATUAL NOT EQUAL ZEROS
                             PERFORM 0043-GUARDAR-TRAILER
                          END-IF
                          MOVE ZEROS   TO WRK-EXE-ATUAL
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MEM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A EXECUCAO DESTE CABECALHO VALE? (E A ULTIMA DA SUA CHAVE)
      *----------------------------------------------------------------*
       0041-LOCALIZAR-EXECUCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-EXE-ATUAL
           PERFORM VARYING WRK-IND-EXE FROM 1 BY 1 UNTIL
                      WRK-IND-EXE > WRK-QTDE-EXE
              IF TAB-EXE-SEQ(WRK-IND-EXE) EQUAL WRK-SEQ-HDR
                 MOVE WRK-IND-EXE      TO WRK-EXE-ATUAL
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR A LINHA DO FUNCIONARIO NO SEU ACUMULADO DO ANO - O
      *    INSS E O IRRF DA COMPETENCIA AAAA13 SAO DO 13O SALARIO
      *----------------------------------------------------------------*
       0042-SOMAR-FUNCIONARIO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MEM-REGISTRO
                                          WRK-MEM-NOME
           MOVE ZEROS                  TO WRK-MEM-VALORES
           UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
              INTO WRK-MEM-REGISTRO
                   WRK-MEM-NOME
                   WRK-MEM-TRIBUTAVEL-X
                   WRK-MEM-INSS-X
                   WRK-MEM-IRRF-X
                   WRK-MEM-ISENTO-X
                   WRK-MEM-DEDUCAO-DEP-X
                   WRK-MEM-DECIMO-X
                   WRK-MEM-LIQUIDO-X
           END-UNSTRING

           IF WRK-MEM-VALORES IS NOT NUMERIC
              DISPLAY 'LINHA INVALIDA EM FOLHAMEM.dat IGNORADA: '
                      WRK-MEM-NOME
              EXIT SECTION
           END-IF

           ADD 1                       TO TAB-EXE-QTDE(WRK-EXE-ATUAL)
           COMPUTE TAB-EXE-HASH(WRK-EXE-ATUAL) =
                   TAB-EXE-HASH(WRK-EXE-ATUAL) + WRK-MEM-LIQUIDO * 100

           MOVE ZEROS                  TO WRK-ACHOU-BEN
           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              IF TAB-BEN-NOME(WRK-IND-BEN) EQUAL WRK-MEM-NOME
                 MOVE WRK-IND-BEN      TO WRK-ACHOU-BEN
              END-IF
           END-PERFORM

           IF WRK-ACHOU-BEN EQUAL ZEROS
              IF WRK-QTDE-BEN NOT LESS WRK-MAX-TAB-BEN
                 DISPLAY 'TABELA DE BENEFICIARIOS CHEIA! MAXIMO '
                          WRK-MAX-TAB-BEN ' - ' WRK-MEM-NOME
                          ' IGNORADO'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-BEN
              MOVE WRK-QTDE-BEN        TO WRK-ACHOU-BEN
              MOVE WRK-MEM-NOME        TO TAB-BEN-NOME(WRK-ACHOU-BEN)
              MOVE ZEROS               TO
                   TAB-BEN-TRIBUTAVEL(WRK-ACHOU-BEN)
                   TAB-BEN-INSS(WRK-ACHOU-BEN)
                   TAB-BEN-IRRF(WRK-ACHOU-BEN)
                   TAB-BEN-ISENTO(WRK-ACHOU-BEN)
                   TAB-BEN-DEDUCAO-DEP(WRK-ACHOU-BEN)
                   TAB-BEN-DECIMO(WRK-ACHOU-BEN)
                   TAB-BEN-INSS-13(WRK-ACHOU-BEN)
                   TAB-BEN-IRRF-13(WRK-ACHOU-BEN)
                   TAB-BEN-LIQUIDO(WRK-ACHOU-BEN)
           END-IF

           ADD WRK-MEM-TRIBUTAVEL      TO
               TAB-BEN-TRIBUTAVEL(WRK-ACHOU-BEN)
           IF TAB-EXE-COMP(WRK-EXE-ATUAL)(5:2) EQUAL '13'
              ADD WRK-MEM-INSS         TO TAB-BEN-INSS-13(WRK-ACHOU-BEN)
              ADD WRK-MEM-IRRF         TO TAB-BEN-IRRF-13(WRK-ACHOU-BEN)
           ELSE
              ADD WRK-MEM-INSS         TO TAB-BEN-INSS(WRK-ACHOU-BEN)
              ADD WRK-MEM-IRRF         TO TAB-BEN-IRRF(WRK-ACHOU-BEN)
           END-IF
           ADD WRK-MEM-ISENTO          TO TAB-BEN-ISENTO(WRK-ACHOU-BEN)
           ADD WRK-MEM-DEDUCAO-DEP     TO
               TAB-BEN-DEDUCAO-DEP(WRK-ACHOU-BEN)
           ADD WRK-MEM-DECIMO          TO TAB-BEN-DECIMO(WRK-ACHOU-BEN)
           ADD WRK-MEM-LIQUIDO         TO TAB-BEN-LIQUIDO(WRK-ACHOU-BEN)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0042-end
       0042-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O TRAILER DA EXECUCAO (QTDE E SOMA DOS LIQUIDOS
      *    EM CENTAVOS, OS MESMOS DO FOLHALIQ.dat)
      *----------------------------------------------------------------*
       0043-GUARDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-MEM-REGISTRO
                                          WRK-MEM-TRL-QTDE
                                          WRK-MEM-TRL-HASH
           UNSTRING FD-LIN-MEMORIA DELIMITED BY SEP
              INTO WRK-MEM-REGISTRO
                   WRK-MEM-TRL-QTDE
                   WRK-MEM-TRL-HASH
           END-UNSTRING

           IF WRK-MEM-TRL-QTDE IS NUMERIC AND
              WRK-MEM-TRL-HASH IS NUMERIC
              MOVE 'S'                 TO
                   TAB-EXE-TEM-TRL(WRK-EXE-ATUAL)
              MOVE WRK-MEM-TRL-QTDE    TO
                   TAB-EXE-TRL-QTDE(WRK-EXE-ATUAL)
              MOVE WRK-MEM-TRL-HASH    TO
                   TAB-EXE-TRL-HASH(WRK-EXE-ATUAL)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0043-end
       0043-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPROVANTE DE RENDIMENTOS DO BENEFICIARIO WRK-IND-BEN, NO
      *    LAYOUT OFICIAL (QUADROS 1 A 7), UMA PAGINA POR FUNCIONARIO
      *----------------------------------------------------------------*
       0005-EMITIR-COMPROVANTE         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-LINHAS-PAG
           PERFORM 0054-OBTER-CPF

           MOVE '*==============================================='
             & '================================*' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '* COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOB'
             & 'RE A RENDA RETIDO NA FONTE' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ANO-CALENDARIO ' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*==============================================='
             & '================================*' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA

           MOVE '* 1. FONTE PAGADORA PESSOA JURIDICA'
                                       TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*    CNPJ: ' WRK-CNPJ-EDIT
                  '  NOME EMPRESARIAL: ' WRK-FONTE-NOME
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA

           MOVE '* 2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
                                       TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*    CPF: ' WRK-CPF-EDIT
                  '  NOME COMPLETO: ' TAB-BEN-NOME(WRK-IND-BEN)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*    NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO'
                                       TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA

           MOVE '* 3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SO'
             & 'BRE A RENDA RETIDO NA FONTE' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*    01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
                                       TO WRK-ROTULO
           MOVE TAB-BEN-TRIBUTAVEL(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    02. CONTRIBUICAO PREVIDENCIARIA OFICIAL'
                                       TO WRK-ROTULO
           MOVE TAB-BEN-INSS(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    03. PREVIDENCIA COMPLEMENTAR / FAPI'
                                       TO WRK-ROTULO
           MOVE ZEROS                  TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    04. PENSAO ALIMENTICIA' TO WRK-ROTULO
           MOVE ZEROS                  TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                                       TO WRK-ROTULO
           MOVE TAB-BEN-IRRF(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR

           MOVE '* 4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
                                       TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*    07. OUTROS (PROVENTOS SEM INCIDENCIA, SALARIO-F'
             & 'AMILIA E VERBAS INDENIZATORIAS)' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*        VALOR' TO WRK-ROTULO
           MOVE TAB-BEN-ISENTO(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR

           MOVE '* 5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA (RE'
             & 'NDIMENTO LIQUIDO)' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*    01. DECIMO TERCEIRO SALARIO (LIQUIDO DO INSS)'
                                       TO WRK-ROTULO
           IF TAB-BEN-INSS-13(WRK-IND-BEN) GREATER
              TAB-BEN-DECIMO(WRK-IND-BEN)
              MOVE ZEROS               TO WRK-VALOR-EDIT
           ELSE
              COMPUTE WRK-VALOR-EDIT = TAB-BEN-DECIMO(WRK-IND-BEN)
                                     - TAB-BEN-INSS-13(WRK-IND-BEN)
           END-IF
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    02. IMPOSTO SOBRE A RENDA RETIDO NA FONTE SOBRE'
             & ' 13O SALARIO' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*        VALOR' TO WRK-ROTULO
           MOVE TAB-BEN-IRRF-13(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR

           MOVE '* 6. RENDIMENTOS RECEBIDOS ACUMULADAMENTE: NAO HA'
                                       TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA

           MOVE '* 7. INFORMACOES COMPLEMENTARES' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*    DEDUCAO DE DEPENDENTES CONSIDERADA NA RETENCAO'
                                       TO WRK-ROTULO
           MOVE TAB-BEN-DEDUCAO-DEP(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    13O SALARIO BRUTO' TO WRK-ROTULO
           MOVE TAB-BEN-DECIMO(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    CONTRIBUICAO PREVIDENCIARIA SOBRE O 13O SALARIO'
                                       TO WRK-ROTULO
           MOVE TAB-BEN-INSS-13(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR
           MOVE '*    TOTAL LIQUIDO PAGO NO ANO (FOLHAS DO ANO)'
                                       TO WRK-ROTULO
           MOVE TAB-BEN-LIQUIDO(WRK-IND-BEN) TO WRK-VALOR-EDIT
           PERFORM 0052-GRAVAR-VALOR

           MOVE '* 8. RESPONSAVEL PELAS INFORMACOES' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-DATA-EDIT
           STRING WRK-HOJE-AAAAMMDD(7:2) '/' WRK-HOJE-AAAAMMDD(5:2) '/'
                  WRK-HOJE-AAAAMMDD(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-EDIT
           END-STRING
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*    NOME: ' WRK-FONTE-RESPONSAVEL
                  '  DATA: ' WRK-DATA-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           MOVE '*==============================================='
             & '================================*' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA

      *    COMPLETA A PAGINA: UM COMPROVANTE POR PAGINA NO SPOOL
           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM UNTIL WRK-LINHAS-PAG NOT LESS WRK-LINHAS-POR-PAG
              PERFORM 0053-GRAVAR-LINHA
           END-PERFORM

           ADD TAB-BEN-TRIBUTAVEL(WRK-IND-BEN) TO WRK-TOT-TRIBUTAVEL
           ADD TAB-BEN-IRRF(WRK-IND-BEN)       TO WRK-TOT-IRRF
           ADD TAB-BEN-IRRF-13(WRK-IND-BEN)    TO WRK-TOT-IRRF-13
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA ROTULO + VALOR DO COMPROVANTE
      *----------------------------------------------------------------*
       0052-GRAVAR-VALOR               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING WRK-ROTULO WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR WRK-LINHA-REL EM IRREND.txt E CONTAR A LINHA NA PAGINA
      *----------------------------------------------------------------*
       0053-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           ADD 1                       TO WRK-LINHAS-PAG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0053-end
       0053-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CPF DO BENEFICIARIO (LINHA 'B' DE IRRENDPR.dat)
      *----------------------------------------------------------------*
       0054-OBTER-CPF                  SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CPF-BEN
           PERFORM VARYING WRK-IND-CPF FROM 1 BY 1 UNTIL
                      WRK-IND-CPF > WRK-QTDE-CPF
              IF TAB-CPF-NOME(WRK-IND-CPF) EQUAL
                 TAB-BEN-NOME(WRK-IND-BEN)
                 MOVE TAB-CPF-NUMERO(WRK-IND-CPF) TO WRK-CPF-BEN
              END-IF
           END-PERFORM

           IF WRK-CPF-BEN IS NUMERIC
              MOVE SPACES              TO WRK-CPF-EDIT
              STRING WRK-CPF-BEN(1:3) '.' WRK-CPF-BEN(4:3) '.'
                     WRK-CPF-BEN(7:3) '-' WRK-CPF-BEN(10:2)
                     DELIMITED BY SIZE INTO WRK-CPF-EDIT
              END-STRING
           ELSE
              MOVE ZEROS               TO WRK-CPF-BEN
              MOVE 'NAO INFORMADO'     TO WRK-CPF-EDIT
              ADD 1                    TO WRK-QTDE-SEM-CPF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0054-end
       0054-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PAGINA DE CONFERENCIA: CADA EXECUCAO QUE VALEU, COM A
      *    QUANTIDADE E O LIQUIDO SOMADOS CONTRA O SEU TRAILER (O
      *    MESMO DO FOLHALIQ.dat QUE O FOLHA02A PAGOU)
      *----------------------------------------------------------------*
       0006-EMITIR-CONFERENCIA         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-LINHAS-PAG
                                          WRK-TOT-LIQUIDO
                                          WRK-QTDE-DIVERGENTES

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CONFERENCIA COM AS FOLHAS DE ' WRK-ANO
                  ' (FOLHAMEM.dat x TRAILER DO FOLHALIQ.dat)'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           MOVE '* COMP.  T PROGRAMA DATA     FUNCS  LIQUIDO PAGO   '
             & '     SITUACAO    CHAVE' TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-EXE FROM 1 BY 1 UNTIL
                      WRK-IND-EXE > WRK-QTDE-EXE
              COMPUTE WRK-EXE-LIQUIDO =
                      TAB-EXE-HASH(WRK-IND-EXE) / 100
              ADD WRK-EXE-LIQUIDO      TO WRK-TOT-LIQUIDO
              EVALUATE TRUE
                 WHEN TAB-EXE-TEM-TRL(WRK-IND-EXE) NOT EQUAL 'S'
                    MOVE 'SEM TRAILER' TO WRK-SITUACAO-EXE
                    ADD 1              TO WRK-QTDE-DIVERGENTES
                 WHEN TAB-EXE-QTDE(WRK-IND-EXE) NOT EQUAL
                      TAB-EXE-TRL-QTDE(WRK-IND-EXE) OR
                      TAB-EXE-HASH(WRK-IND-EXE) NOT EQUAL
                      TAB-EXE-TRL-HASH(WRK-IND-EXE)
                    MOVE 'DIVERGENTE'  TO WRK-SITUACAO-EXE
                    ADD 1              TO WRK-QTDE-DIVERGENTES
                 WHEN OTHER
                    MOVE 'OK'          TO WRK-SITUACAO-EXE
              END-EVALUATE
              MOVE WRK-EXE-LIQUIDO     TO WRK-VALOR-TOT-EDIT
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '* ' TAB-EXE-COMP(WRK-IND-EXE)
                     ' ' TAB-EXE-TIPO(WRK-IND-EXE)
                     ' ' TAB-EXE-PROGRAMA(WRK-IND-EXE)
                     ' ' TAB-EXE-DATA(WRK-IND-EXE)
                     ' ' TAB-EXE-QTDE(WRK-IND-EXE)(5:5)
                     ' ' WRK-VALOR-TOT-EDIT
                     ' ' WRK-SITUACAO-EXE
                     ' ' TAB-EXE-CHAVE(WRK-IND-EXE)
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0053-GRAVAR-LINHA
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0053-GRAVAR-LINHA
           MOVE '* TOTAL LIQUIDO PAGO NAS FOLHAS DO ANO' TO WRK-ROTULO
           MOVE WRK-TOT-LIQUIDO        TO WRK-VALOR-TOT-EDIT
           PERFORM 0055-GRAVAR-TOTAL
           MOVE '* TOTAL DOS RENDIMENTOS TRIBUTAVEIS' TO WRK-ROTULO
           MOVE WRK-TOT-TRIBUTAVEL     TO WRK-VALOR-TOT-EDIT
           PERFORM 0055-GRAVAR-TOTAL
           MOVE '* TOTAL DO IRRF RETIDO (MENSAL)' TO WRK-ROTULO
           MOVE WRK-TOT-IRRF           TO WRK-VALOR-TOT-EDIT
           PERFORM 0055-GRAVAR-TOTAL
           MOVE '* TOTAL DO IRRF RETIDO (13O SALARIO)' TO WRK-ROTULO
           MOVE WRK-TOT-IRRF-13        TO WRK-VALOR-TOT-EDIT
           PERFORM 0055-GRAVAR-TOTAL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* EXECUCOES REPROCESSADAS (SUBSTITUIDAS): '
                  WRK-QTDE-SUBSTITUIDAS
                  '  NAO CONFEREM: ' WRK-QTDE-DIVERGENTES
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA ROTULO + TOTAL DA CONFERENCIA
      *----------------------------------------------------------------*
       0055-GRAVAR-TOTAL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING WRK-ROTULO WRK-VALOR-TOT-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0053-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0055-end
       0055-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RETENCOES DO ANO POR BENEFICIARIO EM RETANUAL.dat, PARA A
      *    DECLARACAO DA EMPRESA
      *----------------------------------------------------------------*
       0007-GRAVAR-RETENCOES           SECTION.
      *----------------------------------------------------------------*

      *    O CPF E LOCALIZADO DE NOVO: A CONTAGEM DOS SEM CPF RECOMECA
           MOVE ZEROS                  TO WRK-RET-QTDE
                                          WRK-RET-HASH
                                          WRK-QTDE-SEM-CPF

           OPEN OUTPUT ARQUIVO-RET

           MOVE SPACES                 TO FD-LIN-RETENCAO
           STRING 'HDR' SEP 'RETANUAL' SEP WRK-ANO SEP
                  WRK-FONTE-CNPJ SEP WRK-HOJE-AAAAMMDD SEP
                  DELIMITED BY SIZE INTO FD-LIN-RETENCAO
           END-STRING
           WRITE FD-LIN-RETENCAO

           PERFORM VARYING WRK-IND-BEN FROM 1 BY 1 UNTIL
                      WRK-IND-BEN > WRK-QTDE-BEN
              PERFORM 0054-OBTER-CPF
              MOVE TAB-BEN-TRIBUTAVEL(WRK-IND-BEN)
                                       TO WRK-RET-TRIBUTAVEL
              MOVE TAB-BEN-INSS(WRK-IND-BEN)   TO WRK-RET-INSS
              MOVE TAB-BEN-DEDUCAO-DEP(WRK-IND-BEN)
                                       TO WRK-RET-DEDUCAO-DEP
              MOVE TAB-BEN-IRRF(WRK-IND-BEN)   TO WRK-RET-IRRF
              MOVE TAB-BEN-DECIMO(WRK-IND-BEN) TO WRK-RET-DECIMO
              MOVE TAB-BEN-INSS-13(WRK-IND-BEN) TO WRK-RET-INSS-13
              MOVE TAB-BEN-IRRF-13(WRK-IND-BEN) TO WRK-RET-IRRF-13
              MOVE TAB-BEN-ISENTO(WRK-IND-BEN) TO WRK-RET-ISENTO

              MOVE SPACES              TO FD-LIN-RETENCAO
              STRING 'BPF'                 DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-CPF-BEN           DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     TAB-BEN-NOME(WRK-IND-BEN) DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-TRIBUTAVEL-X  DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-INSS-X        DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-DEDUCAO-DEP-X DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-IRRF-X        DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-DECIMO-X      DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-INSS-13-X     DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-IRRF-13-X     DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     WRK-RET-ISENTO-X      DELIMITED BY SIZE
                     SEP                   DELIMITED BY SIZE
                     INTO FD-LIN-RETENCAO
              END-STRING
              WRITE FD-LIN-RETENCAO

              ADD 1                    TO WRK-RET-QTDE
              COMPUTE WRK-RET-HASH = WRK-RET-HASH
                    + (WRK-RET-IRRF + WRK-RET-IRRF-13) * 100
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-RETENCAO
           STRING 'TRL' SEP WRK-RET-QTDE SEP WRK-RET-HASH SEP
                  DELIMITED BY SIZE INTO FD-LIN-RETENCAO
           END-STRING
           WRITE FD-LIN-RETENCAO

           CLOSE ARQUIVO-RET
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
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
