      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: ACORDOS DE RENEGOCIACAO DE DIVIDA DA COBRANCA.
      *              NOVO ACORDO: SELECIONA OS TITULOS VENCIDOS EM
      *              ABERTO DE UM SACADO EM TITULOS.dat (UM CEDENTE
      *              POR ACORDO), ATUALIZA A DIVIDA COM A MULTA/JUROS
      *              DO CEDENTE (PARAMETROS.dat, MESMO CRITERIO DO
      *              PROG025A), APLICA O DESCONTO NEGOCIADO E GERA AS
      *              PARCELAS COMO NOVOS TITULOS EM TITULOS.dat
      *              (NOSSO NUMERO = ACORDO 6 + PARCELA 2 + 'A',
      *              VENCIMENTOS MENSAIS COMO NO PROG025E), PRONTOS
      *              PARA O PROG025A
      *              EMITIR OS BOLETOS. OS TITULOS ORIGINAIS SAO
      *              BAIXADOS NA DATA CORRENTE COM A INSTRUCAO
      *              'ACORDO' E O NUMERO DO ACORDO EM INSTRUCO.dat.
      *              VERIFICACAO DOS ACORDOS: PARCELA EM ABERTO
      *              VENCIDA HA MAIS DE N DIAS (ACORDPAR.dat) ROMPE O
      *              ACORDO - AS PARCELAS EM ABERTO SAO CANCELADAS
      *              (INSTRUCAO 'CANCELADO') E OS TITULOS ORIGINAIS
      *              VOLTAM EM ABERTO (INSTRUCAO 'REABERTO') COM O
      *              SALDO ORIGINAL MENOS O QUE JA FOI PAGO NAS
      *              PARCELAS, DE VOLTA PARA A REGUA DO PROG025H.
      *              ACORDO COM TODAS AS PARCELAS PAGAS E QUITADO.
      * NOME.......: PROG025K
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - NOSSO NUMERO DA PARCELA DO ACORDO COM
      *              'A' NA POSICAO 9: ACORDO + PARCELA (8 DIGITOS)
      *              COLIDIA COM A PARCELA DE NOTA DE MESMO NUMERO
      *              (NOTA + PARCELA) DO PROG027A/PEDVEN1A.
      *----------------------------------------------------------------*
      * LAYOUT DE ACORDOS.dat (PIPE):
      *   ACORDO(6)|DATA(8)|SACADO|CEDENTE|PARCELAS(2)|
      *   VALOR-ORIGINAL-CENTS(10)|VALOR-ATUALIZADO-CENTS(10)|
      *   DESCONTO-PCT(5, 3+2 DECIMAIS)|VALOR-ACORDO-CENTS(10)|
      *   SITUACAO(A = ATIVO / Q = QUITADO / R = ROMPIDO)|
      *   DATA-SITUACAO(8)
      * LAYOUT DE ACORDTIT.dat (PIPE) - TITULOS ORIGINAIS DO ACORDO:
      *   ACORDO(6)|NOSSONUM|VALOR-ABERTO-CENTS(10)|
      *   VALOR-ATUALIZADO-CENTS(10)
      * LAYOUT DE ACORDPAR.dat (PIPE) - UMA LINHA, OPCIONAL:
      *   DIAS-TOLERANCIA(3)|MAX-PARCELAS(2)|MAX-DESCONTO-PCT(3)
      *   (PADRAO 15 | 24 | 50)
      * O ULTIMO NUMERO DE ACORDO FICA EM ACORDSEQ.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025K.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'PARAMETROS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-INST ASSIGN TO 'INSTRUCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ACD ASSIGN TO 'ACORDOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ACT ASSIGN TO 'ACORDTIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ACP ASSIGN TO 'ACORDPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-SEQ ASSIGN TO 'ACORDSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-PARM.
       01  FD-LIN-PARAM                   PIC X(064).

       FD  ARQUIVO-INST.
       01  FD-LIN-INSTRUCAO               PIC X(120).

       FD  ARQUIVO-ACD.
       01  FD-LIN-ACORDO                  PIC X(200).

       FD  ARQUIVO-ACT.
       01  FD-LIN-ACORDO-TIT              PIC X(060).

       FD  ARQUIVO-ACP.
       01  FD-LIN-ACORDO-PARM             PIC X(020).

       FD  ARQUIVO-SEQ.
       01  FD-LIN-SEQ                     PIC 9(06).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HOJE-INT                   PIC 9(09) VALUE ZEROS.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.

      *--- Parametros do acordo (ACORDPAR.dat)
       01  WRK-DIAS-TOLERANCIA            PIC 9(03) VALUE 15.
       01  WRK-MAX-PARCELAS               PIC 9(02) VALUE 24.
       01  WRK-MAX-DESCONTO-PCT           PIC 9(03) VALUE 50.

      *--- Parametrizacao (taxa em uso para o titulo corrente)
       01  WRK-MULTA-PCT                  PIC 9(3)V99 VALUE ZEROS.
       01  WRK-JUROS-DIA-PCT              PIC 9(3)V999 VALUE ZEROS.

      *--- Tabela de taxas por cedente - CEDENTE '*' = TAXA PADRAO
       01  WRK-MAX-TAB-PARM               PIC 9(02) VALUE 50.
       01  WRK-QTDE-PARM                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-PARM                   PIC 9(02) VALUE ZEROS.
       01  TAB-PARM-LINHA.
           05  TAB-PARM-LINHA OCCURS 50 TIMES.
               10  TAB-PARM-CEDENTE       PIC X(60)    VALUE SPACES.
               10  TAB-PARM-MULTA-PCT     PIC 9(3)V99  VALUE ZEROS.
               10  TAB-PARM-JUROS-PCT     PIC 9(3)V999 VALUE ZEROS.

      *--- Campos do titulo
       01  TITULOS.
         05  TITULOS-NOSSONUM             PIC X(20).
         05  TITULOS-SACADO               PIC X(60).
         05  TITULOS-CEDENTE              PIC X(60).
         05  TITULOS-VALOR-CENTS          PIC 9(10).
         05  TITULOS-VENC-AAAAMMDD        PIC 9(8).
         05  TITULOS-PAGTO-AAAAMMDD       PIC 9(8).

      *--- Tabela interna de titulos (MESMO USO DO PROG025A)
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 200.
       01  WRK-QTDE-TIT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(03) VALUE ZEROS.
       01  TAB-TIT-LINHA.
           05  TAB-TIT-LINHA OCCURS 200 TIMES.
               10  TAB-TIT-NOSSONUM       PIC X(20).
               10  TAB-TIT-SACADO         PIC X(60).
               10  TAB-TIT-CEDENTE        PIC X(60).
               10  TAB-TIT-VALOR-CENTS    PIC 9(10).
               10  TAB-TIT-VENC-AAAAMMDD  PIC 9(8).
               10  TAB-TIT-PAGTO-AAAAMMDD PIC 9(8).

      *--- Titulos vencidos do sacado candidatos ao acordo
       01  WRK-SACADO                     PIC X(60) VALUE SPACES.
       01  WRK-CEDENTE                    PIC X(60) VALUE SPACES.
       01  WRK-INCLUIR-TODOS              PIC X(01) VALUE 'N'.
       01  WRK-MAX-TAB-SEL                PIC 9(02) VALUE 50.
       01  WRK-QTDE-SEL                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-SEL                    PIC 9(02) VALUE ZEROS.
       01  TAB-SELECAO.
           05  TAB-SEL-LINHA OCCURS 50 TIMES.
               10  TAB-SEL-IND-TIT        PIC 9(03).
               10  TAB-SEL-ATUAL-CENTS    PIC 9(10).
               10  TAB-SEL-MARCADO        PIC X(01).

      *--- Calculo da divida atualizada (MESMO CALCULO DO PROG025A)
       01  VALOR-VALOR                    PIC 9(7)V99 VALUE 0.
       01  VALOR-MULTA                    PIC 9(7)V99 VALUE 0.
       01  VALOR-JUROS                    PIC 9(7)V99 VALUE 0.
       01  VALOR-TOTAL                    PIC 9(7)V99 VALUE 0.
       01  VALOR-DIAS-ATRASO              PIC S9(5)   VALUE 0.
       01  VENC-INT                       PIC 9(9).
       01  WRK-VENC-EFETIVO-AAAAMMDD      PIC 9(8).

      *--- Valores do acordo
       01  WRK-ACORDO-NUMERO              PIC 9(06) VALUE ZEROS.
       01  WRK-ORIGINAL-CENTS             PIC 9(10) VALUE ZEROS.
       01  WRK-ATUALIZADO-CENTS           PIC 9(10) VALUE ZEROS.
       01  WRK-DESCONTO-RAW               PIC X(10) VALUE SPACES.
       01  WRK-DESCONTO-PCT               PIC 9(03)V99 VALUE ZEROS.
       01  WRK-DESCONTO-CENTS             PIC 9(10) VALUE ZEROS.
       01  WRK-ACORDO-CENTS               PIC 9(10) VALUE ZEROS.
       01  WRK-PARCELAS                   PIC 9(02) VALUE ZEROS.
       01  WRK-PARCELA                    PIC 9(02) VALUE ZEROS.
       01  WRK-PARCELA-CENTS              PIC 9(10) VALUE ZEROS.
       01  WRK-ULTIMA-CENTS               PIC 9(10) VALUE ZEROS.
       01  WRK-DIA-VENC                   PIC 9(02) VALUE ZEROS.
      *--- Nosso numero da parcela: ACORDO(6)+PARCELA(2)+'A' - o 'A'
      *--- separa a parcela do acordo da parcela de nota fiscal
       01  WRK-NOSSONUM-GERADO.
         05 WRK-NN-ACORDO                 PIC 9(06).
         05 WRK-NN-PARCELA                PIC 9(02).
         05 FILLER                        PIC X(01) VALUE 'A'.

      *--- Vencimentos das parcelas (MESMO CRITERIO DO PROG025E)
       01  WRK-ANOMES                     PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANOMES-ANO             PIC 9(04).
           05  WRK-ANOMES-MES             PIC 9(02).
       01  WRK-ANO-NUM                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-NUM                    PIC 9(02) VALUE ZEROS.
       01  WRK-DIAS-NO-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-DIA-CLAMP                  PIC 9(02) VALUE ZEROS.
       01  WRK-VENC-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-EFETIVO               PIC 9(08) VALUE ZEROS.

      *--- Acordos registrados (ACORDOS.dat)
       01  WRK-MAX-TAB-ACD                PIC 9(03) VALUE 200.
       01  WRK-QTDE-ACD                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ACD                    PIC 9(03) VALUE ZEROS.
       01  TAB-ACORDOS.
           05  TAB-ACD-LINHA OCCURS 200 TIMES.
               10  TAB-ACD-NUMERO         PIC 9(06).
               10  TAB-ACD-DATA           PIC 9(08).
               10  TAB-ACD-SACADO         PIC X(60).
               10  TAB-ACD-CEDENTE        PIC X(60).
               10  TAB-ACD-PARCELAS       PIC 9(02).
               10  TAB-ACD-ORIGINAL       PIC 9(10).
               10  TAB-ACD-ATUALIZADO     PIC 9(10).
               10  TAB-ACD-DESCONTO       PIC 9(03)V99.
               10  TAB-ACD-DESCONTO-X REDEFINES TAB-ACD-DESCONTO
                                          PIC X(05).
               10  TAB-ACD-VALOR          PIC 9(10).
               10  TAB-ACD-SITUACAO       PIC X(01).
               10  TAB-ACD-DATA-SIT       PIC 9(08).

      *--- Titulos originais dos acordos (ACORDTIT.dat)
       01  WRK-MAX-TAB-ACT                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-ACT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-ACT                    PIC 9(04) VALUE ZEROS.
       01  TAB-ACORDO-TIT.
           05  TAB-ACT-LINHA OCCURS 1000 TIMES.
               10  TAB-ACT-ACORDO         PIC 9(06).
               10  TAB-ACT-NOSSONUM       PIC X(20).
               10  TAB-ACT-VALOR          PIC 9(10).
               10  TAB-ACT-ATUALIZADO     PIC 9(10).

      *--- Verificacao dos acordos ativos
       01  WRK-PAGO-CENTS                 PIC 9(10) VALUE ZEROS.
       01  WRK-EM-ABERTO                  PIC 9(02) VALUE ZEROS.
       01  WRK-EM-ATRASO                  PIC 9(02) VALUE ZEROS.
       01  WRK-DIAS-ATRASO                PIC S9(05) VALUE ZEROS.
       01  WRK-CREDITO-CENTS              PIC 9(10) VALUE ZEROS.
       01  WRK-QTDE-ROMPIDOS              PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-QUITADOS              PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-REABERTOS             PIC 9(03) VALUE ZEROS.

      *--- Instrucao gravada em INSTRUCO.dat (LAYOUT DO PROG025A)
       01  WRK-INST-DESC                  PIC X(10) VALUE SPACES.
       01  WRK-INST-VALOR-CENTS           PIC 9(10) VALUE ZEROS.
       01  WRK-INST-OBS                   PIC X(40) VALUE SPACES.

      *--- Edicao
       01  WRK-VAL-EDIT1                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VAL-EDIT2                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-EDIT                   PIC ZZ9,99.

      *    DEFINICAO DE DATA E HORA DO SISTEMA.
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
           PERFORM 0006-TELA-MENU-PRINCIPAL
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                  SECTION.
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

            COMPUTE WRK-HOJE-INT =
                            FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)

            MOVE COD001A-DATA-ANO      TO WRK-ANOMES-ANO
            MOVE COD001A-DATA-MES      TO WRK-ANOMES-MES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS TAXAS POR CEDENTE (PARAMETROS.dat, FORMATO
      *    CEDENTE|MULTA_PCT|JUROS_PCT DO PROG025A) E OS LIMITES DO
      *    ACORDO (ACORDPAR.dat) - SEM O ARQUIVO VALEM OS PADROES
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PARM
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PARM   LESS WRK-MAX-TAB-PARM
                       ADD 1           TO WRK-QTDE-PARM
                       UNSTRING FD-LIN-PARAM DELIMITED BY SEP
                                INTO TAB-PARM-CEDENTE(WRK-QTDE-PARM)
                                     TAB-PARM-MULTA-PCT(WRK-QTDE-PARM)
                                     TAB-PARM-JUROS-PCT(WRK-QTDE-PARM)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE PARAMETROS CHEIA! - MAXIMO '
                                WRK-MAX-TAB-PARM ' REGISTROS'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-PARM

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ACP
           READ ARQUIVO-ACP
              AT END CONTINUE
              NOT AT END
                 IF FD-LIN-ACORDO-PARM(1:1) IS NUMERIC
                    UNSTRING FD-LIN-ACORDO-PARM DELIMITED BY SEP
                             INTO WRK-DIAS-TOLERANCIA
                                  WRK-MAX-PARCELAS
                                  WRK-MAX-DESCONTO-PCT
                    END-UNSTRING
                 END-IF
           END-READ
           CLOSE ARQUIVO-ACP

      *    O NOSSO NUMERO SO COMPORTA 2 POSICOES DE PARCELA
           IF WRK-MAX-PARCELAS EQUAL ZEROS
              MOVE 24                  TO WRK-MAX-PARCELAS
           END-IF
           IF WRK-MAX-DESCONTO-PCT GREATER 100
              MOVE 100                 TO WRK-MAX-DESCONTO-PCT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0006-TELA-MENU-PRINCIPAL          SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=    ACORDOS DE RENEGOCIACAO DE DIVIDA   =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - NOVO ACORDO                          *'
           DISPLAY '* 2 - VERIFICAR ACORDOS (ROMPIMENTO)       *'
           DISPLAY '* 3 - LISTAR ACORDOS                       *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-NOVO-ACORDO
               WHEN 2 PERFORM 0030-VERIFICAR-ACORDOS
               WHEN 3 PERFORM 0040-LISTAR-ACORDOS
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0006-TELA-MENU-PRINCIPAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESOLVE A TAXA DE MULTA/JUROS DO CEDENTE DO TITULO
      *    CORRENTE, CAINDO PARA A TAXA PADRAO ('*') QUANDO O
      *    CEDENTE NAO TEM PARAMETRO PROPRIO CADASTRADO.
      *----------------------------------------------------------------*
       0007-RESOLVER-TAXA-CEDENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENCONTROU
           MOVE ZEROS                  TO WRK-IND-PARM

           PERFORM VARYING WRK-IND-PARM FROM 1 BY 1 UNTIL
                                 (WRK-IND-PARM > WRK-QTDE-PARM) OR
                                 (WRK-ENCONTROU EQUAL 'S')
              IF TITULOS-CEDENTE        EQUAL
                                        TAB-PARM-CEDENTE(WRK-IND-PARM)
                 MOVE 'S'               TO WRK-ENCONTROU
                 SUBTRACT 1             FROM WRK-IND-PARM
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU            EQUAL 'N'
              MOVE 'N'                 TO WRK-ENCONTROU
              MOVE ZEROS               TO WRK-IND-PARM
              PERFORM VARYING WRK-IND-PARM FROM 1 BY 1 UNTIL
                                 (WRK-IND-PARM > WRK-QTDE-PARM) OR
                                 (WRK-ENCONTROU EQUAL 'S')
                 IF '*'                EQUAL
                                        TAB-PARM-CEDENTE(WRK-IND-PARM)
                    MOVE 'S'            TO WRK-ENCONTROU
                    SUBTRACT 1          FROM WRK-IND-PARM
                 END-IF
              END-PERFORM
           END-IF

           IF WRK-ENCONTROU            EQUAL 'S'
              MOVE TAB-PARM-MULTA-PCT(WRK-IND-PARM) TO WRK-MULTA-PCT
              MOVE TAB-PARM-JUROS-PCT(WRK-IND-PARM)
                                       TO WRK-JUROS-DIA-PCT
           ELSE
              MOVE ZEROS               TO WRK-MULTA-PCT
              MOVE ZEROS               TO WRK-JUROS-DIA-PCT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRORROGAR O VENCIMENTO DO TITULO PARA O PROXIMO DIA UTIL
      *    QUANDO O VENCIMENTO ORIGINAL CAIR EM FERIADO OU FIM DE
      *    SEMANA - O PROPRIO PROGDATA CALCULA O PROXIMO DIA UTIL.
      *----------------------------------------------------------------*
       0008-PRORROGAR-VENCIMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE TITULOS-VENC-AAAAMMDD  TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-PROX-DIA-UTIL  TO WRK-VENC-EFETIVO-AAAAMMDD
           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOVO ACORDO: SELECAO DOS TITULOS VENCIDOS DO SACADO,
      *    DIVIDA ATUALIZADA, DESCONTO E PARCELAMENTO
      *----------------------------------------------------------------*
       0010-NOVO-ACORDO                SECTION.
      *----------------------------------------------------------------*

           PERFORM 0021-CARREGAR-TABELA-TIT
           PERFORM 0024-CARREGAR-ACORDOS

           DISPLAY 'SACADO: ' WITH NO ADVANCING
           ACCEPT WRK-SACADO

           PERFORM 0011-SELECIONAR-TITULOS

           IF WRK-QTDE-SEL EQUAL ZEROS
              DISPLAY 'NENHUM TITULO VENCIDO EM ABERTO PARA O SACADO'
              EXIT SECTION
           END-IF

           DISPLAY 'INCLUIR TODOS OS TITULOS NO ACORDO (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-INCLUIR-TODOS
           MOVE FUNCTION UPPER-CASE(WRK-INCLUIR-TODOS)
                                       TO WRK-INCLUIR-TODOS

           PERFORM 0012-MARCAR-TITULOS

           IF WRK-ORIGINAL-CENTS EQUAL ZEROS
              DISPLAY 'NENHUM TITULO MARCADO - ACORDO NAO GERADO'
              EXIT SECTION
           END-IF

           IF WRK-ENCONTROU EQUAL 'N'
              DISPLAY 'TITULOS DE CEDENTES DIFERENTES - FACA UM '
                      'ACORDO POR CEDENTE'
              EXIT SECTION
           END-IF

           COMPUTE WRK-VAL-EDIT1 = WRK-ORIGINAL-CENTS / 100
           COMPUTE WRK-VAL-EDIT2 = WRK-ATUALIZADO-CENTS / 100
           DISPLAY '* VALOR ORIGINAL EM ABERTO: ' WRK-VAL-EDIT1
           DISPLAY '* DIVIDA ATUALIZADA.......: ' WRK-VAL-EDIT2

           PERFORM 0013-OBTER-CONDICOES
           IF WRK-PARCELAS EQUAL ZEROS
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA O ACORDO (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           IF FUNCTION UPPER-CASE(WRK-RESPOSTA) NOT EQUAL 'S'
              DISPLAY 'ACORDO NAO CONFIRMADO'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-TIT + WRK-PARCELAS GREATER WRK-MAX-TAB-TIT
              DISPLAY 'TABELA DE TITULOS CHEIA! - MAXIMO '
                       WRK-MAX-TAB-TIT ' REGISTROS - ACORDO NAO GERADO'
              EXIT SECTION
           END-IF

           IF WRK-QTDE-ACD NOT LESS WRK-MAX-TAB-ACD
              DISPLAY 'TABELA DE ACORDOS CHEIA! - MAXIMO '
                       WRK-MAX-TAB-ACD ' REGISTROS - ACORDO NAO GERADO'
              EXIT SECTION
           END-IF

           PERFORM 0014-OBTER-PROX-ACORDO
           PERFORM 0015-BAIXAR-ORIGINAIS
           PERFORM 0016-GERAR-PARCELAS
           PERFORM 0023-GRAVAR-TABELA-TIT
           PERFORM 0017-GRAVAR-ACORDO

           DISPLAY 'ACORDO ' WRK-ACORDO-NUMERO ' REGISTRADO - '
                   WRK-PARCELAS ' PARCELAS EM TITULOS.dat (BOLETOS '
                   'PELO PROG025A)'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SELECIONAR OS TITULOS EM ABERTO E VENCIDOS DO SACADO -
      *    PARCELA DE ACORDO ATIVO NAO ENTRA (O ACORDO PRECISA SER
      *    ROMPIDO ANTES DE UMA NOVA NEGOCIACAO)
      *----------------------------------------------------------------*
       0011-SELECIONAR-TITULOS         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SEL

           DISPLAY 'ITEM | NOSSO NUMERO         | VENCTO   | '
                   'VALOR ABERTO | ATUALIZADO'

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) EQUAL ZEROS AND
                 FUNCTION TRIM(TAB-TIT-SACADO(WRK-IND-TIT)) EQUAL
                 FUNCTION TRIM(WRK-SACADO)
                 PERFORM 0019-VERIFICAR-PARCELA-ATIVA
                 IF WRK-ENCONTROU EQUAL 'N'
                    PERFORM 0018-ATUALIZAR-TITULO
                    IF VALOR-DIAS-ATRASO GREATER ZEROS
                       IF WRK-QTDE-SEL LESS WRK-MAX-TAB-SEL
                          ADD 1        TO WRK-QTDE-SEL
                          MOVE WRK-IND-TIT
                               TO TAB-SEL-IND-TIT(WRK-QTDE-SEL)
                          COMPUTE TAB-SEL-ATUAL-CENTS(WRK-QTDE-SEL) =
                                  VALOR-TOTAL * 100
                          MOVE 'N'     TO TAB-SEL-MARCADO(WRK-QTDE-SEL)
                          MOVE VALOR-VALOR TO WRK-VAL-EDIT1
                          MOVE VALOR-TOTAL TO WRK-VAL-EDIT2
                          DISPLAY WRK-QTDE-SEL '   | '
                                  TAB-TIT-NOSSONUM(WRK-IND-TIT) ' | '
                                  TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT)
                                  ' |' WRK-VAL-EDIT1 ' |'
                                  WRK-VAL-EDIT2
                       ELSE
                          DISPLAY 'TABELA DE SELECAO CHEIA! - MAXIMO '
                                   WRK-MAX-TAB-SEL ' TITULOS'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR OS TITULOS DO ACORDO E TOTALIZAR O VALOR ORIGINAL
      *    E O ATUALIZADO - WRK-ENCONTROU = 'N' QUANDO OS MARCADOS
      *    SAO DE CEDENTES DIFERENTES
      *----------------------------------------------------------------*
       0012-MARCAR-TITULOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ORIGINAL-CENTS
                                          WRK-ATUALIZADO-CENTS
           MOVE SPACES                 TO WRK-CEDENTE
           MOVE 'S'                    TO WRK-ENCONTROU

           PERFORM VARYING WRK-IND-SEL FROM 1 BY 1 UNTIL
                      WRK-IND-SEL > WRK-QTDE-SEL
              MOVE TAB-SEL-IND-TIT(WRK-IND-SEL) TO WRK-IND-TIT
              IF WRK-INCLUIR-TODOS EQUAL 'S'
                 MOVE 'S'              TO TAB-SEL-MARCADO(WRK-IND-SEL)
              ELSE
                 DISPLAY 'INCLUIR O TITULO '
                          TAB-TIT-NOSSONUM(WRK-IND-TIT) ' (S/N)? '
                          WITH NO ADVANCING
                 ACCEPT WRK-RESPOSTA
                 MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA)
                                       TO TAB-SEL-MARCADO(WRK-IND-SEL)
              END-IF
              IF TAB-SEL-MARCADO(WRK-IND-SEL) EQUAL 'S'
                 ADD TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                       TO WRK-ORIGINAL-CENTS
                 ADD TAB-SEL-ATUAL-CENTS(WRK-IND-SEL)
                                       TO WRK-ATUALIZADO-CENTS
                 IF WRK-CEDENTE EQUAL SPACES
                    MOVE TAB-TIT-CEDENTE(WRK-IND-TIT) TO WRK-CEDENTE
                 ELSE
                    IF TAB-TIT-CEDENTE(WRK-IND-TIT) NOT EQUAL
                       WRK-CEDENTE
                       MOVE 'N'        TO WRK-ENCONTROU
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O DESCONTO NEGOCIADO, O NUMERO DE PARCELAS E O DIA
      *    DE VENCIMENTO - WRK-PARCELAS ZERO = CONDICAO RECUSADA
      *----------------------------------------------------------------*
       0013-OBTER-CONDICOES            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PARCELAS

           DISPLAY 'DESCONTO NEGOCIADO EM % (EX. 10,00 - MAXIMO '
                   WRK-MAX-DESCONTO-PCT '): ' WITH NO ADVANCING
           ACCEPT WRK-DESCONTO-RAW
           IF WRK-DESCONTO-RAW EQUAL SPACES
              MOVE ZEROS               TO WRK-DESCONTO-PCT
           ELSE
              COMPUTE WRK-DESCONTO-PCT = FUNCTION NUMVAL(
                      FUNCTION TRIM(WRK-DESCONTO-RAW))
           END-IF

           IF WRK-DESCONTO-PCT GREATER WRK-MAX-DESCONTO-PCT
              DISPLAY 'DESCONTO ACIMA DO MAXIMO PERMITIDO ('
                       WRK-MAX-DESCONTO-PCT '%) - ACORDO NAO GERADO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-DESCONTO-CENTS ROUNDED =
                   WRK-ATUALIZADO-CENTS * WRK-DESCONTO-PCT / 100
           COMPUTE WRK-ACORDO-CENTS =
                   WRK-ATUALIZADO-CENTS - WRK-DESCONTO-CENTS

           IF WRK-ACORDO-CENTS EQUAL ZEROS
              DISPLAY 'VALOR DO ACORDO ZERADO - ACORDO NAO GERADO'
              EXIT SECTION
           END-IF

           PERFORM UNTIL WRK-PARCELAS GREATER ZEROS AND
                         WRK-PARCELAS NOT GREATER WRK-MAX-PARCELAS
              DISPLAY 'NUMERO DE PARCELAS (1-' WRK-MAX-PARCELAS '): '
                      WITH NO ADVANCING
              ACCEPT WRK-PARCELAS
           END-PERFORM

           MOVE ZEROS                  TO WRK-DIA-VENC
           PERFORM UNTIL WRK-DIA-VENC GREATER ZEROS AND
                         WRK-DIA-VENC NOT GREATER 31
              DISPLAY 'DIA DO VENCIMENTO (1-31): '
                      WITH NO ADVANCING
              ACCEPT WRK-DIA-VENC
           END-PERFORM

      *    PARCELAS IGUAIS - A ULTIMA ABSORVE A SOBRA DOS CENTAVOS
           COMPUTE WRK-PARCELA-CENTS =
                   WRK-ACORDO-CENTS / WRK-PARCELAS
           COMPUTE WRK-ULTIMA-CENTS = WRK-ACORDO-CENTS -
                   (WRK-PARCELA-CENTS * (WRK-PARCELAS - 1))

           COMPUTE WRK-VAL-EDIT1 = WRK-DESCONTO-CENTS / 100
           COMPUTE WRK-VAL-EDIT2 = WRK-ACORDO-CENTS / 100
           DISPLAY '* DESCONTO...........: ' WRK-VAL-EDIT1
           DISPLAY '* VALOR DO ACORDO....: ' WRK-VAL-EDIT2
           COMPUTE WRK-VAL-EDIT1 = WRK-PARCELA-CENTS / 100
           COMPUTE WRK-VAL-EDIT2 = WRK-ULTIMA-CENTS / 100
           DISPLAY '* ' WRK-PARCELAS ' PARCELAS DE ' WRK-VAL-EDIT1
                   ' (ULTIMA ' WRK-VAL-EDIT2 ')'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE ACORDO (ACORDSEQ.dat)
      *----------------------------------------------------------------*
       0014-OBTER-PROX-ACORDO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ACORDO-NUMERO

           OPEN INPUT ARQUIVO-SEQ
           READ ARQUIVO-SEQ
               AT END MOVE ZEROS       TO WRK-ACORDO-NUMERO
               NOT AT END MOVE FD-LIN-SEQ TO WRK-ACORDO-NUMERO
           END-READ
           CLOSE ARQUIVO-SEQ

           ADD 1                       TO WRK-ACORDO-NUMERO

           OPEN OUTPUT ARQUIVO-SEQ
           MOVE WRK-ACORDO-NUMERO      TO FD-LIN-SEQ
           WRITE FD-LIN-SEQ
           CLOSE ARQUIVO-SEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR OS TITULOS ORIGINAIS MARCADOS NA DATA CORRENTE COM
      *    A INSTRUCAO 'ACORDO' E GUARDA-LOS EM ACORDTIT.dat
      *----------------------------------------------------------------*
       0015-BAIXAR-ORIGINAIS           SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-ACT

           MOVE SPACES                 TO WRK-INST-OBS
           STRING 'ACORDO ' WRK-ACORDO-NUMERO
                  DELIMITED BY SIZE INTO WRK-INST-OBS
           END-STRING
           MOVE 'ACORDO'               TO WRK-INST-DESC

           PERFORM VARYING WRK-IND-SEL FROM 1 BY 1 UNTIL
                      WRK-IND-SEL > WRK-QTDE-SEL
              IF TAB-SEL-MARCADO(WRK-IND-SEL) EQUAL 'S'
                 MOVE TAB-SEL-IND-TIT(WRK-IND-SEL) TO WRK-IND-TIT
                 MOVE WRK-HOJE-AAAAMMDD
                      TO TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                 MOVE TAB-SEL-ATUAL-CENTS(WRK-IND-SEL)
                                       TO WRK-INST-VALOR-CENTS
                 PERFORM 0031-GRAVAR-INSTRUCAO

                 MOVE SPACES           TO FD-LIN-ACORDO-TIT
                 STRING WRK-ACORDO-NUMERO DELIMITED BY SIZE
                        SEP               DELIMITED BY SIZE
                        FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                                          DELIMITED BY SIZE
                        SEP               DELIMITED BY SIZE
                        TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                          DELIMITED BY SIZE
                        SEP               DELIMITED BY SIZE
                        TAB-SEL-ATUAL-CENTS(WRK-IND-SEL)
                                          DELIMITED BY SIZE
                        INTO FD-LIN-ACORDO-TIT
                 END-STRING
                 WRITE FD-LIN-ACORDO-TIT
              END-IF
           END-PERFORM

           CLOSE ARQUIVO-ACT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR AS PARCELAS DO ACORDO COMO NOVOS TITULOS NA TABELA
      *    (SACADO E CEDENTE DOS ORIGINAIS, PAGAMENTO EM BRANCO)
      *----------------------------------------------------------------*
       0016-GERAR-PARCELAS             SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'PARCELA | NOSSO NUMERO | VENCTO   | VALOR'

           PERFORM VARYING WRK-PARCELA FROM 1 BY 1 UNTIL
                      WRK-PARCELA GREATER WRK-PARCELAS
              PERFORM 0020-MONTAR-VENCIMENTO
              MOVE WRK-ACORDO-NUMERO   TO WRK-NN-ACORDO
              MOVE WRK-PARCELA         TO WRK-NN-PARCELA
              ADD 1                    TO WRK-QTDE-TIT
              MOVE SPACES              TO TAB-TIT-NOSSONUM(WRK-QTDE-TIT)
              MOVE WRK-NOSSONUM-GERADO TO TAB-TIT-NOSSONUM(WRK-QTDE-TIT)
              MOVE WRK-SACADO          TO TAB-TIT-SACADO(WRK-QTDE-TIT)
              MOVE WRK-CEDENTE         TO TAB-TIT-CEDENTE(WRK-QTDE-TIT)
              IF WRK-PARCELA EQUAL WRK-PARCELAS
                 MOVE WRK-ULTIMA-CENTS
                      TO TAB-TIT-VALOR-CENTS(WRK-QTDE-TIT)
              ELSE
                 MOVE WRK-PARCELA-CENTS
                      TO TAB-TIT-VALOR-CENTS(WRK-QTDE-TIT)
              END-IF
              MOVE WRK-VENC-EFETIVO
                   TO TAB-TIT-VENC-AAAAMMDD(WRK-QTDE-TIT)
              MOVE ZEROS  TO TAB-TIT-PAGTO-AAAAMMDD(WRK-QTDE-TIT)
              COMPUTE WRK-VAL-EDIT1 =
                      TAB-TIT-VALOR-CENTS(WRK-QTDE-TIT) / 100
              DISPLAY '     ' WRK-PARCELA ' | ' WRK-NOSSONUM-GERADO
                      '     | ' WRK-VENC-EFETIVO ' |' WRK-VAL-EDIT1
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O ACORDO EM ACORDOS.dat
      *----------------------------------------------------------------*
       0017-GRAVAR-ACORDO              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-ACD
           MOVE WRK-ACORDO-NUMERO      TO TAB-ACD-NUMERO(WRK-QTDE-ACD)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-ACD-DATA(WRK-QTDE-ACD)
           MOVE WRK-SACADO             TO TAB-ACD-SACADO(WRK-QTDE-ACD)
           MOVE WRK-CEDENTE            TO TAB-ACD-CEDENTE(WRK-QTDE-ACD)
           MOVE WRK-PARCELAS           TO TAB-ACD-PARCELAS(WRK-QTDE-ACD)
           MOVE WRK-ORIGINAL-CENTS     TO TAB-ACD-ORIGINAL(WRK-QTDE-ACD)
           MOVE WRK-ATUALIZADO-CENTS
                                  TO TAB-ACD-ATUALIZADO(WRK-QTDE-ACD)
           MOVE WRK-DESCONTO-PCT       TO TAB-ACD-DESCONTO(WRK-QTDE-ACD)
           MOVE WRK-ACORDO-CENTS       TO TAB-ACD-VALOR(WRK-QTDE-ACD)
           MOVE 'A'                    TO TAB-ACD-SITUACAO(WRK-QTDE-ACD)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-ACD-DATA-SIT(WRK-QTDE-ACD)

           PERFORM 0025-GRAVAR-ACORDOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIVIDA ATUALIZADA DO TITULO WRK-IND-TIT NA DATA CORRENTE:
      *    VALOR + MULTA + JUROS POR DIA DE ATRASO DO CEDENTE, COM O
      *    ATRASO CONTADO DO VENCIMENTO EFETIVO (MESMO CALCULO DO
      *    BOLETO DO PROG025A)
      *----------------------------------------------------------------*
       0018-ATUALIZAR-TITULO           SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-TIT-CEDENTE(WRK-IND-TIT)   TO TITULOS-CEDENTE
           MOVE TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT)
                                       TO TITULOS-VENC-AAAAMMDD

           PERFORM 0007-RESOLVER-TAXA-CEDENTE
           PERFORM 0008-PRORROGAR-VENCIMENTO

           COMPUTE VALOR-VALOR = TAB-TIT-VALOR-CENTS(WRK-IND-TIT) / 100
           COMPUTE VENC-INT =
                    FUNCTION INTEGER-OF-DATE(WRK-VENC-EFETIVO-AAAAMMDD)
           COMPUTE VALOR-DIAS-ATRASO = WRK-HOJE-INT - VENC-INT

           MOVE ZEROS                  TO VALOR-MULTA VALOR-JUROS
           IF VALOR-DIAS-ATRASO GREATER ZEROS
              COMPUTE VALOR-MULTA = VALOR-VALOR
                                         * (WRK-MULTA-PCT / 100)
              COMPUTE VALOR-JUROS = VALOR-VALOR
                                         * (WRK-JUROS-DIA-PCT / 100)
                                         * VALOR-DIAS-ATRASO
           END-IF

           COMPUTE VALOR-TOTAL = VALOR-VALOR + VALOR-MULTA + VALOR-JUROS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O TITULO WRK-IND-TIT E PARCELA DE UM ACORDO ATIVO?
      *    (NOSSO NUMERO = ACORDO 6 + PARCELA 2 + 'A')
      *----------------------------------------------------------------*
       0019-VERIFICAR-PARCELA-ATIVA    SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENCONTROU

           IF TAB-TIT-NOSSONUM(WRK-IND-TIT)(1:8) IS NOT NUMERIC OR
              TAB-TIT-NOSSONUM(WRK-IND-TIT)(9:1) NOT EQUAL 'A' OR
              TAB-TIT-NOSSONUM(WRK-IND-TIT)(10:1) NOT EQUAL SPACE
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-ACD FROM 1 BY 1 UNTIL
                      WRK-IND-ACD > WRK-QTDE-ACD
              IF TAB-ACD-SITUACAO(WRK-IND-ACD) EQUAL 'A' AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(1:6) EQUAL
                 TAB-ACD-NUMERO(WRK-IND-ACD)
                 MOVE 'S'              TO WRK-ENCONTROU
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR O VENCIMENTO DA PARCELA: MES SEGUINTE AO ANTERIOR,
      *    DIA ESCOLHIDO (LIMITADO AO FIM DO MES) E PRORROGACAO PARA
      *    O DIA UTIL VIA PROGDATA - MESMO CRITERIO DO PROG025E
      *----------------------------------------------------------------*
       0020-MONTAR-VENCIMENTO          SECTION.
      *----------------------------------------------------------------*

           IF WRK-ANOMES-MES EQUAL 12
              ADD 1                    TO WRK-ANOMES-ANO
              MOVE 1                   TO WRK-ANOMES-MES
           ELSE
              ADD 1                    TO WRK-ANOMES-MES
           END-IF

           MOVE WRK-ANOMES-ANO         TO WRK-ANO-NUM
           MOVE WRK-ANOMES-MES         TO WRK-MES-NUM

           EVALUATE WRK-MES-NUM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31               TO WRK-DIAS-NO-MES
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30               TO WRK-DIAS-NO-MES
              WHEN 02
                 IF FUNCTION MOD(WRK-ANO-NUM, 4) EQUAL 0 AND
                   (FUNCTION MOD(WRK-ANO-NUM, 100) NOT EQUAL 0 OR
                    FUNCTION MOD(WRK-ANO-NUM, 400) EQUAL 0)
                    MOVE 29            TO WRK-DIAS-NO-MES
                 ELSE
                    MOVE 28            TO WRK-DIAS-NO-MES
                 END-IF
           END-EVALUATE

           IF WRK-DIA-VENC GREATER WRK-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES     TO WRK-DIA-CLAMP
           ELSE
              MOVE WRK-DIA-VENC        TO WRK-DIA-CLAMP
           END-IF

           COMPUTE WRK-VENC-AAAAMMDD =
                   (WRK-ANOMES * 100) + WRK-DIA-CLAMP

           MOVE WRK-VENC-AAAAMMDD      TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE
           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-PROX-DIA-UTIL  TO WRK-VENC-EFETIVO
           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGA O ARQUIVO TITULOS.DAT NA TABELA INTERNA
      *----------------------------------------------------------------*
       0021-CARREGAR-TABELA-TIT         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                   TO WRK-QTDE-TIT
           MOVE 'N'                     TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT          INTO FD-LIN-TITULOS
                 AT END MOVE 'S'        TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       IF WRK-QTDE-TIT  LESS WRK-MAX-TAB-TIT
                          ADD 1         TO WRK-QTDE-TIT
                          MOVE SPACES   TO TITULOS
                          UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                                   INTO TITULOS-NOSSONUM
                                        TITULOS-SACADO
                                        TITULOS-CEDENTE
                                        TITULOS-VALOR-CENTS
                                        TITULOS-VENC-AAAAMMDD
                                        TITULOS-PAGTO-AAAAMMDD
                          END-UNSTRING
                          IF TITULOS-PAGTO-AAAAMMDD NOT NUMERIC
                             MOVE ZEROS TO TITULOS-PAGTO-AAAAMMDD
                          END-IF
                          MOVE TITULOS-NOSSONUM
                               TO TAB-TIT-NOSSONUM(WRK-QTDE-TIT)
                          MOVE TITULOS-SACADO
                               TO TAB-TIT-SACADO(WRK-QTDE-TIT)
                          MOVE TITULOS-CEDENTE
                               TO TAB-TIT-CEDENTE(WRK-QTDE-TIT)
                          MOVE TITULOS-VALOR-CENTS
                               TO TAB-TIT-VALOR-CENTS(WRK-QTDE-TIT)
                          MOVE TITULOS-VENC-AAAAMMDD
                               TO TAB-TIT-VENC-AAAAMMDD(WRK-QTDE-TIT)
                          MOVE TITULOS-PAGTO-AAAAMMDD
                               TO TAB-TIT-PAGTO-AAAAMMDD(WRK-QTDE-TIT)
                       ELSE
                          DISPLAY 'TABELA DE TITULOS CHEIA! - MAXIMO '
                                   WRK-MAX-TAB-TIT ' REGISTROS'
                          CLOSE ARQUIVO-TIT
                          PERFORM 9999-FINALIZAR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZA NA TABELA O TITULO DE NOSSO NUMERO
      *    TAB-ACT-NOSSONUM(WRK-IND-ACT)
      *----------------------------------------------------------------*
       0022-LOCALIZAR-TITULO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                     TO WRK-ENCONTROU

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                                 (WRK-IND-TIT > WRK-QTDE-TIT) OR
                                 (WRK-ENCONTROU EQUAL 'S')
              IF TAB-ACT-NOSSONUM(WRK-IND-ACT) EQUAL
                                        TAB-TIT-NOSSONUM(WRK-IND-TIT)
                 MOVE 'S'               TO WRK-ENCONTROU
                 SUBTRACT 1             FROM WRK-IND-TIT
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVA O ARQUIVO TITULOS.DAT COM OS DADOS DA TABELA
      *----------------------------------------------------------------*
       0023-GRAVAR-TABELA-TIT           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-TIT

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                                 WRK-IND-TIT > WRK-QTDE-TIT
              MOVE SPACES               TO FD-LIN-TITULOS
              STRING
                 FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 FUNCTION TRIM(TAB-TIT-SACADO(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 FUNCTION TRIM(TAB-TIT-CEDENTE(WRK-IND-TIT))
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                 SEP                          DELIMITED BY SIZE
                 TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                                              DELIMITED BY SIZE
                 INTO FD-LIN-TITULOS
              END-STRING
              WRITE FD-LIN-TITULOS
           END-PERFORM

           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ACORDOS (ACORDOS.dat) E OS TITULOS ORIGINAIS
      *    DE CADA ACORDO (ACORDTIT.dat)
      *----------------------------------------------------------------*
       0024-CARREGAR-ACORDOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ACD WRK-QTDE-ACT

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ACD
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ACD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-ACD LESS WRK-MAX-TAB-ACD
                       ADD 1           TO WRK-QTDE-ACD
                       UNSTRING FD-LIN-ACORDO DELIMITED BY SEP
                          INTO TAB-ACD-NUMERO(WRK-QTDE-ACD)
                               TAB-ACD-DATA(WRK-QTDE-ACD)
                               TAB-ACD-SACADO(WRK-QTDE-ACD)
                               TAB-ACD-CEDENTE(WRK-QTDE-ACD)
                               TAB-ACD-PARCELAS(WRK-QTDE-ACD)
                               TAB-ACD-ORIGINAL(WRK-QTDE-ACD)
                               TAB-ACD-ATUALIZADO(WRK-QTDE-ACD)
                               TAB-ACD-DESCONTO-X(WRK-QTDE-ACD)
                               TAB-ACD-VALOR(WRK-QTDE-ACD)
                               TAB-ACD-SITUACAO(WRK-QTDE-ACD)
                               TAB-ACD-DATA-SIT(WRK-QTDE-ACD)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE ACORDOS CHEIA! - MAXIMO '
                                WRK-MAX-TAB-ACD ' REGISTROS'
                       CLOSE ARQUIVO-ACD
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ACD

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ACT
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ACT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-ACT LESS WRK-MAX-TAB-ACT
                       ADD 1           TO WRK-QTDE-ACT
                       MOVE SPACES     TO TAB-ACT-NOSSONUM(WRK-QTDE-ACT)
                       UNSTRING FD-LIN-ACORDO-TIT DELIMITED BY SEP
                          INTO TAB-ACT-ACORDO(WRK-QTDE-ACT)
                               TAB-ACT-NOSSONUM(WRK-QTDE-ACT)
                               TAB-ACT-VALOR(WRK-QTDE-ACT)
                               TAB-ACT-ATUALIZADO(WRK-QTDE-ACT)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE TITULOS DE ACORDO CHEIA! - '
                               'MAXIMO ' WRK-MAX-TAB-ACT ' REGISTROS'
                       CLOSE ARQUIVO-ACT
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ACT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0024-end
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR ACORDOS.dat COM A TABELA DE ACORDOS
      *----------------------------------------------------------------*
       0025-GRAVAR-ACORDOS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-ACD

           PERFORM VARYING WRK-IND-ACD FROM 1 BY 1 UNTIL
                      WRK-IND-ACD > WRK-QTDE-ACD
              MOVE SPACES              TO FD-LIN-ACORDO
              STRING TAB-ACD-NUMERO(WRK-IND-ACD)  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-DATA(WRK-IND-ACD)    DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-ACD-SACADO(WRK-IND-ACD))
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-ACD-CEDENTE(WRK-IND-ACD))
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-PARCELAS(WRK-IND-ACD)
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-ORIGINAL(WRK-IND-ACD)
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-ATUALIZADO(WRK-IND-ACD)
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-DESCONTO(WRK-IND-ACD)
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-VALOR(WRK-IND-ACD)   DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-SITUACAO(WRK-IND-ACD)
                                                  DELIMITED BY SIZE
                     SEP                          DELIMITED BY SIZE
                     TAB-ACD-DATA-SIT(WRK-IND-ACD)
                                                  DELIMITED BY SIZE
                     INTO FD-LIN-ACORDO
              END-STRING
              WRITE FD-LIN-ACORDO
           END-PERFORM

           CLOSE ARQUIVO-ACD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR OS ACORDOS ATIVOS: TODAS AS PARCELAS PAGAS =
      *    QUITADO; PARCELA EM ABERTO VENCIDA HA MAIS DA TOLERANCIA =
      *    ROMPIDO
      *----------------------------------------------------------------*
       0030-VERIFICAR-ACORDOS          SECTION.
      *----------------------------------------------------------------*

           PERFORM 0021-CARREGAR-TABELA-TIT
           PERFORM 0024-CARREGAR-ACORDOS

           MOVE ZEROS                  TO WRK-QTDE-ROMPIDOS
                                          WRK-QTDE-QUITADOS
                                          WRK-QTDE-REABERTOS

           PERFORM VARYING WRK-IND-ACD FROM 1 BY 1 UNTIL
                      WRK-IND-ACD > WRK-QTDE-ACD
              IF TAB-ACD-SITUACAO(WRK-IND-ACD) EQUAL 'A'
                 PERFORM 0032-AVALIAR-ACORDO
              END-IF
           END-PERFORM

           IF WRK-QTDE-ROMPIDOS GREATER ZEROS
              PERFORM 0023-GRAVAR-TABELA-TIT
           END-IF
           IF WRK-QTDE-ROMPIDOS GREATER ZEROS OR
              WRK-QTDE-QUITADOS GREATER ZEROS
              PERFORM 0025-GRAVAR-ACORDOS
           END-IF

           DISPLAY '*=========================================*'
           DISPLAY '* PROG025K - VERIFICACAO DOS ACORDOS      *'
           DISPLAY '* TOLERANCIA (DIAS)...: ' WRK-DIAS-TOLERANCIA
           DISPLAY '* ACORDOS QUITADOS....: ' WRK-QTDE-QUITADOS
           DISPLAY '* ACORDOS ROMPIDOS....: ' WRK-QTDE-ROMPIDOS
           DISPLAY '* TITULOS REABERTOS...: ' WRK-QTDE-REABERTOS
           DISPLAY '*=========================================*'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A INSTRUCAO NO ARQUIVO INSTRUCO.dat (LAYOUT DO
      *    PROG025A) PARA O TITULO WRK-IND-TIT
      *----------------------------------------------------------------*
       0031-GRAVAR-INSTRUCAO            SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-INST

           MOVE SPACES                  TO FD-LIN-INSTRUCAO
           STRING
               WRK-HOJE-AAAAMMDD             DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               FUNCTION TRIM(TAB-TIT-NOSSONUM(WRK-IND-TIT))
                                             DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               WRK-INST-DESC                 DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               WRK-INST-VALOR-CENTS          DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                             DELIMITED BY SIZE
               SEP                           DELIMITED BY SIZE
               FUNCTION TRIM(WRK-INST-OBS)   DELIMITED BY SIZE
               INTO FD-LIN-INSTRUCAO
           END-STRING

           WRITE FD-LIN-INSTRUCAO
           CLOSE ARQUIVO-INST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIAR O ACORDO ATIVO WRK-IND-ACD PELAS SUAS PARCELAS EM
      *    TITULOS.dat
      *----------------------------------------------------------------*
       0032-AVALIAR-ACORDO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PAGO-CENTS
                                          WRK-EM-ABERTO
                                          WRK-EM-ATRASO

           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-NOSSONUM(WRK-IND-TIT)(1:6) EQUAL
                 TAB-ACD-NUMERO(WRK-IND-ACD) AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(7:2) IS NUMERIC AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(9:1) EQUAL 'A' AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(10:1) EQUAL SPACE
                 IF TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) EQUAL ZEROS
                    ADD 1              TO WRK-EM-ABERTO
                    COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT -
                            FUNCTION INTEGER-OF-DATE(
                               TAB-TIT-VENC-AAAAMMDD(WRK-IND-TIT))
                    IF WRK-DIAS-ATRASO GREATER WRK-DIAS-TOLERANCIA
                       ADD 1           TO WRK-EM-ATRASO
                    END-IF
                 ELSE
                    ADD TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                       TO WRK-PAGO-CENTS
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-EM-ABERTO EQUAL ZEROS
              MOVE 'Q'                 TO TAB-ACD-SITUACAO(WRK-IND-ACD)
              MOVE WRK-HOJE-AAAAMMDD   TO TAB-ACD-DATA-SIT(WRK-IND-ACD)
              ADD 1                    TO WRK-QTDE-QUITADOS
              DISPLAY 'ACORDO ' TAB-ACD-NUMERO(WRK-IND-ACD)
                      ' QUITADO'
              EXIT SECTION
           END-IF

           IF WRK-EM-ATRASO GREATER ZEROS
              PERFORM 0033-ROMPER-ACORDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROMPER O ACORDO WRK-IND-ACD: CANCELA AS PARCELAS EM ABERTO
      *    E REABRE OS TITULOS ORIGINAIS. O QUE JA FOI PAGO NAS
      *    PARCELAS ABATE O VALOR ORIGINAL, DO PRIMEIRO TITULO DO
      *    ACORDO PARA O ULTIMO; O TITULO COBERTO PELO PAGO CONTINUA
      *    BAIXADO. O TITULO REABERTO MANTEM O VENCIMENTO ORIGINAL E
      *    VOLTA PARA A REGUA DO PROG025H.
      *----------------------------------------------------------------*
       0033-ROMPER-ACORDO              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-INST-OBS
           STRING 'ROMPIMENTO ACORDO ' TAB-ACD-NUMERO(WRK-IND-ACD)
                  DELIMITED BY SIZE INTO WRK-INST-OBS
           END-STRING

           MOVE 'CANCELADO'            TO WRK-INST-DESC
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              IF TAB-TIT-NOSSONUM(WRK-IND-TIT)(1:6) EQUAL
                 TAB-ACD-NUMERO(WRK-IND-ACD) AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(7:2) IS NUMERIC AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(9:1) EQUAL 'A' AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(10:1) EQUAL SPACE AND
                 TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) EQUAL ZEROS
                 MOVE WRK-HOJE-AAAAMMDD
                      TO TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                 MOVE TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                       TO WRK-INST-VALOR-CENTS
                 PERFORM 0031-GRAVAR-INSTRUCAO
              END-IF
           END-PERFORM

           MOVE WRK-PAGO-CENTS         TO WRK-CREDITO-CENTS
           MOVE 'REABERTO'             TO WRK-INST-DESC
           PERFORM VARYING WRK-IND-ACT FROM 1 BY 1 UNTIL
                      WRK-IND-ACT > WRK-QTDE-ACT
              IF TAB-ACT-ACORDO(WRK-IND-ACT) EQUAL
                 TAB-ACD-NUMERO(WRK-IND-ACD)
                 IF WRK-CREDITO-CENTS NOT LESS
                    TAB-ACT-VALOR(WRK-IND-ACT)
                    SUBTRACT TAB-ACT-VALOR(WRK-IND-ACT)
                                       FROM WRK-CREDITO-CENTS
                 ELSE
                    PERFORM 0022-LOCALIZAR-TITULO
                    IF WRK-ENCONTROU EQUAL 'S'
                       COMPUTE TAB-TIT-VALOR-CENTS(WRK-IND-TIT) =
                               TAB-ACT-VALOR(WRK-IND-ACT) -
                               WRK-CREDITO-CENTS
                       MOVE ZEROS
                            TO TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                       MOVE TAB-TIT-VALOR-CENTS(WRK-IND-TIT)
                                       TO WRK-INST-VALOR-CENTS
                       PERFORM 0031-GRAVAR-INSTRUCAO
                       ADD 1           TO WRK-QTDE-REABERTOS
                    ELSE
                       DISPLAY 'TITULO ' TAB-ACT-NOSSONUM(WRK-IND-ACT)
                               ' DO ACORDO NAO ENCONTRADO EM '
                               'TITULOS.dat'
                    END-IF
                    MOVE ZEROS         TO WRK-CREDITO-CENTS
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'R'                    TO TAB-ACD-SITUACAO(WRK-IND-ACD)
           MOVE WRK-HOJE-AAAAMMDD      TO TAB-ACD-DATA-SIT(WRK-IND-ACD)
           ADD 1                       TO WRK-QTDE-ROMPIDOS
           DISPLAY 'ACORDO ' TAB-ACD-NUMERO(WRK-IND-ACD) ' ROMPIDO - '
                   WRK-EM-ATRASO ' PARCELA(S) EM ATRASO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS ACORDOS REGISTRADOS
      *----------------------------------------------------------------*
       0040-LISTAR-ACORDOS             SECTION.
      *----------------------------------------------------------------*

           PERFORM 0024-CARREGAR-ACORDOS

           DISPLAY 'ACORDO | DATA     | SIT | PARC |   VALOR ACORDO'
                   ' | SACADO'

           PERFORM VARYING WRK-IND-ACD FROM 1 BY 1 UNTIL
                      WRK-IND-ACD > WRK-QTDE-ACD
              COMPUTE WRK-VAL-EDIT1 = TAB-ACD-VALOR(WRK-IND-ACD) / 100
              DISPLAY TAB-ACD-NUMERO(WRK-IND-ACD) ' | '
                      TAB-ACD-DATA(WRK-IND-ACD) ' |  '
                      TAB-ACD-SITUACAO(WRK-IND-ACD) '  |  '
                      TAB-ACD-PARCELAS(WRK-IND-ACD) '  |'
                      WRK-VAL-EDIT1 ' | '
                      TAB-ACD-SACADO(WRK-IND-ACD)(1:30)
           END-PERFORM

           DISPLAY 'TOTAL DE ACORDOS: ' WRK-QTDE-ACD
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

           DISPLAY '********************************'
           DISPLAY '*        FIM DE PROGRAMA       *'
           DISPLAY '********************************'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
