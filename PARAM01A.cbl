      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: MANUTENCAO CENTRAL DOS ARQUIVOS DE PARAMETROS.
      *              O PROGRAMA CONHECE O LAYOUT DE CADA ARQUIVO
      *              (TABELA TAB-DEF ABAIXO: CAMPOS, FORMATO, TAMANHO,
      *              DECIMAIS, FAIXA ACEITA E QUAIS CAMPOS FORMAM A
      *              CHAVE DA LINHA) E SO ACEITA VALOR QUE PASSA NA
      *              VALIDACAO, GRAVANDO-O NO FORMATO QUE O PROGRAMA
      *              LEITOR ESPERA (ZEROS A ESQUERDA, DECIMAIS
      *              IMPLICITAS, PERCENTUAL "18,00"). NENHUMA
      *              ALTERACAO VAI DIRETO PARA O ARQUIVO: ELA E
      *              REGISTRADA EM PARMALT.dat COM A LINHA ANTES E
      *              DEPOIS, O OPERADOR, A DATA/HORA E A DATA DE
      *              VIGENCIA (HOJE OU FUTURA). ARQUIVO SENSIVEL
      *              EXIGE APROVACAO DE OUTRA PESSOA (QUEM SOLICITOU
      *              NAO APROVA). A ALTERACAO APROVADA E GRAVADA NO
      *              ARQUIVO PELO PARAM01B QUANDO A VIGENCIA CHEGA -
      *              NA HORA, SE JA VIGENTE, OU PELO PASSO PARAM02A
      *              DA CADEIA BATCH NO DIA DA VIGENCIA. CADA EVENTO
      *              (SOLICITADA, APROVADA, REJEITADA, APLICADA) FICA
      *              NA TRILHA PARMLOG.dat.
      *              PARA INCLUIR UM ARQUIVO NOVO BASTA ACRESCENTAR
      *              SUAS LINHAS NA TAB-DEF E AJUSTAR WRK-QTDE-DEF.
      * NOME.......: PARAM01A
      *----------------------------------------------------------------*
      * TAB-DEF - UMA ENTRADA POR LAYOUT DE LINHA:
      *   ARQUIVO(12) TIPO(1) SENSIVEL S/N(1) CAMPOS-CHAVE(1)
      *   QTDE-CAMPOS(1) E ATE 4 CAMPOS: NOME(10) FORMATO(1)
      *   TAMANHO(2) DECIMAIS(1) MINIMO(13) MAXIMO(13)
      *   TIPO: EM BRANCO = LAYOUT UNICO; PREENCHIDO = VALOR DO
      *         PRIMEIRO CAMPO QUE IDENTIFICA O LAYOUT (INSSIRRF.dat)
      *   FORMATO: N = NUMERICO COM ZEROS A ESQUERDA E DECIMAIS
      *                IMPLICITAS (MINIMO/MAXIMO NA MESMA ESCALA)
      *            P = PERCENTUAL EDITADO COM VIRGULA ("18,00")
      *            A = LETRAS (EX.: UF)
      *            T = O PROPRIO TIPO DO LAYOUT
      *   CAMPOS-CHAVE: 0 = ARQUIVO DE UMA LINHA SO
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALTERACOES ASSIGN TO 'PARMALT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TRILHA ASSIGN TO 'PARMLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PARM ASSIGN TO DYNAMIC WRK-NOME-PARM
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALTERACOES.
       01  FD-LIN-ALTERACAO               PIC X(200).

       FD  ARQ-TRILHA.
       01  FD-LIN-TRILHA                  PIC X(200).

       FD  ARQ-PARM.
       01  FD-LIN-PARM                    PIC X(080).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-OPERADOR                   PIC X(20) VALUE SPACES.
       01  WRK-NUMERO-INF                 PIC 9(03) VALUE ZEROS.

      *--- Layouts dos arquivos de parametros
       01  WRK-QTDE-DEF                   PIC 9(02) VALUE 13.
       01  WRK-IND-DEF                    PIC 9(02) VALUE ZEROS.
       01  WRK-DEF-ESCOLHIDA              PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CPO                    PIC 9(01) VALUE ZEROS.
       01  TAB-DEF-VALORES.
      *    01 - TARIFAS
           05  FILLER                     PIC X(16) VALUE
               'TARIFAS.dat  S02'.
           05  FILLER                     PIC X(40) VALUE
               'TARIFA    N11200000000000000000099999999'.
           05  FILLER                     PIC X(40) VALUE
               'JUROS-MES N05300000000000000000000020000'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    02 - LIMITES
           05  FILLER                     PIC X(16) VALUE
               'LIMITES.dat  S12'.
           05  FILLER                     PIC X(40) VALUE
               'NIVEL     N01000000000000010000000000002'.
           05  FILLER                     PIC X(40) VALUE
               'VALOR     N11200000000000000099999999999'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    03 - CHESPPAR
           05  FILLER                     PIC X(16) VALUE
               'CHESPPAR.dat S02'.
           05  FILLER                     PIC X(40) VALUE
               'JUROS-DIA N05300000000000000000000001000'.
           05  FILLER                     PIC X(40) VALUE
               'IOF-DIA   N05300000000000000000000000100'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    04 - FRAUDREG
           05  FILLER                     PIC X(16) VALUE
               'FRAUDREG.dat S04'.
           05  FILLER                     PIC X(40) VALUE
               'MAX-DESTINN02000000000000010000000000099'.
           05  FILLER                     PIC X(40) VALUE
               'TETO-CENTSN13000000000000019999999999999'.
           05  FILLER                     PIC X(40) VALUE
               'HORA-INI  N02000000000000000000000000023'.
           05  FILLER                     PIC X(40) VALUE
               'HORA-FIM  N02000000000000000000000000023'.
      *    05 - IMPOSTOS
           05  FILLER                     PIC X(16) VALUE
               'IMPOSTOS.dat S03'.
           05  FILLER                     PIC X(40) VALUE
               'ICMS-PCT  P06200000000000000000000010000'.
           05  FILLER                     PIC X(40) VALUE
               'ISS-PCT   P06200000000000000000000010000'.
           05  FILLER                     PIC X(40) VALUE
               'UF-LOJA   A02000000000000000000000000000'.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    06 - TAXNCM
           05  FILLER                     PIC X(16) VALUE
               'TAXNCM.dat   S24'.
           05  FILLER                     PIC X(40) VALUE
               'NCM       N08000000000000010000099999999'.
           05  FILLER                     PIC X(40) VALUE
               'UF-DESTINOA02000000000000000000000000000'.
           05  FILLER                     PIC X(40) VALUE
               'ICMS-PCT  P06200000000000000000000010000'.
           05  FILLER                     PIC X(40) VALUE
               'IPI-PCT   P06200000000000000000000010000'.
      *    07 - INSSIRRF I
           05  FILLER                     PIC X(16) VALUE
               'INSSIRRF.datIS24'.
           05  FILLER                     PIC X(40) VALUE
               'TIPO      T01000000000000000000000000000'.
           05  FILLER                     PIC X(40) VALUE
               'LIMITE    N11200000000000010099999999999'.
           05  FILLER                     PIC X(40) VALUE
               'ALIQUOTA  N05300000000000000000000050000'.
           05  FILLER                     PIC X(40) VALUE
               'DEDUCAO   N11200000000000000099999999999'.
      *    08 - INSSIRRF R
           05  FILLER                     PIC X(16) VALUE
               'INSSIRRF.datRS24'.
           05  FILLER                     PIC X(40) VALUE
               'TIPO      T01000000000000000000000000000'.
           05  FILLER                     PIC X(40) VALUE
               'LIMITE    N11200000000000010099999999999'.
           05  FILLER                     PIC X(40) VALUE
               'ALIQUOTA  N05300000000000000000000050000'.
           05  FILLER                     PIC X(40) VALUE
               'DEDUCAO   N11200000000000000099999999999'.
      *    09 - INSSIRRF D
           05  FILLER                     PIC X(16) VALUE
               'INSSIRRF.datDS13'.
           05  FILLER                     PIC X(40) VALUE
               'TIPO      T01000000000000000000000000000'.
           05  FILLER                     PIC X(40) VALUE
               'DEDUCAO   N11200000000000000099999999999'.
           05  FILLER                     PIC X(40) VALUE
               'IDADE-LIM N05000000000000010000000000099'.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    10 - INSSIRRF F
           05  FILLER                     PIC X(16) VALUE
               'INSSIRRF.datFS14'.
           05  FILLER                     PIC X(40) VALUE
               'TIPO      T01000000000000000000000000000'.
           05  FILLER                     PIC X(40) VALUE
               'TETO      N11200000000000000099999999999'.
           05  FILLER                     PIC X(40) VALUE
               'IDADE-LIM N05000000000000010000000000099'.
           05  FILLER                     PIC X(40) VALUE
               'COTA      N11200000000000000099999999999'.
      *    11 - REGUAPAR
           05  FILLER                     PIC X(16) VALUE
               'REGUAPAR.dat N12'.
           05  FILLER                     PIC X(40) VALUE
               'ESTAGIO   N01000000000000010000000000003'.
           05  FILLER                     PIC X(40) VALUE
               'DIAS      N03000000000000010000000000999'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    12 - PDDPARM
           05  FILLER                     PIC X(16) VALUE
               'PDDPARM.dat  S12'.
           05  FILLER                     PIC X(40) VALUE
               'FAIXA     N01000000000000010000000000005'.
           05  FILLER                     PIC X(40) VALUE
               'PCT       N03000000000000000000000000100'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.
      *    13 - BIBPARM
           05  FILLER                     PIC X(16) VALUE
               'BIBPARM.dat  N01'.
           05  FILLER                     PIC X(40) VALUE
               'MAX-EMPRESN02000000000000010000000000099'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  TAB-DEF REDEFINES TAB-DEF-VALORES.
           05  TAB-DEF-LINHA OCCURS 13 TIMES.
               10  TAB-DEF-ARQUIVO        PIC X(12).
               10  TAB-DEF-TIPO           PIC X(01).
               10  TAB-DEF-SENSIVEL       PIC X(01).
               10  TAB-DEF-CHAVE          PIC 9(01).
               10  TAB-DEF-QTDE           PIC 9(01).
               10  TAB-DEF-CAMPO OCCURS 4 TIMES.
                   15  TAB-DEF-NOME       PIC X(10).
                   15  TAB-DEF-FORMATO    PIC X(01).
                   15  TAB-DEF-TAM        PIC 9(02).
                   15  TAB-DEF-DEC        PIC 9(01).
                   15  TAB-DEF-MIN        PIC 9(13).
                   15  TAB-DEF-MAX        PIC 9(13).

      *--- Arquivos distintos da TAB-DEF (menu de escolha)
       01  WRK-QTDE-ARQ                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-ARQ                    PIC 9(02) VALUE ZEROS.
       01  WRK-ARQ-ESCOLHIDO              PIC 9(02) VALUE ZEROS.
       01  WRK-ARQ-JA-LISTADO             PIC X(01) VALUE 'N'.
       01  TAB-ARQUIVOS.
           05  TAB-ARQ-LINHA OCCURS 20 TIMES.
               10  TAB-ARQ-NOME           PIC X(12) VALUE SPACES.
               10  TAB-ARQ-SENSIVEL       PIC X(01) VALUE SPACES.
               10  TAB-ARQ-COM-TIPO       PIC X(01) VALUE 'N'.
               10  TAB-ARQ-CHAVE          PIC 9(01) VALUE ZEROS.
       01  WRK-NOME-PARM                  PIC X(12) VALUE SPACES.

      *--- Linhas atuais do arquivo escolhido
       01  WRK-MAX-TAB-PRM                PIC 9(03) VALUE 100.
       01  WRK-QTDE-PRM                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRM                    PIC 9(03) VALUE ZEROS.
       01  WRK-PRM-ESCOLHIDA              PIC 9(03) VALUE ZEROS.
       01  TAB-PARAMETROS.
           05  TAB-PRM-LINHA OCCURS 100 TIMES
                                          PIC X(40).

      *--- Alteracoes (PARMALT.dat, book PAR002A)
       01  WRK-MAX-TAB-ALT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-ALT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ALT                    PIC 9(03) VALUE ZEROS.
       01  WRK-ULTIMO-NUMERO              PIC 9(06) VALUE ZEROS.
       01  WRK-QTDE-LISTADAS              PIC 9(03) VALUE ZEROS.
       01  WRK-HOUVE-DECISAO              PIC X(01) VALUE 'N'.
       01  WRK-HOUVE-VIGENTE              PIC X(01) VALUE 'N'.
       01  TAB-ALTERACOES.
           05  TAB-ALT-LINHA OCCURS 300 TIMES
                                          PIC X(200).
       01  WRK-ALT-REGISTRO.
           COPY PAR002A.

      *--- Trilha de auditoria (PARMLOG.dat, book PAR003A)
       01  WRK-TRILHA-REGISTRO.
           COPY PAR003A.
       01  WRK-EVENTO                     PIC X(10) VALUE SPACES.
       01  WRK-EVENTO-OPERADOR            PIC X(20) VALUE SPACES.

      *--- Alteracao sendo montada
       01  WRK-ACAO                       PIC X(01) VALUE SPACES.
       01  WRK-TIPO-INF                   PIC X(01) VALUE SPACES.
       01  WRK-LINHA-ANTES                PIC X(40) VALUE SPACES.
       01  WRK-LINHA-DEPOIS               PIC X(40) VALUE SPACES.
       01  WRK-PONTEIRO                   PIC 9(03) VALUE ZEROS.
       01  WRK-CAMPOS-ATUAIS.
           05  WRK-CAMPO-ATUAL OCCURS 4 TIMES
                                          PIC X(20).
       01  WRK-CAMPOS-NOVOS.
           05  WRK-CAMPO-NOVO OCCURS 4 TIMES
                                          PIC X(20).
       01  WRK-VIGENCIA-INF               PIC X(08) VALUE SPACES.
       01  WRK-VIGENCIA                   PIC 9(08) VALUE ZEROS.
       01  WRK-VIGENCIA-OK                PIC X(01) VALUE 'N'.

      *--- Validacao de um campo
       01  WRK-VALOR-INF                  PIC X(20) VALUE SPACES.
       01  WRK-CAMPO-VALIDO               PIC X(01) VALUE 'N'.
       01  WRK-VALOR-DIGITADO             PIC S9(13)V999 VALUE ZEROS.
       01  WRK-VALOR-ESCALADO             PIC 9(14)V999 VALUE ZEROS.
       01  WRK-VALOR-INTEIRO              PIC 9(13) VALUE ZEROS.
       01  WRK-VALOR-REAL                 PIC 9(13)V999 VALUE ZEROS.
       01  WRK-VALOR-EDITADO        PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,999.
       01  WRK-MIN-EDITADO          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,999.
       01  WRK-MAX-EDITADO          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,999.
       01  WRK-PCT-EDITADO                PIC ZZ9,99.
       01  WRK-POTENCIA                   PIC 9(04) VALUE ZEROS.
       01  WRK-TAM                        PIC 9(02) VALUE ZEROS.

      *--- Chave da linha (ate o N-esimo pipe)
       01  WRK-LINHA-CHAVE                PIC X(40) VALUE SPACES.
       01  WRK-CHAVE-NOVA                 PIC X(40) VALUE SPACES.
       01  WRK-CHAVE-ANTIGA               PIC X(40) VALUE SPACES.
       01  WRK-QTDE-CHAVE                 PIC 9(01) VALUE ZEROS.
       01  WRK-TAM-CHAVE                  PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-PIPES                 PIC 9(02) VALUE ZEROS.
       01  WRK-IND-POS                    PIC 9(02) VALUE ZEROS.
       01  WRK-CHAVE-DUPLICADA            PIC X(01) VALUE 'N'.

      *  PEDIDO DE APLICACAO DAS ALTERACOES VIGENTES (PARAM01B)
       01  WRK-PAR-REGISTRO.
           COPY PAR001A.

      *  DATA DO SISTEMA
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

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'NOME DO OPERADOR: ' WRK-OPERADOR
           ELSE
              DISPLAY 'NOME DO OPERADOR: ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF
           IF WRK-OPERADOR EQUAL SPACES
              DISPLAY 'OPERADOR NAO INFORMADO'
              PERFORM 9999-FINALIZAR
           END-IF
           MOVE FUNCTION UPPER-CASE(WRK-OPERADOR) TO WRK-OPERADOR

           PERFORM 0002-MONTAR-ARQUIVOS
           PERFORM 0003-CARREGAR-ALTERACOES
           PERFORM 0005-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA
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

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-DATA          TO WRK-HOJE-AAAAMMDD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR A LISTA DE ARQUIVOS DISTINTOS DA TAB-DEF
      *----------------------------------------------------------------*
       0002-MONTAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ARQ

           PERFORM VARYING WRK-IND-DEF FROM 1 BY 1 UNTIL
                      WRK-IND-DEF > WRK-QTDE-DEF
              MOVE 'N'                 TO WRK-ARQ-JA-LISTADO
              PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                         WRK-IND-ARQ > WRK-QTDE-ARQ
                 IF TAB-ARQ-NOME(WRK-IND-ARQ) EQUAL
                    TAB-DEF-ARQUIVO(WRK-IND-DEF)
                    MOVE 'S'           TO WRK-ARQ-JA-LISTADO
                 END-IF
              END-PERFORM
              IF WRK-ARQ-JA-LISTADO EQUAL 'N'
                 ADD 1                 TO WRK-QTDE-ARQ
                 MOVE TAB-DEF-ARQUIVO(WRK-IND-DEF)
                                       TO TAB-ARQ-NOME(WRK-QTDE-ARQ)
                 MOVE TAB-DEF-SENSIVEL(WRK-IND-DEF)
                                    TO TAB-ARQ-SENSIVEL(WRK-QTDE-ARQ)
                 MOVE TAB-DEF-CHAVE(WRK-IND-DEF)
                                       TO TAB-ARQ-CHAVE(WRK-QTDE-ARQ)
                 MOVE 'N'           TO TAB-ARQ-COM-TIPO(WRK-QTDE-ARQ)
                 IF TAB-DEF-TIPO(WRK-IND-DEF) NOT EQUAL SPACES
                    MOVE 'S'        TO TAB-ARQ-COM-TIPO(WRK-QTDE-ARQ)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS ALTERACOES DE PARMALT.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-ALTERACOES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ALT
                                          WRK-ULTIMO-NUMERO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ALTERACOES

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ALTERACOES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-ALT LESS WRK-MAX-TAB-ALT
                       ADD 1           TO WRK-QTDE-ALT
                       MOVE FD-LIN-ALTERACAO
                                       TO TAB-ALT-LINHA(WRK-QTDE-ALT)
                       MOVE FD-LIN-ALTERACAO TO WRK-ALT-REGISTRO
                       IF PAR002A-NUMERO GREATER WRK-ULTIMO-NUMERO
                          MOVE PAR002A-NUMERO TO WRK-ULTIMO-NUMERO
                       END-IF
                    ELSE
                       DISPLAY 'PARMALT.dat COM MAIS DE '
                               WRK-MAX-TAB-ALT ' ALTERACOES - '
                               'ARQUIVAR AS JA VIGENTES'
                       CLOSE ARQ-ALTERACOES
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ALTERACOES
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU PRINCIPAL
      *----------------------------------------------------------------*
       0005-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=     MANUTENCAO DE PARAMETROS           =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - CONSULTAR ARQUIVO DE PARAMETROS      *'
           DISPLAY '* 2 - SOLICITAR ALTERACAO                  *'
           DISPLAY '* 3 - APROVAR/REJEITAR ALTERACOES          *'
           DISPLAY '* 4 - LISTAR PENDENTES E PROGRAMADAS       *'
           DISPLAY '* 5 - APLICAR ALTERACOES VIGENTES          *'
           DISPLAY '* 6 - TRILHA DE AUDITORIA DE UM ARQUIVO    *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM 0010-CONSULTAR-ARQUIVO
                      PERFORM 0005-TELA-MENU
               WHEN 2 PERFORM 0020-SOLICITAR-ALTERACAO
                      PERFORM 0005-TELA-MENU
               WHEN 3 PERFORM 0030-APROVAR-ALTERACOES
                      PERFORM 0005-TELA-MENU
               WHEN 4 PERFORM 0040-LISTAR-ALTERACOES
                      PERFORM 0005-TELA-MENU
               WHEN 5 PERFORM 0050-APLICAR-VIGENTES
                      PERFORM 0005-TELA-MENU
               WHEN 6 PERFORM 0060-CONSULTAR-TRILHA
                      PERFORM 0005-TELA-MENU
               WHEN 9 CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    PERFORM 0005-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ESCOLHER O ARQUIVO DE PARAMETROS - ZERO = DESISTIU
      *----------------------------------------------------------------*
       0006-ESCOLHER-ARQUIVO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ARQ-ESCOLHIDO

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                      WRK-IND-ARQ > WRK-QTDE-ARQ
              IF TAB-ARQ-SENSIVEL(WRK-IND-ARQ) EQUAL 'S'
                 DISPLAY '* ' WRK-IND-ARQ ' - '
                         TAB-ARQ-NOME(WRK-IND-ARQ)
                         ' (EXIGE APROVACAO)'
              ELSE
                 DISPLAY '* ' WRK-IND-ARQ ' - '
                         TAB-ARQ-NOME(WRK-IND-ARQ)
              END-IF
           END-PERFORM
           DISPLAY 'ARQUIVO (0 = VOLTAR): ' WITH NO ADVANCING
           ACCEPT WRK-NUMERO-INF

           IF WRK-NUMERO-INF EQUAL ZEROS OR
              WRK-NUMERO-INF GREATER WRK-QTDE-ARQ
              EXIT SECTION
           END-IF

           MOVE WRK-NUMERO-INF         TO WRK-ARQ-ESCOLHIDO
           MOVE TAB-ARQ-NOME(WRK-ARQ-ESCOLHIDO) TO WRK-NOME-PARM
           MOVE TAB-ARQ-CHAVE(WRK-ARQ-ESCOLHIDO) TO WRK-QTDE-CHAVE
           PERFORM 0007-CARREGAR-PARAMETROS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS LINHAS ATUAIS DO ARQUIVO WRK-NOME-PARM
      *----------------------------------------------------------------*
       0007-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PRM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-PRM LESS WRK-MAX-TAB-PRM
                       ADD 1           TO WRK-QTDE-PRM
                       MOVE FD-LIN-PARM
                                       TO TAB-PRM-LINHA(WRK-QTDE-PRM)
                    ELSE
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR AS LINHAS ATUAIS DO ARQUIVO ESCOLHIDO
      *----------------------------------------------------------------*
       0008-MOSTRAR-PARAMETROS         SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*--- ' WRK-NOME-PARM ' EM VIGOR ---*'
           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1 UNTIL
                      WRK-IND-PRM > WRK-QTDE-PRM
              DISPLAY WRK-IND-PRM ' | ' TAB-PRM-LINHA(WRK-IND-PRM)
           END-PERFORM
           IF WRK-QTDE-PRM EQUAL ZEROS
              DISPLAY '(ARQUIVO VAZIO - VALEM OS PADROES DO PROGRAMA)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTAR UM ARQUIVO: LINHAS EM VIGOR, LAYOUT E AS
      *    ALTERACOES AINDA NAO VIGENTES
      *----------------------------------------------------------------*
       0010-CONSULTAR-ARQUIVO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 0006-ESCOLHER-ARQUIVO
           IF WRK-ARQ-ESCOLHIDO EQUAL ZEROS
              EXIT SECTION
           END-IF

           PERFORM 0008-MOSTRAR-PARAMETROS

           DISPLAY '*--- LAYOUT ---*'
           PERFORM VARYING WRK-IND-DEF FROM 1 BY 1 UNTIL
                      WRK-IND-DEF > WRK-QTDE-DEF
              IF TAB-DEF-ARQUIVO(WRK-IND-DEF) EQUAL WRK-NOME-PARM
                 PERFORM VARYING WRK-IND-CPO FROM 1 BY 1 UNTIL
                            WRK-IND-CPO > TAB-DEF-QTDE(WRK-IND-DEF)
                    DISPLAY TAB-DEF-TIPO(WRK-IND-DEF) ' '
                            TAB-DEF-NOME(WRK-IND-DEF, WRK-IND-CPO)
                            ' FORMATO '
                            TAB-DEF-FORMATO(WRK-IND-DEF, WRK-IND-CPO)
                            ' TAMANHO '
                            TAB-DEF-TAM(WRK-IND-DEF, WRK-IND-CPO)
                            ' DECIMAIS '
                            TAB-DEF-DEC(WRK-IND-DEF, WRK-IND-CPO)
                 END-PERFORM
              END-IF
           END-PERFORM

           DISPLAY '*--- ALTERACOES NAO VIGENTES ---*'
           MOVE ZEROS                  TO WRK-QTDE-LISTADAS
           PERFORM VARYING WRK-IND-ALT FROM 1 BY 1 UNTIL
                      WRK-IND-ALT > WRK-QTDE-ALT
              MOVE TAB-ALT-LINHA(WRK-IND-ALT) TO WRK-ALT-REGISTRO
              IF PAR002A-ARQUIVO EQUAL WRK-NOME-PARM AND
                 (PAR002A-SITUACAO EQUAL 'P' OR
                  PAR002A-SITUACAO EQUAL 'A')
                 PERFORM 0041-MOSTRAR-ALTERACAO
              END-IF
           END-PERFORM
           IF WRK-QTDE-LISTADAS EQUAL ZEROS
              DISPLAY '(NENHUMA)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOLICITAR UMA ALTERACAO: INCLUIR, ALTERAR OU EXCLUIR UMA
      *    LINHA, COM OS CAMPOS VALIDADOS PELO LAYOUT E A DATA DE
      *    VIGENCIA
      *----------------------------------------------------------------*
       0020-SOLICITAR-ALTERACAO        SECTION.
      *----------------------------------------------------------------*

           PERFORM 0006-ESCOLHER-ARQUIVO
           IF WRK-ARQ-ESCOLHIDO EQUAL ZEROS
              EXIT SECTION
           END-IF

           PERFORM 0008-MOSTRAR-PARAMETROS

           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR E=EXCLUIR): '
                    WITH NO ADVANCING
           ACCEPT WRK-ACAO
           MOVE FUNCTION UPPER-CASE(WRK-ACAO) TO WRK-ACAO

      *    ARQUIVO DE LINHA UNICA: INCLUIR COM LINHA EXISTENTE E
      *    ALTERAR O ARQUIVO VAZIO SAO A MESMA COISA
           IF WRK-QTDE-CHAVE EQUAL ZEROS
              IF WRK-ACAO EQUAL 'I' AND WRK-QTDE-PRM GREATER ZEROS
                 MOVE 'A'              TO WRK-ACAO
              END-IF
              IF WRK-ACAO EQUAL 'A' AND WRK-QTDE-PRM EQUAL ZEROS
                 MOVE 'I'              TO WRK-ACAO
              END-IF
           END-IF

           MOVE SPACES                 TO WRK-LINHA-ANTES
                                          WRK-LINHA-DEPOIS
                                          WRK-CAMPOS-ATUAIS
                                          WRK-CAMPOS-NOVOS
                                          WRK-TIPO-INF
           MOVE ZEROS                  TO WRK-PRM-ESCOLHIDA

           EVALUATE WRK-ACAO
              WHEN 'I'
                 CONTINUE
              WHEN 'A'
              WHEN 'E'
                 IF WRK-QTDE-PRM EQUAL ZEROS
                    DISPLAY 'ARQUIVO SEM LINHAS PARA ' WRK-ACAO
                    EXIT SECTION
                 END-IF
                 MOVE 1                TO WRK-PRM-ESCOLHIDA
                 IF WRK-QTDE-PRM GREATER 1
                    DISPLAY 'NUMERO DA LINHA: ' WITH NO ADVANCING
                    ACCEPT WRK-NUMERO-INF
                    IF WRK-NUMERO-INF EQUAL ZEROS OR
                       WRK-NUMERO-INF GREATER WRK-QTDE-PRM
                       DISPLAY 'LINHA INEXISTENTE'
                       EXIT SECTION
                    END-IF
                    MOVE WRK-NUMERO-INF TO WRK-PRM-ESCOLHIDA
                 END-IF
                 MOVE TAB-PRM-LINHA(WRK-PRM-ESCOLHIDA)
                                       TO WRK-LINHA-ANTES
                 UNSTRING WRK-LINHA-ANTES DELIMITED BY SEP
                    INTO WRK-CAMPO-ATUAL(1)
                         WRK-CAMPO-ATUAL(2)
                         WRK-CAMPO-ATUAL(3)
                         WRK-CAMPO-ATUAL(4)
                 END-UNSTRING
              WHEN OTHER
                 DISPLAY 'ACAO INVALIDA'
                 EXIT SECTION
           END-EVALUATE

      *    LAYOUT DA LINHA: PELO TIPO INFORMADO NA INCLUSAO OU PELO
      *    PRIMEIRO CAMPO DA LINHA EXISTENTE
           IF TAB-ARQ-COM-TIPO(WRK-ARQ-ESCOLHIDO) EQUAL 'S'
              IF WRK-ACAO EQUAL 'I'
                 DISPLAY 'TIPO DA LINHA (' WITH NO ADVANCING
                 PERFORM VARYING WRK-IND-DEF FROM 1 BY 1 UNTIL
                            WRK-IND-DEF > WRK-QTDE-DEF
                    IF TAB-DEF-ARQUIVO(WRK-IND-DEF) EQUAL WRK-NOME-PARM
                       DISPLAY TAB-DEF-TIPO(WRK-IND-DEF) ' '
                               WITH NO ADVANCING
                    END-IF
                 END-PERFORM
                 DISPLAY '): ' WITH NO ADVANCING
                 ACCEPT WRK-TIPO-INF
                 MOVE FUNCTION UPPER-CASE(WRK-TIPO-INF)
                                       TO WRK-TIPO-INF
              ELSE
                 MOVE WRK-LINHA-ANTES(1:1) TO WRK-TIPO-INF
              END-IF
           END-IF

           MOVE ZEROS                  TO WRK-DEF-ESCOLHIDA
           PERFORM VARYING WRK-IND-DEF FROM 1 BY 1 UNTIL
                      WRK-IND-DEF > WRK-QTDE-DEF
              IF TAB-DEF-ARQUIVO(WRK-IND-DEF) EQUAL WRK-NOME-PARM AND
                 TAB-DEF-TIPO(WRK-IND-DEF) EQUAL WRK-TIPO-INF
                 MOVE WRK-IND-DEF      TO WRK-DEF-ESCOLHIDA
              END-IF
           END-PERFORM
           IF WRK-DEF-ESCOLHIDA EQUAL ZEROS
              DISPLAY 'TIPO DE LINHA INVALIDO PARA ' WRK-NOME-PARM
              EXIT SECTION
           END-IF
           MOVE TAB-DEF-CHAVE(WRK-DEF-ESCOLHIDA) TO WRK-QTDE-CHAVE

           IF WRK-ACAO NOT EQUAL 'E'
              PERFORM 0021-INFORMAR-CAMPOS
              IF WRK-ACAO EQUAL 'A' AND
                 WRK-LINHA-DEPOIS EQUAL WRK-LINHA-ANTES
                 DISPLAY 'NENHUM CAMPO ALTERADO'
                 EXIT SECTION
              END-IF
              PERFORM 0024-VERIFICAR-CHAVE
              IF WRK-CHAVE-DUPLICADA EQUAL 'S'
                 DISPLAY 'JA EXISTE LINHA COM ESTA CHAVE EM '
                         WRK-NOME-PARM ' - USE A ALTERACAO'
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM 0025-INFORMAR-VIGENCIA

           DISPLAY '*--- CONFIRA A ALTERACAO ---*'
           DISPLAY 'ARQUIVO..: ' WRK-NOME-PARM '  ACAO: ' WRK-ACAO
           DISPLAY 'ANTES....: ' WRK-LINHA-ANTES
           DISPLAY 'DEPOIS...: ' WRK-LINHA-DEPOIS
           DISPLAY 'VIGENCIA.: ' WRK-VIGENCIA(7:2) '/'
                   WRK-VIGENCIA(5:2) '/' WRK-VIGENCIA(1:4)
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA NOT EQUAL 'S' AND
              WRK-RESPOSTA NOT EQUAL 's'
              DISPLAY 'ALTERACAO DESCARTADA'
              EXIT SECTION
           END-IF

           PERFORM 0026-REGISTRAR-ALTERACAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PEDIR CADA CAMPO DO LAYOUT, VALIDAR E MONTAR A LINHA NOVA.
      *    NA ALTERACAO, EM BRANCO MANTEM O VALOR ATUAL
      *----------------------------------------------------------------*
       0021-INFORMAR-CAMPOS            SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CPO FROM 1 BY 1 UNTIL
                      WRK-IND-CPO > TAB-DEF-QTDE(WRK-DEF-ESCOLHIDA)
              IF TAB-DEF-FORMATO(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
                 EQUAL 'T'
                 MOVE TAB-DEF-TIPO(WRK-DEF-ESCOLHIDA)
                                       TO WRK-CAMPO-NOVO(WRK-IND-CPO)
              ELSE
                 MOVE 'N'              TO WRK-CAMPO-VALIDO
                 PERFORM UNTIL WRK-CAMPO-VALIDO EQUAL 'S'
                    PERFORM 0022-PEDIR-CAMPO
                 END-PERFORM
              END-IF
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-DEPOIS
           MOVE 1                      TO WRK-PONTEIRO
           PERFORM VARYING WRK-IND-CPO FROM 1 BY 1 UNTIL
                      WRK-IND-CPO > TAB-DEF-QTDE(WRK-DEF-ESCOLHIDA)
              IF WRK-IND-CPO GREATER 1
                 STRING SEP            DELIMITED BY SIZE
                        INTO WRK-LINHA-DEPOIS
                        WITH POINTER WRK-PONTEIRO
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(WRK-CAMPO-NOVO(WRK-IND-CPO))
                                       DELIMITED BY SIZE
                     INTO WRK-LINHA-DEPOIS
                     WITH POINTER WRK-PONTEIRO
              END-STRING
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PEDIR E VALIDAR O CAMPO WRK-IND-CPO DO LAYOUT ESCOLHIDO
      *----------------------------------------------------------------*
       0022-PEDIR-CAMPO                SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-DEF-TAM(WRK-DEF-ESCOLHIDA, WRK-IND-CPO) TO WRK-TAM
           COMPUTE WRK-POTENCIA =
                   10 ** TAB-DEF-DEC(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)

           IF TAB-DEF-FORMATO(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
              EQUAL 'A'
              DISPLAY TAB-DEF-NOME(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
                      ' (' WRK-TAM ' LETRAS) ATUAL ['
                      WRK-CAMPO-ATUAL(WRK-IND-CPO)(1:WRK-TAM) ']: '
                      WITH NO ADVANCING
           ELSE
              COMPUTE WRK-MIN-EDITADO =
                      TAB-DEF-MIN(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
                      / WRK-POTENCIA
              COMPUTE WRK-MAX-EDITADO =
                      TAB-DEF-MAX(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
                      / WRK-POTENCIA
              DISPLAY TAB-DEF-NOME(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
                      ' DE ' FUNCTION TRIM(WRK-MIN-EDITADO)
                      ' A ' FUNCTION TRIM(WRK-MAX-EDITADO)
                      ' ATUAL [' FUNCTION TRIM(
                      WRK-CAMPO-ATUAL(WRK-IND-CPO)) ']: '
                      WITH NO ADVANCING
           END-IF

           MOVE SPACES                 TO WRK-VALOR-INF
           ACCEPT WRK-VALOR-INF

           IF WRK-VALOR-INF EQUAL SPACES
              IF WRK-ACAO EQUAL 'A'
                 MOVE WRK-CAMPO-ATUAL(WRK-IND-CPO)
                                       TO WRK-CAMPO-NOVO(WRK-IND-CPO)
                 MOVE 'S'              TO WRK-CAMPO-VALIDO
              ELSE
                 DISPLAY 'CAMPO OBRIGATORIO NA INCLUSAO'
              END-IF
              EXIT SECTION
           END-IF

           IF TAB-DEF-FORMATO(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
              EQUAL 'A'
              MOVE FUNCTION UPPER-CASE(WRK-VALOR-INF) TO WRK-VALOR-INF
              IF WRK-VALOR-INF(1:WRK-TAM) IS NOT ALPHABETIC OR
                 WRK-VALOR-INF(1:WRK-TAM) EQUAL SPACES OR
                 WRK-VALOR-INF(WRK-TAM + 1:) NOT EQUAL SPACES
                 DISPLAY 'INFORME EXATAMENTE ' WRK-TAM ' LETRAS'
                 EXIT SECTION
              END-IF
              MOVE WRK-VALOR-INF(1:WRK-TAM)
                                       TO WRK-CAMPO-NOVO(WRK-IND-CPO)
              MOVE 'S'                 TO WRK-CAMPO-VALIDO
              EXIT SECTION
           END-IF

           PERFORM 0023-VALIDAR-NUMERO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR O VALOR NUMERICO DIGITADO (COM VIRGULA DECIMAL),
      *    CONFERIR CASAS DECIMAIS E FAIXA E FORMATAR PARA O ARQUIVO
      *----------------------------------------------------------------*
       0023-VALIDAR-NUMERO             SECTION.
      *----------------------------------------------------------------*

           IF FUNCTION TEST-NUMVAL(WRK-VALOR-INF) NOT EQUAL ZERO
              DISPLAY 'VALOR NAO NUMERICO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-DIGITADO = FUNCTION NUMVAL(WRK-VALOR-INF)
              ON SIZE ERROR
                 DISPLAY 'VALOR GRANDE DEMAIS'
                 EXIT SECTION
           END-COMPUTE

           IF WRK-VALOR-DIGITADO LESS ZERO
              DISPLAY 'VALOR NAO PODE SER NEGATIVO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-ESCALADO =
                   WRK-VALOR-DIGITADO * WRK-POTENCIA
              ON SIZE ERROR
                 DISPLAY 'VALOR GRANDE DEMAIS'
                 EXIT SECTION
           END-COMPUTE

           MOVE WRK-VALOR-ESCALADO     TO WRK-VALOR-INTEIRO
           IF WRK-VALOR-INTEIRO NOT EQUAL WRK-VALOR-ESCALADO
              DISPLAY 'NO MAXIMO '
                      TAB-DEF-DEC(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
                      ' CASA(S) DECIMAL(IS)'
              EXIT SECTION
           END-IF

           IF WRK-VALOR-ESCALADO LESS
              TAB-DEF-MIN(WRK-DEF-ESCOLHIDA, WRK-IND-CPO) OR
              WRK-VALOR-ESCALADO GREATER
              TAB-DEF-MAX(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
              DISPLAY 'VALOR FORA DA FAIXA PERMITIDA'
              EXIT SECTION
           END-IF

           IF TAB-DEF-FORMATO(WRK-DEF-ESCOLHIDA, WRK-IND-CPO)
              EQUAL 'P'
              COMPUTE WRK-PCT-EDITADO = WRK-VALOR-INTEIRO / 100
              MOVE FUNCTION TRIM(WRK-PCT-EDITADO)
                                       TO WRK-CAMPO-NOVO(WRK-IND-CPO)
           ELSE
              MOVE WRK-VALOR-INTEIRO(14 - WRK-TAM:WRK-TAM)
                                       TO WRK-CAMPO-NOVO(WRK-IND-CPO)
           END-IF

           COMPUTE WRK-VALOR-EDITADO = WRK-VALOR-INTEIRO / WRK-POTENCIA
           DISPLAY '  -> ' FUNCTION TRIM(WRK-VALOR-EDITADO)
                   ' GRAVADO COMO ' WRK-CAMPO-NOVO(WRK-IND-CPO)
           MOVE 'S'                    TO WRK-CAMPO-VALIDO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A CHAVE DA LINHA NOVA NAO PODE REPETIR A DE OUTRA LINHA DO
      *    ARQUIVO (NA ALTERACAO, A PROPRIA LINHA NAO CONTA)
      *----------------------------------------------------------------*
       0024-VERIFICAR-CHAVE            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CHAVE-DUPLICADA
           IF WRK-QTDE-CHAVE EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WRK-LINHA-DEPOIS       TO WRK-LINHA-CHAVE
           PERFORM 0027-TAMANHO-CHAVE
           MOVE SPACES                 TO WRK-CHAVE-NOVA
           MOVE WRK-LINHA-CHAVE(1:WRK-TAM-CHAVE) TO WRK-CHAVE-NOVA

           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1 UNTIL
                      WRK-IND-PRM > WRK-QTDE-PRM
              IF WRK-IND-PRM NOT EQUAL WRK-PRM-ESCOLHIDA
                 MOVE TAB-PRM-LINHA(WRK-IND-PRM) TO WRK-LINHA-CHAVE
                 PERFORM 0027-TAMANHO-CHAVE
                 MOVE SPACES           TO WRK-CHAVE-ANTIGA
                 MOVE WRK-LINHA-CHAVE(1:WRK-TAM-CHAVE)
                                       TO WRK-CHAVE-ANTIGA
                 IF WRK-CHAVE-ANTIGA EQUAL WRK-CHAVE-NOVA
                    MOVE 'S'           TO WRK-CHAVE-DUPLICADA
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0024-end
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DATA DE VIGENCIA AAAAMMDD - EM BRANCO = HOJE; NAO ACEITA
      *    DATA PASSADA
      *----------------------------------------------------------------*
       0025-INFORMAR-VIGENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VIGENCIA-OK
           PERFORM UNTIL WRK-VIGENCIA-OK EQUAL 'S'
              MOVE SPACES              TO WRK-VIGENCIA-INF
              DISPLAY 'VIGENCIA AAAAMMDD (BRANCO = HOJE): '
                      WITH NO ADVANCING
              ACCEPT WRK-VIGENCIA-INF
              EVALUATE TRUE
                 WHEN WRK-VIGENCIA-INF EQUAL SPACES
                    MOVE WRK-HOJE-AAAAMMDD TO WRK-VIGENCIA
                    MOVE 'S'           TO WRK-VIGENCIA-OK
                 WHEN WRK-VIGENCIA-INF IS NOT NUMERIC
                    DISPLAY 'DATA INVALIDA'
                 WHEN FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WRK-VIGENCIA-INF)) NOT EQUAL ZERO
                    DISPLAY 'DATA INVALIDA'
                 WHEN WRK-VIGENCIA-INF LESS WRK-HOJE-AAAAMMDD
                    DISPLAY 'VIGENCIA NAO PODE SER RETROATIVA'
                 WHEN OTHER
                    MOVE WRK-VIGENCIA-INF TO WRK-VIGENCIA
                    MOVE 'S'           TO WRK-VIGENCIA-OK
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A ALTERACAO EM PARMALT.dat E NA TRILHA. ARQUIVO
      *    SENSIVEL FICA AGUARDANDO APROVACAO; OS DEMAIS JA NASCEM
      *    APROVADOS E, SE VIGENTES, SAO GRAVADOS NA HORA
      *----------------------------------------------------------------*
       0026-REGISTRAR-ALTERACAO        SECTION.
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA

           INITIALIZE WRK-ALT-REGISTRO
           ADD 1                       TO WRK-ULTIMO-NUMERO
           MOVE WRK-ULTIMO-NUMERO      TO PAR002A-NUMERO
           MOVE WRK-NOME-PARM          TO PAR002A-ARQUIVO
           MOVE WRK-ACAO               TO PAR002A-ACAO
           MOVE WRK-QTDE-CHAVE         TO PAR002A-QTDE-CHAVE
           MOVE WRK-LINHA-ANTES        TO PAR002A-LINHA-ANTES
           MOVE WRK-LINHA-DEPOIS       TO PAR002A-LINHA-DEPOIS
           MOVE WRK-VIGENCIA           TO PAR002A-VIGENCIA
           MOVE WRK-OPERADOR           TO PAR002A-OPERADOR
           MOVE COD001A-DATA           TO PAR002A-DATA-HORA(1:8)
           MOVE COD001A-TIME(1:6)      TO PAR002A-DATA-HORA(9:6)
           IF TAB-ARQ-SENSIVEL(WRK-ARQ-ESCOLHIDO) EQUAL 'S'
              MOVE 'P'                 TO PAR002A-SITUACAO
           ELSE
              MOVE 'A'                 TO PAR002A-SITUACAO
              MOVE WRK-HOJE-AAAAMMDD   TO PAR002A-DATA-DECISAO
           END-IF

           ADD 1                       TO WRK-QTDE-ALT
           MOVE WRK-ALT-REGISTRO       TO TAB-ALT-LINHA(WRK-QTDE-ALT)

           MOVE 'SOLICITADA'           TO WRK-EVENTO
           MOVE WRK-OPERADOR           TO WRK-EVENTO-OPERADOR
           PERFORM 0070-GRAVAR-TRILHA

           PERFORM 0071-REGRAVAR-ALTERACOES

           IF PAR002A-SITUACAO EQUAL 'P'
              DISPLAY 'ALTERACAO ' PAR002A-NUMERO ' REGISTRADA - '
                      'AGUARDA APROVACAO DE OUTRA PESSOA'
              EXIT SECTION
           END-IF

           IF PAR002A-VIGENCIA GREATER WRK-HOJE-AAAAMMDD
              DISPLAY 'ALTERACAO ' PAR002A-NUMERO ' PROGRAMADA PARA '
                      PAR002A-VIGENCIA(7:2) '/' PAR002A-VIGENCIA(5:2)
                      '/' PAR002A-VIGENCIA(1:4)
           ELSE
              PERFORM 0050-APLICAR-VIGENTES
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026-end
       0026-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TAMANHO DA CHAVE DE WRK-LINHA-CHAVE: ATE O PIPE QUE FECHA O
      *    ULTIMO CAMPO DA CHAVE (A LINHA INTEIRA SE FALTAR PIPE)
      *----------------------------------------------------------------*
       0027-TAMANHO-CHAVE              SECTION.
      *----------------------------------------------------------------*

           MOVE 40                     TO WRK-TAM-CHAVE
           MOVE ZEROS                  TO WRK-QTDE-PIPES

           PERFORM VARYING WRK-IND-POS FROM 1 BY 1 UNTIL
                      WRK-IND-POS > 40 OR
                      WRK-QTDE-PIPES EQUAL WRK-QTDE-CHAVE
              IF WRK-LINHA-CHAVE(WRK-IND-POS:1) EQUAL SEP
                 ADD 1                 TO WRK-QTDE-PIPES
                 IF WRK-QTDE-PIPES EQUAL WRK-QTDE-CHAVE
                    MOVE WRK-IND-POS   TO WRK-TAM-CHAVE
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0027-end
       0027-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APROVAR OU REJEITAR AS ALTERACOES PENDENTES. O OPERADOR DA
      *    SESSAO E O APROVADOR E NAO DECIDE O QUE ELE MESMO PEDIU
      *----------------------------------------------------------------*
       0030-APROVAR-ALTERACOES         SECTION.
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA
           MOVE 'N'                    TO WRK-HOUVE-DECISAO
                                          WRK-HOUVE-VIGENTE
           MOVE ZEROS                  TO WRK-QTDE-LISTADAS

           PERFORM VARYING WRK-IND-ALT FROM 1 BY 1 UNTIL
                      WRK-IND-ALT > WRK-QTDE-ALT
              MOVE TAB-ALT-LINHA(WRK-IND-ALT) TO WRK-ALT-REGISTRO
              IF PAR002A-SITUACAO EQUAL 'P'
                 PERFORM 0041-MOSTRAR-ALTERACAO
                 IF PAR002A-OPERADOR EQUAL WRK-OPERADOR
                    DISPLAY '  SOLICITADA POR VOCE - OUTRA PESSOA '
                            'DEVE APROVAR'
                 ELSE
                    PERFORM 0031-DECIDIR-ALTERACAO
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADAS EQUAL ZEROS
              DISPLAY 'NENHUMA ALTERACAO AGUARDANDO APROVACAO'
           END-IF

           IF WRK-HOUVE-DECISAO EQUAL 'S'
              PERFORM 0071-REGRAVAR-ALTERACOES
           END-IF

           IF WRK-HOUVE-VIGENTE EQUAL 'S'
              PERFORM 0050-APLICAR-VIGENTES
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DECISAO SOBRE A ALTERACAO WRK-IND-ALT
      *----------------------------------------------------------------*
       0031-DECIDIR-ALTERACAO          SECTION.
      *----------------------------------------------------------------*

           DISPLAY '  DECISAO (A=APROVAR R=REJEITAR P=PULAR): '
                    WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA

           EVALUATE WRK-RESPOSTA
              WHEN 'A'
                 MOVE 'A'              TO PAR002A-SITUACAO
                 MOVE 'APROVADA'       TO WRK-EVENTO
                 IF PAR002A-VIGENCIA NOT GREATER WRK-HOJE-AAAAMMDD
                    MOVE 'S'           TO WRK-HOUVE-VIGENTE
                 END-IF
              WHEN 'R'
                 MOVE 'R'              TO PAR002A-SITUACAO
                 MOVE 'REJEITADA'      TO WRK-EVENTO
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE

           MOVE WRK-OPERADOR           TO PAR002A-APROVADOR
                                          WRK-EVENTO-OPERADOR
           MOVE WRK-HOJE-AAAAMMDD      TO PAR002A-DATA-DECISAO
           MOVE WRK-ALT-REGISTRO       TO TAB-ALT-LINHA(WRK-IND-ALT)
           MOVE 'S'                    TO WRK-HOUVE-DECISAO
           PERFORM 0070-GRAVAR-TRILHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR AS ALTERACOES AGUARDANDO APROVACAO OU VIGENCIA
      *----------------------------------------------------------------*
       0040-LISTAR-ALTERACOES          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LISTADAS

           PERFORM VARYING WRK-IND-ALT FROM 1 BY 1 UNTIL
                      WRK-IND-ALT > WRK-QTDE-ALT
              MOVE TAB-ALT-LINHA(WRK-IND-ALT) TO WRK-ALT-REGISTRO
              IF PAR002A-SITUACAO EQUAL 'P' OR
                 PAR002A-SITUACAO EQUAL 'A'
                 PERFORM 0041-MOSTRAR-ALTERACAO
              END-IF
           END-PERFORM

           IF WRK-QTDE-LISTADAS EQUAL ZEROS
              DISPLAY '(NENHUMA ALTERACAO PENDENTE OU PROGRAMADA)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A ALTERACAO DE WRK-ALT-REGISTRO
      *----------------------------------------------------------------*
       0041-MOSTRAR-ALTERACAO          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-LISTADAS
           DISPLAY '*--------------------------------------------*'
           DISPLAY 'ALTERACAO ' PAR002A-NUMERO ' ' PAR002A-ARQUIVO
                   ' ACAO ' PAR002A-ACAO ' SITUACAO ' PAR002A-SITUACAO
                   ' VIGENCIA ' PAR002A-VIGENCIA(7:2) '/'
                   PAR002A-VIGENCIA(5:2) '/' PAR002A-VIGENCIA(1:4)
           DISPLAY '  SOLICITANTE ' PAR002A-OPERADOR ' EM '
                   PAR002A-DATA-HORA(7:2) '/' PAR002A-DATA-HORA(5:2)
                   '/' PAR002A-DATA-HORA(1:4) ' '
                   PAR002A-DATA-HORA(9:2) ':' PAR002A-DATA-HORA(11:2)
           DISPLAY '  ANTES.: ' PAR002A-LINHA-ANTES
           DISPLAY '  DEPOIS: ' PAR002A-LINHA-DEPOIS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR NOS ARQUIVOS AS ALTERACOES APROVADAS JA VIGENTES
      *    (PARAM01B) E RECARREGAR PARMALT.dat
      *----------------------------------------------------------------*
       0050-APLICAR-VIGENTES           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA
           MOVE WRK-HOJE-AAAAMMDD      TO PAR001A-DATA-REF
           MOVE WRK-OPERADOR           TO PAR001A-OPERADOR
           CALL 'PARAM01B' USING WRK-PAR-REGISTRO

           DISPLAY 'ALTERACOES APLICADAS: ' PAR001A-QTDE-APLICADAS
           IF PAR001A-RETORNO NOT EQUAL 'S'
              DISPLAY 'HA ALTERACAO QUE NAO PODE SER APLICADA - VER '
                      'MENSAGENS ACIMA'
           END-IF

           PERFORM 0003-CARREGAR-ALTERACOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A TRILHA DE AUDITORIA DE UM ARQUIVO (PARMLOG.dat)
      *----------------------------------------------------------------*
       0060-CONSULTAR-TRILHA           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0006-ESCOLHER-ARQUIVO
           IF WRK-ARQ-ESCOLHIDO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-QTDE-LISTADAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-TRILHA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TRILHA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-TRILHA TO WRK-TRILHA-REGISTRO
                    IF PAR003A-ARQUIVO EQUAL WRK-NOME-PARM
                       ADD 1           TO WRK-QTDE-LISTADAS
                       DISPLAY PAR003A-DATA(7:2) '/' PAR003A-DATA(5:2)
                               '/' PAR003A-DATA(1:4) ' '
                               PAR003A-HORA(1:2) ':' PAR003A-HORA(3:2)
                               ' ' PAR003A-EVENTO ' N.'
                               PAR003A-NUMERO ' ' PAR003A-ACAO
                               ' VIG ' PAR003A-VIGENCIA ' POR '
                               PAR003A-OPERADOR
                       DISPLAY '    ANTES.: ' PAR003A-ANTES
                       DISPLAY '    DEPOIS: ' PAR003A-DEPOIS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-TRILHA
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-LISTADAS EQUAL ZEROS
              DISPLAY '(SEM EVENTOS PARA ' WRK-NOME-PARM ')'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O EVENTO WRK-EVENTO DA ALTERACAO DE WRK-ALT-REGISTRO
      *    NA TRILHA PARMLOG.dat
      *----------------------------------------------------------------*
       0070-GRAVAR-TRILHA              SECTION.
      *----------------------------------------------------------------*

           MOVE COD001A-DATA           TO PAR003A-DATA
           MOVE COD001A-TIME(1:6)      TO PAR003A-HORA
           MOVE WRK-EVENTO             TO PAR003A-EVENTO
           MOVE PAR002A-NUMERO         TO PAR003A-NUMERO
           MOVE PAR002A-ARQUIVO        TO PAR003A-ARQUIVO
           MOVE PAR002A-ACAO           TO PAR003A-ACAO
           MOVE PAR002A-VIGENCIA       TO PAR003A-VIGENCIA
           MOVE WRK-EVENTO-OPERADOR    TO PAR003A-OPERADOR
           MOVE PAR002A-LINHA-ANTES    TO PAR003A-ANTES
           MOVE PAR002A-LINHA-DEPOIS   TO PAR003A-DEPOIS

           OPEN EXTEND ARQ-TRILHA
           WRITE FD-LIN-TRILHA         FROM WRK-TRILHA-REGISTRO
           CLOSE ARQ-TRILHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0070-end
       0070-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR PARMALT.dat COM A TABELA
      *----------------------------------------------------------------*
       0071-REGRAVAR-ALTERACOES        SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-ALTERACOES

           PERFORM VARYING WRK-IND-ALT FROM 1 BY 1 UNTIL
                      WRK-IND-ALT > WRK-QTDE-ALT
              MOVE TAB-ALT-LINHA(WRK-IND-ALT) TO FD-LIN-ALTERACAO
              WRITE FD-LIN-ALTERACAO
           END-PERFORM

           CLOSE ARQ-ALTERACOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
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
