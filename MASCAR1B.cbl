      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: REGRA UNICA DE MASCARAMENTO DE DADOS PESSOAIS
      *              (LGPD) PARA RELATORIOS E TELAS: CPF, SALARIO E
      *              SALDO. O QUE O OPERADOR VE DEPENDE DO CARGO DO
      *              LOGIN (SESSAO DO MENU OU LOGIN01A):
      *              - CPF MASCARADO: ***.456.789-**
      *              - SALARIO / SALDO MASCARADOS: OS DIGITOS DO VALOR
      *                VIRAM '*' (R$ **.***,**)
      *              O QUE CADA CARGO VE POR COMPLETO VEM DE
      *              MSKPARM.dat (CARGO|DOC|SALARIO|SALDO| COM S/N);
      *              CARGO FORA DO ARQUIVO (OU ARQUIVO AUSENTE) SEGUE O
      *              NIVEL DE ACESSO: NIVEL 1 VE TUDO, OS DEMAIS VEEM
      *              MASCARADO. SEM OPERADOR IDENTIFICADO, TUDO SAI
      *              MASCARADO.
      *              CADA VISAO SEM MASCARA DE RELATORIO RESTRITO E
      *              REGISTRADA EM LGPDVIS.dat:
      *              DATA(8)|HORA(6)|USUARIO(20)|CARGO(20)|NIVEL(1)|
      *              PROGRAMA(8)|CATEGORIAS(3)|CONTEXTO(30)|
      *              (CATEGORIAS: D = CPF, S = SALARIO, V = SALDO)
      *              PEDIDO NO BOOK MSK001A.
      * NOME.......: MASCAR1B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCAR1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PARAMETROS ASSIGN TO 'MSKPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT OPTIONAL ARQ-VISOES ASSIGN TO 'LGPDVIS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VISOES.

           SELECT ARQ-TEXTO ASSIGN TO DYNAMIC WRK-NOME-TEXTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEXTO.

           SELECT ARQ-TRABALHO ASSIGN TO 'MASCARA.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARAMETROS.
       01  FD-LIN-PARAMETRO               PIC X(80).

       FD  ARQ-VISOES.
       01  FD-LIN-VISAO                   PIC X(120).

       FD  ARQ-TEXTO.
       01  FD-LIN-TEXTO                   PIC X(170).

       FD  ARQ-TRABALHO.
       01  FD-LIN-TRABALHO                PIC X(170).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.

      *--- Resultado do login (area EXTERNAL preenchida pelo LOGIN01A)
           COPY LGN001A.

      *--- Pedido de ocorrencia para o tratador padrao (ERRH001A)
       01  WRK-ERR-REGISTRO.
           COPY ERR001A.

       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-PARAMETROS                  PIC X(02) VALUE SPACES.
       01  FS-VISOES                      PIC X(02) VALUE SPACES.
       01  FS-TEXTO                       PIC X(02) VALUE SPACES.
       01  FS-TRABALHO                    PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-NOME-TEXTO                 PIC X(40) VALUE SPACES.
       01  WRK-DATA-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.

      *--- Relatorios com dado restrito e suas categorias
      *    (PROGRAMA, CPF = D, VALOR = S SALARIO / V SALDO)
       01  TAB-RELATORIOS-VALORES.
           05  FILLER                     PIC X(10) VALUE 'REL0001AD '.
           05  FILLER                     PIC X(10) VALUE 'REL0002A S'.
           05  FILLER                     PIC X(10) VALUE 'BUSCA01AD '.
           05  FILLER                     PIC X(10) VALUE 'PROG035AD '.
           05  FILLER                     PIC X(10) VALUE 'EXTBCO1ADV'.
           05  FILLER                     PIC X(10) VALUE 'EXTCLI1AD '.
           05  FILLER                     PIC X(10) VALUE 'IRREND1ADS'.
       01  TAB-RELATORIOS REDEFINES TAB-RELATORIOS-VALORES.
           05  TAB-REL-ITEM               OCCURS 7 TIMES.
               10  TAB-REL-PROGRAMA       PIC X(08).
               10  TAB-REL-DOC            PIC X(01).
               10  TAB-REL-VALOR          PIC X(01).
       01  WRK-QTDE-REL                   PIC 9(02) VALUE 7.
       01  WRK-IND-REL                    PIC 9(02) VALUE ZEROS.

      *--- Linha de MSKPARM.dat
       01  WRK-PRM-CARGO                  PIC X(20) VALUE SPACES.
       01  WRK-PRM-DOC                    PIC X(01) VALUE SPACES.
       01  WRK-PRM-SALARIO                PIC X(01) VALUE SPACES.
       01  WRK-PRM-SALDO                  PIC X(01) VALUE SPACES.
       01  WRK-ACHOU-CARGO                PIC X(01) VALUE 'N'.

      *--- Registro de visao sem mascara (LGPDVIS.dat)
       01  WRK-VIS-REGISTRO.
           05  WRK-VIS-DATA               PIC 9(08) VALUE ZEROS.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-HORA               PIC 9(06) VALUE ZEROS.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-USUARIO            PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-CARGO              PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-NIVEL              PIC 9(01) VALUE ZEROS.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-PROGRAMA           PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-CATEGORIAS         PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE '|'.
           05  WRK-VIS-CONTEXTO           PIC X(30) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE '|'.
       01  WRK-IND-CAT                    PIC 9(01) VALUE ZEROS.

      *--- Mascaramento da linha
       01  WRK-MASCARAR-DOC               PIC X(01) VALUE 'N'.
       01  WRK-MASCARAR-VALOR             PIC X(01) VALUE 'N'.
       01  WRK-POS                        PIC 9(03) VALUE ZEROS.
       01  WRK-POS-FIM                    PIC 9(03) VALUE ZEROS.
       01  WRK-POS-JANELA                 PIC 9(03) VALUE ZEROS.
       01  WRK-TAM-JANELA                 PIC 9(03) VALUE ZEROS.
       01  WRK-TAM-NUMERO                 PIC 9(03) VALUE ZEROS.
       01  WRK-FIM-NUMERO                 PIC X(01) VALUE 'N'.
       01  WRK-QTDE-CPF                   PIC 9(03) VALUE ZEROS.
       01  WRK-DOC                        PIC X(14) VALUE SPACES.
       01  WRK-QTDE-LINHAS                PIC 9(07) VALUE ZEROS.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

       LINKAGE SECTION.
       01  LNK-MSK-REGISTRO.
           COPY MSK001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-MSK-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO MSK001A-RETORNO

           EVALUATE MSK001A-ACAO
              WHEN 'I'
                 PERFORM 0001-IDENTIFICAR-OPERADOR
                 PERFORM 0002-CARREGAR-CATEGORIAS
                 PERFORM 0003-CARREGAR-AUTORIZACAO
                 PERFORM 0004-REGISTRAR-VISAO
              WHEN 'D'
                 PERFORM 0005-FORMATAR-DOCUMENTO
              WHEN 'T'
                 PERFORM 0006-MASCARAR-LINHA
              WHEN 'A'
                 PERFORM 0009-MASCARAR-ARQUIVO
              WHEN OTHER
                 MOVE 'E'              TO MSK001A-RETORNO
           END-EVALUATE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR QUEM VAI VER O RELATORIO: DISPARADO PELO MENU
      *    PRINCIPAL VEM DA SESSAO; FORA DELE, LOGIN PELO LOGIN01A
      *----------------------------------------------------------------*
       0001-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

      *    JA IDENTIFICADO NESTA EXECUCAO (MESMA AREA REAPROVEITADA)
           IF MSK001A-USUARIO NOT EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO MSK001A-USUARIO
                                          MSK001A-CARGO
           MOVE ZEROS                  TO MSK001A-NIVEL

           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO MSK001A-USUARIO
              MOVE SES001A-CARGO       TO MSK001A-CARGO
              MOVE SES001A-NIVEL       TO MSK001A-NIVEL
           ELSE
              MOVE SPACES              TO LGN001A-USUARIO
                                          LGN001A-CARGO
              MOVE ZEROS               TO LGN001A-NIVEL
              MOVE 'N'                 TO LGN001A-SITUACAO
              CALL 'LOGIN01A'
              CANCEL 'LOGIN01A'
              IF LGN001A-SITUACAO EQUAL 'S'
                 MOVE LGN001A-USUARIO  TO MSK001A-USUARIO
                 MOVE LGN001A-CARGO    TO MSK001A-CARGO
                 MOVE LGN001A-NIVEL    TO MSK001A-NIVEL
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CATEGORIAS DE DADO RESTRITO DO RELATORIO PEDIDO
      *----------------------------------------------------------------*
       0002-CARREGAR-CATEGORIAS        SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO MSK001A-TEM-DOC
                                          MSK001A-TEM-VALOR

           PERFORM VARYING WRK-IND-REL FROM 1 BY 1
                     UNTIL WRK-IND-REL GREATER WRK-QTDE-REL
              IF TAB-REL-PROGRAMA(WRK-IND-REL) EQUAL MSK001A-PROGRAMA
                 IF TAB-REL-DOC(WRK-IND-REL) EQUAL 'D'
                    MOVE 'S'           TO MSK001A-TEM-DOC
                 END-IF
                 MOVE TAB-REL-VALOR(WRK-IND-REL)
                                       TO MSK001A-TEM-VALOR
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O QUE O CARGO VE POR COMPLETO: MSKPARM.dat; SEM LINHA PARA
      *    O CARGO, NIVEL 1 VE TUDO E OS DEMAIS VEEM MASCARADO
      *----------------------------------------------------------------*
       0003-CARREGAR-AUTORIZACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO MSK001A-VER-DOC
                                          MSK001A-VER-SALARIO
                                          MSK001A-VER-SALDO
                                          WRK-ACHOU-CARGO

           IF MSK001A-USUARIO EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-PARAMETROS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARAMETROS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PRM-CARGO
                                          WRK-PRM-DOC
                                          WRK-PRM-SALARIO
                                          WRK-PRM-SALDO
                    UNSTRING FD-LIN-PARAMETRO DELIMITED BY SEP
                       INTO WRK-PRM-CARGO
                            WRK-PRM-DOC
                            WRK-PRM-SALARIO
                            WRK-PRM-SALDO
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(WRK-PRM-CARGO) EQUAL
                       FUNCTION UPPER-CASE(MSK001A-CARGO)
                       MOVE 'S'        TO WRK-ACHOU-CARGO
                       MOVE 'S'        TO WRK-FIM-ARQ
                       IF WRK-PRM-DOC EQUAL 'S'
                          MOVE 'S'     TO MSK001A-VER-DOC
                       END-IF
                       IF WRK-PRM-SALARIO EQUAL 'S'
                          MOVE 'S'     TO MSK001A-VER-SALARIO
                       END-IF
                       IF WRK-PRM-SALDO EQUAL 'S'
                          MOVE 'S'     TO MSK001A-VER-SALDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARAMETROS

           IF WRK-ACHOU-CARGO EQUAL 'N' AND
              MSK001A-NIVEL EQUAL 1
              MOVE 'S'                 TO MSK001A-VER-DOC
                                          MSK001A-VER-SALARIO
                                          MSK001A-VER-SALDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR EM LGPDVIS.dat A VISAO SEM MASCARA DE RELATORIO
      *    RESTRITO (SO QUANDO ALGUM DADO DO RELATORIO SAI COMPLETO)
      *----------------------------------------------------------------*
       0004-REGISTRAR-VISAO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-VIS-CATEGORIAS
           MOVE ZEROS                  TO WRK-IND-CAT

           IF MSK001A-TEM-DOC EQUAL 'S' AND
              MSK001A-VER-DOC EQUAL 'S'
              ADD 1                    TO WRK-IND-CAT
              MOVE 'D'                 TO WRK-VIS-CATEGORIAS
                                          (WRK-IND-CAT:1)
           END-IF
           IF MSK001A-TEM-VALOR EQUAL 'S' AND
              MSK001A-VER-SALARIO EQUAL 'S'
              ADD 1                    TO WRK-IND-CAT
              MOVE 'S'                 TO WRK-VIS-CATEGORIAS
                                          (WRK-IND-CAT:1)
           END-IF
           IF MSK001A-TEM-VALOR EQUAL 'V' AND
              MSK001A-VER-SALDO EQUAL 'S'
              ADD 1                    TO WRK-IND-CAT
              MOVE 'V'                 TO WRK-VIS-CATEGORIAS
                                          (WRK-IND-CAT:1)
           END-IF

           IF WRK-IND-CAT EQUAL ZEROS
              EXIT SECTION
           END-IF

           PERFORM 0010-OBTER-DATA-HORA

           MOVE WRK-DATA-AAAAMMDD      TO WRK-VIS-DATA
           MOVE WRK-HORA-HHMMSS        TO WRK-VIS-HORA
           MOVE MSK001A-USUARIO        TO WRK-VIS-USUARIO
           MOVE MSK001A-CARGO          TO WRK-VIS-CARGO
           MOVE MSK001A-NIVEL          TO WRK-VIS-NIVEL
           MOVE MSK001A-PROGRAMA       TO WRK-VIS-PROGRAMA
           MOVE MSK001A-CONTEXTO       TO WRK-VIS-CONTEXTO

           OPEN EXTEND ARQ-VISOES
           IF FS-VISOES NOT EQUAL '00' AND '05'
              MOVE SPACES              TO WRK-ERR-REGISTRO
              MOVE 'MASCAR1B'          TO ERR001A-PROGRAMA
              MOVE '0004-REGISTRAR-VISAO' TO ERR001A-PARAGRAFO
              MOVE 'LGPDVIS.dat'       TO ERR001A-ARQUIVO
              MOVE FS-VISOES           TO ERR001A-FILE-STATUS
              MOVE 'E'                 TO ERR001A-SEVERIDADE
              MOVE 'VISAO SEM MASCARA NAO REGISTRADA'
                                       TO ERR001A-MENSAGEM
              CALL 'ERRH001A' USING WRK-ERR-REGISTRO
              EXIT SECTION
           END-IF

           WRITE FD-LIN-VISAO          FROM WRK-VIS-REGISTRO
           CLOSE ARQ-VISOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FORMATAR UM CPF (11 DIGITOS) COM OU SEM MASCARA; CNPJ E
      *    OUTROS DOCUMENTOS VOLTAM COMO VIERAM
      *----------------------------------------------------------------*
       0005-FORMATAR-DOCUMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION TRIM(MSK001A-ENTRADA(1:14))
                                       TO WRK-DOC
           MOVE MSK001A-ENTRADA        TO MSK001A-SAIDA

           IF WRK-DOC(1:11) NOT NUMERIC OR
              WRK-DOC(12:3) NOT EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO MSK001A-SAIDA
           STRING WRK-DOC(1:3) '.' WRK-DOC(4:3) '.'
                  WRK-DOC(7:3) '-' WRK-DOC(10:2)
                  DELIMITED BY SIZE    INTO MSK001A-SAIDA

           IF MSK001A-VER-DOC NOT EQUAL 'S'
              MOVE '***'               TO MSK001A-SAIDA(1:3)
              MOVE '**'                TO MSK001A-SAIDA(13:2)
              MOVE 'M'                 TO MSK001A-RETORNO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MASCARAR UMA LINHA: CPF FORMATADO, CPF CRU (11 DIGITOS COM
      *    'CPF' LOGO ANTES) E VALORES MONETARIOS (... ,99)
      *----------------------------------------------------------------*
       0006-MASCARAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           MOVE MSK001A-ENTRADA        TO MSK001A-SAIDA
           PERFORM 0011-VERIFICAR-MASCARA

           IF WRK-MASCARAR-DOC EQUAL 'S'
              PERFORM 0007-MASCARAR-CPF
           END-IF

           IF WRK-MASCARAR-VALOR EQUAL 'S'
              PERFORM 0008-MASCARAR-VALORES
           END-IF

           IF MSK001A-SAIDA NOT EQUAL MSK001A-ENTRADA
              MOVE 'M'                 TO MSK001A-RETORNO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CPF NA LINHA: 999.999.999-99 OU 11 DIGITOS SEGUIDOS COM
      *    'CPF' NOS 15 CARACTERES ANTERIORES
      *----------------------------------------------------------------*
       0007-MASCARAR-CPF               SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-POS FROM 1 BY 1
                     UNTIL WRK-POS GREATER 157
              IF MSK001A-SAIDA(WRK-POS:3)      IS NUMERIC AND
                 MSK001A-SAIDA(WRK-POS + 3:1)  EQUAL '.' AND
                 MSK001A-SAIDA(WRK-POS + 4:3)  IS NUMERIC AND
                 MSK001A-SAIDA(WRK-POS + 7:1)  EQUAL '.' AND
                 MSK001A-SAIDA(WRK-POS + 8:3)  IS NUMERIC AND
                 MSK001A-SAIDA(WRK-POS + 11:1) EQUAL '-' AND
                 MSK001A-SAIDA(WRK-POS + 12:2) IS NUMERIC
                 MOVE '***'            TO MSK001A-SAIDA(WRK-POS:3)
                 MOVE '**'             TO MSK001A-SAIDA(WRK-POS + 12:2)
              END-IF
           END-PERFORM

           MOVE 1                      TO WRK-POS
           PERFORM UNTIL WRK-POS GREATER 170
              IF MSK001A-SAIDA(WRK-POS:1) IS NUMERIC
                 MOVE WRK-POS          TO WRK-POS-FIM
                 MOVE 'N'              TO WRK-FIM-NUMERO
                 PERFORM UNTIL WRK-FIM-NUMERO EQUAL 'S'
                    IF WRK-POS-FIM LESS 170
                       IF MSK001A-SAIDA(WRK-POS-FIM + 1:1) IS NUMERIC
                          ADD 1        TO WRK-POS-FIM
                       ELSE
                          MOVE 'S'     TO WRK-FIM-NUMERO
                       END-IF
                    ELSE
                       MOVE 'S'        TO WRK-FIM-NUMERO
                    END-IF
                 END-PERFORM
                 COMPUTE WRK-TAM-NUMERO = WRK-POS-FIM - WRK-POS + 1
                 IF WRK-TAM-NUMERO EQUAL 11 AND
                    WRK-POS GREATER 1
                    IF WRK-POS GREATER 16
                       COMPUTE WRK-POS-JANELA = WRK-POS - 15
                    ELSE
                       MOVE 1          TO WRK-POS-JANELA
                    END-IF
                    COMPUTE WRK-TAM-JANELA = WRK-POS - WRK-POS-JANELA
                    MOVE ZEROS         TO WRK-QTDE-CPF
                    INSPECT MSK001A-SAIDA(WRK-POS-JANELA:WRK-TAM-JANELA)
                            TALLYING WRK-QTDE-CPF FOR ALL 'CPF'
                    IF WRK-QTDE-CPF GREATER ZEROS
                       MOVE '***'      TO MSK001A-SAIDA(WRK-POS:3)
                       MOVE '**'       TO MSK001A-SAIDA(WRK-POS + 9:2)
                    END-IF
                 END-IF
                 COMPUTE WRK-POS = WRK-POS-FIM + 1
              ELSE
                 ADD 1                 TO WRK-POS
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALORES MONETARIOS: DIGITOS E PONTOS TERMINANDO EM ,99 TEM
      *    OS DIGITOS TROCADOS POR '*' (DATAS E HORAS NAO TEM VIRGULA)
      *----------------------------------------------------------------*
       0008-MASCARAR-VALORES           SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-POS FROM 2 BY 1
                     UNTIL WRK-POS GREATER 168
              IF MSK001A-SAIDA(WRK-POS:1)     EQUAL ',' AND
                 MSK001A-SAIDA(WRK-POS - 1:1) IS NUMERIC AND
                 MSK001A-SAIDA(WRK-POS + 1:2) IS NUMERIC
                 IF WRK-POS EQUAL 168
                    PERFORM 0012-MASCARAR-VALOR
                 ELSE
                    IF MSK001A-SAIDA(WRK-POS + 3:1) NOT NUMERIC
                       PERFORM 0012-MASCARAR-VALOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MASCARAR UM ARQUIVO TEXTO INTEIRO (RELATORIO JA GRAVADO):
      *    LINHA A LINHA PARA MASCARA.tmp E DE VOLTA PARA O ARQUIVO
      *----------------------------------------------------------------*
       0009-MASCARAR-ARQUIVO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0011-VERIFICAR-MASCARA
           IF WRK-MASCARAR-DOC EQUAL 'N' AND
              WRK-MASCARAR-VALOR EQUAL 'N'
              EXIT SECTION
           END-IF

           MOVE MSK001A-ARQUIVO        TO WRK-NOME-TEXTO
           MOVE ZEROS                  TO WRK-QTDE-LINHAS

           OPEN INPUT ARQ-TEXTO
           IF FS-TEXTO NOT EQUAL '00'
              PERFORM 0013-REGISTRAR-FALHA
              EXIT SECTION
           END-IF
           OPEN OUTPUT ARQ-TRABALHO
           IF FS-TRABALHO NOT EQUAL '00'
              CLOSE ARQ-TEXTO
              MOVE FS-TRABALHO         TO FS-TEXTO
              PERFORM 0013-REGISTRAR-FALHA
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TEXTO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-TEXTO  TO MSK001A-ENTRADA
                    PERFORM 0006-MASCARAR-LINHA
                    WRITE FD-LIN-TRABALHO FROM MSK001A-SAIDA
                    ADD 1              TO WRK-QTDE-LINHAS
              END-READ
           END-PERFORM
           CLOSE ARQ-TEXTO
                 ARQ-TRABALHO

           OPEN INPUT ARQ-TRABALHO
           OPEN OUTPUT ARQ-TEXTO
           IF FS-TEXTO NOT EQUAL '00'
              CLOSE ARQ-TRABALHO
              PERFORM 0013-REGISTRAR-FALHA
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TRABALHO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    WRITE FD-LIN-TEXTO FROM FD-LIN-TRABALHO
              END-READ
           END-PERFORM
           CLOSE ARQ-TRABALHO
                 ARQ-TEXTO

           CALL 'CBL_DELETE_FILE' USING 'MASCARA.tmp'
           MOVE SPACES                 TO MSK001A-ENTRADA
                                          MSK001A-SAIDA
           MOVE 'M'                    TO MSK001A-RETORNO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA
      *----------------------------------------------------------------*
       0010-OBTER-DATA-HORA            SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO
            MOVE RETURN-CODE TO WRK-RETURN-CODE
            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF
            MOVE COD001A-DATA-ANO      TO WRK-DATA-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-DATA-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-DATA-AAAAMMDD(7:2)

            CALL 'PROGTIME' USING COD001A-REGISTRO
            MOVE RETURN-CODE TO WRK-RETURN-CODE
            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF
            MOVE COD001A-HORA          TO WRK-HORA-HHMMSS(1:2)
            MOVE COD001A-MINUTO        TO WRK-HORA-HHMMSS(3:2)
            MOVE COD001A-SEGUNDO       TO WRK-HORA-HHMMSS(5:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O QUE PRECISA SER MASCARADO PARA ESTE OPERADOR
      *----------------------------------------------------------------*
       0011-VERIFICAR-MASCARA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-MASCARAR-DOC
                                          WRK-MASCARAR-VALOR

           IF MSK001A-TEM-DOC EQUAL 'S' AND
              MSK001A-VER-DOC NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-MASCARAR-DOC
           END-IF

           IF MSK001A-TEM-VALOR EQUAL 'S' AND
              MSK001A-VER-SALARIO NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-MASCARAR-VALOR
           END-IF

           IF MSK001A-TEM-VALOR EQUAL 'V' AND
              MSK001A-VER-SALDO NOT EQUAL 'S'
              MOVE 'S'                 TO WRK-MASCARAR-VALOR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TROCAR POR '*' OS DIGITOS DO VALOR QUE TERMINA NA VIRGULA
      *    DA POSICAO WRK-POS
      *----------------------------------------------------------------*
       0012-MASCARAR-VALOR             SECTION.
      *----------------------------------------------------------------*

           MOVE '**'                   TO MSK001A-SAIDA(WRK-POS + 1:2)
           COMPUTE WRK-POS-FIM = WRK-POS - 1

           PERFORM UNTIL WRK-POS-FIM EQUAL ZEROS
              IF MSK001A-SAIDA(WRK-POS-FIM:1) IS NUMERIC
                 MOVE '*'              TO MSK001A-SAIDA(WRK-POS-FIM:1)
                 SUBTRACT 1            FROM WRK-POS-FIM
              ELSE
                 IF MSK001A-SAIDA(WRK-POS-FIM:1) EQUAL '.'
                    SUBTRACT 1         FROM WRK-POS-FIM
                 ELSE
                    MOVE ZEROS         TO WRK-POS-FIM
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ARQUIVO NAO PODE SER MASCARADO: AVISAR PELO ERRH001A
      *----------------------------------------------------------------*
       0013-REGISTRAR-FALHA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-ERR-REGISTRO
           MOVE 'MASCAR1B'             TO ERR001A-PROGRAMA
           MOVE '0009-MASCARAR-ARQUIVO' TO ERR001A-PARAGRAFO
           MOVE MSK001A-ARQUIVO        TO ERR001A-ARQUIVO
           MOVE FS-TEXTO               TO ERR001A-FILE-STATUS
           MOVE 'E'                    TO ERR001A-SEVERIDADE
           MOVE 'RELATORIO NAO MASCARADO - DADOS PESSOAIS EXPOSTOS'
                                       TO ERR001A-MENSAGEM
           CALL 'ERRH001A' USING WRK-ERR-REGISTRO
           MOVE 'E'                    TO MSK001A-RETORNO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
