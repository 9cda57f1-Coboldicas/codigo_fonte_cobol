      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BACKUP GERACIONAL DOS ARQUIVOS MESTRES E DE LOG.
      *              PRIMEIRO PASSO DO PLANO.dat DO SCHED01A: ANTES DE
      *              QUALQUER PASSO DA CADEIA ALTERAR OS DADOS, COPIA
      *              CADA ARQUIVO REGISTRADO EM BKPREG.dat PARA UMA
      *              GERACAO DATADA (BACKUP/ARQUIVO.AAAAMMDD, PELO
      *              BKPARQ1B), CONFERE A COPIA PELA QUANTIDADE DE
      *              REGISTROS E PELO HASH E ANOTA TUDO NO CATALOGO
      *              BKPCAT.dat (BOOK BKP001A). MANTEM AS N GERACOES
      *              MAIS RECENTES DE CADA ARQUIVO E EXPURGA AS MAIS
      *              ANTIGAS. RODAR DE NOVO NO MESMO DIA SUBSTITUI A
      *              GERACAO DO DIA. FALHAS VAO PARA O ERRH001A:
      *              ARQUIVO REGISTRADO AUSENTE = ATENCAO; COPIA QUE
      *              NAO PODE SER GRAVADA OU NAO CONFERE = ERRO E
      *              RETURN-CODE 8 (A CADEIA NAO DEVE SEGUIR SEM
      *              BACKUP). A RESTAURACAO E FEITA PELO BKPRST1A; O
      *              RECCAD1A CONTINUA SERVINDO PARA A RECUPERACAO DO
      *              CADASTRO1.dat ATE UM PONTO NO TEMPO PELO JORNAL.
      *              O DIRETORIO BACKUP/ DEVE EXISTIR.
      * NOME.......: BKPGER1A
      *----------------------------------------------------------------*
      * LAYOUT DE BKPREG.dat (OPCIONAL - SEM ELE VALE O REGISTRO
      * PADRAO DESTE PROGRAMA, TAB-REG-PADRAO, COM 7 GERACOES):
      *   ARQUIVO(30)|GERACOES(2)|CONJUNTO(10)|
      *   GERACOES = QUANTAS GERACOES MANTER (BRANCO/ZERO = 7)
      *   CONJUNTO = GRUPO RESTAURADO JUNTO PELO BKPRST1A
      * NO CATALOGO, AS LINHAS DE FALHA (F) E DE GERACAO EXPURGADA (E)
      * FICAM 90 DIAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPGER1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-REGISTRO ASSIGN TO 'BKPREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CATALOGO ASSIGN TO 'BKPCAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REGISTRO.
       01  FD-LIN-REGISTRO                PIC X(060).

       FD  ARQ-CATALOGO.
       01  FD-LIN-CATALOGO                PIC X(150).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-CATALOGO                    PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.
       01  WRK-DIAS-HOJE                  PIC 9(07) VALUE ZEROS.
       01  WRK-DIAS-LINHA                 PIC 9(07) VALUE ZEROS.
       01  WRK-DIAS-HISTORICO             PIC 9(03) VALUE 90.
       01  WRK-GERACOES-PADRAO            PIC 9(02) VALUE 7.

      *  REGISTRO PADRAO: ARQUIVOS MESTRES E LOGS DA CADEIA
       01  TAB-REG-PADRAO.
           05  FILLER PIC X(40) VALUE
               'SEQENT01.dat                  CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'CADASTRO1.dat                 CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'CADASTRO3.dat                 CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'clientes.dat                  CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'USUARIO.dat                   CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'FORNECED.dat                  CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'FORNBCO.dat                   CADASTROS '.
           05  FILLER PIC X(40) VALUE
               'CONTAENT.dat                  CONTAS    '.
           05  FILLER PIC X(40) VALUE
               'TXTLOG.dat                    CONTAS    '.
           05  FILLER PIC X(40) VALUE
               'EXTRATO.dat                   CONTAS    '.
           05  FILLER PIC X(40) VALUE
               'CONTASTA.dat                  CONTAS    '.
           05  FILLER PIC X(40) VALUE
               'TITULOS.dat                   COBRANCA  '.
           05  FILLER PIC X(40) VALUE
               'CTATIT.dat                    COBRANCA  '.
           05  FILLER PIC X(40) VALUE
               'ESTOQUE.dat                   ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'MOVESTOQ.dat                  ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'PRODUTOS.dat                  ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'CAIXALOG.dat                  ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'NFREG.dat                     ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'PEDVENDA.dat                  ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'PEDVITEM.dat                  ESTOQUE   '.
           05  FILLER PIC X(40) VALUE
               'LANCAGL.dat                   CONTABIL  '.
           05  FILLER PIC X(40) VALUE
               'PLANOCTA.dat                  CONTABIL  '.
           05  FILLER PIC X(40) VALUE
               'REGRASGL.dat                  CONTABIL  '.
           05  FILLER PIC X(40) VALUE
               'FOLHAMEM.dat                  FOLHA     '.
           05  FILLER PIC X(40) VALUE
               'FOLHALIQ.dat                  FOLHA     '.
           05  FILLER PIC X(40) VALUE
               'PONTO.dat                     FOLHA     '.
           05  FILLER PIC X(40) VALUE
               'OPERLOG.dat                   OPERACAO  '.
           05  FILLER PIC X(40) VALUE
               'NOTIFICA.dat                  OPERACAO  '.
       01  TAB-REG-PADRAO-R REDEFINES TAB-REG-PADRAO.
           05  TAB-PAD-ITEM OCCURS 28 TIMES.
               10  TAB-PAD-ARQUIVO        PIC X(30).
               10  TAB-PAD-CONJUNTO       PIC X(10).
       01  WRK-QTDE-PADRAO                PIC 9(02) VALUE 28.

      *  ARQUIVOS A COPIAR NESTA EXECUCAO
       01  WRK-MAX-TAB-REG                PIC 9(02) VALUE 60.
       01  WRK-QTDE-REG                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-REG                    PIC 9(02) VALUE ZEROS.
       01  TAB-REGISTRO.
           05  TAB-REG-LINHA OCCURS 60 TIMES.
               10  TAB-REG-ARQUIVO        PIC X(30) VALUE SPACES.
               10  TAB-REG-GERACOES       PIC 9(02) VALUE ZEROS.
               10  TAB-REG-CONJUNTO       PIC X(10) VALUE SPACES.
       01  WRK-REG-ARQUIVO                PIC X(30) VALUE SPACES.
       01  WRK-REG-GERACOES               PIC X(02) VALUE SPACES.
       01  WRK-REG-CONJUNTO               PIC X(10) VALUE SPACES.

      *  CATALOGO (REGRAVADO INTEIRO; LINHA EM BRANCO = DESCARTADA)
       01  WRK-MAX-TAB-CAT                PIC 9(04) VALUE 5000.
       01  WRK-QTDE-CAT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(04) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-LINHA OCCURS 5000 TIMES
                                          PIC X(150).
       01  WRK-CAT-REGISTRO.
           COPY BKP001A.
       01  WRK-QTDE-MANTIDAS              PIC 9(03) VALUE ZEROS.

      *  RESULTADO DA EXECUCAO
       01  WRK-QTDE-COPIADOS              PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-AUSENTES              PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-FALHAS                PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-EXPURGADAS            PIC 9(04) VALUE ZEROS.
       01  WRK-NOME-EXPURGO               PIC X(60) VALUE SPACES.

      *  PEDIDO DE COPIA (BKPARQ1B)
       01  WRK-BKP-REGISTRO.
           COPY BKP002A.

      *--- Pedido de ocorrencia para o tratador padrao (ERRH001A)
       01  WRK-ERR-REGISTRO.
           COPY ERR001A.

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

           PERFORM 0001-OBTER-DATA-HORA
           PERFORM 0002-CARREGAR-REGISTRO
           PERFORM 0003-CARREGAR-CATALOGO

           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG > WRK-QTDE-REG
              PERFORM 0004-COPIAR-ARQUIVO
           END-PERFORM

           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG > WRK-QTDE-REG
              PERFORM 0005-ROTACIONAR-GERACOES
           END-PERFORM

           PERFORM 0006-REGRAVAR-CATALOGO

           DISPLAY '*=============================================*'
           DISPLAY '* BKPGER1A - BACKUP GERACIONAL ' WRK-HOJE-AAAAMMDD
           DISPLAY '* ARQUIVOS COPIADOS E CONFERIDOS..: '
                   WRK-QTDE-COPIADOS
           DISPLAY '* ARQUIVOS AUSENTES................: '
                   WRK-QTDE-AUSENTES
           DISPLAY '* FALHAS NA COPIA..................: '
                   WRK-QTDE-FALHAS
           DISPLAY '* GERACOES EXPURGADAS NA ROTACAO...: '
                   WRK-QTDE-EXPURGADAS
           DISPLAY '*=============================================*'

           IF WRK-QTDE-FALHAS GREATER ZEROS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA-HORA            SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO
            MOVE RETURN-CODE TO WRK-RETURN-CODE
            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9999-FINALIZAR
            END-IF
            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
            COMPUTE WRK-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)

            CALL 'PROGTIME' USING COD001A-REGISTRO
            MOVE RETURN-CODE TO WRK-RETURN-CODE
            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               PERFORM 9999-FINALIZAR
            END-IF
            MOVE COD001A-HORA          TO WRK-HORA-HHMMSS(1:2)
            MOVE COD001A-MINUTO        TO WRK-HORA-HHMMSS(3:2)
            MOVE COD001A-SEGUNDO       TO WRK-HORA-HHMMSS(5:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ARQUIVOS REGISTRADOS EM BKPREG.dat; SEM O
      *    ARQUIVO (OU VAZIO) VALE O REGISTRO PADRAO
      *----------------------------------------------------------------*
       0002-CARREGAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REG
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-REGISTRO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-REGISTRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-REG-ARQUIVO
                                          WRK-REG-GERACOES
                                          WRK-REG-CONJUNTO
                    UNSTRING FD-LIN-REGISTRO DELIMITED BY SEP
                       INTO WRK-REG-ARQUIVO
                            WRK-REG-GERACOES
                            WRK-REG-CONJUNTO
                    END-UNSTRING
                    IF WRK-REG-ARQUIVO NOT EQUAL SPACES AND
                       WRK-QTDE-REG LESS WRK-MAX-TAB-REG
                       ADD 1           TO WRK-QTDE-REG
                       MOVE WRK-REG-ARQUIVO
                                  TO TAB-REG-ARQUIVO(WRK-QTDE-REG)
                       MOVE WRK-REG-CONJUNTO
                                  TO TAB-REG-CONJUNTO(WRK-QTDE-REG)
                       IF FUNCTION TRIM(WRK-REG-GERACOES) IS NUMERIC
                          MOVE FUNCTION NUMVAL(WRK-REG-GERACOES)
                                  TO TAB-REG-GERACOES(WRK-QTDE-REG)
                       END-IF
                       IF TAB-REG-GERACOES(WRK-QTDE-REG) EQUAL ZEROS
                          MOVE WRK-GERACOES-PADRAO
                                  TO TAB-REG-GERACOES(WRK-QTDE-REG)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-REGISTRO

           IF WRK-QTDE-REG EQUAL ZEROS
              PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                         WRK-IND-REG > WRK-QTDE-PADRAO
                 ADD 1                 TO WRK-QTDE-REG
                 MOVE TAB-PAD-ARQUIVO(WRK-IND-REG)
                                  TO TAB-REG-ARQUIVO(WRK-QTDE-REG)
                 MOVE TAB-PAD-CONJUNTO(WRK-IND-REG)
                                  TO TAB-REG-CONJUNTO(WRK-QTDE-REG)
                 MOVE WRK-GERACOES-PADRAO
                                  TO TAB-REG-GERACOES(WRK-QTDE-REG)
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO. DESCARTA AS LINHAS DE FALHA E DE
      *    EXPURGO COM MAIS DE 90 DIAS
      *----------------------------------------------------------------*
       0003-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CAT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CATALOGO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CATALOGO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-CATALOGO TO WRK-CAT-REGISTRO
                    IF BKP001A-DATA IS NUMERIC AND
                       BKP001A-DATA GREATER ZEROS
                       COMPUTE WRK-DIAS-LINHA =
                          FUNCTION INTEGER-OF-DATE(BKP001A-DATA)
                       IF BKP001A-SITUACAO EQUAL 'V' OR
                          WRK-DIAS-HOJE - WRK-DIAS-LINHA NOT GREATER
                          WRK-DIAS-HISTORICO
                          IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                             ADD 1     TO WRK-QTDE-CAT
                             MOVE FD-LIN-CATALOGO
                                       TO TAB-CAT-LINHA(WRK-QTDE-CAT)
                          ELSE
                             DISPLAY 'CATALOGO CHEIO - LINHA '
                                     'DESCARTADA: ' BKP001A-ARQUIVO
                                     ' ' BKP001A-DATA
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CATALOGO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COPIAR UM ARQUIVO REGISTRADO PARA A GERACAO DO DIA E ANOTAR
      *    NO CATALOGO (A LINHA DE HOJE DE UMA EXECUCAO ANTERIOR E
      *    SUBSTITUIDA)
      *----------------------------------------------------------------*
       0004-COPIAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
              IF BKP001A-DATA EQUAL WRK-HOJE-AAAAMMDD AND
                 BKP001A-ARQUIVO EQUAL TAB-REG-ARQUIVO(WRK-IND-REG)
                 MOVE SPACES           TO TAB-CAT-LINHA(WRK-IND-CAT)
              END-IF
           END-PERFORM

           INITIALIZE WRK-BKP-REGISTRO
           MOVE 'C'                    TO BKP002A-ACAO
           MOVE TAB-REG-ARQUIVO(WRK-IND-REG) TO BKP002A-ARQUIVO
           STRING 'BACKUP/' FUNCTION TRIM(TAB-REG-ARQUIVO(WRK-IND-REG))
                  '.' WRK-HOJE-AAAAMMDD
                  DELIMITED BY SIZE INTO BKP002A-GERACAO
           END-STRING
           CALL 'BKPARQ1B' USING WRK-BKP-REGISTRO

           IF BKP002A-RETORNO EQUAL 'O' AND
              BKP002A-FILE-STATUS EQUAL '35'
      *       ARQUIVO AINDA NAO CRIADO PELO SISTEMA: NADA A GUARDAR
              ADD 1                    TO WRK-QTDE-AUSENTES
              DISPLAY FUNCTION TRIM(TAB-REG-ARQUIVO(WRK-IND-REG))
                      ': AUSENTE - SEM GERACAO'
              MOVE 'A'                 TO ERR001A-SEVERIDADE
              PERFORM 0007-REGISTRAR-OCORRENCIA
              EXIT SECTION
           END-IF

           INITIALIZE WRK-CAT-REGISTRO
           MOVE WRK-HOJE-AAAAMMDD      TO BKP001A-DATA
           MOVE WRK-HORA-HHMMSS        TO BKP001A-HORA
           MOVE TAB-REG-ARQUIVO(WRK-IND-REG)  TO BKP001A-ARQUIVO
           MOVE TAB-REG-CONJUNTO(WRK-IND-REG) TO BKP001A-CONJUNTO
           MOVE BKP002A-GERACAO        TO BKP001A-GERACAO
           MOVE BKP002A-QTDE           TO BKP001A-QTDE
           MOVE BKP002A-HASH           TO BKP001A-HASH

           IF BKP002A-RETORNO EQUAL 'S'
              MOVE 'V'                 TO BKP001A-SITUACAO
              ADD 1                    TO WRK-QTDE-COPIADOS
              DISPLAY FUNCTION TRIM(TAB-REG-ARQUIVO(WRK-IND-REG))
                      ': ' BKP002A-QTDE ' REGISTROS - HASH '
                      BKP002A-HASH
           ELSE
              MOVE 'F'                 TO BKP001A-SITUACAO
              ADD 1                    TO WRK-QTDE-FALHAS
              DISPLAY FUNCTION TRIM(TAB-REG-ARQUIVO(WRK-IND-REG))
                      ': FALHOU - ' FUNCTION TRIM(BKP002A-MENSAGEM)
              MOVE 'E'                 TO ERR001A-SEVERIDADE
              PERFORM 0007-REGISTRAR-OCORRENCIA
      *       A GERACAO INCOMPLETA NAO PODE FICAR PARA TRAS
              MOVE BKP002A-GERACAO     TO WRK-NOME-EXPURGO
              CALL 'CBL_DELETE_FILE' USING WRK-NOME-EXPURGO
           END-IF

           IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
              ADD 1                    TO WRK-QTDE-CAT
              MOVE WRK-CAT-REGISTRO    TO TAB-CAT-LINHA(WRK-QTDE-CAT)
           ELSE
              DISPLAY 'CATALOGO CHEIO - GERACAO NAO CATALOGADA: '
                      BKP002A-GERACAO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTACAO: MANTEM AS N GERACOES CONFERIDAS MAIS RECENTES DO
      *    ARQUIVO E EXPURGA AS DEMAIS (O CATALOGO ESTA EM ORDEM DE
      *    GRAVACAO, ENTAO E PERCORRIDO DE TRAS PARA A FRENTE)
      *----------------------------------------------------------------*
       0005-ROTACIONAR-GERACOES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-MANTIDAS

           PERFORM VARYING WRK-IND-CAT FROM WRK-QTDE-CAT BY -1 UNTIL
                      WRK-IND-CAT < 1
              MOVE TAB-CAT-LINHA(WRK-IND-CAT) TO WRK-CAT-REGISTRO
              IF BKP001A-ARQUIVO EQUAL TAB-REG-ARQUIVO(WRK-IND-REG) AND
                 BKP001A-SITUACAO EQUAL 'V'
                 ADD 1                 TO WRK-QTDE-MANTIDAS
                 IF WRK-QTDE-MANTIDAS GREATER
                    TAB-REG-GERACOES(WRK-IND-REG)
                    MOVE BKP001A-GERACAO TO WRK-NOME-EXPURGO
                    CALL 'CBL_DELETE_FILE' USING WRK-NOME-EXPURGO
                    MOVE 'E'           TO BKP001A-SITUACAO
                    MOVE WRK-CAT-REGISTRO
                                       TO TAB-CAT-LINHA(WRK-IND-CAT)
                    ADD 1              TO WRK-QTDE-EXPURGADAS
                    DISPLAY FUNCTION TRIM(BKP001A-GERACAO)
                            ': EXPURGADA'
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O CATALOGO
      *----------------------------------------------------------------*
       0006-REGRAVAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CATALOGO
           IF FS-CATALOGO NOT EQUAL '00'
              MOVE SPACES              TO ERR001A-ARQUIVO
              MOVE 'BKPCAT.dat'        TO ERR001A-ARQUIVO
              MOVE 'BKPGER1A'          TO ERR001A-PROGRAMA
              MOVE '0006-REGRAVAR-CATALOGO' TO ERR001A-PARAGRAFO
              MOVE FS-CATALOGO         TO ERR001A-FILE-STATUS
              MOVE 'E'                 TO ERR001A-SEVERIDADE
              MOVE 'CATALOGO DE BACKUP NAO PODE SER GRAVADO'
                                       TO ERR001A-MENSAGEM
              CALL 'ERRH001A' USING WRK-ERR-REGISTRO
              ADD 1                    TO WRK-QTDE-FALHAS
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT > WRK-QTDE-CAT
              IF TAB-CAT-LINHA(WRK-IND-CAT) NOT EQUAL SPACES
                 WRITE FD-LIN-CATALOGO FROM TAB-CAT-LINHA(WRK-IND-CAT)
              END-IF
           END-PERFORM

           CLOSE ARQ-CATALOGO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR A FALHA DO ARQUIVO CORRENTE NO ERRH001A
      *    (SEVERIDADE JA MOVIDA PELO CHAMADOR)
      *----------------------------------------------------------------*
       0007-REGISTRAR-OCORRENCIA       SECTION.
      *----------------------------------------------------------------*

           MOVE 'BKPGER1A'             TO ERR001A-PROGRAMA
           MOVE '0004-COPIAR-ARQUIVO'  TO ERR001A-PARAGRAFO
           MOVE TAB-REG-ARQUIVO(WRK-IND-REG) TO ERR001A-ARQUIVO
           MOVE BKP002A-FILE-STATUS    TO ERR001A-FILE-STATUS
           MOVE SPACES                 TO ERR001A-MENSAGEM
           STRING 'BACKUP: ' FUNCTION TRIM(BKP002A-MENSAGEM)
                  DELIMITED BY SIZE INTO ERR001A-MENSAGEM
           END-STRING
           CALL 'ERRH001A' USING WRK-ERR-REGISTRO
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
