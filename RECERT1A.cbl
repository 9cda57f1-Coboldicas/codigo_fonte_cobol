      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: RECERTIFICACAO TRIMESTRAL DE ACESSOS. CRUZA OS
      *              USUARIOS COM SENHA (USUARIO.dat) COM O CADASTRO
      *              (SEQENT01.dat - CARGO E NIVEL DE ACESSO, MESMA
      *              REGRA DO LOGIN01A), O HISTORICO DE LOGIN
      *              (LOGINHST.dat), OS BLOQUEIOS (LOGINBLQ.dat) E OS
      *              DESLIGAMENTOS (USUINAT.dat) E EMITE EM RECERT.txt:
      *              - TODO USUARIO ATIVO COM CARGO, NIVEL, ULTIMO
      *                LOGIN E DIAS SEM ENTRAR, APONTANDO QUEM ESTA
      *                OCIOSO HA MAIS DE N DIAS OU NUNCA ENTROU;
      *              - USUARIO DESLIGADO QUE AINDA TEM CREDENCIAL EM
      *                USUARIO.dat (AVISO URGENTE PARA A SEGURANCA
      *                PELO NOTIF01A).
      *              ABRE O CICLO DO TRIMESTRE EM RECERTDC.dat (BOOK
      *              RCT001A) COM UMA DECISAO PENDENTE POR USUARIO
      *              ATIVO; OS GESTORES DECIDEM MANTER OU REVOGAR NO
      *              RECERT2A. RODAR DE NOVO NO MESMO TRIMESTRE NAO
      *              DUPLICA AS PENDENCIAS.
      *----------------------------------------------------------------*
      * PARAMETROS EM RECERTPR.dat (CHAVE|VALOR|, OPCIONAL):
      *   OCIOSO|DIAS SEM LOGIN PARA APONTAR O USUARIO (PADRAO 90)|
      *----------------------------------------------------------------*
      * SINAL DO USUARIO ATIVO (UM SO, NESTA ORDEM DE PRIORIDADE):
      *   NUNCA-LOGOU / OCIOSO / SEM-CADASTRO / BLOQUEADO
      * NOME.......: RECERT1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIOS ASSIGN TO 'USUARIO.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USUARIO.

           SELECT OPTIONAL ARQ-CADASTRO ASSIGN TO 'SEQENT01.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO 'LOGINHST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-BLOQUEIOS ASSIGN TO 'LOGINBLQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-INATIVOS ASSIGN TO 'USUINAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PARM ASSIGN TO 'RECERTPR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DECISOES ASSIGN TO 'RECERTDC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECISOES.

           SELECT ARQ-REL ASSIGN TO 'RECERT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 NOME-USUARIO                PIC X(20).
           05 SENHA-USUARIO               PIC X(10).

      *    LAYOUT DO CADASTRO (COPY002A) - SO O INICIO DA LINHA
       FD  ARQ-CADASTRO.
       01  FD-CAD-REGISTRO.
           05 FD-CAD-COD                  PIC 9(03).
           05 FD-CAD-NOME                 PIC X(30).
           05 FD-CAD-IDADE                PIC 9(02).
           05 FD-CAD-DATA-NASC            PIC 9(08).
           05 FD-CAD-CARGO                PIC X(20).
           05 FILLER                      PIC X(200).

       FD  ARQ-HISTORICO.
       01  FD-LIN-HISTORICO               PIC X(060).

       FD  ARQ-BLOQUEIOS.
       01  FD-LIN-BLOQUEIO                PIC X(040).

       FD  ARQ-INATIVOS.
       01  FD-LIN-INATIVO                 PIC X(100).

       FD  ARQ-PARM.
       01  FD-LIN-PARM                    PIC X(040).

       FD  ARQ-DECISOES.
       01  FD-LIN-DECISAO                 PIC X(120).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-USUARIO                     PIC X(02) VALUE SPACES.
       01  FS-DECISOES                    PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.

      *  DATA DE HOJE E CICLO DO TRIMESTRE (AAAA + 'T' + TRIMESTRE)
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-TRIMESTRE                  PIC 9(01) VALUE ZEROS.
       01  WRK-CICLO.
           05 WRK-CICLO-ANO               PIC 9(04) VALUE ZEROS.
           05 FILLER                      PIC X(01) VALUE 'T'.
           05 WRK-CICLO-TRIMESTRE         PIC 9(01) VALUE ZEROS.

      *  PARAMETROS
       01  WRK-DIAS-OCIOSO                PIC 9(04) VALUE 90.
       01  WRK-PARM-CHAVE                 PIC X(10) VALUE SPACES.
       01  WRK-PARM-VALOR                 PIC X(10) VALUE SPACES.

      *  CARGOS QUE DAO NIVEL DE ACESSO SUPERVISOR (MESMOS DO LOGIN01A)
       01  WRK-IND-NIVEL                  PIC 9(01) VALUE ZEROS.
       01  TAB-CARGOS-NIVEL1.
           05 CARGO-NIVEL1 OCCURS 4 TIMES PIC X(20) VALUE SPACES.

      *  TABELA DOS USUARIOS COM SENHA E O QUE FOI APURADO DE CADA UM
       01  WRK-MAX-TAB-USU                PIC 9(03) VALUE 200.
       01  WRK-QTDE-USU                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-USU                    PIC 9(03) VALUE ZEROS.
       01  WRK-USU-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-IND-BUSCA                  PIC 9(03) VALUE ZEROS.
       01  WRK-NOME-BUSCA                 PIC X(30) VALUE SPACES.
       01  TAB-USUARIOS.
           05  TAB-USU-LINHA OCCURS 200 TIMES.
               10  TAB-USU-NOME           PIC X(20) VALUE SPACES.
               10  TAB-USU-CARGO          PIC X(20) VALUE SPACES.
               10  TAB-USU-NIVEL          PIC 9(01) VALUE 2.
               10  TAB-USU-ULT-LOGIN      PIC 9(08) VALUE ZEROS.
               10  TAB-USU-DIAS           PIC 9(05) VALUE ZEROS.
               10  TAB-USU-CADASTRO       PIC X(01) VALUE 'N'.
               10  TAB-USU-BLOQUEADO      PIC X(01) VALUE 'N'.
               10  TAB-USU-DESLIGADO      PIC X(01) VALUE 'N'.
               10  TAB-USU-DATA-DESLIG    PIC 9(08) VALUE ZEROS.
               10  TAB-USU-NO-CICLO       PIC X(01) VALUE 'N'.
               10  TAB-USU-SINAL          PIC X(12) VALUE SPACES.

      *  LINHAS LIDAS DOS ARQUIVOS DE APOIO
       01  WRK-HST-REGISTRO.
           COPY LGN002A.
       01  WRK-RCT-REGISTRO.
           COPY RCT001A.
       01  WRK-BLQ-NOME                   PIC X(20) VALUE SPACES.
       01  WRK-INA-NOME                   PIC X(20) VALUE SPACES.
       01  WRK-INA-DATA-EFET              PIC 9(08) VALUE ZEROS.

      *  PEDIDO DE NOTIFICACAO PARA A FILA CENTRAL (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

      *  TOTAIS
       01  WRK-QTDE-ATIVOS                PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-OCIOSOS               PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-DESL-CRED             PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-PENDENTES             PIC 9(03) VALUE ZEROS.

      *  IMPRESSAO
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-NUM-ED                     PIC ZZZZ9.
       01  WRK-DATA-ED                    PIC X(10) VALUE SPACES.
       01  WRK-DATA-AUX                   PIC 9(08) VALUE ZEROS.

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
           PERFORM 0003-CARREGAR-USUARIOS
           PERFORM 0004-CARREGAR-HISTORICO
           PERFORM 0005-CARREGAR-DESLIGADOS
           PERFORM 0006-CARREGAR-BLOQUEIOS
           PERFORM 0007-CARREGAR-CADASTRO
           PERFORM 0008-CLASSIFICAR-USUARIOS
           PERFORM 0009-CARREGAR-CICLO

           OPEN OUTPUT ARQ-REL
           PERFORM 0010-LISTAR-ATIVOS
           PERFORM 0011-LISTAR-DESLIGADOS
           CLOSE ARQ-REL

           PERFORM 0012-ABRIR-DECISOES

           DISPLAY '*=========================================*'
           DISPLAY '* RECERT1A - RECERTIFICACAO ' WRK-CICLO
           DISPLAY '* USUARIOS ATIVOS.....: ' WRK-QTDE-ATIVOS
           DISPLAY '* OCIOSOS (> ' WRK-DIAS-OCIOSO ' DIAS): '
                   WRK-QTDE-OCIOSOS
           DISPLAY '* DESLIGADOS C/ SENHA.: ' WRK-QTDE-DESL-CRED
           DISPLAY '* NOVAS PENDENCIAS....: ' WRK-QTDE-PENDENTES
           DISPLAY '* RELATORIO EM RECERT.txt                 *'
           DISPLAY '* DECISOES DOS GESTORES NO RECERT2A       *'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA CORRENTE VIA PROGDATA E O CICLO DO TRIMESTRE
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

           COMPUTE WRK-HOJE-AAAAMMDD = COD001A-DATA-ANO * 10000
                                      + COD001A-DATA-MES * 100
                                      + COD001A-DATA-DIA

           COMPUTE WRK-TRIMESTRE = (COD001A-DATA-MES - 1) / 3 + 1
           MOVE COD001A-DATA-ANO       TO WRK-CICLO-ANO
           MOVE WRK-TRIMESTRE          TO WRK-CICLO-TRIMESTRE

           MOVE 'GERENTE'              TO CARGO-NIVEL1(1)
           MOVE 'SUPERVISOR'           TO CARGO-NIVEL1(2)
           MOVE 'DIRETOR'              TO CARGO-NIVEL1(3)
           MOVE 'ADMINISTRADOR'        TO CARGO-NIVEL1(4)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PARAMETROS DE RECERTPR.dat (SEM ARQUIVO VALE O
      *    PADRAO DE 90 DIAS)
      *----------------------------------------------------------------*
       0002-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PARM-CHAVE
                                          WRK-PARM-VALOR
                    UNSTRING FD-LIN-PARM DELIMITED BY '|'
                       INTO WRK-PARM-CHAVE
                            WRK-PARM-VALOR
                    END-UNSTRING
                    IF WRK-PARM-CHAVE EQUAL 'OCIOSO' AND
                       FUNCTION TRIM(WRK-PARM-VALOR) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WRK-PARM-VALOR)
                                       TO WRK-DIAS-OCIOSO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS USUARIOS COM SENHA DE USUARIO.dat
      *----------------------------------------------------------------*
       0003-CARREGAR-USUARIOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-USU
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-USUARIOS
           IF FS-USUARIO NOT EQUAL '00'
              DISPLAY 'ERRO NA ABERTURA DE USUARIO.dat - STATUS: '
                       FS-USUARIO
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-USUARIOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF NOME-USUARIO NOT EQUAL SPACES
                       IF WRK-QTDE-USU LESS WRK-MAX-TAB-USU
                          ADD 1        TO WRK-QTDE-USU
                          MOVE NOME-USUARIO
                                    TO TAB-USU-NOME(WRK-QTDE-USU)
                       ELSE
                          DISPLAY 'TABELA DE USUARIOS CHEIA - '
                                  'USUARIO IGNORADO: ' NOME-USUARIO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-USUARIOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ULTIMO LOGIN COM SUCESSO DE CADA USUARIO (LOGINHST.dat)
      *----------------------------------------------------------------*
       0004-CARREGAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-HISTORICO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-HISTORICO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-HISTORICO TO WRK-HST-REGISTRO
                    IF LGN002A-RESULTADO EQUAL 'SUCESSO' AND
                       LGN002A-DATA IS NUMERIC
                       MOVE LGN002A-USUARIO TO WRK-NOME-BUSCA
                       PERFORM 0013-LOCALIZAR-USUARIO
                       IF WRK-USU-ACHADO GREATER ZEROS AND
                          LGN002A-DATA GREATER
                          TAB-USU-ULT-LOGIN(WRK-USU-ACHADO)
                          MOVE LGN002A-DATA TO
                               TAB-USU-ULT-LOGIN(WRK-USU-ACHADO)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-HISTORICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESLIGAMENTOS JA EFETIVOS (USUINAT.dat - LAYOUT DO CAD0007A)
      *----------------------------------------------------------------*
       0005-CARREGAR-DESLIGADOS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-INATIVOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-INATIVOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-INA-NOME
                    MOVE ZEROS         TO WRK-INA-DATA-EFET
                    UNSTRING FD-LIN-INATIVO DELIMITED BY SEP
                       INTO WRK-INA-NOME
                            WRK-INA-DATA-EFET
                    END-UNSTRING
                    IF WRK-INA-DATA-EFET NOT GREATER
                       WRK-HOJE-AAAAMMDD
                       MOVE WRK-INA-NOME TO WRK-NOME-BUSCA
                       PERFORM 0013-LOCALIZAR-USUARIO
                       IF WRK-USU-ACHADO GREATER ZEROS
                          MOVE 'S'     TO
                               TAB-USU-DESLIGADO(WRK-USU-ACHADO)
                          MOVE WRK-INA-DATA-EFET TO
                               TAB-USU-DATA-DESLIG(WRK-USU-ACHADO)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-INATIVOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOQUEIOS DE LOGIN PERSISTIDOS (LOGINBLQ.dat)
      *----------------------------------------------------------------*
       0006-CARREGAR-BLOQUEIOS         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-BLOQUEIOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-BLOQUEIOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-BLQ-NOME
                    UNSTRING FD-LIN-BLOQUEIO DELIMITED BY SEP
                       INTO WRK-BLQ-NOME
                    END-UNSTRING
                    MOVE WRK-BLQ-NOME  TO WRK-NOME-BUSCA
                    PERFORM 0013-LOCALIZAR-USUARIO
                    IF WRK-USU-ACHADO GREATER ZEROS
                       MOVE 'S'        TO
                            TAB-USU-BLOQUEADO(WRK-USU-ACHADO)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-BLOQUEIOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARGO DE CADA USUARIO NO CADASTRO (SEQENT01.dat)
      *----------------------------------------------------------------*
       0007-CARREGAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CADASTRO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CADASTRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-CAD-NOME   TO WRK-NOME-BUSCA
                    PERFORM 0013-LOCALIZAR-USUARIO
                    IF WRK-USU-ACHADO GREATER ZEROS
                       MOVE 'S'        TO
                            TAB-USU-CADASTRO(WRK-USU-ACHADO)
                       MOVE FD-CAD-CARGO TO
                            TAB-USU-CARGO(WRK-USU-ACHADO)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CADASTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NIVEL DE ACESSO, DIAS SEM LOGIN E SINAL DE CADA USUARIO
      *----------------------------------------------------------------*
       0008-CLASSIFICAR-USUARIOS       SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-USU FROM 1 BY 1 UNTIL
                      WRK-IND-USU > WRK-QTDE-USU

              MOVE 2                   TO TAB-USU-NIVEL(WRK-IND-USU)
              PERFORM VARYING WRK-IND-NIVEL FROM 1 BY 1 UNTIL
                         WRK-IND-NIVEL > 4
                 IF TAB-USU-CARGO(WRK-IND-USU) NOT EQUAL SPACES AND
                    FUNCTION TRIM(TAB-USU-CARGO(WRK-IND-USU)) EQUAL
                    FUNCTION TRIM(CARGO-NIVEL1(WRK-IND-NIVEL))
                    MOVE 1             TO TAB-USU-NIVEL(WRK-IND-USU)
                 END-IF
              END-PERFORM

              MOVE ZEROS               TO TAB-USU-DIAS(WRK-IND-USU)
              IF TAB-USU-ULT-LOGIN(WRK-IND-USU) GREATER ZEROS
                 MOVE TAB-USU-ULT-LOGIN(WRK-IND-USU) TO WRK-DATA-AUX
                 COMPUTE TAB-USU-DIAS(WRK-IND-USU) =
                         FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
                       - FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
              END-IF

              EVALUATE TRUE
                 WHEN TAB-USU-ULT-LOGIN(WRK-IND-USU) EQUAL ZEROS
                    MOVE 'NUNCA-LOGOU' TO TAB-USU-SINAL(WRK-IND-USU)
                 WHEN TAB-USU-DIAS(WRK-IND-USU) GREATER
                      WRK-DIAS-OCIOSO
                    MOVE 'OCIOSO'      TO TAB-USU-SINAL(WRK-IND-USU)
                 WHEN TAB-USU-CADASTRO(WRK-IND-USU) NOT EQUAL 'S'
                    MOVE 'SEM-CADASTRO' TO TAB-USU-SINAL(WRK-IND-USU)
                 WHEN TAB-USU-BLOQUEADO(WRK-IND-USU) EQUAL 'S'
                    MOVE 'BLOQUEADO'   TO TAB-USU-SINAL(WRK-IND-USU)
                 WHEN OTHER
                    MOVE SPACES        TO TAB-USU-SINAL(WRK-IND-USU)
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    USUARIOS QUE JA TEM LINHA NO CICLO CORRENTE (RECERTDC.dat)
      *----------------------------------------------------------------*
       0009-CARREGAR-CICLO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-DECISOES

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DECISOES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-DECISAO TO WRK-RCT-REGISTRO
                    IF RCT001A-CICLO EQUAL WRK-CICLO
                       MOVE RCT001A-USUARIO TO WRK-NOME-BUSCA
                       PERFORM 0013-LOCALIZAR-USUARIO
                       IF WRK-USU-ACHADO GREATER ZEROS
                          MOVE 'S'     TO
                               TAB-USU-NO-CICLO(WRK-USU-ACHADO)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-DECISOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTA DOS USUARIOS ATIVOS COM CARGO, NIVEL E ULTIMO LOGIN
      *----------------------------------------------------------------*
       0010-LISTAR-ATIVOS              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ATIVOS
                                          WRK-QTDE-OCIOSOS

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* RECERTIFICACAO DE ACESSOS - CICLO ' WRK-CICLO
                  ' - EMITIDO EM ' COD001A-DATA-DIA '/'
                  COD001A-DATA-MES '/' COD001A-DATA-ANO
                  ' - OCIOSO APOS ' WRK-DIAS-OCIOSO ' DIAS'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* USUARIOS ATIVOS:'   TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* USUARIO              CARGO                NV '
                  'ULT.LOGIN   DIAS  SINAL'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-USU FROM 1 BY 1 UNTIL
                      WRK-IND-USU > WRK-QTDE-USU
              IF TAB-USU-DESLIGADO(WRK-IND-USU) NOT EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-ATIVOS
                 IF TAB-USU-SINAL(WRK-IND-USU) EQUAL 'OCIOSO' OR
                    TAB-USU-SINAL(WRK-IND-USU) EQUAL 'NUNCA-LOGOU'
                    ADD 1              TO WRK-QTDE-OCIOSOS
                 END-IF
                 MOVE TAB-USU-ULT-LOGIN(WRK-IND-USU) TO WRK-DATA-AUX
                 PERFORM 0014-EDITAR-DATA
                 MOVE TAB-USU-DIAS(WRK-IND-USU) TO WRK-NUM-ED
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '* ' TAB-USU-NOME(WRK-IND-USU)
                        ' ' TAB-USU-CARGO(WRK-IND-USU)
                        ' ' TAB-USU-NIVEL(WRK-IND-USU)
                        '  ' WRK-DATA-ED
                        ' ' WRK-NUM-ED
                        '  ' TAB-USU-SINAL(WRK-IND-USU)
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 IF TAB-USU-ULT-LOGIN(WRK-IND-USU) EQUAL ZEROS
                    MOVE '    -'       TO WRK-LINHA-REL(59:5)
                 END-IF
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAL DE ATIVOS: ' WRK-QTDE-ATIVOS
                  ' - OCIOSOS OU SEM LOGIN: ' WRK-QTDE-OCIOSOS
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESLIGADOS QUE AINDA TEM CREDENCIAL EM USUARIO.dat - CADA
      *    UM VAI PARA A SEGURANCA PELA FILA CENTRAL (NOTIF01A)
      *----------------------------------------------------------------*
       0011-LISTAR-DESLIGADOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DESL-CRED
           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* DESLIGADOS QUE AINDA TEM SENHA EM USUARIO.dat:'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-USU FROM 1 BY 1 UNTIL
                      WRK-IND-USU > WRK-QTDE-USU
              IF TAB-USU-DESLIGADO(WRK-IND-USU) EQUAL 'S'
                 ADD 1                 TO WRK-QTDE-DESL-CRED
                 MOVE TAB-USU-DATA-DESLIG(WRK-IND-USU) TO WRK-DATA-AUX
                 PERFORM 0014-EDITAR-DATA
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '* ' TAB-USU-NOME(WRK-IND-USU)
                        ' DESLIGADO EM ' WRK-DATA-ED
                        ' - REMOVER A CREDENCIAL'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 IF TAB-USU-BLOQUEADO(WRK-IND-USU) EQUAL 'S'
                    MOVE '(LOGIN BLOQUEADO)' TO WRK-LINHA-REL(70:17)
                 END-IF
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL

                 MOVE 'CREDDESLIGAD'   TO NOT001A-TIPO-EVENTO
                 MOVE 'U'              TO NOT001A-SEVERIDADE
                 MOVE 'SEGURANCA'      TO NOT001A-DESTINATARIO
                 MOVE TAB-USU-NOME(WRK-IND-USU) TO NOT001A-CHAVE
                 MOVE SPACES           TO NOT001A-TEXTO
                 STRING 'USUARIO DESLIGADO EM ' WRK-DATA-ED
                        ' AINDA TEM SENHA EM USUARIO.dat - REMOVER'
                        DELIMITED BY SIZE INTO NOT001A-TEXTO
                 END-STRING
                 CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
              END-IF
           END-PERFORM

           IF WRK-QTDE-DESL-CRED EQUAL ZEROS
              MOVE '* NENHUM'          TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRIR O CICLO: UMA DECISAO PENDENTE POR USUARIO ATIVO QUE
      *    AINDA NAO ESTEJA NO CICLO CORRENTE DE RECERTDC.dat
      *----------------------------------------------------------------*
       0012-ABRIR-DECISOES             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PENDENTES

           OPEN EXTEND ARQ-DECISOES
           IF FS-DECISOES NOT EQUAL '00' AND
              FS-DECISOES NOT EQUAL '05'
              DISPLAY 'ERRO NA ABERTURA DE RECERTDC.dat - STATUS: '
                       FS-DECISOES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-USU FROM 1 BY 1 UNTIL
                      WRK-IND-USU > WRK-QTDE-USU
              IF TAB-USU-DESLIGADO(WRK-IND-USU) NOT EQUAL 'S' AND
                 TAB-USU-NO-CICLO(WRK-IND-USU)  NOT EQUAL 'S'
                 MOVE WRK-CICLO        TO RCT001A-CICLO
                 MOVE TAB-USU-NOME(WRK-IND-USU)  TO RCT001A-USUARIO
                 MOVE TAB-USU-CARGO(WRK-IND-USU) TO RCT001A-CARGO
                 MOVE TAB-USU-NIVEL(WRK-IND-USU) TO RCT001A-NIVEL
                 MOVE TAB-USU-ULT-LOGIN(WRK-IND-USU)
                                       TO RCT001A-ULT-LOGIN
                 MOVE TAB-USU-SINAL(WRK-IND-USU) TO RCT001A-SINAL
                 MOVE 'P'              TO RCT001A-DECISAO
                 MOVE SPACES           TO RCT001A-GESTOR
                 MOVE ZEROS            TO RCT001A-DATA-DECISAO
                 MOVE 'N'              TO RCT001A-APLICADA
                 WRITE FD-LIN-DECISAO  FROM WRK-RCT-REGISTRO
                 IF FS-DECISOES NOT EQUAL '00'
                    DISPLAY 'ERRO NA GRAVACAO DE RECERTDC.dat - '
                            'STATUS: ' FS-DECISOES
                 ELSE
                    ADD 1              TO WRK-QTDE-PENDENTES
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARQ-DECISOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-NOME-BUSCA NA TABELA DE USUARIOS
      *    (WRK-USU-ACHADO = ZEROS QUANDO NAO TEM SENHA)
      *----------------------------------------------------------------*
       0013-LOCALIZAR-USUARIO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-USU-ACHADO

           IF WRK-NOME-BUSCA EQUAL SPACES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-BUSCA FROM 1 BY 1 UNTIL
                      WRK-IND-BUSCA > WRK-QTDE-USU
                   OR WRK-USU-ACHADO GREATER ZEROS
              IF FUNCTION TRIM(TAB-USU-NOME(WRK-IND-BUSCA)) EQUAL
                 FUNCTION TRIM(WRK-NOME-BUSCA)
                 MOVE WRK-IND-BUSCA    TO WRK-USU-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EDITAR WRK-DATA-AUX (AAAAMMDD) EM DD/MM/AAAA
      *----------------------------------------------------------------*
       0014-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DATA-ED

           IF WRK-DATA-AUX EQUAL ZEROS
              MOVE 'NUNCA'             TO WRK-DATA-ED
           ELSE
              STRING WRK-DATA-AUX(7:2) '/' WRK-DATA-AUX(5:2) '/'
                     WRK-DATA-AUX(1:4)
                     DELIMITED BY SIZE INTO WRK-DATA-ED
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
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
