      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: APLICACAO DAS ALTERACOES DE PARAMETROS (BOOK
      *              PAR001A). PERCORRE PARMALT.dat E GRAVA NO ARQUIVO
      *              DE PARAMETROS CADA ALTERACAO APROVADA (SITUACAO
      *              'A') CUJA VIGENCIA JA CHEGOU NA DATA DE REFERENCIA,
      *              NA ORDEM DE VIGENCIA E DE NUMERO - ASSIM A TABELA
      *              CADASTRADA COM ANTECEDENCIA SO PASSA A VALER NO
      *              DIA CERTO, SEM QUE OS PROGRAMAS QUE LEEM O ARQUIVO
      *              PRECISEM SABER DE VIGENCIA. A LINHA E LOCALIZADA
      *              PELA CHAVE (CAMPOS INICIAIS, PAR002A-QTDE-CHAVE):
      *              I = INCLUI NA ORDEM DA CHAVE (OU SUBSTITUI A
      *              LINHA DE MESMA CHAVE),
      *              A = SUBSTITUI A LINHA DA CHAVE ANTIGA (INCLUI SE
      *              ELA NAO EXISTIR MAIS), E = EXCLUI. A ALTERACAO
      *              PASSA A 'V' E A TRILHA PARMLOG.dat RECEBE O
      *              EVENTO APLICADA COM A LINHA QUE ESTAVA NO ARQUIVO
      *              E A NOVA.
      * NOME.......: PARAM01B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM01B.
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
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-NOME-PARM                  PIC X(12) VALUE SPACES.

      *--- Alteracoes carregadas (PARMALT.dat, book PAR002A)
       01  WRK-MAX-TAB-ALT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-ALT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ALT                    PIC 9(03) VALUE ZEROS.
       01  WRK-ALT-ESCOLHIDA              PIC 9(03) VALUE ZEROS.
       01  TAB-ALTERACOES.
           05  TAB-ALT-LINHA OCCURS 300 TIMES
                                          PIC X(200).
       01  WRK-ALT-REGISTRO.
           COPY PAR002A.
       01  WRK-ALT-MENOR.
           05  WRK-ALT-MENOR-VIGENCIA     PIC 9(08) VALUE ZEROS.
           05  WRK-ALT-MENOR-NUMERO       PIC 9(06) VALUE ZEROS.
       01  WRK-ALT-CANDIDATA.
           05  WRK-ALT-CAND-VIGENCIA      PIC 9(08) VALUE ZEROS.
           05  WRK-ALT-CAND-NUMERO        PIC 9(06) VALUE ZEROS.

      *--- Linhas do arquivo de parametros da alteracao corrente
       01  WRK-MAX-TAB-PRM                PIC 9(03) VALUE 100.
       01  WRK-QTDE-PRM                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRM                    PIC 9(03) VALUE ZEROS.
       01  WRK-PRM-ACHADA                 PIC 9(03) VALUE ZEROS.
       01  WRK-PRM-POSICAO                PIC 9(03) VALUE ZEROS.
       01  WRK-PRM-ESTOURO                PIC X(01) VALUE 'N'.
       01  TAB-PARAMETROS.
           05  TAB-PRM-LINHA OCCURS 100 TIMES
                                          PIC X(40).

      *--- Chave da linha (ate o N-esimo pipe)
       01  WRK-LINHA-CHAVE                PIC X(40) VALUE SPACES.
       01  WRK-CHAVE-PROCURADA            PIC X(40) VALUE SPACES.
       01  WRK-CHAVE-LINHA                PIC X(40) VALUE SPACES.
       01  WRK-TAM-CHAVE                  PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-PIPES                 PIC 9(02) VALUE ZEROS.
       01  WRK-IND-POS                    PIC 9(02) VALUE ZEROS.
       01  WRK-LINHA-ENCONTRADA           PIC X(40) VALUE SPACES.

       01  WRK-TRILHA-REGISTRO.
           COPY PAR003A.

      *  DATA DO SISTEMA
           COPY COD001A.

       LINKAGE SECTION.
       01  LNK-PAR-REGISTRO.
           COPY PAR001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-PAR-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO PAR001A-QTDE-APLICADAS
           MOVE 'S'                    TO PAR001A-RETORNO

           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE
           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              MOVE 'E'                 TO PAR001A-RETORNO
              PERFORM 9999-FINALIZAR
           END-IF

           CALL 'PROGTIME' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE
           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
               WRK-RETURN-CODE
              MOVE 'E'                 TO PAR001A-RETORNO
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0001-CARREGAR-ALTERACOES
           IF PAR001A-RETORNO NOT EQUAL 'S'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-PROXIMA-VIGENTE
           PERFORM UNTIL WRK-ALT-ESCOLHIDA EQUAL ZEROS
              PERFORM 0003-APLICAR-ALTERACAO
              PERFORM 0002-PROXIMA-VIGENTE
           END-PERFORM

           IF PAR001A-QTDE-APLICADAS GREATER ZEROS
              PERFORM 0007-REGRAVAR-ALTERACOES
           END-IF

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR PARMALT.dat - ALEM DA CAPACIDADE NADA E APLICADO
      *----------------------------------------------------------------*
       0001-CARREGAR-ALTERACOES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ALT
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
                    ELSE
                       DISPLAY 'PARMALT.dat COM MAIS DE '
                               WRK-MAX-TAB-ALT ' ALTERACOES'
                       MOVE 'E'        TO PAR001A-RETORNO
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ALTERACOES
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ESCOLHER A PROXIMA ALTERACAO APROVADA E JA VIGENTE (MENOR
      *    VIGENCIA, DEPOIS MENOR NUMERO) - ZERO QUANDO NAO HA MAIS
      *----------------------------------------------------------------*
       0002-PROXIMA-VIGENTE            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ALT-ESCOLHIDA
           MOVE ALL '9'                TO WRK-ALT-MENOR

           PERFORM VARYING WRK-IND-ALT FROM 1 BY 1 UNTIL
                      WRK-IND-ALT > WRK-QTDE-ALT
              MOVE TAB-ALT-LINHA(WRK-IND-ALT) TO WRK-ALT-REGISTRO
              IF PAR002A-SITUACAO EQUAL 'A' AND
                 PAR002A-VIGENCIA NOT GREATER PAR001A-DATA-REF
                 MOVE PAR002A-VIGENCIA TO WRK-ALT-CAND-VIGENCIA
                 MOVE PAR002A-NUMERO   TO WRK-ALT-CAND-NUMERO
                 IF WRK-ALT-CANDIDATA LESS WRK-ALT-MENOR
                    MOVE WRK-ALT-CANDIDATA TO WRK-ALT-MENOR
                    MOVE WRK-IND-ALT   TO WRK-ALT-ESCOLHIDA
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR NO ARQUIVO DE PARAMETROS A ALTERACAO ESCOLHIDA
      *----------------------------------------------------------------*
       0003-APLICAR-ALTERACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-ALT-LINHA(WRK-ALT-ESCOLHIDA) TO WRK-ALT-REGISTRO
           MOVE PAR002A-ARQUIVO        TO WRK-NOME-PARM

           PERFORM 0004-CARREGAR-PARAMETROS
           IF WRK-PRM-ESTOURO EQUAL 'S'
      *       FICA 'A' E NAO VOLTA A SER ESCOLHIDA NESTA EXECUCAO
              DISPLAY 'ARQUIVO ' WRK-NOME-PARM ' COM MAIS DE '
                      WRK-MAX-TAB-PRM ' LINHAS - ALTERACAO '
                      PAR002A-NUMERO ' NAO APLICADA'
              MOVE 'E'                 TO PAR001A-RETORNO
              MOVE 'E'                 TO PAR002A-SITUACAO
              MOVE WRK-ALT-REGISTRO
                              TO TAB-ALT-LINHA(WRK-ALT-ESCOLHIDA)
              EXIT SECTION
           END-IF

      *    A LINHA E PROCURADA PELA CHAVE ANTIGA NA ALTERACAO E NA
      *    EXCLUSAO, E PELA CHAVE NOVA NA INCLUSAO
           IF PAR002A-ACAO EQUAL 'I'
              MOVE PAR002A-LINHA-DEPOIS TO WRK-LINHA-CHAVE
           ELSE
              MOVE PAR002A-LINHA-ANTES  TO WRK-LINHA-CHAVE
           END-IF
           PERFORM 0005-LOCALIZAR-LINHA

           MOVE SPACES                 TO WRK-LINHA-ENCONTRADA
           IF WRK-PRM-ACHADA GREATER ZEROS
              MOVE TAB-PRM-LINHA(WRK-PRM-ACHADA)
                                       TO WRK-LINHA-ENCONTRADA
           END-IF

           EVALUATE TRUE
              WHEN PAR002A-ACAO EQUAL 'E'
                 IF WRK-PRM-ACHADA GREATER ZEROS
                    PERFORM VARYING WRK-IND-PRM FROM WRK-PRM-ACHADA
                               BY 1 UNTIL WRK-IND-PRM >= WRK-QTDE-PRM
                       MOVE TAB-PRM-LINHA(WRK-IND-PRM + 1)
                                       TO TAB-PRM-LINHA(WRK-IND-PRM)
                    END-PERFORM
                    SUBTRACT 1         FROM WRK-QTDE-PRM
                 END-IF
              WHEN WRK-PRM-ACHADA GREATER ZEROS
                 MOVE PAR002A-LINHA-DEPOIS
                                  TO TAB-PRM-LINHA(WRK-PRM-ACHADA)
              WHEN WRK-QTDE-PRM LESS WRK-MAX-TAB-PRM
                 PERFORM 0052-POSICAO-INCLUSAO
                 PERFORM VARYING WRK-IND-PRM FROM WRK-QTDE-PRM BY -1
                            UNTIL WRK-IND-PRM < WRK-PRM-POSICAO
                    MOVE TAB-PRM-LINHA(WRK-IND-PRM)
                                       TO TAB-PRM-LINHA(WRK-IND-PRM + 1)
                 END-PERFORM
                 ADD 1                 TO WRK-QTDE-PRM
                 MOVE PAR002A-LINHA-DEPOIS
                                  TO TAB-PRM-LINHA(WRK-PRM-POSICAO)
              WHEN OTHER
                 DISPLAY 'ARQUIVO ' WRK-NOME-PARM ' CHEIO - '
                         'ALTERACAO ' PAR002A-NUMERO ' NAO APLICADA'
                 MOVE 'E'              TO PAR001A-RETORNO
                 MOVE 'E'              TO PAR002A-SITUACAO
                 MOVE WRK-ALT-REGISTRO
                              TO TAB-ALT-LINHA(WRK-ALT-ESCOLHIDA)
                 EXIT SECTION
           END-EVALUATE

           PERFORM 0006-REGRAVAR-PARAMETROS

           MOVE 'V'                    TO PAR002A-SITUACAO
           MOVE COD001A-DATA           TO PAR002A-DATA-APLICACAO
           MOVE WRK-ALT-REGISTRO
                              TO TAB-ALT-LINHA(WRK-ALT-ESCOLHIDA)
           ADD 1                       TO PAR001A-QTDE-APLICADAS

           MOVE COD001A-DATA           TO PAR003A-DATA
           MOVE COD001A-TIME(1:6)      TO PAR003A-HORA
           MOVE 'APLICADA'             TO PAR003A-EVENTO
           MOVE PAR002A-NUMERO         TO PAR003A-NUMERO
           MOVE PAR002A-ARQUIVO        TO PAR003A-ARQUIVO
           MOVE PAR002A-ACAO           TO PAR003A-ACAO
           MOVE PAR002A-VIGENCIA       TO PAR003A-VIGENCIA
           MOVE PAR001A-OPERADOR       TO PAR003A-OPERADOR
           MOVE WRK-LINHA-ENCONTRADA   TO PAR003A-ANTES
           IF PAR002A-ACAO EQUAL 'E'
              MOVE SPACES              TO PAR003A-DEPOIS
           ELSE
              MOVE PAR002A-LINHA-DEPOIS TO PAR003A-DEPOIS
           END-IF
           OPEN EXTEND ARQ-TRILHA
           WRITE FD-LIN-TRILHA         FROM WRK-TRILHA-REGISTRO
           CLOSE ARQ-TRILHA

           DISPLAY 'ALTERACAO ' PAR002A-NUMERO ' APLICADA EM '
                   PAR002A-ARQUIVO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS LINHAS DO ARQUIVO DE PARAMETROS WRK-NOME-PARM
      *----------------------------------------------------------------*
       0004-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PRM
           MOVE 'N'                    TO WRK-FIM-ARQ
                                          WRK-PRM-ESTOURO

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
                       MOVE 'S'        TO WRK-PRM-ESTOURO
                                          WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR A LINHA COM A CHAVE DE WRK-LINHA-CHAVE. SEM
      *    CHAVE (ARQUIVO DE LINHA UNICA) E A PRIMEIRA LINHA
      *----------------------------------------------------------------*
       0005-LOCALIZAR-LINHA            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PRM-ACHADA

           IF PAR002A-QTDE-CHAVE EQUAL ZEROS
              IF WRK-QTDE-PRM GREATER ZEROS
                 MOVE 1                TO WRK-PRM-ACHADA
              END-IF
              EXIT SECTION
           END-IF

           PERFORM 0051-TAMANHO-CHAVE
           MOVE WRK-LINHA-CHAVE(1:WRK-TAM-CHAVE)
                                       TO WRK-CHAVE-PROCURADA

           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1 UNTIL
                      WRK-IND-PRM > WRK-QTDE-PRM OR
                      WRK-PRM-ACHADA GREATER ZEROS
              MOVE TAB-PRM-LINHA(WRK-IND-PRM) TO WRK-LINHA-CHAVE
              PERFORM 0051-TAMANHO-CHAVE
              IF WRK-LINHA-CHAVE(1:WRK-TAM-CHAVE) EQUAL
                 WRK-CHAVE-PROCURADA
                 MOVE WRK-IND-PRM      TO WRK-PRM-ACHADA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TAMANHO DA CHAVE DE WRK-LINHA-CHAVE: ATE O PIPE QUE FECHA O
      *    ULTIMO CAMPO DA CHAVE (A LINHA INTEIRA SE FALTAR PIPE)
      *----------------------------------------------------------------*
       0051-TAMANHO-CHAVE              SECTION.
      *----------------------------------------------------------------*

           MOVE 40                     TO WRK-TAM-CHAVE
           MOVE ZEROS                  TO WRK-QTDE-PIPES

           PERFORM VARYING WRK-IND-POS FROM 1 BY 1 UNTIL
                      WRK-IND-POS > 40 OR
                      WRK-QTDE-PIPES EQUAL PAR002A-QTDE-CHAVE
              IF WRK-LINHA-CHAVE(WRK-IND-POS:1) EQUAL SEP
                 ADD 1                 TO WRK-QTDE-PIPES
                 IF WRK-QTDE-PIPES EQUAL PAR002A-QTDE-CHAVE
                    MOVE WRK-IND-POS   TO WRK-TAM-CHAVE
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    POSICAO DA LINHA INCLUIDA: ANTES DA PRIMEIRA LINHA DE CHAVE
      *    MAIOR, PARA QUE AS FAIXAS (INSSIRRF.dat) CONTINUEM EM ORDEM
      *    CRESCENTE DE LIMITE; SEM CHAVE OU SEM LINHA MAIOR, NO FIM
      *----------------------------------------------------------------*
       0052-POSICAO-INCLUSAO           SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-PRM-POSICAO = WRK-QTDE-PRM + 1

           IF PAR002A-QTDE-CHAVE EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE PAR002A-LINHA-DEPOIS   TO WRK-LINHA-CHAVE
           PERFORM 0051-TAMANHO-CHAVE
           MOVE SPACES                 TO WRK-CHAVE-PROCURADA
           MOVE WRK-LINHA-CHAVE(1:WRK-TAM-CHAVE)
                                       TO WRK-CHAVE-PROCURADA

           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1 UNTIL
                      WRK-IND-PRM > WRK-QTDE-PRM OR
                      WRK-PRM-POSICAO NOT GREATER WRK-QTDE-PRM
              MOVE TAB-PRM-LINHA(WRK-IND-PRM) TO WRK-LINHA-CHAVE
              PERFORM 0051-TAMANHO-CHAVE
              MOVE SPACES              TO WRK-CHAVE-LINHA
              MOVE WRK-LINHA-CHAVE(1:WRK-TAM-CHAVE)
                                       TO WRK-CHAVE-LINHA
              IF WRK-CHAVE-LINHA GREATER WRK-CHAVE-PROCURADA
                 MOVE WRK-IND-PRM      TO WRK-PRM-POSICAO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR O ARQUIVO DE PARAMETROS COM A TABELA
      *----------------------------------------------------------------*
       0006-REGRAVAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-PARM

           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1 UNTIL
                      WRK-IND-PRM > WRK-QTDE-PRM
              MOVE TAB-PRM-LINHA(WRK-IND-PRM) TO FD-LIN-PARM
              WRITE FD-LIN-PARM
           END-PERFORM

           CLOSE ARQ-PARM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR PARMALT.dat COM AS SITUACOES ATUALIZADAS (A
      *    MARCA 'E' DE ESTOURO VOLTA A 'A' PARA A PROXIMA TENTATIVA)
      *----------------------------------------------------------------*
       0007-REGRAVAR-ALTERACOES        SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-ALTERACOES

           PERFORM VARYING WRK-IND-ALT FROM 1 BY 1 UNTIL
                      WRK-IND-ALT > WRK-QTDE-ALT
              MOVE TAB-ALT-LINHA(WRK-IND-ALT) TO WRK-ALT-REGISTRO
              IF PAR002A-SITUACAO EQUAL 'E'
                 MOVE 'A'              TO PAR002A-SITUACAO
              END-IF
              WRITE FD-LIN-ALTERACAO   FROM WRK-ALT-REGISTRO
           END-PERFORM

           CLOSE ARQ-ALTERACOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
