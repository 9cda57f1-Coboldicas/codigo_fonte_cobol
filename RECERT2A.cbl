      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: DECISAO DOS GESTORES NA RECERTIFICACAO DE
      *              ACESSOS. MOSTRA AS PENDENCIAS DO ULTIMO CICLO
      *              ABERTO PELO RECERT1A EM RECERTDC.dat (BOOK
      *              RCT001A) E REGISTRA, USUARIO A USUARIO, MANTER OU
      *              REVOGAR COM O NOME DO GESTOR E A DATA. A
      *              REVOGACAO ENTRA NA HORA NO DESLIGAMENTO DE
      *              USUARIOS: A MARCA DE INATIVO E GRAVADA EM
      *              USUINAT.dat NO LAYOUT DO CAD0007A (DATA EFETIVA =
      *              HOJE, OPERADOR = GESTOR), O LOGIN01A PASSA A
      *              RECUSAR O LOGIN E A SEGURANCA E AVISADA PELO
      *              NOTIF01A. O DESLIGAMENTO CONTINUA REVERSIVEL PELA
      *              REATIVACAO DO CAD0007A.
      *              SO GESTORES (NIVEL DE ACESSO 1) DECIDEM E NINGUEM
      *              DECIDE SOBRE O PROPRIO ACESSO. O GESTOR VEM DA
      *              SESSAO DO MENU PRINCIPAL (SESSAO1B); FORA DO MENU
      *              E PEDIDO LOGIN PELO LOGIN01A.
      * NOME.......: RECERT2A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT2A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-DECISOES ASSIGN TO 'RECERTDC.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECISOES.

           SELECT OPTIONAL ARQ-INATIVOS ASSIGN TO 'USUINAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INATIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DECISOES.
       01  FD-LIN-DECISAO                 PIC X(120).

       FD  ARQ-INATIVOS.
       01  FD-LIN-INATIVO                 PIC X(100).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.

      *--- Resultado do login (area EXTERNAL preenchida pelo LOGIN01A)
           COPY LGN001A.

       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-DECISOES                    PIC X(02) VALUE SPACES.
       01  FS-INATIVOS                    PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *--- Gestor que esta decidindo
       01  WRK-GESTOR                     PIC X(20) VALUE SPACES.
       01  WRK-GESTOR-NIVEL               PIC 9(01) VALUE ZEROS.

      *--- Decisoes de todos os ciclos (regravadas inteiras)
       01  WRK-MAX-TAB-DEC                PIC 9(03) VALUE 500.
       01  WRK-QTDE-DEC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-DEC                    PIC 9(03) VALUE ZEROS.
       01  TAB-DECISOES.
           05  TAB-DEC-LINHA              PIC X(120) OCCURS 500 TIMES.
       01  WRK-CICLO                      PIC X(06) VALUE SPACES.
       01  WRK-ALTEROU                    PIC X(01) VALUE 'N'.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.
       01  WRK-QTDE-PEND                  PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-MANTER                PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-REVOGAR               PIC 9(03) VALUE ZEROS.
       01  WRK-RCT-REGISTRO.
           COPY RCT001A.

      *--- Marca de inativo no layout do CAD0007A (USUINAT.dat)
       01  WRK-INA-NOME                   PIC X(20) VALUE SPACES.
       01  WRK-INA-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WRK-JA-DESLIGADO               PIC X(01) VALUE 'N'.

      *--- Pedido de notificacao para a fila central (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

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
           PERFORM 0002-IDENTIFICAR-GESTOR

           IF WRK-GESTOR EQUAL SPACES
              DISPLAY 'RECERTIFICACAO - ACESSO NAO AUTORIZADO'
              PERFORM 9999-FINALIZAR
           END-IF

           IF WRK-GESTOR-NIVEL NOT EQUAL 1
              DISPLAY 'RECERTIFICACAO RESTRITA A GESTORES (NIVEL 1)'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0003-CARREGAR-DECISOES

           IF WRK-CICLO EQUAL SPACES
              DISPLAY 'NENHUM CICLO DE RECERTIFICACAO ABERTO - '
                      'RODAR O RECERT1A'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0004-TELA-MENU
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
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O GESTOR: DISPARADO PELO MENU PRINCIPAL VEM DA
      *    SESSAO; FORA DELE, LOGIN PELO LOGIN01A (A DECISAO MEXE EM
      *    ACESSOS, ENTAO O NOME NAO E SO DIGITADO)
      *----------------------------------------------------------------*
       0002-IDENTIFICAR-GESTOR         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-GESTOR
           MOVE ZEROS                  TO WRK-GESTOR-NIVEL

           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-GESTOR
              MOVE SES001A-NIVEL       TO WRK-GESTOR-NIVEL
           ELSE
              MOVE SPACES              TO LGN001A-USUARIO
                                          LGN001A-CARGO
              MOVE ZEROS               TO LGN001A-NIVEL
              MOVE 'N'                 TO LGN001A-SITUACAO
              CALL 'LOGIN01A'
              CANCEL 'LOGIN01A'
              IF LGN001A-SITUACAO EQUAL 'S'
                 MOVE LGN001A-USUARIO  TO WRK-GESTOR
                 MOVE LGN001A-NIVEL    TO WRK-GESTOR-NIVEL
              END-IF
           END-IF

           IF WRK-GESTOR NOT EQUAL SPACES
              DISPLAY 'GESTOR: ' WRK-GESTOR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR RECERTDC.dat E ACHAR O ULTIMO CICLO ABERTO
      *----------------------------------------------------------------*
       0003-CARREGAR-DECISOES          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-DEC
           MOVE SPACES                 TO WRK-CICLO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-DECISOES

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DECISOES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-DEC LESS WRK-MAX-TAB-DEC
                       ADD 1           TO WRK-QTDE-DEC
                       MOVE FD-LIN-DECISAO
                                       TO TAB-DEC-LINHA(WRK-QTDE-DEC)
                       MOVE FD-LIN-DECISAO TO WRK-RCT-REGISTRO
                       IF RCT001A-CICLO GREATER WRK-CICLO
                          MOVE RCT001A-CICLO TO WRK-CICLO
                       END-IF
                    ELSE
                       DISPLAY 'TABELA DE DECISOES CHEIA - '
                               'RECERTDC.dat NAO SERA REGRAVADO'
                       MOVE 'S'        TO WRK-FIM-ARQ
                       MOVE 'X'        TO WRK-ALTEROU
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-DECISOES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TELA DE MENU
      *----------------------------------------------------------------*
       0004-TELA-MENU                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*==========================================*'
           DISPLAY '*=  RECERTIFICACAO DE ACESSOS - ' WRK-CICLO
                   '    =*'
           DISPLAY '*==========================================*'
           DISPLAY '* 1 - DECIDIR PENDENTES                    *'
           DISPLAY '* 2 - LISTAR O CICLO                       *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                  PERFORM 0005-DECIDIR-PENDENTES
                  PERFORM 0004-TELA-MENU
               WHEN 2
                  PERFORM 0006-LISTAR-CICLO
                  PERFORM 0004-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  PERFORM 0004-TELA-MENU
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PERCORRER AS PENDENCIAS DO CICLO: M = MANTER, R = REVOGAR
      *    (DESLIGA NA HORA), P = PULAR, F = ENCERRAR
      *----------------------------------------------------------------*
       0005-DECIDIR-PENDENTES          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-RESPOSTA
           MOVE ZEROS                  TO WRK-QTDE-PEND

           PERFORM VARYING WRK-IND-DEC FROM 1 BY 1 UNTIL
                      WRK-IND-DEC > WRK-QTDE-DEC
                   OR WRK-RESPOSTA EQUAL 'F'
              MOVE TAB-DEC-LINHA(WRK-IND-DEC) TO WRK-RCT-REGISTRO
              IF RCT001A-CICLO   EQUAL WRK-CICLO AND
                 RCT001A-DECISAO EQUAL 'P'
                 ADD 1                 TO WRK-QTDE-PEND
                 DISPLAY '*------------------------------------------*'
                 DISPLAY '* USUARIO...: ' RCT001A-USUARIO
                 DISPLAY '* CARGO.....: ' RCT001A-CARGO
                         ' NIVEL ' RCT001A-NIVEL
                 IF RCT001A-ULT-LOGIN EQUAL ZEROS
                    DISPLAY '* ULT.LOGIN.: NUNCA'
                 ELSE
                    DISPLAY '* ULT.LOGIN.: ' RCT001A-ULT-LOGIN(7:2)
                            '/' RCT001A-ULT-LOGIN(5:2)
                            '/' RCT001A-ULT-LOGIN(1:4)
                 END-IF
                 IF RCT001A-SINAL NOT EQUAL SPACES
                    DISPLAY '* SINAL.....: ' RCT001A-SINAL
                 END-IF
                 IF FUNCTION TRIM(RCT001A-USUARIO) EQUAL
                    FUNCTION TRIM(WRK-GESTOR)
                    DISPLAY '* O PROPRIO ACESSO E DECIDIDO POR OUTRO '
                            'GESTOR'
                 ELSE
                    PERFORM 0007-OBTER-DECISAO
                    IF WRK-RESPOSTA EQUAL 'M' OR
                       WRK-RESPOSTA EQUAL 'R'
                       MOVE WRK-RESPOSTA TO RCT001A-DECISAO
                       MOVE WRK-GESTOR   TO RCT001A-GESTOR
                       MOVE WRK-HOJE-AAAAMMDD
                                         TO RCT001A-DATA-DECISAO
                       IF WRK-RESPOSTA EQUAL 'R'
                          PERFORM 0008-APLICAR-REVOGACAO
                       END-IF
                       MOVE WRK-RCT-REGISTRO
                                       TO TAB-DEC-LINHA(WRK-IND-DEC)
                       IF WRK-ALTEROU NOT EQUAL 'X'
                          MOVE 'S'     TO WRK-ALTEROU
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-PEND EQUAL ZEROS
              DISPLAY 'NENHUMA PENDENCIA NO CICLO ' WRK-CICLO
           END-IF

           IF WRK-ALTEROU EQUAL 'S'
              PERFORM 0009-REGRAVAR-DECISOES
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR TODAS AS DECISOES DO CICLO
      *----------------------------------------------------------------*
       0006-LISTAR-CICLO               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PEND
                                          WRK-QTDE-MANTER
                                          WRK-QTDE-REVOGAR

           PERFORM VARYING WRK-IND-DEC FROM 1 BY 1 UNTIL
                      WRK-IND-DEC > WRK-QTDE-DEC
              MOVE TAB-DEC-LINHA(WRK-IND-DEC) TO WRK-RCT-REGISTRO
              IF RCT001A-CICLO EQUAL WRK-CICLO
                 EVALUATE RCT001A-DECISAO
                    WHEN 'M'
                       ADD 1           TO WRK-QTDE-MANTER
                       DISPLAY '* ' RCT001A-USUARIO ' MANTIDO    POR '
                               RCT001A-GESTOR ' EM '
                               RCT001A-DATA-DECISAO
                    WHEN 'R'
                       ADD 1           TO WRK-QTDE-REVOGAR
                       DISPLAY '* ' RCT001A-USUARIO ' REVOGADO   POR '
                               RCT001A-GESTOR ' EM '
                               RCT001A-DATA-DECISAO
                               ' DESLIGADO: ' RCT001A-APLICADA
                    WHEN OTHER
                       ADD 1           TO WRK-QTDE-PEND
                       DISPLAY '* ' RCT001A-USUARIO ' PENDENTE   '
                               RCT001A-SINAL
                 END-EVALUATE
              END-IF
           END-PERFORM

           DISPLAY '* CICLO ' WRK-CICLO ' - MANTIDOS: ' WRK-QTDE-MANTER
                   ' REVOGADOS: ' WRK-QTDE-REVOGAR
                   ' PENDENTES: ' WRK-QTDE-PEND
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PEDIR A DECISAO DO GESTOR PARA O USUARIO CORRENTE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-obter-decisao
       0007-OBTER-DECISAO              SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'DECISAO (M=MANTER R=REVOGAR P=PULAR F=FIM): '
                    WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA

           IF WRK-RESPOSTA NOT EQUAL 'M' AND
              WRK-RESPOSTA NOT EQUAL 'R' AND
              WRK-RESPOSTA NOT EQUAL 'P' AND
              WRK-RESPOSTA NOT EQUAL 'F'
              DISPLAY 'DECISAO INVALIDA!'
              PERFORM 0007-OBTER-DECISAO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REVOGACAO: MARCA DE INATIVO EM USUINAT.dat NO LAYOUT DO
      *    CAD0007A (NOME|DATA-EFETIVA|MOTIVO|OPERADOR|DATA-REGISTRO|)
      *    SALVO SE O USUARIO JA ESTIVER DESLIGADO
      *----------------------------------------------------------------*
       0008-APLICAR-REVOGACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-JA-DESLIGADO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-INATIVOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-INATIVOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-INA-NOME
                    UNSTRING FD-LIN-INATIVO DELIMITED BY SEP
                       INTO WRK-INA-NOME
                    END-UNSTRING
                    IF FUNCTION TRIM(WRK-INA-NOME) EQUAL
                       FUNCTION TRIM(RCT001A-USUARIO)
                       MOVE 'S'        TO WRK-JA-DESLIGADO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-INATIVOS

           IF WRK-JA-DESLIGADO EQUAL 'S'
              DISPLAY '* USUARIO JA CONSTA NO DESLIGAMENTO'
              MOVE 'S'                 TO RCT001A-APLICADA
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-INA-MOTIVO
           STRING 'RECERTIFICACAO ' WRK-CICLO ' - ACESSO REVOGADO'
                  DELIMITED BY SIZE INTO WRK-INA-MOTIVO
           END-STRING

           MOVE SPACES                 TO FD-LIN-INATIVO
           STRING RCT001A-USUARIO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-INA-MOTIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-GESTOR           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-INATIVO
           END-STRING

           OPEN EXTEND ARQ-INATIVOS
           IF FS-INATIVOS NOT EQUAL '00' AND
              FS-INATIVOS NOT EQUAL '05'
              DISPLAY 'ERRO NA ABERTURA DE USUINAT.dat - STATUS: '
                       FS-INATIVOS
              EXIT SECTION
           END-IF
           WRITE FD-LIN-INATIVO
           IF FS-INATIVOS NOT EQUAL '00'
              DISPLAY 'ERRO NA GRAVACAO DE USUINAT.dat - STATUS: '
                       FS-INATIVOS
              CLOSE ARQ-INATIVOS
              EXIT SECTION
           END-IF
           CLOSE ARQ-INATIVOS

           MOVE 'S'                    TO RCT001A-APLICADA
           DISPLAY '* ACESSO REVOGADO - USUARIO DESLIGADO A PARTIR DE '
                   WRK-HOJE-AAAAMMDD

           MOVE 'ACESSOREVOG'          TO NOT001A-TIPO-EVENTO
           MOVE 'A'                    TO NOT001A-SEVERIDADE
           MOVE 'SEGURANCA'            TO NOT001A-DESTINATARIO
           MOVE RCT001A-USUARIO        TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'ACESSO DE ' RCT001A-USUARIO
                  ' REVOGADO NA RECERTIFICACAO ' WRK-CICLO
                  ' POR ' WRK-GESTOR
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR RECERTDC.dat COM A TABELA DE DECISOES
      *----------------------------------------------------------------*
       0009-REGRAVAR-DECISOES          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-DECISOES
           IF FS-DECISOES NOT EQUAL '00'
              DISPLAY 'ERRO NA ABERTURA DE RECERTDC.dat - STATUS: '
                       FS-DECISOES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-DEC FROM 1 BY 1 UNTIL
                      WRK-IND-DEC > WRK-QTDE-DEC
              WRITE FD-LIN-DECISAO     FROM TAB-DEC-LINHA(WRK-IND-DEC)
           END-PERFORM

           CLOSE ARQ-DECISOES
           MOVE 'N'                    TO WRK-ALTEROU
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
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
