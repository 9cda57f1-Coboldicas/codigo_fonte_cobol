      *              DE REINICIAR O PROGRAMA - ANTES O CONTADOR DE
      *              TENTATIVAS MORRIA COM A SESSAO. A MARCA E LIMPA
      *              PELO RESET DE SENHA DO SENHA01A.
      *              15/10/2026 - PODE SER CHAMADO PELO MENU PRINCIPAL
      *              (MENU01A): O RESULTADO DO LOGIN (USUARIO, CARGO,
      *              NIVEL E SITUACAO) E DEVOLVIDO NA AREA EXTERNAL DO
      *              BOOK LGN001A E O PROGRAMA TERMINA COM GOBACK.
      *              15/10/2026 - CADA TENTATIVA DE LOGIN (SUCESSO,
      *              FALHA, BLOQUEIO, USUARIO BLOQUEADO OU DESLIGADO)
      *              E GRAVADA COM DATA E HORA NO HISTORICO
      *              LOGINHST.dat (BOOK LGN002A), BASE DA
      *              RECERTIFICACAO DE ACESSOS (RECERT1A).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGIN01A.
           SELECT OPTIONAL ARQ-INATIVOS ASSIGN TO 'USUINAT.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO 'LOGINHST.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-INATIVOS.
       01  FD-LIN-INATIVO             PIC X(100).

       FD  ARQ-HISTORICO.
       01  FD-LIN-HISTORICO           PIC X(060).

       WORKING-STORAGE SECTION.
      *  USUARIO DESLIGADO (USUINAT.dat / CAD0007A)
       01 WRK-FIM-INATIVOS    PIC X(01) VALUE 'N'.
      *     DEFINICAO DE DATA E HORA DO SISTEMA.
           COPY COD001A.

      *     RESULTADO DO LOGIN PARA O CHAMADOR (MENU01A)
           COPY LGN001A.

      *  HISTORICO DE TENTATIVAS DE LOGIN (LOGINHST.dat)
       01 WRK-HST-REGISTRO.
           COPY LGN002A.
       01 WRK-HST-RESULTADO   PIC X(10) VALUE SPACES.

       01  MSG-LOGIN-INATIVO PIC X(50) VALUE
            'USUARIO DESLIGADO - LOGIN NAO PERMITIDO!'.

       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

            MOVE SPACES                 TO LGN001A-USUARIO
                                           LGN001A-CARGO
            MOVE 2                      TO LGN001A-NIVEL
            MOVE 'N'                    TO LGN001A-SITUACAO

            PERFORM 0010-CARREGAR-CARGOS-NIVEL1
            PERFORM 0003-TENTAR-LOGIN UNTIL LOGIN-VALIDO EQUAL 'S'
                                      OR WRK-BLOQUEADO EQUAL 'S'
               PERFORM 0012-VERIFICAR-DESLIGAMENTO
               IF WRK-USUARIO-INATIVO   EQUAL 'S'
                  MOVE 'N'              TO LOGIN-VALIDO
                  MOVE 'INATIVO'        TO WRK-HST-RESULTADO
               ELSE
                  MOVE 'SUCESSO'        TO WRK-HST-RESULTADO
               END-IF
               PERFORM 0016-GRAVAR-HISTORICO
            END-IF

            IF LOGIN-VALIDO             EQUAL 'S'
           PERFORM 0014-VERIFICAR-BLOQUEIO
           IF WRK-BLOQUEADO EQUAL 'S'
              DISPLAY MSG-LOGIN-BLQPER
              MOVE 'BLOQUEADO'         TO WRK-HST-RESULTADO
              PERFORM 0016-GRAVAR-HISTORICO
              EXIT SECTION
           END-IF

                 MOVE 'S'              TO WRK-BLOQUEADO
                 PERFORM 0015-GRAVAR-BLOQUEIO
                 PERFORM 0013-NOTIFICAR-BLOQUEIO
                 MOVE 'BLOQUEIO'       TO WRK-HST-RESULTADO
              ELSE
                 DISPLAY MSG-LOGIN-ERRO
                 MOVE 'FALHA'          TO WRK-HST-RESULTADO
              END-IF
              PERFORM 0016-GRAVAR-HISTORICO
           END-IF
           .
      *----------------------------------------------------------------*
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A TENTATIVA (WRK-HST-RESULTADO) NO HISTORICO DE
      *    LOGIN LOGINHST.dat
      *----------------------------------------------------------------*
       0016-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO
           CALL 'PROGTIME' USING COD001A-REGISTRO

           MOVE USER-INFORMADO         TO LGN002A-USUARIO
           MOVE COD001A-DATA           TO LGN002A-DATA
           MOVE COD001A-TIME(1:6)      TO LGN002A-HORA
           MOVE WRK-HST-RESULTADO      TO LGN002A-RESULTADO

           OPEN EXTEND ARQ-HISTORICO
           WRITE FD-LIN-HISTORICO      FROM WRK-HST-REGISTRO
           CLOSE ARQ-HISTORICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
              END-IF
           END-IF

           MOVE USER-INFORMADO         TO LGN001A-USUARIO
           MOVE WRK-CARGO-USUARIO      TO LGN001A-CARGO
           MOVE WRK-NIVEL-ACESSO       TO LGN001A-NIVEL
           EVALUATE TRUE
              WHEN LOGIN-VALIDO        EQUAL 'S'
                 MOVE 'S'              TO LGN001A-SITUACAO
              WHEN WRK-USUARIO-INATIVO EQUAL 'S'
                 MOVE 'I'              TO LGN001A-SITUACAO
              WHEN WRK-BLOQUEADO       EQUAL 'S'
                 MOVE 'B'              TO LGN001A-SITUACAO
              WHEN OTHER
                 MOVE 'N'              TO LGN001A-SITUACAO
           END-EVALUATE

           GOBACK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
