      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: VARREDURA DIARIA DO PRAZO DOS CHAMADOS DO SAC
      *              (SACCHAM.dat, MANTIDO PELO SACCHM1A). TODO CHAMADO
      *              NAO RESOLVIDO QUE ENTROU NA JANELA DE AVISO DA
      *              CATEGORIA VIRA UM AVISO DE ATENCAO PARA O
      *              RESPONSAVEL (OU PARA A EQUIPE, SE AINDA NAO TEM
      *              RESPONSAVEL) E E MARCADO 'A'; O QUE PASSOU DO
      *              PRAZO E ESCALONADO COMO URGENTE PARA A EQUIPE E O
      *              RESPONSAVEL E MARCADO 'V'. OS AVISOS VAO PARA A
      *              FILA CENTRAL VIA NOTIF01A, CADA UM UMA UNICA VEZ
      *              (A REABERTURA NO SACCHM1A LIBERA NOVOS AVISOS), E
      *              FICAM NO HISTORICO SACHIST.dat. CHAMADO AGUARDANDO
      *              O CLIENTE NAO RECEBE O AVISO DE PRAZO VENCENDO,
      *              MAS E ESCALONADO SE O PRAZO VENCER.
      * NOME.......: SACCHM1B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACCHM1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CHAMADOS ASSIGN TO 'SACCHAM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO 'SACHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHAMADOS.
       01  FD-LIN-CHAMADO                 PIC X(302).

       FD  ARQ-HISTORICO.
       01  FD-LIN-HISTORICO               PIC X(160).

       WORKING-STORAGE SECTION.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS.
           05  WRK-HORA-HH                PIC 9(02) VALUE ZEROS.
           05  WRK-HORA-MM                PIC 9(02) VALUE ZEROS.
           05  WRK-HORA-SS                PIC 9(02) VALUE ZEROS.
       01  WRK-AGORA                      PIC 9(12) VALUE ZEROS.
       01  WRK-AGORA-R REDEFINES WRK-AGORA.
           05  WRK-AGORA-DATA             PIC 9(08).
           05  WRK-AGORA-HORA             PIC 9(02).
           05  WRK-AGORA-MINUTO           PIC 9(02).

      *--- Chamados inteiros em tabela para a regravacao
       01  WRK-MAX-TAB-CHM                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CHM                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CHM                    PIC 9(03) VALUE ZEROS.
       01  TAB-CHAMADOS.
           05  TAB-CHM-LINHA OCCURS 500 TIMES
                                          PIC X(302).
       01  WRK-CHM-REGISTRO.
           COPY SAC001A.

      *--- Evento do historico
       01  WRK-HIS-REGISTRO.
           COPY SAC002A.

      *--- Contadores da varredura
       01  WRK-QTDE-PENDENTES             PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-AVISOS                PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-ESCALONADOS           PIC 9(03) VALUE ZEROS.
       01  WRK-PRAZO-EDIT                 PIC 9(12) VALUE ZEROS.
       01  WRK-PRAZO-EDIT-R REDEFINES WRK-PRAZO-EDIT.
           05  WRK-PRE-DATA               PIC 9(08).
           05  WRK-PRE-HORA               PIC 9(02).
           05  WRK-PRE-MINUTO             PIC 9(02).

      *--- Aviso para a fila central de notificacoes
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

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
           PERFORM 0002-CARREGAR-CHAMADOS

           IF WRK-QTDE-CHM EQUAL ZEROS
              DISPLAY 'SEM CHAMADOS EM SACCHAM.dat - NADA A VARRER'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM VARYING WRK-IND-CHM FROM 1 BY 1 UNTIL
                      WRK-IND-CHM > WRK-QTDE-CHM
              PERFORM 0003-AVALIAR-CHAMADO
           END-PERFORM

           IF WRK-QTDE-AVISOS GREATER ZEROS OR
              WRK-QTDE-ESCALONADOS GREATER ZEROS
              PERFORM 0005-REGRAVAR-CHAMADOS
           END-IF

           DISPLAY '*=========================================*'
           DISPLAY '* SACCHM1B - VARREDURA DO PRAZO DO SAC    *'
           DISPLAY '* CHAMADOS NO ARQUIVO.: ' WRK-QTDE-CHM
           DISPLAY '* NAO RESOLVIDOS......: ' WRK-QTDE-PENDENTES
           DISPLAY '* AVISOS DE PRAZO.....: ' WRK-QTDE-AVISOS
           DISPLAY '* ESCALONADOS.........: ' WRK-QTDE-ESCALONADOS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA E A HORA DO SISTEMA VIA PROGDATA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT EQUAL ZEROS
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                       WRK-RETURN-CODE
              PERFORM 9999-FINALIZAR
           END-IF

           MOVE COD001A-DATA           TO WRK-HOJE-AAAAMMDD
           MOVE COD001A-HORA           TO WRK-HORA-HH
           MOVE COD001A-MINUTO         TO WRK-HORA-MM
           MOVE COD001A-SEGUNDO        TO WRK-HORA-SS

           MOVE COD001A-DATA           TO WRK-AGORA-DATA
           MOVE COD001A-HORA           TO WRK-AGORA-HORA
           MOVE COD001A-MINUTO         TO WRK-AGORA-MINUTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CHAMADOS INTEIROS EM TABELA
      *----------------------------------------------------------------*
       0002-CARREGAR-CHAMADOS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CHM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CHAMADOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CHAMADOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CHM LESS WRK-MAX-TAB-CHM
                       ADD 1           TO WRK-QTDE-CHM
                       MOVE FD-LIN-CHAMADO
                            TO TAB-CHM-LINHA(WRK-QTDE-CHM)
                    ELSE
                       DISPLAY 'TABELA DE CHAMADOS CHEIA - '
                               'EXCEDENTE IGNORADO NESTA VARREDURA'
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CHAMADOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIAR UM CHAMADO: PRAZO VENCIDO VIRA ESCALONAMENTO, PRAZO
      *    VENCENDO VIRA AVISO
      *----------------------------------------------------------------*
       0003-AVALIAR-CHAMADO            SECTION.
      *----------------------------------------------------------------*

           IF TAB-CHM-LINHA(WRK-IND-CHM)(1:14) NOT NUMERIC
              GO TO 0003-END
           END-IF

           MOVE TAB-CHM-LINHA(WRK-IND-CHM) TO WRK-CHM-REGISTRO

           IF SAC001A-SITUACAO EQUAL 'R'
              GO TO 0003-END
           END-IF

           ADD 1                       TO WRK-QTDE-PENDENTES

           EVALUATE TRUE
              WHEN WRK-AGORA NOT LESS SAC001A-PRAZO AND
                   SAC001A-ESCALONAMENTO NOT EQUAL 'V'
                 PERFORM 0004-ESCALONAR-VENCIDO
              WHEN WRK-AGORA NOT LESS SAC001A-PRAZO-AVISO AND
                   WRK-AGORA LESS SAC001A-PRAZO AND
                   SAC001A-ESCALONAMENTO EQUAL 'N' AND
                   SAC001A-SITUACAO NOT EQUAL 'C'
                 PERFORM 0006-AVISAR-VENCENDO
              WHEN OTHER
                 GO TO 0003-END
           END-EVALUATE

           MOVE WRK-CHM-REGISTRO       TO TAB-CHM-LINHA(WRK-IND-CHM)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRAZO VENCIDO: URGENTE PARA A EQUIPE E PARA O RESPONSAVEL
      *----------------------------------------------------------------*
       0004-ESCALONAR-VENCIDO          SECTION.
      *----------------------------------------------------------------*

           MOVE SAC001A-PRAZO          TO WRK-PRAZO-EDIT

           MOVE 'SACVENCIDO'           TO NOT001A-TIPO-EVENTO
           MOVE 'U'                    TO NOT001A-SEVERIDADE
           MOVE SAC001A-EQUIPE         TO NOT001A-DESTINATARIO
           MOVE SAC001A-PROTOCOLO      TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'CHAMADO ' SAC001A-PROTOCOLO ' ' SAC001A-CATEGORIA
                  ' VENCEU EM ' WRK-PRE-DATA ' ' WRK-PRE-HORA ':'
                  WRK-PRE-MINUTO ' - ' SAC001A-ASSUNTO
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO

           IF SAC001A-RESPONSAVEL NOT EQUAL SPACES
              MOVE SAC001A-RESPONSAVEL(1:20)
                                       TO NOT001A-DESTINATARIO
              CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
           END-IF

           MOVE 'V'                    TO SAC001A-ESCALONAMENTO
           ADD 1                       TO WRK-QTDE-ESCALONADOS

           MOVE 'ESCALONADO'           TO SAC002A-EVENTO
           MOVE SPACES                 TO SAC002A-TEXTO
           STRING 'PRAZO VENCIDO EM ' WRK-PRE-DATA ' ' WRK-PRE-HORA
                  ':' WRK-PRE-MINUTO ' - URGENTE PARA '
                  SAC001A-EQUIPE
                  DELIMITED BY SIZE INTO SAC002A-TEXTO
           END-STRING
           PERFORM 0007-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR SACCHAM.dat COM AS MARCAS DE AVISO ATUALIZADAS
      *----------------------------------------------------------------*
       0005-REGRAVAR-CHAMADOS          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CHAMADOS

           PERFORM VARYING WRK-IND-CHM FROM 1 BY 1 UNTIL
                      WRK-IND-CHM > WRK-QTDE-CHM
              MOVE TAB-CHM-LINHA(WRK-IND-CHM) TO FD-LIN-CHAMADO
              WRITE FD-LIN-CHAMADO
           END-PERFORM

           CLOSE ARQ-CHAMADOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRAZO VENCENDO: ATENCAO PARA O RESPONSAVEL (OU A EQUIPE)
      *----------------------------------------------------------------*
       0006-AVISAR-VENCENDO            SECTION.
      *----------------------------------------------------------------*

           MOVE SAC001A-PRAZO          TO WRK-PRAZO-EDIT

           MOVE 'SACPRAZO'             TO NOT001A-TIPO-EVENTO
           MOVE 'A'                    TO NOT001A-SEVERIDADE
           IF SAC001A-RESPONSAVEL NOT EQUAL SPACES
              MOVE SAC001A-RESPONSAVEL(1:20)
                                       TO NOT001A-DESTINATARIO
           ELSE
              MOVE SAC001A-EQUIPE      TO NOT001A-DESTINATARIO
           END-IF
           MOVE SAC001A-PROTOCOLO      TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'CHAMADO ' SAC001A-PROTOCOLO ' ' SAC001A-CATEGORIA
                  ' VENCE EM ' WRK-PRE-DATA ' ' WRK-PRE-HORA ':'
                  WRK-PRE-MINUTO ' - ' SAC001A-ASSUNTO
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO

           MOVE 'A'                    TO SAC001A-ESCALONAMENTO
           ADD 1                       TO WRK-QTDE-AVISOS

           MOVE 'AVISO PRAZO'          TO SAC002A-EVENTO
           MOVE SPACES                 TO SAC002A-TEXTO
           STRING 'PRAZO VENCE EM ' WRK-PRE-DATA ' ' WRK-PRE-HORA
                  ':' WRK-PRE-MINUTO ' - AVISO PARA '
                  NOT001A-DESTINATARIO
                  DELIMITED BY SIZE INTO SAC002A-TEXTO
           END-STRING
           PERFORM 0007-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACRESCENTAR O AVISO AO HISTORICO SACHIST.dat
      *----------------------------------------------------------------*
       0007-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE SAC001A-PROTOCOLO      TO SAC002A-PROTOCOLO
           MOVE WRK-HOJE-AAAAMMDD      TO SAC002A-DATA
           MOVE WRK-HORA-HHMMSS        TO SAC002A-HORA
           MOVE 'SACCHM1B'             TO SAC002A-OPERADOR
           MOVE SAC001A-SITUACAO       TO SAC002A-SIT-ANTERIOR
                                          SAC002A-SIT-NOVA

           OPEN EXTEND ARQ-HISTORICO
           WRITE FD-LIN-HISTORICO      FROM WRK-HIS-REGISTRO
           CLOSE ARQ-HISTORICO
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
