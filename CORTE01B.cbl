      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: HORARIO DE CORTE DAS TRANSACOES ENVIADAS AO BANCO
      *              (BOOK COR001A). O BANCO RECUSA A TED PEDIDA DEPOIS
      *              DO SEU HORARIO LIMITE, ENTAO O PEDIDO FEITO HOJE
      *              APOS O CORTE DO TIPO/CANAL, OU EM DIA NAO UTIL
      *              (PROGDATA), E DEVOLVIDO COM A DATA DO PROXIMO DIA
      *              UTIL PARA SER AGENDADO EM AGENDTRF.dat (TRANSF2A).
      *              DATA FUTURA JA PEDIDA E DEVOLVIDA PRORROGADA PARA
      *              O PROXIMO DIA UTIL, A DATA EM QUE O TRANSF2A A
      *              EXECUTA. SEM CORTEHOR.dat NAO HA CORTE.
      * NOME.......: CORTE01B
      *----------------------------------------------------------------*
      * LAYOUT DE CORTEHOR.dat (PIPE):
      *   TIPO(1)|CANAL(10)|HHMM|
      *   CANAL '*' = DEMAIS CANAIS DO TIPO. LINHA DE CANAL PROPRIO
      *   PREVALECE SOBRE A LINHA '*'. TIPO SEM LINHA NAO TEM CORTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORTE01B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CORTE ASSIGN TO 'CORTEHOR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CORTE.
       01  FD-LIN-CORTE                   PIC X(040).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.

      *--- Campos de CORTEHOR.dat desmontados
       01  WRK-COR-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-COR-CANAL                  PIC X(10) VALUE SPACES.
       01  WRK-COR-HHMM                   PIC X(04) VALUE SPACES.
       01  WRK-CORTE-CANAL                PIC 9(04) VALUE ZEROS.
       01  WRK-CORTE-GERAL                PIC 9(04) VALUE ZEROS.
       01  WRK-ACHOU-CANAL                PIC X(01) VALUE 'N'.
       01  WRK-ACHOU-GERAL                PIC X(01) VALUE 'N'.
       01  WRK-TEM-CORTE                  PIC X(01) VALUE 'N'.

      *--- Calculo do proximo dia util
       01  WRK-DATA-BASE                  PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-SEGUINTE               PIC 9(08) VALUE ZEROS.
       01  WRK-PROX-DIA-UTIL              PIC 9(08) VALUE ZEROS.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

       LINKAGE SECTION.
       01  LNK-COR-REGISTRO.
           COPY COR001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-COR-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO COR001A-HORARIO-CORTE
           MOVE 'N'                    TO COR001A-ADIADA
           MOVE SPACES                 TO COR001A-MOTIVO

           IF COR001A-DATA-PEDIDA EQUAL ZEROS
              MOVE COR001A-DATA-HOJE   TO COR001A-DATA-PEDIDA
           END-IF
           MOVE COR001A-DATA-PEDIDA    TO COR001A-DATA-EXECUCAO

      *    DATA FUTURA: O TRANSF2A EXECUTA NO PROXIMO DIA UTIL A
      *    PARTIR DELA, TENHA O TIPO CORTE OU NAO
           IF COR001A-DATA-PEDIDA GREATER COR001A-DATA-HOJE
              MOVE COR001A-DATA-PEDIDA TO WRK-DATA-BASE
              PERFORM 0003-OBTER-PROX-DIA-UTIL
              MOVE WRK-PROX-DIA-UTIL   TO COR001A-DATA-EXECUCAO
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0001-CARREGAR-CORTE
           IF WRK-TEM-CORTE EQUAL 'N'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-VERIFICAR-PEDIDO-HOJE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O HORARIO DE CORTE DO TIPO E CANAL EM
      *    CORTEHOR.dat - A LINHA DO CANAL PREVALECE SOBRE A '*'
      *----------------------------------------------------------------*
       0001-CARREGAR-CORTE             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU-CANAL
                                          WRK-ACHOU-GERAL
                                          WRK-TEM-CORTE
                                          WRK-FIM-ARQ
           MOVE ZEROS                  TO WRK-CORTE-CANAL
                                          WRK-CORTE-GERAL

           OPEN INPUT ARQ-CORTE

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CORTE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-COR-TIPO
                                          WRK-COR-CANAL
                                          WRK-COR-HHMM
                    UNSTRING FD-LIN-CORTE DELIMITED BY SEP
                       INTO WRK-COR-TIPO
                            WRK-COR-CANAL
                            WRK-COR-HHMM
                    END-UNSTRING
                    IF WRK-COR-TIPO EQUAL COR001A-TIPO AND
                       WRK-COR-HHMM IS NUMERIC
                       EVALUATE TRUE
                          WHEN WRK-COR-CANAL EQUAL COR001A-CANAL
                             MOVE 'S'  TO WRK-ACHOU-CANAL
                             MOVE WRK-COR-HHMM
                                       TO WRK-CORTE-CANAL
                          WHEN WRK-COR-CANAL EQUAL '*'
                             MOVE 'S'  TO WRK-ACHOU-GERAL
                             MOVE WRK-COR-HHMM
                                       TO WRK-CORTE-GERAL
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CORTE

           EVALUATE TRUE
              WHEN WRK-ACHOU-CANAL EQUAL 'S'
                 MOVE 'S'              TO WRK-TEM-CORTE
                 MOVE WRK-CORTE-CANAL  TO COR001A-HORARIO-CORTE
              WHEN WRK-ACHOU-GERAL EQUAL 'S'
                 MOVE 'S'              TO WRK-TEM-CORTE
                 MOVE WRK-CORTE-GERAL  TO COR001A-HORARIO-CORTE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PEDIDO PARA HOJE: DIA NAO UTIL VAI PARA O PROXIMO DIA UTIL;
      *    A PARTIR DO HORARIO DE CORTE, PARA O DIA UTIL SEGUINTE
      *----------------------------------------------------------------*
       0002-VERIFICAR-PEDIDO-HOJE      SECTION.
      *----------------------------------------------------------------*

           MOVE COR001A-DATA-HOJE      TO WRK-DATA-BASE
           PERFORM 0003-OBTER-PROX-DIA-UTIL

           IF WRK-PROX-DIA-UTIL NOT EQUAL COR001A-DATA-HOJE
              MOVE 'S'                 TO COR001A-ADIADA
              MOVE 'U'                 TO COR001A-MOTIVO
              MOVE WRK-PROX-DIA-UTIL   TO COR001A-DATA-EXECUCAO
              EXIT SECTION
           END-IF

           IF COR001A-HORA-HOJE(1:4) NOT LESS COR001A-HORARIO-CORTE
              COMPUTE WRK-DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(COR001A-DATA-HOJE) + 1)
              MOVE WRK-DIA-SEGUINTE    TO WRK-DATA-BASE
              PERFORM 0003-OBTER-PROX-DIA-UTIL
              MOVE 'S'                 TO COR001A-ADIADA
              MOVE 'H'                 TO COR001A-MOTIVO
              MOVE WRK-PROX-DIA-UTIL   TO COR001A-DATA-EXECUCAO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PROXIMO DIA UTIL A PARTIR DE WRK-DATA-BASE (PROGDATA) - A
      *    PROPRIA DATA QUANDO ELA JA E DIA UTIL
      *----------------------------------------------------------------*
       0003-OBTER-PROX-DIA-UTIL        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-BASE          TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-PROX-DIA-UTIL  TO WRK-PROX-DIA-UTIL
           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
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
