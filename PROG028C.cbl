      *              A DATA APURADA NAO E MAIS APONTADO COMO FALTA:
      *              O DIA SAI NO RELATORIO COMO FERIAS PROGRAMADAS,
      *              SEM CONTAR COMO EXCECAO.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A FALTA SEM JUSTIFICATIVA TAMBEM E
      *              ACRESCENTADA EM FALTAS.dat (CODIGO|DATA AAAAMMDD|),
      *              BASE DO DESCONTO DE DIAS NA COMPRA DE VALE-
      *              TRANSPORTE / REFEICAO DO MES SEGUINTE (BENEF1A). A
      *              DATA APURADA DE NOVO PODE REPETIR A LINHA; O
      *              BENEF1A CONTA CADA DIA UMA SO VEZ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG028C.
           SELECT ARQUIVO-REL ASSIGN TO 'EXCECOES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FALTAS ASSIGN TO 'FALTAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ESC.
       FD  ARQUIVO-REL.
       01  FD-LIN-REL                     PIC X(132).

       FD  ARQ-FALTAS.
       01  FD-LIN-FALTA                   PIC X(020).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
           END-IF

           OPEN OUTPUT ARQUIVO-REL
                EXTEND ARQ-FALTAS
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* EXCECOES DE PONTO - DATA ' WRK-DATA-APURACAO
                  ' (DIA DA SEMANA ' WRK-DIA-SEMANA ')'
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           CLOSE ARQUIVO-REL
                 ARQ-FALTAS

           DISPLAY '*=========================================*'
           DISPLAY '* PROG028C - EXCECOES DE PONTO            *'
                        ' FALTA SEM JUSTIFICATIVA'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE SPACES           TO FD-LIN-FALTA
                 STRING TAB-ESC-FUNC(WRK-IND-ESC) SEP
                        WRK-DATA-APURACAO SEP
                        DELIMITED BY SIZE INTO FD-LIN-FALTA
                 END-STRING
                 WRITE FD-LIN-FALTA
              END-IF
              ADD 1                    TO WRK-QTDE-EXCECOES
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
