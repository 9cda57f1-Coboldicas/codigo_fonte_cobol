      *              EMPRESAS CONTRA O TOTAL DE LIMITES APROVADOS.
      *              SAIDA EM GRUPECO.txt.
      * NOME.......: GRUPECO1
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LINHA DE NFREG.dat COM 120 POSICOES
      *              (CAMPO 12, FILIAL EMITENTE).
      *              15/10/2026 - NOTA DE DEVOLUCAO DO DEVVEN1A (ORIGEM
      *              'D' NO CAMPO 11 DE NFREG.dat) ABATE DAS NOTAS DO
      *              CLIENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPECO1.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-LIM.
       01  FD-LIN-LIMCRED                 PIC X(020).
       01  WRK-NF-TXICMS                  PIC X(03) VALUE SPACES.
       01  WRK-NF-TXISS                   PIC X(03) VALUE SPACES.
       01  WRK-NF-CLIENTE                 PIC X(05) VALUE SPACES.
       01  WRK-NF-IPI                     PIC X(11) VALUE SPACES.
       01  WRK-NF-ORIGEM                  PIC X(10) VALUE SPACES.
       01  WRK-NF-TOTAL-NUM               PIC 9(11) VALUE ZEROS.

       01  WRK-LIM-ID                     PIC 9(05) VALUE ZEROS.
                                          WRK-NF-TXICMS
                                          WRK-NF-TXISS
                                          WRK-NF-CLIENTE
                                          WRK-NF-IPI
                                          WRK-NF-ORIGEM
                    UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                       INTO WRK-NF-NUMERO
                            WRK-NF-DATA
                            WRK-NF-TXICMS
                            WRK-NF-TXISS
                            WRK-NF-CLIENTE
                            WRK-NF-IPI
                            WRK-NF-ORIGEM
                    END-UNSTRING
                    IF WRK-NF-CLIENTE IS NUMERIC AND
                       WRK-NF-TOTAL IS NUMERIC
                               UNTIL WRK-IND-GRP > WRK-QTDE-GRP
                          IF TAB-VIN-CLIENTE(WRK-IND-GRP) EQUAL
                             FUNCTION NUMVAL(WRK-NF-CLIENTE)
      *                      NOTA DE DEVOLUCAO ABATE DO CLIENTE
                             IF WRK-NF-ORIGEM(1:1) EQUAL 'D'
                                IF WRK-NF-TOTAL-NUM GREATER
                                   TAB-VIN-NOTAS(WRK-IND-GRP)
                                   MOVE ZEROS
                                     TO TAB-VIN-NOTAS(WRK-IND-GRP)
                                ELSE
                                   SUBTRACT WRK-NF-TOTAL-NUM
                                     FROM TAB-VIN-NOTAS(WRK-IND-GRP)
                                END-IF
                             ELSE
                                ADD WRK-NF-TOTAL-NUM
                                    TO TAB-VIN-NOTAS(WRK-IND-GRP)
                             END-IF
                          END-IF
                       END-PERFORM
                    END-IF
