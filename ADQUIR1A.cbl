      *              COMPETENCIA E CONFERIDA NO GLPER01B
      *              (GLPERIOD.dat) - COMPETENCIA FECHADA NAO RECEBE
      *              LANCAMENTO.
      *              15/10/2026 - LANCAMENTO EM LANCAGL.dat LEVA A
      *              FILIAL DESTA INSTALACAO (FILIAL1B) NO CAMPO APOS O
      *              CENTRO DE CUSTO; LINHA DO LIVRO COM 120 POSICOES.
      * NOME.......: ADQUIR1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  FD-LIN-ADQUIRENTE              PIC X(80).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQUIVO-REL.
       01  FD-LIN-RELATORIO               PIC X(132).
      *  DATA DO SISTEMA
           COPY COD001A.

      *  FILIAL DESTA INSTALACAO (FILIAL1B)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  CONSULTA DE PERIODO CONTABIL (GLPER01B)
       01  WRK-PER-REGISTRO.
           COPY PER001A.
               STOP RUN
            END-IF

            MOVE 'L'                    TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
