      *              COMPETENCIA E CONFERIDA NO GLPER01B
      *              (GLPERIOD.dat) - COMPETENCIA FECHADA NAO RECEBE
      *              LANCAMENTO.
      *              15/10/2026 - LANCAMENTO EM LANCAGL.dat LEVA A
      *              FILIAL DESTA INSTALACAO (FILIAL1B) NO CAMPO APOS O
      *              CENTRO DE CUSTO; LINHA DO LIVRO COM 120 POSICOES.
      *              15/10/2026 - O CUSTO DO PRODUTO QUE E KIT
      *              (KITBOM.dat VIA KITBOM1B) E A SOMA DO CUSTO MEDIO
      *              DOS COMPONENTES VEZES A QUANTIDADE DE CADA UM NA
      *              ESTRUTURA - VALORIZA O ESTOQUE DO KIT MONTADO E A
      *              SUA SAIDA DE VENDA NO CMV.
      * NOME.......: CUSTO01A
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQUIVO-REL.
       01  FD-LIN-RELATORIO               PIC X(132).
       01  WRK-QTDE-CUS                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CUS                    PIC 9(03) VALUE ZEROS.
       01  WRK-CUSTO-MEDIO                PIC 9(09) VALUE ZEROS.
       01  WRK-CUSTO-COMPONENTE           PIC 9(09) VALUE ZEROS.
       01  WRK-IND-COMP                   PIC 9(02) VALUE ZEROS.
       01  TAB-CUSTOS.
           05  TAB-CUS-LINHA OCCURS 200 TIMES.
               10  TAB-CUS-PRODUTO        PIC 9(05) VALUE ZEROS.
      *  DATA DO SISTEMA
           COPY COD001A.

      *  FILIAL DESTA INSTALACAO (FILIAL1B)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  CONSULTA DE PERIODO CONTABIL (GLPER01B)
       01  WRK-PER-REGISTRO.
           COPY PER001A.

      *  ESTRUTURA DO PRODUTO QUANDO E KIT (KITBOM1B)
       01  WRK-KIT-REGISTRO.
           COPY KIT001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO
           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

           COMPUTE WRK-HOJE-AAAAMMDD =
                   (COD001A-DATA-ANO * 10000) +
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O CUSTO MEDIO DE UM PRODUTO (ZERO = SEM CUSTO). O
      *    KIT TEM O CUSTO DOS COMPONENTES DA ESTRUTURA
      *----------------------------------------------------------------*
       0003A-OBTER-CUSTO-PRODUTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CUSTO-MEDIO

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE FDE-COD-PRODUTO        TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO

           IF KIT001A-E-KIT EQUAL 'S'
              PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                         WRK-IND-COMP > KIT001A-QTDE-COMP
                 PERFORM 0003B-OBTER-CUSTO-COMPONENTE
                 COMPUTE WRK-CUSTO-MEDIO = WRK-CUSTO-MEDIO +
                         (KIT001A-COMP-QTDE(WRK-IND-COMP) *
                          WRK-CUSTO-COMPONENTE)
              END-PERFORM
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-CUS FROM 1 BY 1 UNTIL
                      WRK-IND-CUS > WRK-QTDE-CUS
              IF TAB-CUS-PRODUTO(WRK-IND-CUS) EQUAL FDE-COD-PRODUTO
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O CUSTO MEDIO DO COMPONENTE WRK-IND-COMP DO KIT
      *----------------------------------------------------------------*
       0003B-OBTER-CUSTO-COMPONENTE    SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CUSTO-COMPONENTE

           PERFORM VARYING WRK-IND-CUS FROM 1 BY 1 UNTIL
                      WRK-IND-CUS > WRK-QTDE-CUS
              IF TAB-CUS-PRODUTO(WRK-IND-CUS) EQUAL
                 KIT001A-COMP-COD(WRK-IND-COMP)
                 MOVE TAB-CUS-CUSTO-MEDIO(WRK-IND-CUS)
                                       TO WRK-CUSTO-COMPONENTE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003b-end
       0003B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALORIZAR O ESTOQUE POR PRODUTO E POR LOCAL NO RELATORIO
      *----------------------------------------------------------------*
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
