      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: TAXA DE CONVERSAO DOS ORCAMENTOS DE VENDA DO MES.
      *              LE OS ORCAMENTOS DE ORCVENDA.dat (ORCVEN1A)
      *              EMITIDOS NA COMPETENCIA INFORMADA E APURA, POR
      *              CLIENTE, OS ORCAMENTOS EMITIDOS, GANHOS, PERDIDOS,
      *              EXPIRADOS E AINDA ABERTOS, O VALOR ORCADO E O
      *              VALOR GANHO, COM A TAXA DE ACERTO (GANHOS SOBRE
      *              EMITIDOS, EM QUANTIDADE E EM VALOR). PELOS ITENS
      *              DE ORCVITEM.dat APURA O MESMO POR PRODUTO
      *              (QUANTIDADE ORCADA X GANHA) E FECHA COM O RESUMO
      *              DOS MOTIVOS DE PERDA. O ORCAMENTO ABERTO COM A
      *              VALIDADE VENCIDA CONTA COMO EXPIRADO, MESMO QUE O
      *              ORCVEN1A AINDA NAO TENHA SIDO EXECUTADO. SAIDA EM
      *              ORCVTAXA.txt.
      * NOME.......: ORCVEN1B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCVEN1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ORCAMENTOS ASSIGN TO 'ORCVENDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ORC-ITENS ASSIGN TO 'ORCVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO ASSIGN TO 'ORCVTAXA.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORCAMENTOS.
       01  FD-LIN-ORCAMENTO               PIC X(200).

       FD  ARQ-ORC-ITENS.
       01  FD-LIN-ORC-ITEM                PIC X(060).

       FD  ARQ-RELATORIO.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-ACHADO                     PIC X(01) VALUE 'N'.

      *--- Campos desmontados de ORCVENDA.dat
       01  WRK-ORC-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WRK-ORC-CLIENTE                PIC 9(05) VALUE ZEROS.
       01  WRK-ORC-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-ORC-DATA                   PIC 9(08) VALUE ZEROS.
       01  WRK-ORC-VALIDADE               PIC 9(08) VALUE ZEROS.
       01  WRK-ORC-SITUACAO               PIC X(01) VALUE SPACES.
       01  WRK-ORC-UF                     PIC X(02) VALUE SPACES.
       01  WRK-ORC-VENDEDOR               PIC X(30) VALUE SPACES.
       01  WRK-ORC-MERC-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-ORC-TRIB-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-ORC-PEDIDO                 PIC 9(06) VALUE ZEROS.
       01  WRK-ORC-MOTIVO                 PIC X(30) VALUE SPACES.

      *--- Campos desmontados de ORCVITEM.dat
       01  WRK-ITM-ORC                    PIC 9(06) VALUE ZEROS.
       01  WRK-ITM-COD                    PIC 9(05) VALUE ZEROS.
       01  WRK-ITM-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITM-PRECO-CENTS            PIC 9(10) VALUE ZEROS.
       01  WRK-ITM-BRUTO-CENTS            PIC 9(13) VALUE ZEROS.

      *--- Orcamentos da competencia (numero e situacao efetiva)
       01  WRK-MAX-TAB-ORC                PIC 9(03) VALUE 200.
       01  WRK-QTDE-ORC                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ORC                    PIC 9(03) VALUE ZEROS.
       01  TAB-ORCAMENTOS.
           05  TAB-ORC-ITEM OCCURS 200 TIMES.
               10  TAB-ORC-NUMERO         PIC 9(06).
               10  TAB-ORC-SITUACAO       PIC X(01).

      *--- Totais por cliente
       01  WRK-MAX-TAB-CLI                PIC 9(03) VALUE 100.
       01  WRK-QTDE-CLI                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CLI                    PIC 9(03) VALUE ZEROS.
       01  TAB-CLIENTES.
           05  TAB-CLI-ITEM OCCURS 100 TIMES.
               10  TAB-CLI-ID             PIC 9(05).
               10  TAB-CLI-NOME           PIC X(30).
               10  TAB-CLI-EMITIDOS       PIC 9(05).
               10  TAB-CLI-GANHOS         PIC 9(05).
               10  TAB-CLI-PERDIDOS       PIC 9(05).
               10  TAB-CLI-EXPIRADOS      PIC 9(05).
               10  TAB-CLI-ABERTOS        PIC 9(05).
               10  TAB-CLI-ORCADO-CENTS   PIC 9(13).
               10  TAB-CLI-GANHO-CENTS    PIC 9(13).

      *--- Totais por produto
       01  WRK-MAX-TAB-PRD                PIC 9(03) VALUE 200.
       01  WRK-QTDE-PRD                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PRD                    PIC 9(03) VALUE ZEROS.
       01  TAB-PRODUTOS.
           05  TAB-PRD-ITEM OCCURS 200 TIMES.
               10  TAB-PRD-COD            PIC 9(05).
               10  TAB-PRD-LINHAS         PIC 9(05).
               10  TAB-PRD-LINHAS-GANHAS  PIC 9(05).
               10  TAB-PRD-QTDE-ORCADA    PIC 9(07).
               10  TAB-PRD-QTDE-GANHA     PIC 9(07).
               10  TAB-PRD-ORCADO-CENTS   PIC 9(13).
               10  TAB-PRD-GANHO-CENTS    PIC 9(13).

      *--- Motivos de perda
       01  WRK-MAX-TAB-MOT                PIC 9(02) VALUE 30.
       01  WRK-QTDE-MOT                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-MOT                    PIC 9(02) VALUE ZEROS.
       01  TAB-MOTIVOS.
           05  TAB-MOT-ITEM OCCURS 30 TIMES.
               10  TAB-MOT-DESCRICAO      PIC X(30).
               10  TAB-MOT-QTDE           PIC 9(05).
               10  TAB-MOT-VALOR-CENTS    PIC 9(13).

      *--- Totais gerais
       01  WRK-TOT-EMITIDOS               PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-GANHOS                 PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-PERDIDOS               PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-EXPIRADOS              PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-ABERTOS                PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-ORCADO-CENTS           PIC 9(13) VALUE ZEROS.
       01  WRK-TOT-GANHO-CENTS            PIC 9(13) VALUE ZEROS.

      *--- Edicao do relatorio
       01  WRK-TAXA-QTDE                  PIC 9(03)V9 VALUE ZEROS.
       01  WRK-TAXA-VALOR                 PIC 9(03)V9 VALUE ZEROS.
       01  WRK-TAXA-QTDE-EDIT             PIC ZZ9,9.
       01  WRK-TAXA-VALOR-EDIT            PIC ZZ9,9.
       01  WRK-ORCADO-EDIT                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-GANHO-EDIT                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

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

           DISPLAY '* COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA EQUAL ZEROS
              DISPLAY 'COMPETENCIA NAO INFORMADA'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM 0002-APURAR-ORCAMENTOS
           PERFORM 0003-APURAR-ITENS
           PERFORM 0005-GRAVAR-RELATORIO

           PERFORM 0006-CALCULAR-TAXA-GERAL

           DISPLAY '*=========================================*'
           DISPLAY '* ORCVEN1B - CONVERSAO DE ORCAMENTOS      *'
           DISPLAY '* COMPETENCIA.: ' WRK-COMPETENCIA
           DISPLAY '* EMITIDOS....: ' WRK-TOT-EMITIDOS
           DISPLAY '* GANHOS......: ' WRK-TOT-GANHOS
           DISPLAY '* PERDIDOS....: ' WRK-TOT-PERDIDOS
           DISPLAY '* EXPIRADOS...: ' WRK-TOT-EXPIRADOS
           DISPLAY '* ABERTOS.....: ' WRK-TOT-ABERTOS
           DISPLAY '* TAXA QTDE...: ' WRK-TAXA-QTDE-EDIT '%'
           DISPLAY '* TAXA VALOR..: ' WRK-TAXA-VALOR-EDIT '%'
           DISPLAY '* RELATORIO EM ORCVTAXA.txt               *'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA DO SISTEMA (VALIDADE DOS ORCAMENTOS ABERTOS)
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
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
      *    APURAR OS ORCAMENTOS EMITIDOS NA COMPETENCIA
      *----------------------------------------------------------------*
       0002-APURAR-ORCAMENTOS          SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQ-ORCAMENTOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ORCAMENTOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0021-ACUMULAR-ORCAMENTO
              END-READ
           END-PERFORM

           CLOSE ARQ-ORCAMENTOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR UM ORCAMENTO NO CLIENTE E NOS MOTIVOS DE PERDA
      *----------------------------------------------------------------*
       0021-ACUMULAR-ORCAMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ORC-NUMERO
                                          WRK-ORC-CLIENTE
                                          WRK-ORC-DATA
                                          WRK-ORC-VALIDADE
                                          WRK-ORC-MERC-CENTS
                                          WRK-ORC-TRIB-CENTS
                                          WRK-ORC-PEDIDO
           MOVE SPACES                 TO WRK-ORC-NOME
                                          WRK-ORC-SITUACAO
                                          WRK-ORC-UF
                                          WRK-ORC-VENDEDOR
                                          WRK-ORC-MOTIVO

           UNSTRING FD-LIN-ORCAMENTO DELIMITED BY SEP
              INTO WRK-ORC-NUMERO
                   WRK-ORC-CLIENTE
                   WRK-ORC-NOME
                   WRK-ORC-DATA
                   WRK-ORC-VALIDADE
                   WRK-ORC-SITUACAO
                   WRK-ORC-UF
                   WRK-ORC-VENDEDOR
                   WRK-ORC-MERC-CENTS
                   WRK-ORC-TRIB-CENTS
                   WRK-ORC-PEDIDO
                   WRK-ORC-MOTIVO
           END-UNSTRING

           IF WRK-ORC-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF

           IF WRK-ORC-SITUACAO EQUAL 'A' AND
              WRK-ORC-VALIDADE LESS WRK-HOJE-AAAAMMDD
              MOVE 'E'                 TO WRK-ORC-SITUACAO
           END-IF

           IF WRK-QTDE-ORC LESS WRK-MAX-TAB-ORC
              ADD 1                    TO WRK-QTDE-ORC
              MOVE WRK-ORC-NUMERO      TO TAB-ORC-NUMERO(WRK-QTDE-ORC)
              MOVE WRK-ORC-SITUACAO    TO
                   TAB-ORC-SITUACAO(WRK-QTDE-ORC)
           ELSE
              DISPLAY 'TABELA DE ORCAMENTOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-ORC ' - ITENS DO ORCAMENTO '
                       WRK-ORC-NUMERO ' FORA DA APURACAO POR PRODUTO'
           END-IF

      *    LOCALIZA OU INCLUI O CLIENTE
           MOVE 'N'                    TO WRK-ACHADO
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1 UNTIL
                      (WRK-IND-CLI > WRK-QTDE-CLI) OR
                      (WRK-ACHADO EQUAL 'S')
              IF TAB-CLI-ID(WRK-IND-CLI) EQUAL WRK-ORC-CLIENTE
                 MOVE 'S'              TO WRK-ACHADO
                 SUBTRACT 1            FROM WRK-IND-CLI
              END-IF
           END-PERFORM

           IF WRK-ACHADO NOT EQUAL 'S'
              IF WRK-QTDE-CLI NOT LESS WRK-MAX-TAB-CLI
                 DISPLAY 'TABELA DE CLIENTES CHEIA! MAXIMO '
                          WRK-MAX-TAB-CLI ' - ORCAMENTO '
                          WRK-ORC-NUMERO ' FORA DO RELATORIO'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-CLI
              MOVE WRK-QTDE-CLI        TO WRK-IND-CLI
              MOVE WRK-ORC-CLIENTE     TO TAB-CLI-ID(WRK-IND-CLI)
              MOVE WRK-ORC-NOME        TO TAB-CLI-NOME(WRK-IND-CLI)
              MOVE ZEROS               TO TAB-CLI-EMITIDOS(WRK-IND-CLI)
                                          TAB-CLI-GANHOS(WRK-IND-CLI)
                                          TAB-CLI-PERDIDOS(WRK-IND-CLI)
                                         TAB-CLI-EXPIRADOS(WRK-IND-CLI)
                                          TAB-CLI-ABERTOS(WRK-IND-CLI)
                                      TAB-CLI-ORCADO-CENTS(WRK-IND-CLI)
                                       TAB-CLI-GANHO-CENTS(WRK-IND-CLI)
           END-IF

           ADD 1                       TO TAB-CLI-EMITIDOS(WRK-IND-CLI)
                                          WRK-TOT-EMITIDOS
           ADD WRK-ORC-MERC-CENTS      TO
               TAB-CLI-ORCADO-CENTS(WRK-IND-CLI)
               WRK-TOT-ORCADO-CENTS

           EVALUATE WRK-ORC-SITUACAO
              WHEN 'G'
                 ADD 1                 TO TAB-CLI-GANHOS(WRK-IND-CLI)
                                          WRK-TOT-GANHOS
                 ADD WRK-ORC-MERC-CENTS TO
                     TAB-CLI-GANHO-CENTS(WRK-IND-CLI)
                     WRK-TOT-GANHO-CENTS
              WHEN 'P'
                 ADD 1                 TO TAB-CLI-PERDIDOS(WRK-IND-CLI)
                                          WRK-TOT-PERDIDOS
                 PERFORM 0022-ACUMULAR-MOTIVO
              WHEN 'E'
                 ADD 1                 TO
                     TAB-CLI-EXPIRADOS(WRK-IND-CLI)
                     WRK-TOT-EXPIRADOS
              WHEN OTHER
                 ADD 1                 TO TAB-CLI-ABERTOS(WRK-IND-CLI)
                                          WRK-TOT-ABERTOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR O MOTIVO DE PERDA DO ORCAMENTO CORRENTE
      *----------------------------------------------------------------*
       0022-ACUMULAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-ORC-MOTIVO EQUAL SPACES
              MOVE 'NAO INFORMADO'     TO WRK-ORC-MOTIVO
           END-IF

           MOVE 'N'                    TO WRK-ACHADO
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1 UNTIL
                      (WRK-IND-MOT > WRK-QTDE-MOT) OR
                      (WRK-ACHADO EQUAL 'S')
              IF TAB-MOT-DESCRICAO(WRK-IND-MOT) EQUAL WRK-ORC-MOTIVO
                 MOVE 'S'              TO WRK-ACHADO
                 SUBTRACT 1            FROM WRK-IND-MOT
              END-IF
           END-PERFORM

           IF WRK-ACHADO NOT EQUAL 'S'
              IF WRK-QTDE-MOT NOT LESS WRK-MAX-TAB-MOT
                 MOVE WRK-QTDE-MOT     TO WRK-IND-MOT
                 MOVE 'OUTROS MOTIVOS' TO
                      TAB-MOT-DESCRICAO(WRK-IND-MOT)
              ELSE
                 ADD 1                 TO WRK-QTDE-MOT
                 MOVE WRK-QTDE-MOT     TO WRK-IND-MOT
                 MOVE WRK-ORC-MOTIVO   TO
                      TAB-MOT-DESCRICAO(WRK-IND-MOT)
                 MOVE ZEROS            TO TAB-MOT-QTDE(WRK-IND-MOT)
                                        TAB-MOT-VALOR-CENTS(WRK-IND-MOT)
              END-IF
           END-IF

           ADD 1                       TO TAB-MOT-QTDE(WRK-IND-MOT)
           ADD WRK-ORC-MERC-CENTS      TO
               TAB-MOT-VALOR-CENTS(WRK-IND-MOT)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APURAR OS ITENS DOS ORCAMENTOS DA COMPETENCIA POR PRODUTO
      *----------------------------------------------------------------*
       0003-APURAR-ITENS               SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-ORC EQUAL ZEROS
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-ORC-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ORC-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0031-ACUMULAR-ITEM
              END-READ
           END-PERFORM

           CLOSE ARQ-ORC-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR UM ITEM NO PRODUTO, SE O ORCAMENTO E DO MES
      *----------------------------------------------------------------*
       0031-ACUMULAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ITM-ORC
                                          WRK-ITM-COD
                                          WRK-ITM-QTDE
                                          WRK-ITM-PRECO-CENTS
           UNSTRING FD-LIN-ORC-ITEM DELIMITED BY SEP
              INTO WRK-ITM-ORC
                   WRK-ITM-COD
                   WRK-ITM-QTDE
                   WRK-ITM-PRECO-CENTS
           END-UNSTRING

           MOVE 'N'                    TO WRK-ACHADO
           PERFORM VARYING WRK-IND-ORC FROM 1 BY 1 UNTIL
                      (WRK-IND-ORC > WRK-QTDE-ORC) OR
                      (WRK-ACHADO EQUAL 'S')
              IF TAB-ORC-NUMERO(WRK-IND-ORC) EQUAL WRK-ITM-ORC
                 MOVE 'S'              TO WRK-ACHADO
                 SUBTRACT 1            FROM WRK-IND-ORC
              END-IF
           END-PERFORM

           IF WRK-ACHADO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           COMPUTE WRK-ITM-BRUTO-CENTS =
                   WRK-ITM-QTDE * WRK-ITM-PRECO-CENTS

           MOVE 'N'                    TO WRK-ACHADO
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1 UNTIL
                      (WRK-IND-PRD > WRK-QTDE-PRD) OR
                      (WRK-ACHADO EQUAL 'S')
              IF TAB-PRD-COD(WRK-IND-PRD) EQUAL WRK-ITM-COD
                 MOVE 'S'              TO WRK-ACHADO
                 SUBTRACT 1            FROM WRK-IND-PRD
              END-IF
           END-PERFORM

           IF WRK-ACHADO NOT EQUAL 'S'
              IF WRK-QTDE-PRD NOT LESS WRK-MAX-TAB-PRD
                 DISPLAY 'TABELA DE PRODUTOS CHEIA! MAXIMO '
                          WRK-MAX-TAB-PRD ' - PRODUTO '
                          WRK-ITM-COD ' FORA DO RELATORIO'
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-PRD
              MOVE WRK-QTDE-PRD        TO WRK-IND-PRD
              MOVE WRK-ITM-COD         TO TAB-PRD-COD(WRK-IND-PRD)
              MOVE ZEROS               TO TAB-PRD-LINHAS(WRK-IND-PRD)
                                     TAB-PRD-LINHAS-GANHAS(WRK-IND-PRD)
                                       TAB-PRD-QTDE-ORCADA(WRK-IND-PRD)
                                        TAB-PRD-QTDE-GANHA(WRK-IND-PRD)
                                      TAB-PRD-ORCADO-CENTS(WRK-IND-PRD)
                                       TAB-PRD-GANHO-CENTS(WRK-IND-PRD)
           END-IF

           ADD 1                       TO TAB-PRD-LINHAS(WRK-IND-PRD)
           ADD WRK-ITM-QTDE            TO
               TAB-PRD-QTDE-ORCADA(WRK-IND-PRD)
           ADD WRK-ITM-BRUTO-CENTS     TO
               TAB-PRD-ORCADO-CENTS(WRK-IND-PRD)

           IF TAB-ORC-SITUACAO(WRK-IND-ORC) EQUAL 'G'
              ADD 1                    TO
                  TAB-PRD-LINHAS-GANHAS(WRK-IND-PRD)
              ADD WRK-ITM-QTDE         TO
                  TAB-PRD-QTDE-GANHA(WRK-IND-PRD)
              ADD WRK-ITM-BRUTO-CENTS  TO
                  TAB-PRD-GANHO-CENTS(WRK-IND-PRD)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RELATORIO: CLIENTES, PRODUTOS E MOTIVOS DE PERDA
      *----------------------------------------------------------------*
       0005-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ORCVEN1B - CONVERSAO DE ORCAMENTOS DE VENDA - '
                  WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0059-GRAVAR-LINHA

           MOVE '* POR CLIENTE' TO WRK-LINHA-REL
           PERFORM 0059-GRAVAR-LINHA
           STRING 'CLIENTE NOME                           '
                  'EMIT GANH PERD EXPI ABER      VALOR ORCADO'
                  '       VALOR GANHO TX.QT% TX.VL%'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0059-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1 UNTIL
                      WRK-IND-CLI > WRK-QTDE-CLI
              PERFORM 0051-GRAVAR-CLIENTE
           END-PERFORM

           PERFORM 0006-CALCULAR-TAXA-GERAL
           COMPUTE WRK-ORCADO-EDIT = WRK-TOT-ORCADO-CENTS / 100
           COMPUTE WRK-GANHO-EDIT  = WRK-TOT-GANHO-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*TOTAL  '
                  '                              '
                  ' ' WRK-TOT-EMITIDOS(2:4)
                  ' ' WRK-TOT-GANHOS(2:4)
                  ' ' WRK-TOT-PERDIDOS(2:4)
                  ' ' WRK-TOT-EXPIRADOS(2:4)
                  ' ' WRK-TOT-ABERTOS(2:4)
                  ' ' WRK-ORCADO-EDIT
                  ' ' WRK-GANHO-EDIT
                  '  ' WRK-TAXA-QTDE-EDIT
                  '  ' WRK-TAXA-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0059-GRAVAR-LINHA

           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0059-GRAVAR-LINHA
           MOVE '* POR PRODUTO' TO WRK-LINHA-REL
           PERFORM 0059-GRAVAR-LINHA
           STRING 'PRODUTO LINHAS GANHAS QTDE.ORC QTDE.GAN'
                  '      VALOR ORCADO       VALOR GANHO'
                  ' TX.QT% TX.VL%'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0059-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1 UNTIL
                      WRK-IND-PRD > WRK-QTDE-PRD
              PERFORM 0052-GRAVAR-PRODUTO
           END-PERFORM

           MOVE SPACES                 TO WRK-LINHA-REL
           PERFORM 0059-GRAVAR-LINHA
           MOVE '* MOTIVOS DE PERDA' TO WRK-LINHA-REL
           PERFORM 0059-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1 UNTIL
                      WRK-IND-MOT > WRK-QTDE-MOT
              COMPUTE WRK-ORCADO-EDIT =
                      TAB-MOT-VALOR-CENTS(WRK-IND-MOT) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING TAB-MOT-DESCRICAO(WRK-IND-MOT)
                     ' ' TAB-MOT-QTDE(WRK-IND-MOT)
                     ' ' WRK-ORCADO-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0059-GRAVAR-LINHA
           END-PERFORM

           IF WRK-QTDE-MOT EQUAL ZEROS
              MOVE '(SEM ORCAMENTOS PERDIDOS NA COMPETENCIA)'
                                       TO WRK-LINHA-REL
              PERFORM 0059-GRAVAR-LINHA
           END-IF

           CLOSE ARQ-RELATORIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DO CLIENTE COM AS TAXAS DE ACERTO
      *----------------------------------------------------------------*
       0051-GRAVAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TAXA-QTDE
                                          WRK-TAXA-VALOR
           IF TAB-CLI-EMITIDOS(WRK-IND-CLI) GREATER ZEROS
              COMPUTE WRK-TAXA-QTDE ROUNDED =
                      TAB-CLI-GANHOS(WRK-IND-CLI) * 100 /
                      TAB-CLI-EMITIDOS(WRK-IND-CLI)
           END-IF
           IF TAB-CLI-ORCADO-CENTS(WRK-IND-CLI) GREATER ZEROS
              COMPUTE WRK-TAXA-VALOR ROUNDED =
                      TAB-CLI-GANHO-CENTS(WRK-IND-CLI) * 100 /
                      TAB-CLI-ORCADO-CENTS(WRK-IND-CLI)
           END-IF
           MOVE WRK-TAXA-QTDE          TO WRK-TAXA-QTDE-EDIT
           MOVE WRK-TAXA-VALOR         TO WRK-TAXA-VALOR-EDIT
           COMPUTE WRK-ORCADO-EDIT =
                   TAB-CLI-ORCADO-CENTS(WRK-IND-CLI) / 100
           COMPUTE WRK-GANHO-EDIT =
                   TAB-CLI-GANHO-CENTS(WRK-IND-CLI) / 100

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING TAB-CLI-ID(WRK-IND-CLI)
                  '   ' TAB-CLI-NOME(WRK-IND-CLI)
                  ' ' TAB-CLI-EMITIDOS(WRK-IND-CLI)(2:4)
                  ' ' TAB-CLI-GANHOS(WRK-IND-CLI)(2:4)
                  ' ' TAB-CLI-PERDIDOS(WRK-IND-CLI)(2:4)
                  ' ' TAB-CLI-EXPIRADOS(WRK-IND-CLI)(2:4)
                  ' ' TAB-CLI-ABERTOS(WRK-IND-CLI)(2:4)
                  ' ' WRK-ORCADO-EDIT
                  ' ' WRK-GANHO-EDIT
                  '  ' WRK-TAXA-QTDE-EDIT
                  '  ' WRK-TAXA-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0059-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DO PRODUTO COM AS TAXAS DE ACERTO
      *----------------------------------------------------------------*
       0052-GRAVAR-PRODUTO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TAXA-QTDE
                                          WRK-TAXA-VALOR
           IF TAB-PRD-QTDE-ORCADA(WRK-IND-PRD) GREATER ZEROS
              COMPUTE WRK-TAXA-QTDE ROUNDED =
                      TAB-PRD-QTDE-GANHA(WRK-IND-PRD) * 100 /
                      TAB-PRD-QTDE-ORCADA(WRK-IND-PRD)
           END-IF
           IF TAB-PRD-ORCADO-CENTS(WRK-IND-PRD) GREATER ZEROS
              COMPUTE WRK-TAXA-VALOR ROUNDED =
                      TAB-PRD-GANHO-CENTS(WRK-IND-PRD) * 100 /
                      TAB-PRD-ORCADO-CENTS(WRK-IND-PRD)
           END-IF
           MOVE WRK-TAXA-QTDE          TO WRK-TAXA-QTDE-EDIT
           MOVE WRK-TAXA-VALOR         TO WRK-TAXA-VALOR-EDIT
           COMPUTE WRK-ORCADO-EDIT =
                   TAB-PRD-ORCADO-CENTS(WRK-IND-PRD) / 100
           COMPUTE WRK-GANHO-EDIT =
                   TAB-PRD-GANHO-CENTS(WRK-IND-PRD) / 100

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING TAB-PRD-COD(WRK-IND-PRD)
                  '    ' TAB-PRD-LINHAS(WRK-IND-PRD)(2:4)
                  '   ' TAB-PRD-LINHAS-GANHAS(WRK-IND-PRD)(2:4)
                  '  ' TAB-PRD-QTDE-ORCADA(WRK-IND-PRD)
                  '  ' TAB-PRD-QTDE-GANHA(WRK-IND-PRD)
                  ' ' WRK-ORCADO-EDIT
                  ' ' WRK-GANHO-EDIT
                  '  ' WRK-TAXA-QTDE-EDIT
                  '  ' WRK-TAXA-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0059-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA NO RELATORIO
      *----------------------------------------------------------------*
       0059-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0059-end
       0059-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TAXAS DE ACERTO GERAIS DA COMPETENCIA
      *----------------------------------------------------------------*
       0006-CALCULAR-TAXA-GERAL        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-TAXA-QTDE
                                          WRK-TAXA-VALOR
           IF WRK-TOT-EMITIDOS GREATER ZEROS
              COMPUTE WRK-TAXA-QTDE ROUNDED =
                      WRK-TOT-GANHOS * 100 / WRK-TOT-EMITIDOS
           END-IF
           IF WRK-TOT-ORCADO-CENTS GREATER ZEROS
              COMPUTE WRK-TAXA-VALOR ROUNDED =
                      WRK-TOT-GANHO-CENTS * 100 / WRK-TOT-ORCADO-CENTS
           END-IF
           MOVE WRK-TAXA-QTDE          TO WRK-TAXA-QTDE-EDIT
           MOVE WRK-TAXA-VALOR         TO WRK-TAXA-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
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
