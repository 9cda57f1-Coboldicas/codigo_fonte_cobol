      *              E NAO E EXPORTADA DE NOVO; NOTA CANCELADA NAO
      *              SAI NO XML.
      * NOME.......: PROG027C
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - EXPORTACAO POR FILIAL: O OPERADOR
      *              INFORMA A FILIAL (EM BRANCO = ESTA INSTALACAO, VIA
      *              FILIAL1B) E SO SAEM AS NOTAS DELA (CAMPO 12 DE
      *              NFREG.dat, SEM FILIAL = MATRIZ 001). A SITUACAO E
      *              CASADA POR NUMERO E FILIAL, A LINHA 'EXPORTADA'
      *              LEVA A FILIAL E O EMITENTE DO XML SAI DO CADASTRO
      *              DA FILIAL (NOME E CNPJ). LINHA DE NFREG.dat COM 120
      *              POSICOES.
      *              15/10/2026 - NOTA DE DEVOLUCAO DO DEVVEN1A (ORIGEM
      *              'D'+NOTA ORIGINAL): SAI COMO NOTA DE ENTRADA
      *              (tpNF 0, finNFe 4 E A NOTA ORIGINAL EM refNF), COM
      *              OS ITENS DE DEVITEM.dat E CFOP 1202 (2202 QUANDO A
      *              VENDA FOI INTERESTADUAL, CFOP 6XXX NO CATALOGO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG027C.
           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DEV-ITENS ASSIGN TO 'DEVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-PROD ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).
       FD  ARQ-ITENS.
       01  FD-LIN-ITEM-PED                PIC X(040).

      *    ITENS DAS NOTAS DE DEVOLUCAO (LAYOUT DO DEVVEN1A)
       FD  ARQ-DEV-ITENS.
       01  FD-LIN-ITEM-DEV                PIC X(060).

       FD  ARQUIVO-PROD.
       01  FD-LIN-PRODUTOS.
         05 FD-COD-PRODUTO                PIC 9(05).
       01  WRK-DATA-INI                   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM                   PIC 9(08) VALUE ZEROS.

      *--- Filial exportada (em branco = filial desta instalacao) -
      *    o numero so identifica a nota dentro da serie da filial,
      *    e o cadastro da filial da o emitente do XML
       01  WRK-FILTRO-FILIAL              PIC X(03) VALUE SPACES.
       01  WRK-EMIT-NOME                  PIC X(30)
                                     VALUE 'COBOL DICAS SISTEMAS'.
       01  WRK-EMIT-CNPJ                  PIC X(14) VALUE SPACES.
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *--- Registro fiscal lido (LAYOUT GRAVADO PELO PROG027A)
       01  NFR-NUMERO                     PIC 9(06) VALUE ZEROS.
       01  NFR-DATA                       PIC 9(08) VALUE ZEROS.
      *--- Origem da nota ('P'+PEDIDO na cauda do NFREG = NOTA DO
      *    PEDVEN1A; VAZIO = NOTA DO SIMULADOR) E OS ITENS DO PEDIDO
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-PEDIDO-XML                 PIC 9(06) VALUE ZEROS.
       01  WRK-PIT-PEDIDO                 PIC X(06) VALUE SPACES.
       01  WRK-PIT-COD                    PIC X(05) VALUE SPACES.
       01  WRK-PIT-QTDE                   PIC X(05) VALUE SPACES.
       01  WRK-PIT-PRECO                  PIC X(10) VALUE SPACES.
       01  WRK-PIT-ORIG                   PIC X(06) VALUE SPACES.
       01  WRK-PIT-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-LIN-ITEM                   PIC X(060) VALUE SPACES.
      *    NOTA DE DEVOLUCAO: ITENS DE DEVITEM.dat PELO NUMERO DA NOTA
       01  WRK-DEV-XML                    PIC X(01) VALUE 'N'.
       01  WRK-PIT-QTDE-N                 PIC 9(05) VALUE ZEROS.
       01  WRK-PIT-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-QTDE-EDIT                  PIC ZZZZ9.
      *--- Situacao das notas (NOTASTATUS.dat)
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-STA                PIC 9(03) VALUE 200.
       01  WRK-QTDE-STA                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-STA                    PIC 9(03) VALUE ZEROS.
       01  TAB-SITUACOES.
           05  TAB-STA-LINHA OCCURS 200 TIMES.
               10  TAB-STA-NOTA           PIC 9(06) VALUE ZEROS.
               10  TAB-STA-FILIAL         PIC X(03) VALUE SPACES.
               10  TAB-STA-CANCELADA      PIC X(01) VALUE 'N'.
               10  TAB-STA-EXPORTADA      PIC X(01) VALUE 'N'.

              END-IF
           END-IF

           DISPLAY '* FILIAL (EM BRANCO = ESTA INSTALACAO): '
                   WITH NO ADVANCING
           ACCEPT WRK-FILTRO-FILIAL
           IF WRK-FILTRO-FILIAL EQUAL SPACES
              MOVE 'L'                 TO FIL001A-ACAO
              CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
              MOVE FIL001A-CODIGO      TO WRK-FILTRO-FILIAL
           ELSE
              MOVE 'C'                 TO FIL001A-ACAO
              MOVE WRK-FILTRO-FILIAL   TO FIL001A-CODIGO
              CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
              IF FIL001A-ENCONTRADA NOT EQUAL 'S'
                 DISPLAY 'FILIAL ' WRK-FILTRO-FILIAL
                         ' NAO CADASTRADA (FILIAIS.dat)'
                 PERFORM 9999-FINALIZAR
              END-IF
           END-IF
      *    SEM CADASTRO DE FILIAIS O EMITENTE SEGUE O NOME FIXO
           IF FIL001A-ENCONTRADA EQUAL 'S'
              MOVE FIL001A-NOME        TO WRK-EMIT-NOME
              MOVE FIL001A-CNPJ        TO WRK-EMIT-CNPJ
           END-IF

           PERFORM 0001-CARREGAR-SITUACOES

           OPEN INPUT  ARQUIVO-NFREG

           DISPLAY '*=========================================*'
           DISPLAY '* PROG027C - EXPORTACAO XML DAS NOTAS     *'
           DISPLAY '* FILIAL..............: ' WRK-FILTRO-FILIAL
           DISPLAY '* NOTAS EXPORTADAS....: ' WRK-QTDE-EXPORTADAS
           DISPLAY '* NOTAS PULADAS.......: ' WRK-QTDE-PULADAS
           DISPLAY '*=========================================*'
                 NOT AT END
                    MOVE ZEROS         TO WRK-STATUS-NOTA-LIDA
                    MOVE SPACES        TO WRK-STATUS-SITUACAO-LIDA
                                          WRK-STATUS-FILIAL-LIDA
                    UNSTRING FD-LIN-STATUS DELIMITED BY SEP
                             INTO WRK-STATUS-NOTA-LIDA
                                  WRK-STATUS-SITUACAO-LIDA
                                  WRK-STATUS-FILIAL-LIDA
                    END-UNSTRING
      *             LINHA GRAVADA ANTES DA FILIAL E DA MATRIZ
                    IF WRK-STATUS-FILIAL-LIDA EQUAL SPACES
                       MOVE FIL001A-MATRIZ
                                       TO WRK-STATUS-FILIAL-LIDA
                    END-IF
                    PERFORM 0001A-REGISTRAR-SITUACAO
              END-READ
           END-PERFORM
                      (WRK-IND-STA > WRK-QTDE-STA) OR
                      (WRK-STA-ACHOU EQUAL 'S')
              IF WRK-STATUS-NOTA-LIDA EQUAL TAB-STA-NOTA(WRK-IND-STA)
                 AND WRK-STATUS-FILIAL-LIDA EQUAL
                     TAB-STA-FILIAL(WRK-IND-STA)
                 MOVE 'S'              TO WRK-STA-ACHOU
                 SUBTRACT 1            FROM WRK-IND-STA
              END-IF
                 MOVE WRK-QTDE-STA     TO WRK-IND-STA
                 MOVE WRK-STATUS-NOTA-LIDA
                                       TO TAB-STA-NOTA(WRK-IND-STA)
                 MOVE WRK-STATUS-FILIAL-LIDA
                                       TO TAB-STA-FILIAL(WRK-IND-STA)
                 MOVE 'N'              TO TAB-STA-CANCELADA(WRK-IND-STA)
                                          TAB-STA-EXPORTADA(WRK-IND-STA)
              ELSE
                                          WRK-STR-CLIENTE
                                          WRK-STR-IPI
                                          WRK-STR-ORIGEM
                                          WRK-STR-FILIAL

           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO NFR-NUMERO
                         WRK-STR-CLIENTE
                         WRK-STR-IPI
                         WRK-STR-ORIGEM
                         WRK-STR-FILIAL
           END-UNSTRING

      *    NOTA GRAVADA ANTES DA FILIAL E DA MATRIZ
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF
           IF WRK-STR-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
              EXIT SECTION
           END-IF

           IF WRK-NOTA-PEDIDA NOT EQUAL ZEROS
              IF NFR-NUMERO NOT EQUAL WRK-NOTA-PEDIDA
                 EXIT SECTION
      *    NOTA CANCELADA OU JA EXPORTADA NAO SAI DE NOVO
           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      WRK-IND-STA > WRK-QTDE-STA
              IF NFR-NUMERO EQUAL TAB-STA-NOTA(WRK-IND-STA) AND
                 WRK-STR-FILIAL EQUAL TAB-STA-FILIAL(WRK-IND-STA)
                 IF TAB-STA-CANCELADA(WRK-IND-STA) EQUAL 'S' OR
                    TAB-STA-EXPORTADA(WRK-IND-STA) EQUAL 'S'
                    ADD 1              TO WRK-QTDE-PULADAS
           END-STRING
           MOVE WRK-LINHA-XML          TO FD-LIN-XML
           WRITE FD-LIN-XML
      *    NOTA DE DEVOLUCAO: ENTRADA, FINALIDADE DEVOLUCAO E A NOTA
      *    DE VENDA REFERENCIADA
           IF WRK-STR-ORIGEM(1:1) EQUAL 'D'
              MOVE '   <tpNF>0</tpNF>'  TO FD-LIN-XML
              WRITE FD-LIN-XML
              MOVE '   <finNFe>4</finNFe>'
                                       TO FD-LIN-XML
              WRITE FD-LIN-XML
              MOVE SPACES              TO WRK-LINHA-XML
              STRING '   <NFref><refNF>' WRK-STR-ORIGEM(2:6)
                     '</refNF></NFref>'
                     DELIMITED BY SIZE INTO WRK-LINHA-XML
              END-STRING
              MOVE WRK-LINHA-XML       TO FD-LIN-XML
              WRITE FD-LIN-XML
           END-IF
           MOVE '  </ide>'             TO FD-LIN-XML
           WRITE FD-LIN-XML

           MOVE '  <emit>'             TO FD-LIN-XML
           WRITE FD-LIN-XML
           MOVE SPACES                 TO WRK-LINHA-XML
           STRING '   <xNome>' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-EMIT-NOME) DELIMITED BY SIZE
                  '</xNome>' DELIMITED BY SIZE
                  INTO WRK-LINHA-XML
           END-STRING
           MOVE WRK-LINHA-XML          TO FD-LIN-XML
           WRITE FD-LIN-XML
           IF WRK-EMIT-CNPJ NOT EQUAL SPACES
              MOVE SPACES              TO WRK-LINHA-XML
              STRING '   <CNPJ>' WRK-EMIT-CNPJ '</CNPJ>'
                     DELIMITED BY SIZE INTO WRK-LINHA-XML
              END-STRING
              MOVE WRK-LINHA-XML       TO FD-LIN-XML
              WRITE FD-LIN-XML
           END-IF
           MOVE '  </emit>'            TO FD-LIN-XML
           WRITE FD-LIN-XML

           MOVE '  </dest>'            TO FD-LIN-XML
           WRITE FD-LIN-XML

      *    NOTA DE PEDIDO RENDERIZA OS ITENS DO PROPRIO PEDIDO, A
      *    NOTA DE DEVOLUCAO OS ITENS DEVOLVIDOS; A NOTA DO SIMULADOR
      *    SEGUE REPRODUZINDO O CATALOGO
           MOVE 'N'                    TO WRK-DEV-XML
           EVALUATE TRUE
              WHEN WRK-STR-ORIGEM(1:1) EQUAL 'P' AND
                   WRK-STR-ORIGEM(2:6) IS NUMERIC
                   MOVE WRK-STR-ORIGEM(2:6) TO WRK-PEDIDO-XML
                   PERFORM 0006A-RENDERIZAR-ITENS-PED
              WHEN WRK-STR-ORIGEM(1:1) EQUAL 'D'
                   MOVE 'S'            TO WRK-DEV-XML
                   MOVE NFR-NUMERO     TO WRK-PEDIDO-XML
                   PERFORM 0006A-RENDERIZAR-ITENS-PED
              WHEN OTHER
                   PERFORM 0006-RENDERIZAR-ITENS
           END-EVALUATE

           MOVE '  <total>'            TO FD-LIN-XML
           WRITE FD-LIN-XML
      *----------------------------------------------------------------*
      *    RENDERIZAR OS ITENS DE UMA NOTA DE PEDIDO (PEDVEN1A):
      *    LINHAS DE PEDVITEM.dat DO PEDIDO GRAVADO NA CAUDA DO
      *    NFREG, COM NOME/NCM/CFOP VINDOS DO CATALOGO. NA NOTA DE
      *    DEVOLUCAO AS LINHAS SAO AS DE DEVITEM.dat DA PROPRIA NOTA
      *----------------------------------------------------------------*
       0006A-RENDERIZAR-ITENS-PED      SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-ITEM-SEQ
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-DEV-XML EQUAL 'S'
              OPEN INPUT ARQ-DEV-ITENS
           ELSE
              OPEN INPUT ARQ-ITENS
           END-IF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              PERFORM 0006D-LER-ITEM
              IF WRK-FIM-ARQ NOT EQUAL 'S'
                 PERFORM 0006C-TRATAR-ITEM-PED
              END-IF
           END-PERFORM

           IF WRK-DEV-XML EQUAL 'S'
              CLOSE ARQ-DEV-ITENS
           ELSE
              CLOSE ARQ-ITENS
           END-IF
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
                                          WRK-PIT-COD
                                          WRK-PIT-QTDE
                                          WRK-PIT-PRECO
                                          WRK-PIT-ORIG
                                          WRK-PIT-FILIAL

           UNSTRING WRK-LIN-ITEM DELIMITED BY SEP
              INTO WRK-PIT-PEDIDO
                   WRK-PIT-COD
                   WRK-PIT-QTDE
                   WRK-PIT-PRECO
                   WRK-PIT-ORIG
                   WRK-PIT-FILIAL
           END-UNSTRING

           IF WRK-PIT-PEDIDO NOT NUMERIC OR
              WRK-PEDIDO-XML
              GO TO 0006C-END
           END-IF
      *    A NOTA DE DEVOLUCAO E DA SERIE DA FILIAL
           IF WRK-DEV-XML EQUAL 'S' AND
              WRK-PIT-FILIAL NOT EQUAL WRK-STR-FILIAL
              GO TO 0006C-END
           END-IF
           IF WRK-PIT-COD NOT NUMERIC OR
              WRK-PIT-QTDE NOT NUMERIC OR
              WRK-PIT-PRECO NOT NUMERIC
              MOVE WRK-LINHA-XML       TO FD-LIN-XML
              WRITE FD-LIN-XML
           END-IF
      *    DEVOLUCAO DE VENDA: 1202 NO ESTADO, 2202 QUANDO A VENDA
      *    SAIU COM CFOP INTERESTADUAL (6XXX)
           IF WRK-DEV-XML EQUAL 'S'
              IF WRK-CAT-ACHADO GREATER ZEROS AND
                 TAB-CAT-CFOP(WRK-CAT-ACHADO)(1:1) EQUAL '6'
                 MOVE '    <CFOP>2202</CFOP>' TO FD-LIN-XML
              ELSE
                 MOVE '    <CFOP>1202</CFOP>' TO FD-LIN-XML
              END-IF
              WRITE FD-LIN-XML
           ELSE
              IF WRK-CAT-ACHADO GREATER ZEROS AND
                 TAB-CAT-CFOP(WRK-CAT-ACHADO) NOT EQUAL SPACES
                 MOVE SPACES           TO WRK-LINHA-XML
                 STRING '    <CFOP>' TAB-CAT-CFOP(WRK-CAT-ACHADO)
                        '</CFOP>'
                        DELIMITED BY SIZE INTO WRK-LINHA-XML
                 END-STRING
                 MOVE WRK-LINHA-XML    TO FD-LIN-XML
                 WRITE FD-LIN-XML
              END-IF
           END-IF

           MOVE WRK-PIT-QTDE-N         TO WRK-QTDE-EDIT
       0006C-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER A PROXIMA LINHA DE ITEM (PEDVITEM.dat OU DEVITEM.dat)
      *----------------------------------------------------------------*
       0006D-LER-ITEM                  SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LIN-ITEM
           IF WRK-DEV-XML EQUAL 'S'
              READ ARQ-DEV-ITENS      INTO WRK-LIN-ITEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
              END-READ
           ELSE
              READ ARQ-ITENS          INTO WRK-LIN-ITEM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
              END-READ
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006d-end
       0006D-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR A NOTA COMO EXPORTADA EM NOTASTATUS.dat E NA
      *    TABELA DA RODADA
           STRING NFR-NUMERO           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'EXPORTADA'          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-STR-FILIAL       DELIMITED BY SIZE
                  INTO FD-LIN-STATUS
           END-STRING
           WRITE FD-LIN-STATUS

           MOVE NFR-NUMERO             TO WRK-STATUS-NOTA-LIDA
           MOVE 'EXPORTADA'            TO WRK-STATUS-SITUACAO-LIDA
           MOVE WRK-STR-FILIAL         TO WRK-STATUS-FILIAL-LIDA
           PERFORM 0001A-REGISTRAR-SITUACAO
           .
      *----------------------------------------------------------------*
