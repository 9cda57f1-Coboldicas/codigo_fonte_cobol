      *              NOME VIA BANCOFUN.dat, NOME -> DEPARTAMENTO NA
      *              CAUDA DE CADASTRO3.dat). O RESULTADO POR CENTRO
      *              SAI NO GLCC01A.
      *              15/10/2026 - FILIAL EM CADA LANCAMENTO (CAMPO APOS
      *              O CENTRO DE CUSTO, LINHA DE LANCAGL.dat COM 120
      *              POSICOES): A VENDA DO CAIXALOG.dat LEVA A FILIAL DA
      *              CAUDA ' | FIL=', A NOTA A FILIAL DO CAMPO 12 DE
      *              NFREG.dat (SEM FILIAL = MATRIZ 001) E OS FATOS DO
      *              TXTLOG.dat E DE TITULOS.dat A FILIAL DESTA
      *              INSTALACAO (FILIAL1B).
      *              15/10/2026 - NOTA DE DEVOLUCAO DO DEVVEN1A (ORIGEM
      *              'D' NO CAMPO 11 DE NFREG.dat) E LANCADA COM O
      *              EVENTO DEVOLUCAO DA ORIGEM NOTAS (REGRA PROPRIA EM
      *              REGRASGL.dat, COM AS CONTAS DA EMISSAO INVERTIDAS).
      *              15/10/2026 - CUPOM FISCAL DE CONSUMIDOR DO CAIXAREG
      *              (ORIGEM 'CAIXA' EM NFREG.dat): A VENDA JA E LANCADA
      *              PELO CAIXALOG.dat, ENTAO O CUPOM LANCA SO OS
      *              IMPOSTOS (ICMS+ISS+IPI) NO EVENTO IMPOSTO CUPOM;
      *              O CUPOM DE DEVOLUCAO ('DC'+CUPOM) ESTORNA OS
      *              IMPOSTOS NO EVENTO DEVOL CUPOM (ORIGEM NOTAS).
      *              15/10/2026 - ESTORNO DO TXTLOG.dat ('TIPO=ESTORNO
      *              <SEQ> <DATA> <EVENTO>', POSTADO PELO TRANSF3A) E
      *              LANCADO COM A REGRA DO EVENTO ORIGINAL E AS CONTAS
      *              DE DEBITO E CREDITO INVERTIDAS, HISTORICO 'ESTORNO
      *              <EVENTO>' - NAO PRECISA DE REGRA PROPRIA.
      * NOME.......: GLPOST1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  FD-LIN-CTL                     PIC X(010).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQ-TXTLOG.
       01  FD-LIN-TXTLOG                  PIC X(230).
      *    O REGISTRO ACOMPANHA O TAMANHO NOVO, OS CAMPOS EXTRAS NAO
      *    ENTRAM NO LANCAMENTO
       FD  ARQ-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQ-BANCOFUN.
       01  FD-LIN-BANCOFUN                PIC X(060).
         05 FD3-DEPARTAMENTO              PIC X(10).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FATO-HISTORICO             PIC X(30) VALUE SPACES.
       01  WRK-FATO-CC                    PIC X(10) VALUE SPACES.
       01  WRK-CC-EFETIVO                 PIC X(10) VALUE SPACES.
       01  WRK-FATO-FILIAL                PIC X(03) VALUE SPACES.
       01  WRK-FIL-EFETIVA                PIC X(03) VALUE SPACES.
       01  WRK-REGRA-ACHADA               PIC 9(02) VALUE ZEROS.
      *  'S' = LANCAR COM AS CONTAS DA REGRA INVERTIDAS (ESTORNO)
       01  WRK-FATO-INVERTE               PIC X(01) VALUE 'N'.
       01  WRK-INVERTE-EFETIVO            PIC X(01) VALUE 'N'.
       01  WRK-CTA-DEB-EFETIVA            PIC X(06) VALUE SPACES.
       01  WRK-CTA-CRE-EFETIVA            PIC X(06) VALUE SPACES.

      *  MAPA CONTA -> DEPARTAMENTO DA FOLHA (BANCOFUN + CADASTRO3)
       01  WRK-MAX-TAB-FUN                PIC 9(02) VALUE 50.
       01  WRK-IND-SEG                    PIC 9(02) VALUE ZEROS.
       01  WRK-DESCARTE                   PIC X(60) VALUE SPACES.
       01  WRK-LINHA-TIPO                 PIC X(20) VALUE SPACES.
       01  WRK-LINHA-TIPO-COMPL           PIC X(60) VALUE SPACES.
       01  WRK-LINHA-EVENTO-ORIG          PIC X(20) VALUE SPACES.
       01  WRK-LINHA-VALOR-TXT            PIC X(20) VALUE SPACES.
       01  WRK-LINHA-STATUS               PIC X(20) VALUE SPACES.
       01  WRK-LINHA-DATA                 PIC 9(08) VALUE ZEROS.
       01  WRK-NF-ICMS                    PIC X(11) VALUE SPACES.
       01  WRK-NF-ISS                     PIC X(11) VALUE SPACES.
       01  WRK-NF-TOTAL                   PIC X(11) VALUE SPACES.
       01  WRK-NF-IPI                     PIC X(11) VALUE SPACES.
       01  WRK-NF-FILIAL                  PIC X(03) VALUE SPACES.
       01  WRK-NF-ORIGEM                  PIC X(10) VALUE SPACES.

      *  CONTADORES DO LANCAMENTO
       01  WRK-QTDE-LANCADOS              PIC 9(04) VALUE ZEROS.
       01  WRK-PER-REGISTRO.
           COPY PER001A.

      *  FILIAL DESTA INSTALACAO (FILIAL1B) - VALE PARA OS FATOS CUJA
      *  FONTE NAO TRAZ A FILIAL (TXTLOG.dat E TITULOS.dat)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

           COMPUTE WRK-HOJE-AAAAMMDD =
                   (COD001A-DATA-ANO * 10000) +
                   (COD001A-DATA-MES * 100) +
                               FOR ALL 'TOTAL='
                       IF WRK-LINHA-DATA EQUAL WRK-DATA-LANCAR AND
                          WRK-TALLY-TOTAL GREATER ZEROS
                          MOVE SPACES  TO WRK-FATO-FILIAL
                          UNSTRING FD-LIN-CXLOG
                             DELIMITED BY ' | FIL=' OR '='
                             INTO WRK-DESCARTE WRK-LINHA-VALOR-TXT
                                  WRK-FATO-FILIAL
                          END-UNSTRING
      *                   VENDA GRAVADA ANTES DA FILIAL E DA MATRIZ
                          IF WRK-FATO-FILIAL EQUAL SPACES
                             MOVE FIL001A-MATRIZ
                                       TO WRK-FATO-FILIAL
                          END-IF
                          COMPUTE WRK-VALOR-NUM = FUNCTION NUMVAL(
                             FUNCTION TRIM(WRK-LINHA-VALOR-TXT))
                          MOVE 'CAIXA' TO WRK-FATO-ORIGEM
                                          WRK-LINHA-VALOR-TXT
                                          WRK-LINHA-STATUS
                                          WRK-LINHA-CONTA
                                          WRK-LINHA-TIPO-COMPL
           PERFORM VARYING WRK-IND-SEG FROM 2 BY 1 UNTIL
                      WRK-IND-SEG GREATER 8
              EVALUATE TRUE
                        DELIMITED BY '='
                        INTO WRK-DESCARTE WRK-LINHA-TIPO
                    END-UNSTRING
                    MOVE WRK-TXT-SEG(WRK-IND-SEG)(6:)
                                       TO WRK-LINHA-TIPO-COMPL
                 WHEN WRK-TXT-SEG(WRK-IND-SEG)(1:6) EQUAL 'VALOR='
                    UNSTRING WRK-TXT-SEG(WRK-IND-SEG)
                        DELIMITED BY '='
                  DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
           END-STRING

      *    ESTORNO: O EVENTO E O DA TRANSACAO ORIGINAL (QUARTA PALAVRA
      *    DO TIPO, APOS A SEQUENCIA E A DATA) E A REGRA DELE E
      *    LANCADA COM AS CONTAS INVERTIDAS
           IF WRK-LINHA-TIPO EQUAL 'ESTORNO'
              MOVE SPACES              TO WRK-LINHA-EVENTO-ORIG
              UNSTRING WRK-LINHA-TIPO-COMPL DELIMITED BY ALL ' '
                  INTO WRK-DESCARTE WRK-DESCARTE WRK-DESCARTE
                       WRK-LINHA-EVENTO-ORIG
              END-UNSTRING
              MOVE WRK-LINHA-EVENTO-ORIG TO WRK-FATO-EVENTO
              MOVE 'S'                 TO WRK-FATO-INVERTE
              MOVE SPACES              TO WRK-FATO-HISTORICO
              STRING 'ESTORNO ' FUNCTION TRIM(WRK-LINHA-EVENTO-ORIG)
                     ' (TXTLOG)'
                     DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
              END-STRING
           END-IF

      *    LINHA DE FOLHA: O CENTRO DE CUSTO E O DEPARTAMENTO DO
      *    FUNCIONARIO DONO DA CONTA CREDITADA
           IF WRK-LINHA-TIPO EQUAL 'FOLHA' AND
                                          WRK-NF-ICMS
                                          WRK-NF-ISS
                                          WRK-NF-TOTAL
                                          WRK-NF-IPI
                                          WRK-NF-FILIAL
                                          WRK-NF-ORIGEM
      *             TAXAS E CLIENTE (CAMPOS 7 A 9) NAO INTERESSAM AO
      *             LANCAMENTO; O IPI E O CAMPO 10 (SO PARA O CUPOM DE
      *             LOJA), A ORIGEM O CAMPO 11 E A FILIAL O 12
                    UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                             INTO WRK-NF-NUMERO
                                  WRK-NF-DATA
                                  WRK-NF-ICMS
                                  WRK-NF-ISS
                                  WRK-NF-TOTAL
                                  WRK-DESCARTE
                                  WRK-DESCARTE
                                  WRK-DESCARTE
                                  WRK-NF-IPI
                                  WRK-NF-ORIGEM
                                  WRK-NF-FILIAL
                    END-UNSTRING
                    IF WRK-NF-DATA(1:8) IS NUMERIC AND
                       WRK-NF-TOTAL IS NUMERIC AND
                       FUNCTION NUMVAL(WRK-NF-DATA) EQUAL
                                          WRK-DATA-LANCAR
                       MOVE 'NOTAS'    TO WRK-FATO-ORIGEM
                       IF WRK-NF-FILIAL EQUAL SPACES
                          MOVE FIL001A-MATRIZ
                                       TO WRK-FATO-FILIAL
                       ELSE
                          MOVE WRK-NF-FILIAL
                                       TO WRK-FATO-FILIAL
                       END-IF
                       MOVE FUNCTION NUMVAL(WRK-NF-TOTAL)
                                       TO WRK-FATO-CENTS
                       MOVE SPACES     TO WRK-FATO-HISTORICO
                       IF WRK-NF-ORIGEM EQUAL 'CAIXA' OR
                          WRK-NF-ORIGEM(1:2) EQUAL 'DC'
                          PERFORM 0017-LANCAR-IMPOSTO-CUPOM
                       ELSE
                          IF WRK-NF-ORIGEM(1:1) EQUAL 'D'
                             MOVE 'DEVOLUCAO'
                                          TO WRK-FATO-EVENTO
                             STRING 'DEVOLUCAO NF ' WRK-NF-NUMERO
                                    DELIMITED BY SIZE
                                    INTO WRK-FATO-HISTORICO
                             END-STRING
                          ELSE
                             MOVE 'EMISSAO'
                                          TO WRK-FATO-EVENTO
                             STRING 'NOTA FISCAL ' WRK-NF-NUMERO
                                    DELIMITED BY SIZE
                                    INTO WRK-FATO-HISTORICO
                             END-STRING
                          END-IF
                          PERFORM 0010-LANCAR-FATO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
       0010-LANCAR-FATO                SECTION.
      *----------------------------------------------------------------*

      *    FILIAL: A DA FONTE QUANDO ELA TRAZ (CAIXALOG.dat E
      *    NFREG.dat), SENAO A FILIAL DESTA INSTALACAO
           IF WRK-FATO-FILIAL NOT EQUAL SPACES
              MOVE WRK-FATO-FILIAL     TO WRK-FIL-EFETIVA
           ELSE
              MOVE FIL001A-CODIGO      TO WRK-FIL-EFETIVA
           END-IF
           MOVE SPACES                 TO WRK-FATO-FILIAL
           MOVE WRK-FATO-INVERTE       TO WRK-INVERTE-EFETIVO
           MOVE 'N'                    TO WRK-FATO-INVERTE

      *    LINHA JA COBERTA PELO CHECKPOINT DA EXECUCAO ANTERIOR -
      *    O FATO JA ESTA EM LANCAGL.dat
           IF WRK-LINHA-PULAR EQUAL 'S'
           END-EVALUATE
           MOVE SPACES                 TO WRK-FATO-CC

           IF WRK-INVERTE-EFETIVO EQUAL 'S'
              MOVE TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       TO WRK-CTA-DEB-EFETIVA
              MOVE TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       TO WRK-CTA-CRE-EFETIVA
           ELSE
              MOVE TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       TO WRK-CTA-DEB-EFETIVA
              MOVE TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       TO WRK-CTA-CRE-EFETIVA
           END-IF

           OPEN EXTEND ARQ-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-EVENTO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CTA-DEB-EFETIVA  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'D'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FIL-EFETIVA      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-EVENTO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CTA-CRE-EFETIVA  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FIL-EFETIVA      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CUPOM FISCAL DE CONSUMIDOR: A RECEITA DA VENDA JA VEM DO
      *    CAIXALOG.dat (0005); AQUI SO OS IMPOSTOS DO CUPOM
      *----------------------------------------------------------------*
       0017-LANCAR-IMPOSTO-CUPOM       SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-FATO-CENTS      = FUNCTION NUMVAL(WRK-NF-ICMS)
                                       + FUNCTION NUMVAL(WRK-NF-ISS)
                                       + FUNCTION NUMVAL(WRK-NF-IPI)
           IF WRK-FATO-CENTS EQUAL ZEROS
              EXIT SECTION
           END-IF

           IF WRK-NF-ORIGEM(1:2) EQUAL 'DC'
              MOVE 'DEVOL CUPOM'       TO WRK-FATO-EVENTO
              STRING 'DEVOL CUPOM ' WRK-NF-NUMERO
                     ' REF ' WRK-NF-ORIGEM(3:6)
                     DELIMITED BY SIZE
                     INTO WRK-FATO-HISTORICO
              END-STRING
           ELSE
              MOVE 'IMPOSTO CUPOM'     TO WRK-FATO-EVENTO
              STRING 'IMPOSTOS CUPOM ' WRK-NF-NUMERO
                     DELIMITED BY SIZE
                     INTO WRK-FATO-HISTORICO
              END-STRING
           END-IF
           PERFORM 0010-LANCAR-FATO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
