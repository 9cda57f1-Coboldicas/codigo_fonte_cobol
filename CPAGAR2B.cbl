      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PAGAMENTO A FORNECEDORES - INGESTAO DO RETORNO
      *              DO BANCO PARA A REMESSA GERADA PELO CPAGAR2A
      *              (RETPAGF.dat, REGISTROS FIXOS DE 240 BYTES).
      *              CADA OCORRENCIA DE SEGMENTO A OU J E CASADA COM
      *              A PARCELA DE CPTITULO.dat PELO SEU NUMERO ('CP' +
      *              LANCAMENTO + PARCELA) - SO PARCELA ENVIADA AO
      *              BANCO ('E') E ACEITA, ENTAO O MESMO RETORNO LIDO
      *              DUAS VEZES NAO PAGA NEM LANCA DE NOVO.
      *              OCORRENCIA '00' = PAGA ('P', COM A DATA EFETIVA
      *              DO BANCO) E LANCADA NO LIVRO LANCAGL.dat PELO
      *              MESMO MECANISMO DE REGRAS DO GLPOST1A
      *              (REGRASGL.dat): ORIGEM 'CPAGAR', EVENTO
      *              'PAGAMENTO'. OCORRENCIA 'BD' = AGENDADO NO BANCO,
      *              A PARCELA CONTINUA ENVIADA. QUALQUER OUTRA
      *              OCORRENCIA = REJEITADA ('J'), E A PARCELA VOLTA
      *              A SER SELECIONAVEL NA PROXIMA REMESSA. REJEICOES
      *              E OCORRENCIAS SEM PAR SAEM NO RELATORIO
      *              REJPAGF.txt PARA A TESOURARIA.
      * NOME.......: CPAGAR2B
      *----------------------------------------------------------------*
      * LAYOUT DO DETALHE DE RETORNO (POSICOES FEBRABAN):
      *   001-003 BANCO / 004-007 LOTE / 008 TIPO ('3') / 009-013 NSR
      *   014 SEGMENTO ('A' OU 'J') / 231-240 OCORRENCIAS
      *   SEGMENTO A: 074-093 SEU NUMERO / 155-162 DATA EFETIVA /
      *               163-177 VALOR EFETIVO (CENTAVOS)
      *   SEGMENTO J: 145-152 DATA PAGAMENTO / 153-167 VALOR PAGO /
      *               183-202 SEU NUMERO
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - LANCAMENTO EM LANCAGL.dat LEVA A
      *              FILIAL DESTA INSTALACAO (FILIAL1B) NO CAMPO APOS O
      *              CENTRO DE CUSTO; LINHA DO LIVRO COM 120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAGAR2B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RET ASSIGN TO 'RETPAGF.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'CPTITULO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REGRAS ASSIGN TO 'REGRASGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO ASSIGN TO 'LANCAGL.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REJ ASSIGN TO 'REJPAGF.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RET.
       01  FD-LIN-RETORNO.
         05  FDR-BANCO                    PIC X(03).
         05  FDR-LOTE                     PIC X(04).
         05  FDR-TIPO-REG                 PIC X(01).
         05  FDR-NSR                      PIC X(05).
         05  FDR-SEGMENTO                 PIC X(01).
         05  FILLER                       PIC X(216).
         05  FDR-OCORRENCIAS              PIC X(10).
       01  FD-RET-SEGMENTO-A.
         05  FILLER                       PIC X(73).
         05  FDA-SEU-NUMERO               PIC X(20).
         05  FILLER                       PIC X(61).
         05  FDA-DATA-EFETIVA             PIC X(08).
         05  FDA-VALOR-EFETIVO            PIC X(15).
         05  FILLER                       PIC X(63).
       01  FD-RET-SEGMENTO-J.
         05  FILLER                       PIC X(144).
         05  FDJ-DATA-PAGTO               PIC X(08).
         05  FDJ-VALOR-PAGO               PIC X(15).
         05  FILLER                       PIC X(15).
         05  FDJ-SEU-NUMERO               PIC X(20).
         05  FILLER                       PIC X(38).

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULO                  PIC X(120).

       FD  ARQ-REGRAS.
       01  FD-LIN-REGRA                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQUIVO-REJ.
       01  FD-LIN-REJEITO                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-ENCONTROU                  PIC X(01) VALUE 'N'.

      *--- Contadores do retorno
       01  WRK-QTDE-OCORR                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-PAGAS                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-AGENDADAS             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-REJEITADAS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-SEM-PAR               PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-PAGO-CENTS             PIC 9(13) VALUE ZEROS.
       01  WRK-TOT-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WRK-VALOR-AUX                  PIC 9(11)V99 VALUE ZEROS.

      *--- Parcelas a pagar (CPTITULO.dat)
       01  WRK-MAX-TAB-TIT                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-TIT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-TIT                    PIC 9(04) VALUE ZEROS.
       01  TAB-TITULOS.
           05  TAB-TIT-LINHA OCCURS 1000 TIMES.
               10  TAB-TIT-LANCAMENTO     PIC 9(06) VALUE ZEROS.
               10  TAB-TIT-PARCELA        PIC 9(02) VALUE ZEROS.
               10  TAB-TIT-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-TIT-NOTA           PIC 9(09) VALUE ZEROS.
               10  TAB-TIT-VENCIMENTO     PIC 9(08) VALUE ZEROS.
               10  TAB-TIT-VALOR          PIC 9(11) VALUE ZEROS.
               10  TAB-TIT-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-TIT-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
               10  TAB-TIT-LOTE           PIC 9(06) VALUE ZEROS.
               10  TAB-TIT-COD-BARRAS     PIC X(44) VALUE SPACES.

      *--- Ocorrencia corrente
       01  WRK-RET-SEU-NUMERO             PIC X(20) VALUE SPACES.
       01  WRK-RET-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-RET-VALOR                  PIC X(15) VALUE SPACES.
       01  WRK-RET-OCORRENCIA             PIC X(02) VALUE SPACES.
       01  WRK-RET-LANCAMENTO             PIC 9(06) VALUE ZEROS.
       01  WRK-RET-PARCELA                PIC 9(02) VALUE ZEROS.
       01  WRK-RET-VALOR-NUM              PIC 9(15) VALUE ZEROS.
       01  WRK-MOTIVO                     PIC X(40) VALUE SPACES.

      *  REGRAS DE PARTIDA DOBRADA (REGRASGL.dat)
       01  WRK-MAX-TAB-REG                PIC 9(02) VALUE 30.
       01  WRK-QTDE-REGRAS                PIC 9(02) VALUE ZEROS.
       01  WRK-IND-REG                    PIC 9(02) VALUE ZEROS.
       01  TAB-REGRAS.
           05  TAB-REGRA-LINHA OCCURS 30 TIMES.
               10  TAB-REG-ORIGEM         PIC X(08) VALUE SPACES.
               10  TAB-REG-EVENTO         PIC X(14) VALUE SPACES.
               10  TAB-REG-CTA-DEB        PIC X(06) VALUE SPACES.
               10  TAB-REG-CTA-CRE        PIC X(06) VALUE SPACES.
               10  TAB-REG-CC             PIC X(10) VALUE SPACES.

      *  FATO A LANCAR
       01  WRK-FATO-ORIGEM                PIC X(08) VALUE 'CPAGAR'.
       01  WRK-FATO-EVENTO                PIC X(14) VALUE 'PAGAMENTO'.
       01  WRK-FATO-CENTS                 PIC 9(13) VALUE ZEROS.
       01  WRK-FATO-HISTORICO             PIC X(30) VALUE SPACES.
       01  WRK-CC-EFETIVO                 PIC X(10) VALUE SPACES.
       01  WRK-REGRA-ACHADA               PIC 9(02) VALUE ZEROS.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *  FILIAL DESTA INSTALACAO (FILIAL1B)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  CONSULTA DE PERIODO CONTABIL (GLPER01B)
       01  WRK-PER-REGISTRO.
           COPY PER001A.

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
           PERFORM 0002-VERIFICAR-PERIODO
           PERFORM 0003-CARREGAR-REGRAS
           PERFORM 0004-CARREGAR-TITULOS

           OPEN INPUT  ARQUIVO-RET
                OUTPUT ARQUIVO-REJ

           PERFORM 0005-PROCESSAR-RETORNO
           PERFORM 0010-GRAVAR-RESUMO-REJ

           CLOSE ARQUIVO-RET
                 ARQUIVO-REJ

           PERFORM 0011-REGRAVAR-TITULOS

           COMPUTE WRK-VALOR-AUX = WRK-TOT-PAGO-CENTS / 100
           MOVE WRK-VALOR-AUX          TO WRK-TOT-EDIT
           DISPLAY '*=========================================*'
           DISPLAY '* CPAGAR2B - RETORNO DE PAGAMENTOS        *'
           DISPLAY '* OCORRENCIAS LIDAS...: ' WRK-QTDE-OCORR
           DISPLAY '* PAGAS...............: ' WRK-QTDE-PAGAS
           DISPLAY '* AGENDADAS NO BANCO..: ' WRK-QTDE-AGENDADAS
           DISPLAY '* REJEITADAS..........: ' WRK-QTDE-REJEITADAS
           DISPLAY '* SEM PAR.............: ' WRK-QTDE-SEM-PAR
           DISPLAY '* TOTAL LANCADO.......: ' WRK-TOT-EDIT
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA DO SISTEMA
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

            MOVE 'L'                    TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    O PAGAMENTO E LANCADO NA DATA DO PROCESSAMENTO DO RETORNO -
      *    COMPETENCIA FECHADA NO GLPERIOD.dat NAO RECEBE LANCAMENTO,
      *    E O RETORNO FICA PARA SER LIDO QUANDO HOUVER PERIODO ABERTO
      *----------------------------------------------------------------*
       0002-VERIFICAR-PERIODO          SECTION.
      *----------------------------------------------------------------*

           COMPUTE PER001A-COMPETENCIA = WRK-HOJE-AAAAMMDD / 100
           CALL 'GLPER01B' USING WRK-PER-REGISTRO

           IF PER001A-ABERTO NOT EQUAL 'S'
              DISPLAY '* CPAGAR2B: A COMPETENCIA '
                      PER001A-COMPETENCIA ' ESTA FECHADA '
                      '(GLPERIOD.dat) - RETORNO NAO PROCESSADO'
              PERFORM 9999-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS REGRAS DE PARTIDA DOBRADA - SEM A REGRA
      *    CPAGAR/PAGAMENTO O RETORNO NAO E PROCESSADO, PARA QUE
      *    NENHUMA PARCELA FIQUE PAGA SEM O LANCAMENTO CONTABIL
      *----------------------------------------------------------------*
       0003-CARREGAR-REGRAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REGRAS
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-REGRAS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-REGRAS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-REGRA(1:1) NOT EQUAL '*' AND
                       FD-LIN-REGRA NOT EQUAL SPACES AND
                       WRK-QTDE-REGRAS LESS WRK-MAX-TAB-REG
                       ADD 1           TO WRK-QTDE-REGRAS
                       UNSTRING FD-LIN-REGRA DELIMITED BY SEP
                          INTO TAB-REG-ORIGEM(WRK-QTDE-REGRAS)
                               TAB-REG-EVENTO(WRK-QTDE-REGRAS)
                               TAB-REG-CTA-DEB(WRK-QTDE-REGRAS)
                               TAB-REG-CTA-CRE(WRK-QTDE-REGRAS)
                               TAB-REG-CC(WRK-QTDE-REGRAS)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-REGRAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           MOVE ZEROS                  TO WRK-REGRA-ACHADA
           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG GREATER WRK-QTDE-REGRAS
              IF FUNCTION TRIM(TAB-REG-ORIGEM(WRK-IND-REG)) EQUAL
                 FUNCTION TRIM(WRK-FATO-ORIGEM) AND
                 FUNCTION TRIM(TAB-REG-EVENTO(WRK-IND-REG)) EQUAL
                 FUNCTION TRIM(WRK-FATO-EVENTO)
                 MOVE WRK-IND-REG      TO WRK-REGRA-ACHADA
                 MOVE WRK-QTDE-REGRAS  TO WRK-IND-REG
              END-IF
           END-PERFORM

           IF WRK-REGRA-ACHADA EQUAL ZEROS
              DISPLAY '* SEM REGRA: CPAGAR PAGAMENTO - CADASTRE EM '
                      'REGRASGL.dat. RETORNO NAO PROCESSADO'
              PERFORM 9999-FINALIZAR
           END-IF

      *    CENTRO DE CUSTO: O PADRAO DA REGRA, SENAO 'GERAL'
           IF TAB-REG-CC(WRK-REGRA-ACHADA) NOT EQUAL SPACES
              MOVE TAB-REG-CC(WRK-REGRA-ACHADA) TO WRK-CC-EFETIVO
           ELSE
              MOVE 'GERAL'             TO WRK-CC-EFETIVO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS PARCELAS A PAGAR DE CPTITULO.dat
      *----------------------------------------------------------------*
       0004-CARREGAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULO(1:1) IS NUMERIC
                       IF WRK-QTDE-TIT LESS WRK-MAX-TAB-TIT
                          ADD 1        TO WRK-QTDE-TIT
                          INITIALIZE TAB-TIT-LINHA(WRK-QTDE-TIT)
                          UNSTRING FD-LIN-TITULO DELIMITED BY SEP
                             INTO TAB-TIT-LANCAMENTO(WRK-QTDE-TIT)
                                  TAB-TIT-PARCELA(WRK-QTDE-TIT)
                                  TAB-TIT-FORNECEDOR(WRK-QTDE-TIT)
                                  TAB-TIT-NOTA(WRK-QTDE-TIT)
                                  TAB-TIT-VENCIMENTO(WRK-QTDE-TIT)
                                  TAB-TIT-VALOR(WRK-QTDE-TIT)
                                  TAB-TIT-SITUACAO(WRK-QTDE-TIT)
                                  TAB-TIT-DATA-PAGTO(WRK-QTDE-TIT)
                                  TAB-TIT-LOTE(WRK-QTDE-TIT)
                                  TAB-TIT-COD-BARRAS(WRK-QTDE-TIT)
                          END-UNSTRING
                       ELSE
      *    SEM A TABELA COMPLETA A REGRAVACAO PERDERIA PARCELAS
                          DISPLAY 'TABELA DE PARCELAS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-TIT
                          DISPLAY 'RETORNO NAO PROCESSADO'
                          CLOSE ARQUIVO-TIT
                          PERFORM 9999-FINALIZAR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER O RETORNO E TRATAR CADA OCORRENCIA DE SEGMENTO A OU J
      *----------------------------------------------------------------*
       0005-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RET
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDR-TIPO-REG EQUAL '3' AND
                       (FDR-SEGMENTO EQUAL 'A' OR
                        FDR-SEGMENTO EQUAL 'J')
                       ADD 1           TO WRK-QTDE-OCORR
                       PERFORM 0006-TRATAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA OCORRENCIA: LOCALIZA A PARCELA PELO SEU NUMERO
      *    E APLICA O CODIGO DE OCORRENCIA DO BANCO
      *----------------------------------------------------------------*
       0006-TRATAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*

           IF FDR-SEGMENTO EQUAL 'A'
              MOVE FDA-SEU-NUMERO      TO WRK-RET-SEU-NUMERO
              MOVE FDA-DATA-EFETIVA    TO WRK-RET-DATA
              MOVE FDA-VALOR-EFETIVO   TO WRK-RET-VALOR
           ELSE
              MOVE FDJ-SEU-NUMERO      TO WRK-RET-SEU-NUMERO
              MOVE FDJ-DATA-PAGTO      TO WRK-RET-DATA
              MOVE FDJ-VALOR-PAGO      TO WRK-RET-VALOR
           END-IF
           MOVE FDR-OCORRENCIAS(1:2)   TO WRK-RET-OCORRENCIA

           IF WRK-RET-SEU-NUMERO(1:2) NOT EQUAL 'CP' OR
              WRK-RET-SEU-NUMERO(3:8) NOT NUMERIC
              ADD 1                    TO WRK-QTDE-SEM-PAR
              MOVE 'SEU NUMERO NAO E DE PAGAMENTO A FORNECEDOR'
                                       TO WRK-MOTIVO
              PERFORM 0009-GRAVAR-REJEITO
              EXIT SECTION
           END-IF
           MOVE WRK-RET-SEU-NUMERO(3:6) TO WRK-RET-LANCAMENTO
           MOVE WRK-RET-SEU-NUMERO(9:2) TO WRK-RET-PARCELA

           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      (WRK-IND-TIT > WRK-QTDE-TIT) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-TIT-LANCAMENTO(WRK-IND-TIT) EQUAL
                 WRK-RET-LANCAMENTO AND
                 TAB-TIT-PARCELA(WRK-IND-TIT) EQUAL WRK-RET-PARCELA
                 MOVE 'S'              TO WRK-ENCONTROU
                 SUBTRACT 1            FROM WRK-IND-TIT
              END-IF
           END-PERFORM

           IF WRK-ENCONTROU NOT EQUAL 'S'
              ADD 1                    TO WRK-QTDE-SEM-PAR
              MOVE 'PARCELA NAO ENCONTRADA EM CPTITULO.dat'
                                       TO WRK-MOTIVO
              PERFORM 0009-GRAVAR-REJEITO
              EXIT SECTION
           END-IF

      *    SO PARCELA ENVIADA AO BANCO RECEBE RETORNO - O MESMO
      *    ARQUIVO LIDO DE NOVO NAO PAGA NEM LANCA OUTRA VEZ
           IF TAB-TIT-SITUACAO(WRK-IND-TIT) NOT EQUAL 'E'
              ADD 1                    TO WRK-QTDE-SEM-PAR
              MOVE SPACES              TO WRK-MOTIVO
              STRING 'PARCELA NAO ESTA ENVIADA AO BANCO - SIT='
                     TAB-TIT-SITUACAO(WRK-IND-TIT)
                     DELIMITED BY SIZE INTO WRK-MOTIVO
              END-STRING
              PERFORM 0009-GRAVAR-REJEITO
              EXIT SECTION
           END-IF

           EVALUATE WRK-RET-OCORRENCIA
              WHEN '00'
                 PERFORM 0007-BAIXAR-PARCELA
              WHEN 'BD'
                 ADD 1                 TO WRK-QTDE-AGENDADAS
              WHEN OTHER
                 ADD 1                 TO WRK-QTDE-REJEITADAS
                 MOVE 'J'              TO TAB-TIT-SITUACAO(WRK-IND-TIT)
                 MOVE SPACES           TO WRK-MOTIVO
                 STRING 'OCORRENCIA BANCO=' FDR-OCORRENCIAS
                        DELIMITED BY SIZE INTO WRK-MOTIVO
                 END-STRING
                 PERFORM 0009-GRAVAR-REJEITO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR A PARCELA PAGA E LANCAR O PAGAMENTO NO LIVRO - VALOR
      *    PAGO DIFERENTE DA PARCELA FICA PARA A TESOURARIA CONFERIR
      *----------------------------------------------------------------*
       0007-BAIXAR-PARCELA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-RET-VALOR-NUM
           IF WRK-RET-VALOR IS NUMERIC
              MOVE WRK-RET-VALOR       TO WRK-RET-VALOR-NUM
           END-IF

           IF WRK-RET-VALOR-NUM NOT EQUAL TAB-TIT-VALOR(WRK-IND-TIT)
              ADD 1                    TO WRK-QTDE-SEM-PAR
              MOVE 'VALOR PAGO DIFERE DA PARCELA - CONFERIR'
                                       TO WRK-MOTIVO
              PERFORM 0009-GRAVAR-REJEITO
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-PAGAS
           MOVE 'P'                    TO TAB-TIT-SITUACAO(WRK-IND-TIT)
           IF WRK-RET-DATA IS NUMERIC AND
              WRK-RET-DATA NOT EQUAL ZEROS
              MOVE WRK-RET-DATA        TO
                   TAB-TIT-DATA-PAGTO(WRK-IND-TIT)
           ELSE
              MOVE WRK-HOJE-AAAAMMDD   TO
                   TAB-TIT-DATA-PAGTO(WRK-IND-TIT)
           END-IF

           MOVE TAB-TIT-VALOR(WRK-IND-TIT) TO WRK-FATO-CENTS
           MOVE SPACES                 TO WRK-FATO-HISTORICO
           STRING 'PAGTO NF ' TAB-TIT-NOTA(WRK-IND-TIT)
                  ' PARC ' TAB-TIT-PARCELA(WRK-IND-TIT)
                  DELIMITED BY SIZE INTO WRK-FATO-HISTORICO
           END-STRING
           PERFORM 0008-LANCAR-PAGAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DO PAGAMENTO EM LANCAGL.dat
      *    (ORIGEM 'CPAGAR', EVENTO 'PAGAMENTO')
      *----------------------------------------------------------------*
       0008-LANCAR-PAGAMENTO           SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-ORIGEM      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-EVENTO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-DEB(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'D'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-HISTORICO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           MOVE SPACES                 TO FD-LIN-LIVRO
           STRING WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-ORIGEM      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-EVENTO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  TAB-REG-CTA-CRE(WRK-REGRA-ACHADA)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-CENTS       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FATO-HISTORICO   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CC-EFETIVO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-LIVRO
           END-STRING
           WRITE FD-LIN-LIVRO

           CLOSE ARQ-LIVRO

           ADD WRK-FATO-CENTS          TO WRK-TOT-PAGO-CENTS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA NO RELATORIO DE REJEITOS
      *----------------------------------------------------------------*
       0009-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-REJEITO
           STRING
               'NSR=' FDR-NSR
               ' | SEG=' FDR-SEGMENTO
               ' | SEUNUM=' WRK-RET-SEU-NUMERO
               ' | VALOR=' WRK-RET-VALOR
               ' | OCORR=' WRK-RET-OCORRENCIA
               ' | MOTIVO=' DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO FD-LIN-REJEITO
           END-STRING
           WRITE FD-LIN-REJEITO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O RESUMO NO FIM DO RELATORIO DE REJEITOS
      *----------------------------------------------------------------*
       0010-GRAVAR-RESUMO-REJ          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-REJEITO
           STRING
               'TOTAL OCORRENCIAS=' WRK-QTDE-OCORR
               ' | PAGAS=' WRK-QTDE-PAGAS
               ' | AGENDADAS=' WRK-QTDE-AGENDADAS
               ' | REJEITADAS=' WRK-QTDE-REJEITADAS
               ' | SEM PAR=' WRK-QTDE-SEM-PAR
               DELIMITED BY SIZE
               INTO FD-LIN-REJEITO
           END-STRING
           WRITE FD-LIN-REJEITO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CPTITULO.dat COM AS SITUACOES DO RETORNO
      *----------------------------------------------------------------*
       0011-REGRAVAR-TITULOS           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-TIT
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
              MOVE SPACES              TO FD-LIN-TITULO
              STRING
                 TAB-TIT-LANCAMENTO(WRK-IND-TIT)  SEP
                 TAB-TIT-PARCELA(WRK-IND-TIT)     SEP
                 TAB-TIT-FORNECEDOR(WRK-IND-TIT)  SEP
                 TAB-TIT-NOTA(WRK-IND-TIT)        SEP
                 TAB-TIT-VENCIMENTO(WRK-IND-TIT)  SEP
                 TAB-TIT-VALOR(WRK-IND-TIT)       SEP
                 TAB-TIT-SITUACAO(WRK-IND-TIT)    SEP
                 TAB-TIT-DATA-PAGTO(WRK-IND-TIT)  SEP
                 TAB-TIT-LOTE(WRK-IND-TIT)        SEP
                 TAB-TIT-COD-BARRAS(WRK-IND-TIT)
                 DELIMITED BY SIZE INTO FD-LIN-TITULO
              END-STRING
              WRITE FD-LIN-TITULO
           END-PERFORM
           CLOSE ARQUIVO-TIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
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
