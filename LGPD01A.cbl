      *              TODOS OS CADASTROS DA CASA (SEQENT01.dat,
      *              USUARIO.dat, CADASTRO1/2/3.dat, CADAGENDA.dat,
      *              clientes.dat, MEMBROS.dat com seus emprestimos e
      *              multas, TITULOS.dat, o CAIXALOG.dat e as contas
      *              bancarias de CTATIT.dat/CONTAENT.dat) E:
      *              1 - EXPORTA EM LGPDEXP.txt TUDO O QUE A CASA
      *                  GUARDA SOBRE O TITULAR;
      *              2 - ANONIMIZA OS DADOS PESSOAIS, TROCANDO NOME,
      *              ANTES A ANONIMIZACAO REGRAVAVA OS ARQUIVOS NO
      *              LEIAUTE ANTIGO E APAGAVA OS CAMPOS NOVOS DE
      *              TODOS OS REGISTROS.
      *              15/10/2026 - A LINHA DO CAIXALOG.dat PASSA A 120
      *              POSICOES (CAUDA ' | FIL=' COM A FILIAL GRAVADA PELO
      *              CAIXAREG).
      *              15/10/2026 - CONTAS BANCARIAS DO TITULAR: O CPF E
      *              PROCURADO EM CTATIT.dat (TITULARES VINCULADOS PELO
      *              CTATIT1A). A EXPORTACAO TRAZ O VINCULO E OS DADOS
      *              DA CONTA (CTAMST1B); A ANONIMIZACAO MARCA O NOME E
      *              ZERA O CPF DO VINCULO E TROCA O NOME DA CONTA EM
      *              CONTAENT.dat QUANDO E UM DOS NOMES DO TITULAR -
      *              SALDO E NUMERO DA CONTA PRESERVADOS.
      * NOME.......: LGPD01A
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARQ-CAIXALOG ASSIGN TO 'CAIXALOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TITULARES ASSIGN TO 'CTATIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQ-TITULARES.
       01  FD-LIN-TITULAR                 PIC X(100).

       FD  ARQ-CLIENTES.
       01  FD-REG-CLIENTE.
       01  WRK-TIT-VENC                   PIC X(08) VALUE SPACES.
       01  WRK-TIT-PAGTO                  PIC X(08) VALUE SPACES.

      *  VINCULO CONTA X TITULAR DE CTATIT.dat E A CONTA NO
      *  CADASTRO DE CONTAS (CTAMST1B)
       01  WRK-CTT-CONTA                  PIC X(10) VALUE SPACES.
       01  WRK-CTT-CPF                    PIC X(11) VALUE SPACES.
       01  WRK-CTT-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-CTT-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-CTT-DATA-ATUALIZ           PIC X(08) VALUE SPACES.
       01  WRK-CTT-DATA-AVISO             PIC X(08) VALUE SPACES.
       01  WRK-QTDE-CONTAS-ANON           PIC 9(03) VALUE ZEROS.
       01  WRK-SALDO-EDIT                 PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-CTA-REGISTRO.
           COPY CTA001A.

      *  REFERENCIA DE MEMBRO PROCURADA NO CAIXALOG
       01  WRK-REF-MEMBRO                 PIC X(13) VALUE SPACES.
       01  WRK-TALLY-REF                  PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    COLETAR OS NOMES PELOS QUAIS O TITULAR E CONHECIDO NOS
      *    CADASTROS QUE GUARDAM O CPF (SEQENT01, CADASTRO1/2,
      *    MEMBROS E CTATIT) - OS DEMAIS ARQUIVOS SAO LOCALIZADOS
      *    PELO NOME
      *----------------------------------------------------------------*
       0003-COLETAR-NOMES              SECTION.
      *----------------------------------------------------------------*
              END-READ
           END-PERFORM
           CLOSE ARQ-MEMBROS

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-TITULARES
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TITULARES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 8009-DESMEMBRAR-VINCULO
                    IF WRK-CTT-CPF IS NUMERIC AND
                       FUNCTION NUMVAL(WRK-CTT-CPF) EQUAL
                                          WRK-CPF-TITULAR
                       MOVE WRK-CTT-NOME
                                       TO WRK-NOME-NOVO
                       PERFORM 8004-GUARDAR-NOME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-TITULARES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
           PERFORM 0048-EXPORTAR-BIBLIOTECA
           PERFORM 0049-EXPORTAR-TITULOS
           PERFORM 0050-EXPORTAR-CAIXALOG
           PERFORM 0060-EXPORTAR-CONTAS

           MOVE SPACES                 TO WRK-LINHA-EXP
           STRING '* FIM - TOTAL DE REGISTROS EXPORTADOS: '
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXPORTAR OS VINCULOS DE CTATIT.dat (CPF) COM OS DADOS DE
      *    CADA CONTA NO CADASTRO DE CONTAS
      *----------------------------------------------------------------*
       0060-EXPORTAR-CONTAS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ACHADOS
           MOVE SPACES                 TO WRK-LINHA-EXP
           STRING '*== CTATIT.dat (CONTAS BANCARIAS DO TITULAR) =='
                  DELIMITED BY SIZE INTO WRK-LINHA-EXP
           END-STRING
           PERFORM 8006-GRAVAR-EXPORT

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-TITULARES
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TITULARES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 8009-DESMEMBRAR-VINCULO
                    IF WRK-CTT-CPF IS NUMERIC AND
                       FUNCTION NUMVAL(WRK-CTT-CPF) EQUAL
                                          WRK-CPF-TITULAR
                       MOVE FD-LIN-TITULAR
                                       TO WRK-LINHA-EXP
                       PERFORM 8006-GRAVAR-EXPORT
                       ADD 1           TO WRK-QTDE-ACHADOS
                       PERFORM 0060A-EXPORTAR-CONTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-TITULARES

           MOVE 'E'                    TO WRK-LOG-ACAO
           MOVE 'CTATIT.dat'           TO WRK-LOG-ARQUIVO
           PERFORM 9001-GRAVAR-LGPDLOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXPORTAR A CONTA DO VINCULO COMO ESTA EM CONTAENT.dat
      *----------------------------------------------------------------*
       0060A-EXPORTAR-CONTA            SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTT-CONTA NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE WRK-CTT-CONTA          TO CTA001A-CONTA
           MOVE 'C'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           IF CTA001A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE CTA001A-SALDO          TO WRK-SALDO-EDIT
           MOVE SPACES                 TO WRK-LINHA-EXP
           STRING 'CONTAENT.dat: CONTA=' CTA001A-CONTA
                  ' NOME=' CTA001A-NOME
                  ' SALDO=' WRK-SALDO-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-EXP
           END-STRING
           PERFORM 8006-GRAVAR-EXPORT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060a-end
       0060A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ANONIMIZAR OS DADOS PESSOAIS DO TITULAR EM TODOS OS
      *    ARQUIVOS, PRESERVANDO CHAVES E VALORES FINANCEIROS
           PERFORM 0057-ANONIMIZAR-CLIENTES
           PERFORM 0058-ANONIMIZAR-MEMBROS
           PERFORM 0059-ANONIMIZAR-TITULOS
           PERFORM 0061-ANONIMIZAR-CONTAS

           DISPLAY '* ANONIMIZACAO CONCLUIDA - ' WRK-QTDE-TOTAL
                   ' REGISTROS ALTERADOS (VER LGPDLOG.dat)'
       0059-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ANONIMIZAR OS VINCULOS DE CTATIT.dat (NOME MARCADO E CPF
      *    ZERADO) E O NOME DAS CONTAS EM CONTAENT.dat - CONTA, TIPO,
      *    DATAS E SALDO PRESERVADOS
      *----------------------------------------------------------------*
       0061-ANONIMIZAR-CONTAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN
                                          WRK-QTDE-ACHADOS
                                          WRK-QTDE-CONTAS-ANON
           MOVE 'N'                    TO WRK-TAB-CHEIA
                                          WRK-FIM-ARQ
           OPEN INPUT ARQ-TITULARES
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-TITULARES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-LIN EQUAL WRK-MAX-TAB-LIN
                       MOVE 'S'        TO WRK-TAB-CHEIA
                                          WRK-FIM-ARQ
                    ELSE
                       ADD 1           TO WRK-QTDE-LIN
                       MOVE FD-LIN-TITULAR
                          TO TAB-ARQ-LINHA(WRK-QTDE-LIN)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-TITULARES

           IF WRK-TAB-CHEIA EQUAL 'S'
              MOVE 'CTATIT.dat'        TO WRK-LOG-ARQUIVO
              PERFORM 9002-AVISAR-TABELA-CHEIA
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                      WRK-IND-LIN GREATER WRK-QTDE-LIN
              MOVE TAB-ARQ-LINHA(WRK-IND-LIN)(1:100)
                                       TO FD-LIN-TITULAR
              PERFORM 8009-DESMEMBRAR-VINCULO
              IF WRK-CTT-CPF IS NUMERIC AND
                 FUNCTION NUMVAL(WRK-CTT-CPF) EQUAL WRK-CPF-TITULAR
                 PERFORM 0061A-ANONIMIZAR-CONTA
                 MOVE SPACES           TO TAB-ARQ-LINHA(WRK-IND-LIN)
                 STRING WRK-CTT-CONTA             DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        '00000000000'             DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        WRK-NOME-ANON             DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        WRK-CTT-TIPO              DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        WRK-CTT-DATA-ATUALIZ      DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        WRK-CTT-DATA-AVISO        DELIMITED BY SIZE
                        SEP                       DELIMITED BY SIZE
                        INTO TAB-ARQ-LINHA(WRK-IND-LIN)
                 END-STRING
                 ADD 1                 TO WRK-QTDE-ACHADOS
              END-IF
           END-PERFORM

           IF WRK-QTDE-ACHADOS GREATER ZEROS
              OPEN OUTPUT ARQ-TITULARES
              PERFORM VARYING WRK-IND-LIN FROM 1 BY 1 UNTIL
                         WRK-IND-LIN GREATER WRK-QTDE-LIN
                 MOVE TAB-ARQ-LINHA(WRK-IND-LIN)(1:100)
                                       TO FD-LIN-TITULAR
                 WRITE FD-LIN-TITULAR
              END-PERFORM
              CLOSE ARQ-TITULARES
           END-IF

           MOVE 'A'                    TO WRK-LOG-ACAO
           MOVE 'CTATIT.dat'           TO WRK-LOG-ARQUIVO
           PERFORM 9001-GRAVAR-LGPDLOG

           MOVE WRK-QTDE-CONTAS-ANON   TO WRK-QTDE-ACHADOS
           MOVE 'CONTAENT.dat'         TO WRK-LOG-ARQUIVO
           PERFORM 9001-GRAVAR-LGPDLOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TROCAR O NOME DA CONTA EM CONTAENT.dat QUANDO E UM DOS
      *    NOMES DO TITULAR (CONTA DE OUTRO TITULAR PRINCIPAL FICA
      *    COMO ESTA). LEITURA COM BLOQUEIO, COMO NOS LANCAMENTOS
      *----------------------------------------------------------------*
       0061A-ANONIMIZAR-CONTA          SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTT-CONTA NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE WRK-CTT-CONTA          TO CTA001A-CONTA
           MOVE 'L'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO

           IF CTA001A-RETORNO EQUAL 'S'
              MOVE CTA001A-NOME        TO WRK-NOME-TESTE
              PERFORM 8003-NOME-CONFERE
              IF WRK-NOME-BATE EQUAL 'S'
                 MOVE WRK-NOME-ANON    TO CTA001A-NOME
                 MOVE 'T'              TO CTA001A-ACAO
                 CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
                 IF CTA001A-RETORNO EQUAL 'S'
                    ADD 1              TO WRK-QTDE-CONTAS-ANON
                 END-IF
              END-IF
           END-IF

           IF CTA001A-RETORNO EQUAL 'B'
              DISPLAY '* AVISO: CONTA ' WRK-CTT-CONTA
                      ' EM USO POR OUTRO PROGRAMA - NOME NAO'
                      ' ANONIMIZADO EM CONTAENT.dat'
           END-IF

           MOVE 'D'                    TO CTA001A-ACAO
           CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061a-end
       0061A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR OS DIGITOS VERIFICADORES DO CPF EM WRK-CPF-TITULAR
      *    (MESMA REGRA DO VALCPF01)
       8008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESMEMBRAR UM VINCULO DE CTATIT.dat
      *----------------------------------------------------------------*
       8009-DESMEMBRAR-VINCULO         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CTT-CONTA
                                          WRK-CTT-CPF
                                          WRK-CTT-NOME
                                          WRK-CTT-TIPO
                                          WRK-CTT-DATA-ATUALIZ
                                          WRK-CTT-DATA-AVISO
           UNSTRING FD-LIN-TITULAR DELIMITED BY SEP
                    INTO WRK-CTT-CONTA
                         WRK-CTT-CPF
                         WRK-CTT-NOME
                         WRK-CTT-TIPO
                         WRK-CTT-DATA-ATUALIZ
                         WRK-CTT-DATA-AVISO
           END-UNSTRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 8009-end
       8009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A ACAO NO LOG DE ATENDIMENTOS LGPD
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            MOVE 'F'                   TO CTA001A-ACAO
            CALL 'CTAMST1B' USING WRK-CTA-REGISTRO
            STOP RUN
            .
      *----------------------------------------------------------------*
