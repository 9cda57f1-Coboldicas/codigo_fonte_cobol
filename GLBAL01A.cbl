      *              GERAIS E A PROVA DEBITOS = CREDITOS. CONTA
      *              MOVIMENTADA SEM CADASTRO NO PLANO E APONTADA.
      * NOME.......: GLBAL01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - BALANCETE POR FILIAL OU CONSOLIDADO: O
      *              OPERADOR INFORMA A FILIAL (CONFERIDA NO FILIAL1B)
      *              OU DEIXA EM BRANCO PARA CONSOLIDAR; LANCAMENTO SEM
      *              FILIAL E DA MATRIZ 001. LINHA DE LANCAGL.dat COM
      *              120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBAL01A.
       01  FD-LIN-PLANO                   PIC X(050).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-BALANCETE.
       01  FD-LIN-BALANCETE               PIC X(110).
      *  COMPETENCIA ESCOLHIDA
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.

      *  FILIAL ESCOLHIDA (EM BRANCO = CONSOLIDADO)
       01  WRK-FILTRO-FILIAL              PIC X(03) VALUE SPACES.
       01  WRK-DESC-FILIAL                PIC X(11) VALUE 'CONSOLIDADO'.
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  PLANO DE CONTAS E ACUMULADORES POR CONTA
       01  WRK-MAX-TAB-CTA                PIC 9(03) VALUE 100.
       01  WRK-QTDE-CTA                   PIC 9(03) VALUE ZEROS.
       01  WRK-LCT-DC                     PIC X(01) VALUE SPACES.
       01  WRK-LCT-CENTS                  PIC X(13) VALUE SPACES.
       01  WRK-LCT-HISTORICO              PIC X(30) VALUE SPACES.
       01  WRK-LCT-CC                     PIC X(10) VALUE SPACES.
       01  WRK-LCT-FILIAL                 PIC X(03) VALUE SPACES.

      *  TOTAIS GERAIS E EDICAO
       01  WRK-TOT-GERAL-DEB              PIC 9(13) VALUE ZEROS.
                   WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA

           DISPLAY '* FILIAL (EM BRANCO = CONSOLIDADO): '
                   WITH NO ADVANCING
           ACCEPT WRK-FILTRO-FILIAL
           IF WRK-FILTRO-FILIAL NOT EQUAL SPACES
              MOVE 'C'                 TO FIL001A-ACAO
              MOVE WRK-FILTRO-FILIAL   TO FIL001A-CODIGO
              CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
              IF FIL001A-ENCONTRADA NOT EQUAL 'S'
                 DISPLAY 'FILIAL ' WRK-FILTRO-FILIAL
                         ' NAO CADASTRADA (FILIAIS.dat)'
                 PERFORM 9999-FINALIZAR
              END-IF
              MOVE WRK-FILTRO-FILIAL   TO WRK-DESC-FILIAL
           END-IF

           PERFORM 0001-CARREGAR-PLANO
           PERFORM 0002-ACUMULAR-LANCAMENTOS

           IF WRK-QTDE-LANCTOS EQUAL ZEROS
              DISPLAY '* GLBAL01A: NENHUM LANCAMENTO NA COMPETENCIA '
                      WRK-COMPETENCIA ' - FILIAL ' WRK-DESC-FILIAL
              PERFORM 9999-FINALIZAR
           END-IF

                                          WRK-LCT-DC
                                          WRK-LCT-CENTS
                                          WRK-LCT-HISTORICO
                                          WRK-LCT-CC
                                          WRK-LCT-FILIAL
           UNSTRING FD-LIN-LIVRO DELIMITED BY SEP
                    INTO WRK-LCT-DATA
                         WRK-LCT-ORIGEM
                         WRK-LCT-DC
                         WRK-LCT-CENTS
                         WRK-LCT-HISTORICO
                         WRK-LCT-CC
                         WRK-LCT-FILIAL
           END-UNSTRING

      *    LANCAMENTO GRAVADO ANTES DA FILIAL E DA MATRIZ
           IF WRK-LCT-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-LCT-FILIAL
           END-IF
           IF WRK-FILTRO-FILIAL NOT EQUAL SPACES AND
              WRK-LCT-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
              EXIT SECTION
           END-IF

           IF WRK-LCT-DATA(1:6) NOT NUMERIC OR
              WRK-LCT-CENTS NOT NUMERIC
              EXIT SECTION
           WRITE FD-LIN-BALANCETE
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '  BALANCETE DE VERIFICACAO - COMPETENCIA '
                  WRK-COMPETENCIA ' - FILIAL ' WRK-DESC-FILIAL
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-BALANCETE
