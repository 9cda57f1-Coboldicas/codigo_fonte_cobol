      *              DREBAL.txt E CAPTURADA NA BIBLIOTECA DE SPOOL
      *              (SPOOL01B) COMO OS DEMAIS RELATORIOS.
      * NOME.......: DREBAL1A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - DRE E BALANCO POR FILIAL OU
      *              CONSOLIDADO: O OPERADOR INFORMA A FILIAL (CONFERIDA
      *              NO FILIAL1B) OU DEIXA EM BRANCO PARA CONSOLIDAR;
      *              LANCAMENTO SEM FILIAL E DA MATRIZ 001. LINHA DE
      *              LANCAGL.dat COM 120 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREBAL1A.
       01  FD-LIN-PLANO                   PIC X(060).

       FD  ARQ-LIVRO.
       01  FD-LIN-LIVRO                   PIC X(120).

       FD  ARQ-RELATORIO.
       01  FD-LIN-RELATORIO               PIC X(132).
       01  WRK-ANO-AUX                    PIC 9(04) VALUE ZEROS.
       01  WRK-MES-AUX                    PIC 9(02) VALUE ZEROS.

      *--- Filial ESCOLHIDA (em branco = consolidado)
       01  WRK-FILTRO-FILIAL              PIC X(03) VALUE SPACES.
       01  WRK-DESC-FILIAL                PIC X(11) VALUE 'CONSOLIDADO'.
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *--- Mapa de demonstrativos na ordem do arquivo
       01  WRK-MAX-TAB-MAPA               PIC 9(03) VALUE 100.
       01  WRK-QTDE-MAPA                  PIC 9(03) VALUE ZEROS.
       01  WRK-LCT-DC                     PIC X(01) VALUE SPACES.
       01  WRK-LCT-CENTS                  PIC 9(13) VALUE ZEROS.
       01  WRK-LCT-SINAL                  PIC S9(13) VALUE ZEROS.
       01  WRK-LCT-HIST                   PIC X(30) VALUE SPACES.
       01  WRK-LCT-CC                     PIC X(10) VALUE SPACES.
       01  WRK-LCT-FILIAL                 PIC X(03) VALUE SPACES.

      *--- Emissao
       01  WRK-DEMO-CORRENTE              PIC X(01) VALUE SPACES.
              PERFORM 9999-FINALIZAR
           END-IF

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

           PERFORM 0001-CALCULAR-PERIODO-ANT
           PERFORM 0002-CARREGAR-MAPA

           DISPLAY '* PERIODO.....: ' WRK-COMP-INI ' A '
                   WRK-COMP-FIM
           DISPLAY '* COMPARATIVO.: ' WRK-ANT-INI ' A ' WRK-ANT-FIM
           DISPLAY '* FILIAL......: ' WRK-DESC-FILIAL
           DISPLAY '* RELATORIO EM DREBAL.txt (SPOOL CAPTURADO)'
           DISPLAY '*=========================================*'

                                          WRK-LCT-EVENTO
                                          WRK-LCT-CONTA
                                          WRK-LCT-DC
                                          WRK-LCT-HIST
                                          WRK-LCT-CC
                                          WRK-LCT-FILIAL
           MOVE ZEROS                  TO WRK-LCT-CENTS

           UNSTRING FD-LIN-LIVRO DELIMITED BY SEP
                   WRK-LCT-CONTA
                   WRK-LCT-DC
                   WRK-LCT-CENTS
                   WRK-LCT-HIST
                   WRK-LCT-CC
                   WRK-LCT-FILIAL
           END-UNSTRING

      *    LANCAMENTO GRAVADO ANTES DA FILIAL E DA MATRIZ
           IF WRK-LCT-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-LCT-FILIAL
           END-IF
           IF WRK-FILTRO-FILIAL NOT EQUAL SPACES AND
              WRK-LCT-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
              GO TO 0041-END
           END-IF

           IF WRK-LCT-DATA NOT NUMERIC
              GO TO 0041-END
           END-IF
           IF WRK-DEMO-CORRENTE EQUAL 'D'
              STRING '* DRE - ' WRK-COMP-INI ' A ' WRK-COMP-FIM
                     '  (COMPARATIVO ' WRK-ANT-INI ' A '
                     WRK-ANT-FIM ') - FILIAL ' WRK-DESC-FILIAL
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '* BALANCO PATRIMONIAL - ' WRK-COMP-INI
                     ' A ' WRK-COMP-FIM
                     '  (COMPARATIVO ' WRK-ANT-INI ' A '
                     WRK-ANT-FIM ') - FILIAL ' WRK-DESC-FILIAL
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
