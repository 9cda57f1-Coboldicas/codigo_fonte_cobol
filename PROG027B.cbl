      *              NCM/UF DO PROG027A). O IPI ENTRA NOS TOTAIS
      *              GERAIS E POR DIA DO LIVRO DE APURACAO; LINHA
      *              ANTIGA SEM OS CAMPOS NOVOS APURA IPI ZERO.
      *              15/10/2026 - APURACAO POR FILIAL OU CONSOLIDADA: O
      *              OPERADOR INFORMA A FILIAL (CONFERIDA NO FILIAL1B)
      *              OU DEIXA EM BRANCO PARA CONSOLIDAR; NOTA SEM FILIAL
      *              (CAMPO 12 DE NFREG.dat) E DA MATRIZ 001. O
      *              CANCELAMENTO E CASADO POR NUMERO E FILIAL E O
      *              ULTIMO NUMERO VEM DA SERIE DA FILIAL APURADA.
      *              15/10/2026 - NOTA DE DEVOLUCAO DO DEVVEN1A (ORIGEM
      *              'D' NO CAMPO 11 DE NFREG.dat) E NOTA DE ENTRADA:
      *              SEUS VALORES SAO ABATIDOS DOS TOTAIS GERAIS, POR
      *              DIA E POR TAXA, E A CONTAGEM MOSTRA AS DEVOLUCOES.
      *              15/10/2026 - CUPOM FISCAL DE CONSUMIDOR DO CAIXAREG
      *              (ORIGEM 'CAIXA' NO CAMPO 11 DE NFREG.dat, SERIE
      *              'C' DE NOTASEQ.dat) ENTRA NA APURACAO COMO AS
      *              NOTAS; O CUPOM DE DEVOLUCAO ('DC'+CUPOM) ABATE COMO
      *              AS DEMAIS DEVOLUCOES. A CONTAGEM MOSTRA OS CUPONS
      *              E O ULTIMO NUMERO DA SERIE DO CUPOM DA FILIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG027B.
           SELECT OPTIONAL ARQUIVO-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-SAI ASSIGN TO 'APURACAO.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

       FD  ARQUIVO-SAI.
       01  FD-LIN-APURACAO                PIC X(132).

       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-ULTIMO-SEQ                 PIC 9(06) VALUE ZEROS.
       01  WRK-ULTIMO-CUPOM               PIC 9(06) VALUE ZEROS.

      *--- Filial apurada (em branco = consolidado)
       01  WRK-FILTRO-FILIAL              PIC X(03) VALUE SPACES.
       01  WRK-DESC-FILIAL                PIC X(11) VALUE 'CONSOLIDADO'.
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *--- Registro fiscal lido (LAYOUT GRAVADO PELO PROG027A)
       01  WRK-NF-REGISTRO.
         05 NFR-NUMERO                    PIC 9(06).
         05 NFR-DATA                      PIC 9(08).
         05 NFR-BRUTO                     PIC S9(09)V99.
         05 NFR-ICMS                      PIC S9(09)V99.
         05 NFR-ISS                       PIC S9(09)V99.
         05 NFR-TOTAL                     PIC S9(09)V99.
         05 NFR-TX-ICMS                   PIC V999.
         05 NFR-TX-ISS                    PIC V999.
         05 NFR-IPI                       PIC S9(09)V99.

      *--- Campos intermediarios do UNSTRING (DIGITOS IMPLICITOS)
       01  WRK-STR-BRUTO                  PIC X(11) VALUE SPACES.
       01  WRK-STR-IPI                    PIC X(11) VALUE SPACES.
       01  WRK-STR-IPI-N REDEFINES WRK-STR-IPI.
           05 WRK-STR-IPI-V               PIC 9(9)V99.
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.

      *--- Situacao das notas canceladas (NOTASTATUS.dat)
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-CANC               PIC 9(03) VALUE 200.
       01  WRK-QTDE-CANC                  PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CANC                   PIC 9(03) VALUE ZEROS.
                                          PIC 9(06) VALUE ZEROS.
           05  TAB-CANC-SIT  OCCURS 200 TIMES
                                          PIC X(01) VALUE SPACES.
           05  TAB-CANC-FILIAL OCCURS 200 TIMES
                                          PIC X(03) VALUE SPACES.

      *--- Acumuladores da apuracao
       01  WRK-QTDE-NOTAS                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CANCELADAS            PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-DEVOLUCOES            PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CUPONS                PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-BRUTO                  PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TOT-ICMS                   PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TOT-ISS                    PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TOT-IPI                    PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TOT-GERAL                  PIC S9(11)V99 VALUE ZEROS.

      *--- Totais por dia da competencia
       01  TAB-DIAS.
           05  TAB-DIA OCCURS 31 TIMES.
               10  TAB-DIA-QTDE           PIC 9(04) VALUE ZEROS.
               10  TAB-DIA-ICMS           PIC S9(11)V99 VALUE ZEROS.
               10  TAB-DIA-ISS            PIC S9(11)V99 VALUE ZEROS.
       01  WRK-DIA-NOTA                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-DIA                    PIC 9(02) VALUE ZEROS.

           05  TAB-TX-LINHA OCCURS 10 TIMES.
               10  TAB-TX-IMPOSTO         PIC X(04) VALUE SPACES.
               10  TAB-TX-TAXA            PIC V999 VALUE ZEROS.
               10  TAB-TX-BASE            PIC S9(11)V99 VALUE ZEROS.
               10  TAB-TX-VALOR           PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TX-IMPOSTO                 PIC X(04) VALUE SPACES.
       01  WRK-TX-TAXA                    PIC V999 VALUE ZEROS.
       01  WRK-TX-BASE                    PIC S9(09)V99 VALUE ZEROS.
       01  WRK-TX-VALOR                   PIC S9(09)V99 VALUE ZEROS.

      *--- Edicao do relatorio
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WRK-TAXA-EDIT                  PIC Z9,999.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

              MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-COMPETENCIA
           END-IF

           DISPLAY 'FILIAL (EM BRANCO = CONSOLIDADO): '
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

           PERFORM 0002-CARREGAR-CANCELADAS
           PERFORM 0003-OBTER-ULTIMO-SEQ


           DISPLAY '*=========================================*'
           DISPLAY '* PROG027B - APURACAO ' WRK-COMPETENCIA
           DISPLAY '* FILIAL..............: ' WRK-DESC-FILIAL
           DISPLAY '* NOTAS APURADAS......: ' WRK-QTDE-NOTAS
           DISPLAY '* NOTAS CANCELADAS....: ' WRK-QTDE-CANCELADAS
           DISPLAY '* NOTAS DE DEVOLUCAO..: ' WRK-QTDE-DEVOLUCOES
           DISPLAY '* CUPONS DE LOJA......: ' WRK-QTDE-CUPONS
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
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
                    PERFORM 0021-REGISTRAR-SITUACAO
              END-READ
           END-PERFORM
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A ULTIMA SITUACAO LIDA DE UMA NOTA NA TABELA (A
      *    NOTA E IDENTIFICADA PELO NUMERO DENTRO DA SERIE DA FILIAL)
      *----------------------------------------------------------------*
       0021-REGISTRAR-SITUACAO         SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF WRK-STATUS-NOTA-LIDA EQUAL
                 TAB-CANC-NOTA(WRK-IND-CANC) AND
                 WRK-STATUS-FILIAL-LIDA EQUAL
                 TAB-CANC-FILIAL(WRK-IND-CANC)
                 IF WRK-STATUS-SITUACAO-LIDA EQUAL 'CANCELADA' OR
                    WRK-STATUS-SITUACAO-LIDA EQUAL 'REEMITIDA'
                    MOVE 'C'           TO TAB-CANC-SIT(WRK-IND-CANC)
              ADD 1                    TO WRK-QTDE-CANC
              MOVE WRK-STATUS-NOTA-LIDA
                                       TO TAB-CANC-NOTA(WRK-QTDE-CANC)
              MOVE WRK-STATUS-FILIAL-LIDA
                                       TO TAB-CANC-FILIAL(WRK-QTDE-CANC)
              IF WRK-STATUS-SITUACAO-LIDA EQUAL 'CANCELADA' OR
                 WRK-STATUS-SITUACAO-LIDA EQUAL 'REEMITIDA'
                 MOVE 'C'              TO TAB-CANC-SIT(WRK-QTDE-CANC)
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O ULTIMO NUMERO EMITIDO NA SERIE DA FILIAL APURADA
      *    (NOTASEQ.dat, VIA FILIAL1B). NO CONSOLIDADO CADA FILIAL
      *    TEM A SUA SERIE E NAO HA UM ULTIMO NUMERO UNICO
      *----------------------------------------------------------------*
       0003-OBTER-ULTIMO-SEQ           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-ULTIMO-SEQ
                                          WRK-ULTIMO-CUPOM
           IF WRK-FILTRO-FILIAL EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE 'U'                    TO FIL001A-ACAO
           MOVE WRK-FILTRO-FILIAL      TO FIL001A-CODIGO
           MOVE SPACES                 TO FIL001A-SERIE
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-NOTA-NUMERO    TO WRK-ULTIMO-SEQ

      *    SERIE DO CUPOM FISCAL DE CONSUMIDOR DA MESMA FILIAL
           MOVE 'C'                    TO FIL001A-SERIE
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-NOTA-NUMERO    TO WRK-ULTIMO-CUPOM
           MOVE SPACES                 TO FIL001A-SERIE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
                                          WRK-STR-TX-ISS
                                          WRK-STR-CLIENTE
                                          WRK-STR-IPI
                                          WRK-STR-ORIGEM
                                          WRK-STR-FILIAL

           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO NFR-NUMERO
                         WRK-STR-TX-ISS
                         WRK-STR-CLIENTE
                         WRK-STR-IPI
                         WRK-STR-ORIGEM
                         WRK-STR-FILIAL
           END-UNSTRING

           IF NFR-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF

      *    NOTA GRAVADA ANTES DA FILIAL E DA MATRIZ
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF
           IF WRK-FILTRO-FILIAL NOT EQUAL SPACES AND
              WRK-STR-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
              EXIT SECTION
           END-IF

           MOVE WRK-STR-BRUTO-V        TO NFR-BRUTO
           MOVE WRK-STR-ICMS-V         TO NFR-ICMS
           MOVE WRK-STR-ISS-V          TO NFR-ISS
           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF NFR-NUMERO EQUAL TAB-CANC-NOTA(WRK-IND-CANC) AND
                 WRK-STR-FILIAL EQUAL TAB-CANC-FILIAL(WRK-IND-CANC) AND
                 TAB-CANC-SIT(WRK-IND-CANC) EQUAL 'C'
                 MOVE 'S'              TO WRK-NOTA-CANCELADA
              END-IF
              EXIT SECTION
           END-IF

      *    NOTA DE DEVOLUCAO (ENTRADA) ABATE OS VALORES DA APURACAO
           IF WRK-STR-ORIGEM(1:1) EQUAL 'D'
              ADD 1                    TO WRK-QTDE-DEVOLUCOES
              COMPUTE NFR-BRUTO        = ZEROS - NFR-BRUTO
              COMPUTE NFR-ICMS         = ZEROS - NFR-ICMS
              COMPUTE NFR-ISS          = ZEROS - NFR-ISS
              COMPUTE NFR-IPI          = ZEROS - NFR-IPI
              COMPUTE NFR-TOTAL        = ZEROS - NFR-TOTAL
           END-IF

      *    CUPOM FISCAL DE CONSUMIDOR (VENDA DO CAIXAREG)
           IF WRK-STR-ORIGEM EQUAL 'CAIXA'
              ADD 1                    TO WRK-QTDE-CUPONS
           END-IF

           ADD 1                       TO WRK-QTDE-NOTAS
           ADD NFR-BRUTO               TO WRK-TOT-BRUTO
           ADD NFR-ICMS                TO WRK-TOT-ICMS
           WRITE FD-LIN-APURACAO
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* APURACAO DE IMPOSTOS - COMPETENCIA '
                  WRK-COMPETENCIA ' - FILIAL ' WRK-DESC-FILIAL
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-APURACAO
           WRITE FD-LIN-APURACAO

           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-FILTRO-FILIAL EQUAL SPACES
              STRING '* CONTAGEM: APURADAS=' WRK-QTDE-NOTAS
                     ' CANCELADAS=' WRK-QTDE-CANCELADAS
                     ' DEVOLUCOES=' WRK-QTDE-DEVOLUCOES
                     ' ULTIMO NUMERO: UMA SERIE POR FILIAL'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '* CONTAGEM: APURADAS=' WRK-QTDE-NOTAS
                     ' CANCELADAS=' WRK-QTDE-CANCELADAS
                     ' DEVOLUCOES=' WRK-QTDE-DEVOLUCOES
                     ' ULTIMO NUMERO (NOTASEQ)=' WRK-ULTIMO-SEQ
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           MOVE WRK-LINHA-REL          TO FD-LIN-APURACAO
           WRITE FD-LIN-APURACAO

           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-FILTRO-FILIAL EQUAL SPACES
              STRING '* CUPONS DE LOJA (NFC-E)=' WRK-QTDE-CUPONS
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '* CUPONS DE LOJA (NFC-E)=' WRK-QTDE-CUPONS
                     ' ULTIMO CUPOM (NOTASEQ SERIE C)='
                     WRK-ULTIMO-CUPOM
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           MOVE WRK-LINHA-REL          TO FD-LIN-APURACAO
           WRITE FD-LIN-APURACAO

