      *              E E APONTADO NO CONSOLE. O CANCELAMENTO DA NOTA
      *              POSTA O MOVIMENTO DE ENTRADA ESTORNANDO A BAIXA
      *              (MOTIVO 'NF CANCELADA').
      *              15/10/2026 - NUMERACAO DA NOTA POR FILIAL: O
      *              PROXIMO NUMERO VEM DA SERIE DA FILIAL DESTA
      *              INSTALACAO (FILIAL1B, NOTASEQ.dat COM UMA LINHA POR
      *              FILIAL). A FILIAL E GRAVADA NO CAMPO 12 DE
      *              NFREG.dat (CAMPO 11, ORIGEM, VAZIO), NO FIM DAS
      *              LINHAS DE NOTASTATUS.dat E DE MOVESTOQ.dat;
      *              CANCELAMENTO E REEMISSAO SO ALCANCAM NOTAS DA
      *              PROPRIA FILIAL. LINHA DE NFREG.dat COM 120 POSICOES
      *              (A DE 80 CORTAVA O IPI).
      *              15/10/2026 - A UF DE DESTINO DA NOTA E GRAVADA NO
      *              CAMPO 13 DE NFREG.dat, PARA O ARQUIVO FISCAL DO
      *              EFDICM1A REFAZER O ICMS/IPI POR ITEM PELA MATRIZ
      *              TAXNCM.dat.
      *              15/10/2026 - KIT VIRTUAL (KITBOM.dat VIA KITBOM1B):
      *              A BAIXA E O ESTORNO DE UM PRODUTO DA NOTA QUE E
      *              KIT DO TIPO V MOVIMENTAM OS COMPONENTES NA
      *              QUANTIDADE DA ESTRUTURA, EM VEZ DO PROPRIO KIT.
      *              15/10/2026 - NOSSO NUMERO DA PARCELA DE NOTA COM A
      *              FILIAL (NOTA+SEQ+'F'+FILIAL): A SERIE E POR FILIAL
      *              E A PARCELA SO CASAVA PELO NUMERO DA NOTA. A BAIXA
      *              DA NOTA CANCELADA SO ALCANCA AS PARCELAS DA
      *              PROPRIA FILIAL (A ANTIGA, DE 8 DIGITOS, E DA
      *              MATRIZ).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG027A. 
           SELECT OPTIONAL ARQUIVO-MATRIZ ASSIGN TO 'TAXNCM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       01  FD-LIN-MATRIZ                  PIC X(032).

       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-CLI.
       01  FD-ARQ-CLI.
           05 WRK-CAD-DATA-CRIACAO      PIC 9(08).
           05 WRK-CAD-DATA-ATUALIZ      PIC 9(08).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

       01  WRK-PARC-MES                   PIC 9(02) VALUE ZEROS.
       01  WRK-PARC-DIA                   PIC 9(02) VALUE ZEROS.
       01  WRK-PARC-DIAS-MES              PIC 9(02) VALUE ZEROS.
      *--- Nosso numero da parcela: NOTA(6)+SEQ(2)+'F'+FILIAL(3). A
      *--- serie de notas e por filial, entao a filial distingue as
      *--- parcelas de notas de mesmo numero; a parcela antiga de 8
      *--- digitos (sem a filial) e da matriz
       01  WRK-NOSSONUM-PARC.
         05 WRK-NP-NOTA                   PIC 9(06).
         05 WRK-NP-SEQ                    PIC 9(02).
         05 FILLER                        PIC X(01) VALUE 'F'.
         05 WRK-NP-FILIAL                 PIC X(03).

      *--- Baixa das parcelas de nota cancelada
       01  WRK-MAX-TAB-TIT                PIC 9(03) VALUE 200.
       01  WRK-ULTIMA-SITUACAO            PIC X(10) VALUE SPACES.
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.

      *-- Filial desta instalacao: serie de numeracao da nota e
      *   carimbo de NFREG.dat, NOTASTATUS.dat e MOVESTOQ.dat
       01  WRK-FILIAL-LOCAL               PIC X(03) VALUE SPACES.
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *-- Estrutura do produto da nota quando e kit (KITBOM1B)
       01  WRK-KIT-REGISTRO.
           COPY KIT001A.

      *-- Valores calculados por item
       01  VALORES-ITEM.
       01  WRK-MOV-SINAL                  PIC X(01) VALUE '-'.
       01  WRK-MOV-MOTIVO                 PIC X(20) VALUE SPACES.
       01  WRK-MOV-NOTA                   PIC 9(06) VALUE ZEROS.
       01  WRK-MOV-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-MOV-QTDE                   PIC 9(07) VALUE ZEROS.
       01  WRK-IND-COMP                   PIC 9(02) VALUE ZEROS.

      *-- Taxas de imposto, lidas de IMPOSTOS.dat (18% e 5% - padrao
      *-- usado quando o arquivo de parametros nao existir ou vier
      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA

           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-CODIGO         TO WRK-FILIAL-LOCAL

           PERFORM 0007-LER-ARQUIVO-IMPOSTOS
           PERFORM 0009-CARREGAR-MATRIZ-NCM
           PERFORM 0008-TELA-MENU
           STRING WRK-NOTA-NUMERO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'EMITIDA'            DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FILIAL-LOCAL     DELIMITED BY SIZE
                  INTO FD-LIN-STATUS
           END-STRING
           WRITE FD-LIN-STATUS
      *----------------------------------------------------------------*
      *    GRAVAR A LINHA DO REGISTRO FISCAL DA NOTA EMITIDA EM
      *    NFREG.dat: NUMERO|DATA|BRUTO|ICMS|ISS|TOTAL|TXICMS|TXISS
      *    |CLIENTE|IPI|ORIGEM|FILIAL|UF (VALORES COM DECIMAIS
      *    IMPLICITAS, TAXAS EM MILESIMOS; ORIGEM VAZIA = NOTA AVULSA)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-gravar-registro-fiscal
       0012-GRAVAR-REGISTRO-FISCAL      SECTION.
                  WRK-CLIENTE-ID       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-TOT-IPI          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FILIAL-LOCAL     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-UF-DESTINO       DELIMITED BY SIZE
                  INTO FD-LIN-NFREG
           END-STRING
           WRITE FD-LIN-NFREG
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER PROXIMO NUMERO DE NOTA FISCAL NA SERIE DA FILIAL
      *    DESTA INSTALACAO (NOTASEQ.dat, UMA LINHA POR FILIAL,
      *    MANTIDO PELO FILIAL1B)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-obter-prox-nota-numero
       0011-OBTER-PROX-NOTA-NUMERO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO FIL001A-ACAO
           MOVE WRK-FILIAL-LOCAL       TO FIL001A-CODIGO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-NOTA-NUMERO    TO WRK-NOTA-NUMERO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
                 STRING WRK-NOTA-REF   DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        'CANCELADA'    DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-FILIAL-LOCAL
                                       DELIMITED BY SIZE
                        INTO FD-LIN-STATUS
                 END-STRING
                 WRITE FD-LIN-STATUS
                 STRING WRK-NOTA-REF   DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        'REEMITIDA'    DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-FILIAL-LOCAL
                                       DELIMITED BY SIZE
                        INTO FD-LIN-STATUS
                 END-STRING
                 WRITE FD-LIN-STATUS
              READ ARQUIVO-STATUS      INTO FD-LIN-STATUS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-STATUS-FILIAL-LIDA
                    UNSTRING FD-LIN-STATUS DELIMITED BY SEP
                             INTO WRK-STATUS-NOTA-LIDA,
                                  WRK-STATUS-SITUACAO-LIDA,
                                  WRK-STATUS-FILIAL-LIDA
                    END-UNSTRING
      *             O NUMERO SO IDENTIFICA A NOTA DENTRO DA SERIE DA
      *             FILIAL; LINHA SEM FILIAL E DA MATRIZ
                    IF WRK-STATUS-FILIAL-LIDA EQUAL SPACES
                       MOVE FIL001A-MATRIZ
                                       TO WRK-STATUS-FILIAL-LIDA
                    END-IF
                    IF WRK-STATUS-NOTA-LIDA EQUAL WRK-NOTA-REF AND
                       WRK-STATUS-FILIAL-LIDA EQUAL WRK-FILIAL-LOCAL
                       MOVE 'S'        TO WRK-STATUS-ENCONTROU
                       MOVE WRK-STATUS-SITUACAO-LIDA
                                       TO WRK-ULTIMA-SITUACAO
                  - (WRK-PARC-VALOR-CENTS * (WRK-QTDE-PARCELAS - 1))

           MOVE WRK-NOTA-NUMERO        TO WRK-NP-NOTA
           MOVE WRK-FILIAL-LOCAL       TO WRK-NP-FILIAL

           OPEN EXTEND ARQUIVO-TIT


           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1 UNTIL
                      WRK-IND-TIT > WRK-QTDE-TIT
      *    PARCELA DE NOTA TEM NOSSO NUMERO NOTA+SEQ+'F'+FILIAL (OU
      *    SO NOTA+SEQ, 8 DIGITOS, NA PARCELA ANTIGA DA MATRIZ) - O
      *    TESTE DAS POSICOES 9-13 EVITA COLISAO COM A NOTA DE MESMO
      *    NUMERO DE OUTRA FILIAL, COM OS TITULOS DE MENSALIDADE (11
      *    DIGITOS) DO PROG025D E COM AS PARCELAS DE ACORDO ('A' NA
      *    POSICAO 9) DO PROG025K; O DAS POSICOES 7-8 COM AS PARCELAS
      *    DE EMPRESTIMO (7 DIGITOS) DO PROG025E
              IF TAB-TIT-NOSSONUM(WRK-IND-TIT)(1:6) EQUAL
                 WRK-NOTA-REF AND
                 TAB-TIT-NOSSONUM(WRK-IND-TIT)(7:2) IS NUMERIC AND
                 ((TAB-TIT-NOSSONUM(WRK-IND-TIT)(9:1) EQUAL SPACE AND
                   WRK-FILIAL-LOCAL EQUAL FIL001A-MATRIZ) OR
                  (TAB-TIT-NOSSONUM(WRK-IND-TIT)(9:1) EQUAL 'F' AND
                   TAB-TIT-NOSSONUM(WRK-IND-TIT)(10:3) EQUAL
                   WRK-FILIAL-LOCAL AND
                   TAB-TIT-NOSSONUM(WRK-IND-TIT)(13:1) EQUAL SPACE))
                 AND TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT) EQUAL ZEROS
                 MOVE WRK-HOJE-AAAAMMDD
                    TO TAB-TIT-PAGTO-AAAAMMDD(WRK-IND-TIT)
                 ADD 1                 TO WRK-QTDE-BAIXADAS
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOVIMENTAR UMA UNIDADE DO PRODUTO CORRENTE NO LOCAL LOJA -
      *    O KIT VIRTUAL MOVIMENTA CADA COMPONENTE NA QUANTIDADE DA
      *    ESTRUTURA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-movimentar-item
       0071-MOVIMENTAR-ITEM            SECTION.
      *----------------------------------------------------------------*

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE FD-COD-PRODUTO         TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO

           IF KIT001A-E-KIT NOT EQUAL 'S' OR
              KIT001A-TIPO NOT EQUAL 'V'
              MOVE FD-COD-PRODUTO      TO WRK-MOV-PRODUTO
              MOVE 1                   TO WRK-MOV-QTDE
              PERFORM 0072-MOVIMENTAR-PRODUTO
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                      WRK-IND-COMP GREATER KIT001A-QTDE-COMP
              MOVE KIT001A-COMP-COD(WRK-IND-COMP)
                                       TO WRK-MOV-PRODUTO
              MOVE KIT001A-COMP-QTDE(WRK-IND-COMP)
                                       TO WRK-MOV-QTDE
              PERFORM 0072-MOVIMENTAR-PRODUTO
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOVIMENTAR WRK-MOV-QTDE DO PRODUTO WRK-MOV-PRODUTO NO
      *    LOCAL LOJA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0072-movimentar-produto
       0072-MOVIMENTAR-PRODUTO         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MOV-PRODUTO        TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' WRK-MOV-PRODUTO
                         ' SEM FICHA EM ESTOQUE.dat - MOVIMENTO '
                         'NAO FEITO'
                 EXIT SECTION
           END-IF

           IF WRK-MOV-SENTIDO EQUAL 'S'
              IF FDE-LOCAL-QTDE(WRK-IND-LOCAL) LESS WRK-MOV-QTDE
                 DISPLAY 'SALDO DA LOJA INSUFICIENTE PARA O PRODUTO '
                          FDE-COD-PRODUTO ' - BAIXA NAO FEITA'
                 EXIT SECTION
              END-IF
              SUBTRACT WRK-MOV-QTDE    FROM
                                       FDE-LOCAL-QTDE(WRK-IND-LOCAL)
           ELSE
              ADD WRK-MOV-QTDE         TO
                                       FDE-LOCAL-QTDE(WRK-IND-LOCAL)
           END-IF

           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  FDE-COD-PRODUTO '|' WRK-LOCAL-LOJA '|'
                  WRK-MOV-SENTIDO '|' WRK-MOV-SINAL '|' WRK-MOV-QTDE '|'
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MOV-MOTIVO) DELIMITED BY SIZE
                  ' ' WRK-MOV-NOTA '|' 'NOTAFISCAL' '|' '|'
                  WRK-FILIAL-LOCAL
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
           CLOSE ARQUIVO-MOV
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0072-end
       0072-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
