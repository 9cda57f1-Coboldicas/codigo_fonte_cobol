      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: EXTRATO DA POSICAO FINANCEIRA DO CLIENTE. PARA UM
      *              CLIENTE DE CADASTRO1.dat REUNE NUMA SO CONSULTA:
      *              AS NOTAS DE NFREG.dat COM A SITUACAO DE
      *              NOTASTATUS.dat, OS TITULOS DE TITULOS.dat (SACADO
      *              = NOME DO CLIENTE) EM ABERTO, VENCIDOS E PAGOS COM
      *              O ESTAGIO DA REGUA DE COBRANCA (REGUAEST.dat), OS
      *              PAGAMENTOS RECEBIDOS, O SALDO DE CREDITO DE
      *              DEVOLUCAO (CREDCLI.dat), O LIMITE E O DISPONIVEL
      *              (LIMCRED.dat, MESMA CONTA DO PROG027A), A
      *              EXPOSICAO DO GRUPO ECONOMICO (GRUPOECO.dat E O
      *              TETO DE GRUPLIM.dat) E OS PEDIDOS DE VENDA EM
      *              ABERTO (PEDVENDA.dat/PEDVITEM.dat). O EXTRATO E
      *              MOSTRADO NA TELA E GRAVADO EM EXTCLI.txt; A
      *              PEDIDO, A VIA IMPRESSA E CAPTURADA NA BIBLIOTECA
      *              DE SPOOL (SPOOL01B) E UM AVISO E ENFILEIRADO PARA
      *              O CLIENTE VIA NOTIF01A.
      * NOME.......: EXTCLI1A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - CPF DO CLIENTE MASCARADO (MASCAR1B)
      *              NA TELA E EM EXTCLI.txt CONFORME O CARGO DO
      *              OPERADOR; A VIA DO SPOOL GUARDA A IMAGEM COMPLETA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCLI1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-REGUA ASSIGN TO 'REGUAEST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CRED ASSIGN TO 'CREDCLI.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-LIM ASSIGN TO 'LIMCRED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-GRUPOS ASSIGN TO 'GRUPOECO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-GRUPLIM ASSIGN TO 'GRUPLIM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEDIDOS ASSIGN TO 'PEDVENDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'EXTCLI.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CLI.
       01  FD-ARQ-CLI.
           COPY CLI001A REPLACING CLI001A-ID-CLIENTE
                                      BY FDC-ID-CLIENTE
                                  CLI001A-NOME-CLIENTE
                                      BY FDC-NOME-CLIENTE
                                  CLI001A-IDADE
                                      BY FDC-IDADE
                                  CLI001A-CPF-CNPJ
                                      BY FDC-CPF-CNPJ.

       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-REGUA.
       01  FD-LIN-REGUA                   PIC X(030).

       FD  ARQUIVO-CRED.
       01  FD-LIN-CREDITO                 PIC X(080).

       FD  ARQUIVO-LIM.
       01  FD-LIN-LIMCRED                 PIC X(020).

       FD  ARQ-GRUPOS.
       01  FD-LIN-GRUPO                   PIC X(020).

       FD  ARQ-GRUPLIM.
       01  FD-LIN-GRUPLIM                 PIC X(030).

       FD  ARQ-PEDIDOS.
       01  FD-LIN-PEDIDO                  PIC X(120).

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM                    PIC X(040).

       FD  ARQUIVO-REL.
       01  FD-LIN-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-RESPOSTA                   PIC X(01) VALUE SPACES.

      *--- Cliente consultado
       01  WRK-CLIENTE-ID                 PIC 9(05) VALUE ZEROS.
       01  WRK-CLIENTE-NOME               PIC X(30) VALUE SPACES.
       01  WRK-CLIENTE-DOC                PIC X(14) VALUE SPACES.
       01  WRK-CLIENTE-OK                 PIC X(01) VALUE 'N'.

      *--- Nota lida (LAYOUT GRAVADO PELO PROG027A)
       01  WRK-NF-NUMERO                  PIC X(06) VALUE SPACES.
       01  WRK-NF-DATA                    PIC X(08) VALUE SPACES.
       01  WRK-NF-BRUTO                   PIC X(11) VALUE SPACES.
       01  WRK-NF-ICMS                    PIC X(11) VALUE SPACES.
       01  WRK-NF-ISS                     PIC X(11) VALUE SPACES.
       01  WRK-NF-TOTAL                   PIC X(11) VALUE SPACES.
       01  WRK-NF-TOTAL-N REDEFINES WRK-NF-TOTAL.
           05 WRK-NF-TOTAL-V              PIC 9(9)V99.
       01  WRK-NF-TXICMS                  PIC X(03) VALUE SPACES.
       01  WRK-NF-TXISS                   PIC X(03) VALUE SPACES.
       01  WRK-NF-CLIENTE                 PIC X(05) VALUE SPACES.
       01  WRK-NF-IPI                     PIC X(11) VALUE SPACES.
       01  WRK-NF-ORIGEM                  PIC X(10) VALUE SPACES.
       01  WRK-NF-FILIAL                  PIC X(03) VALUE SPACES.
       01  WRK-NF-SITUACAO                PIC X(10) VALUE SPACES.
       01  WRK-QTDE-NOTAS                 PIC 9(05) VALUE ZEROS.
       01  WRK-TOTAL-NOTAS                PIC S9(11)V99 VALUE ZEROS.

      *--- Ultima situacao de cada nota (NOTASTATUS.dat)
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-STA                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-STA                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-STA                    PIC 9(04) VALUE ZEROS.
       01  WRK-STA-ACHADA                 PIC X(01) VALUE 'N'.
       01  TAB-SITUACOES.
           05  TAB-STA-LINHA OCCURS 1000 TIMES.
               10  TAB-STA-NOTA           PIC 9(06).
               10  TAB-STA-FILIAL         PIC X(03).
               10  TAB-STA-SITUACAO       PIC X(10).

      *--- Titulo lido (MESMO LAYOUT DO PROG025A)
       01  WRK-TIT-NOSSONUM               PIC X(20) VALUE SPACES.
       01  WRK-TIT-SACADO                 PIC X(60) VALUE SPACES.
       01  WRK-TIT-CEDENTE                PIC X(60) VALUE SPACES.
       01  WRK-TIT-VALOR-CENTS            PIC 9(10) VALUE ZEROS.
       01  WRK-TIT-VENC                   PIC 9(08) VALUE ZEROS.
       01  WRK-TIT-PAGTO                  PIC X(08) VALUE SPACES.
       01  WRK-TIT-SITUACAO               PIC X(08) VALUE SPACES.
       01  WRK-QTDE-TITULOS               PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-PAGOS                 PIC 9(05) VALUE ZEROS.
       01  WRK-ABERTO-CENTS               PIC 9(13) VALUE ZEROS.
       01  WRK-VENCIDO-CENTS              PIC 9(13) VALUE ZEROS.
       01  WRK-PAGO-CENTS                 PIC 9(13) VALUE ZEROS.

      *--- Titulos pagos, para a lista de pagamentos recebidos
       01  WRK-MAX-TAB-PAG                PIC 9(03) VALUE 200.
       01  WRK-IND-PAG                    PIC 9(03) VALUE ZEROS.
       01  TAB-PAGAMENTOS.
           05  TAB-PAG-LINHA OCCURS 200 TIMES.
               10  TAB-PAG-DATA           PIC X(08).
               10  TAB-PAG-NOSSONUM       PIC X(20).
               10  TAB-PAG-VALOR          PIC 9(10).

      *--- Estagio da regua de cobranca (REGUAEST.dat: NOSSONUM|EST)
       01  WRK-REG-NOSSONUM               PIC X(20) VALUE SPACES.
       01  WRK-REG-ESTAGIO                PIC 9(01) VALUE ZEROS.
       01  WRK-MAX-TAB-REG                PIC 9(03) VALUE 500.
       01  WRK-QTDE-REG                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-REG                    PIC 9(03) VALUE ZEROS.
       01  WRK-ESTAGIO-TIT                PIC 9(01) VALUE ZEROS.
       01  TAB-REGUA.
           05  TAB-REG-LINHA OCCURS 500 TIMES.
               10  TAB-REG-NOSSONUM       PIC X(20).
               10  TAB-REG-ESTAGIO        PIC 9(01).

      *--- Credito de devolucao (CREDCLI.dat, LAYOUT DO DEVVEN1A)
       01  WRK-CRD-CLIENTE                PIC 9(05) VALUE ZEROS.
       01  WRK-CRD-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-CRD-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-CRD-VALOR                  PIC 9(11) VALUE ZEROS.
       01  WRK-CREDITO-CENTS              PIC S9(13) VALUE ZEROS.

      *--- Limite de credito (LIMCRED.dat: ID|LIMITE-CENTS)
       01  WRK-LIM-ID-LIDO                PIC 9(05) VALUE ZEROS.
       01  WRK-LIM-VALOR-LIDO             PIC 9(11) VALUE ZEROS.
       01  WRK-LIMITE-CENTS               PIC 9(11) VALUE ZEROS.
       01  WRK-LIM-ENCONTRADO             PIC X(01) VALUE 'N'.
       01  WRK-DISPONIVEL-CENTS           PIC S9(13) VALUE ZEROS.

      *--- Grupo economico (GRUPOECO.dat + GRUPLIM.dat)
       01  WRK-GRUPO-CLIENTE              PIC 9(05) VALUE ZEROS.
       01  WRK-GRP-LIDO-GRUPO             PIC 9(05) VALUE ZEROS.
       01  WRK-GRP-LIDO-CLI               PIC 9(05) VALUE ZEROS.
       01  WRK-TETO-GRUPO                 PIC 9(13) VALUE ZEROS.
       01  WRK-TETO-ENCONTRADO            PIC X(01) VALUE 'N'.
       01  WRK-TETO-LIDO-GRUPO            PIC 9(05) VALUE ZEROS.
       01  WRK-TETO-LIDO-VALOR            PIC 9(13) VALUE ZEROS.
       01  WRK-GRP-ABERTO-CENTS           PIC 9(13) VALUE ZEROS.
       01  WRK-QTDE-MEMBROS               PIC 9(02) VALUE ZEROS.
       01  WRK-IND-MEMBRO                 PIC 9(02) VALUE ZEROS.
       01  TAB-MEMBROS-GRUPO.
           05  TAB-MEM-LINHA OCCURS 50 TIMES.
               10  TAB-MEM-CLIENTE        PIC 9(05) VALUE ZEROS.
               10  TAB-MEM-NOME           PIC X(30) VALUE SPACES.
               10  TAB-MEM-ABERTO         PIC 9(13) VALUE ZEROS.

      *--- Pedidos de venda em aberto (LAYOUT DO PEDVEN1A)
       01  WRK-PED-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WRK-PED-CLIENTE                PIC 9(05) VALUE ZEROS.
       01  WRK-PED-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-PED-DATA                   PIC X(08) VALUE SPACES.
       01  WRK-PED-SITUACAO               PIC X(01) VALUE SPACES.
       01  WRK-ITE-PEDIDO                 PIC 9(06) VALUE ZEROS.
       01  WRK-ITE-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-ITE-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITE-PRECO                  PIC 9(10) VALUE ZEROS.
       01  WRK-MAX-TAB-PED                PIC 9(02) VALUE 50.
       01  WRK-QTDE-PED                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-PED                    PIC 9(02) VALUE ZEROS.
       01  WRK-PEDIDOS-CENTS              PIC 9(13) VALUE ZEROS.
       01  TAB-PEDIDOS.
           05  TAB-PED-LINHA OCCURS 50 TIMES.
               10  TAB-PED-NUMERO         PIC 9(06).
               10  TAB-PED-DATA           PIC X(08).
               10  TAB-PED-VALOR          PIC 9(13).

      *--- Mascaras de edicao e linha do extrato
       01  WRK-VALOR-EDIT                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-EDIT2                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.

      *--- Pedido de captura para a biblioteca de spool (SPOOL01B)
       01  WRK-SPL-PEDIDO.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

      *--- Aviso ao cliente (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01  WRK-MSK-REGISTRO.
           COPY MSK001A.

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
           PERFORM 0002-INFORMAR-CLIENTE

           IF WRK-CLIENTE-OK NOT EQUAL 'S'
              DISPLAY 'CLIENTE ' WRK-CLIENTE-ID
                      ' NAO ENCONTRADO EM CADASTRO1.dat'
              PERFORM 9999-FINALIZAR
           END-IF

           MOVE 'I'                    TO MSK001A-ACAO
           MOVE 'EXTCLI1A'             TO MSK001A-PROGRAMA
           MOVE SPACES                 TO MSK001A-CONTEXTO
           STRING 'CLIENTE ' WRK-CLIENTE-ID
                  DELIMITED BY SIZE INTO MSK001A-CONTEXTO
           END-STRING
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

           PERFORM 0003-CARREGAR-SITUACOES
           PERFORM 0004-CARREGAR-REGUA

           OPEN OUTPUT ARQUIVO-REL

           PERFORM 0010-CABECALHO
           PERFORM 0011-LISTAR-NOTAS
           PERFORM 0012-LISTAR-TITULOS
           PERFORM 0013-LISTAR-PAGAMENTOS
           PERFORM 0014-SALDO-CREDITO
           PERFORM 0016-LISTAR-PEDIDOS
           PERFORM 0015-LIMITE-CREDITO
           PERFORM 0017-EXPOSICAO-GRUPO
           PERFORM 0018-RODAPE

           CLOSE ARQUIVO-REL

           PERFORM 0020-EMITIR-VIA-IMPRESSA

           MOVE 'A'                    TO MSK001A-ACAO
           MOVE 'EXTCLI.txt'           TO MSK001A-ARQUIVO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                  SECTION.
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
      *    INFORMAR O CLIENTE E LOCALIZA-LO EM CADASTRO1.dat
      *----------------------------------------------------------------*
       0002-INFORMAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DO CLIENTE: ' WITH NO ADVANCING
           ACCEPT WRK-CLIENTE-ID

           MOVE 'N'                    TO WRK-CLIENTE-OK
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-CLI
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDC-ID-CLIENTE EQUAL WRK-CLIENTE-ID
                       MOVE FDC-NOME-CLIENTE TO WRK-CLIENTE-NOME
                       MOVE FDC-CPF-CNPJ     TO WRK-CLIENTE-DOC
                       MOVE 'S'        TO WRK-CLIENTE-OK
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A ULTIMA SITUACAO DE CADA NOTA (NUMERO + FILIAL)
      *    DE NOTASTATUS.dat - LINHA SEM FILIAL E DA MATRIZ 001
      *----------------------------------------------------------------*
       0003-CARREGAR-SITUACOES         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-STA
           OPEN INPUT ARQUIVO-STATUS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-STATUS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-STATUS-NOTA-LIDA
                    MOVE SPACES        TO WRK-STATUS-SITUACAO-LIDA
                                          WRK-STATUS-FILIAL-LIDA
                    UNSTRING FD-LIN-STATUS DELIMITED BY SEP
                             INTO WRK-STATUS-NOTA-LIDA
                                  WRK-STATUS-SITUACAO-LIDA
                                  WRK-STATUS-FILIAL-LIDA
                    END-UNSTRING
                    IF WRK-STATUS-FILIAL-LIDA EQUAL SPACES
                       MOVE '001'      TO WRK-STATUS-FILIAL-LIDA
                    END-IF
                    PERFORM 0003A-REGISTRAR-SITUACAO
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-STATUS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A SITUACAO LIDA (A ULTIMA LINHA DA NOTA PREVALECE)
      *----------------------------------------------------------------*
       0003A-REGISTRAR-SITUACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-STA-ACHADA
           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      (WRK-IND-STA > WRK-QTDE-STA) OR
                      (WRK-STA-ACHADA EQUAL 'S')
              IF TAB-STA-NOTA(WRK-IND-STA) EQUAL WRK-STATUS-NOTA-LIDA
                 AND TAB-STA-FILIAL(WRK-IND-STA) EQUAL
                     WRK-STATUS-FILIAL-LIDA
                 MOVE WRK-STATUS-SITUACAO-LIDA
                                       TO TAB-STA-SITUACAO(WRK-IND-STA)
                 MOVE 'S'              TO WRK-STA-ACHADA
              END-IF
           END-PERFORM

           IF WRK-STA-ACHADA EQUAL 'N' AND
              WRK-QTDE-STA LESS WRK-MAX-TAB-STA
              ADD 1                    TO WRK-QTDE-STA
              MOVE WRK-STATUS-NOTA-LIDA
                                       TO TAB-STA-NOTA(WRK-QTDE-STA)
              MOVE WRK-STATUS-FILIAL-LIDA
                                       TO TAB-STA-FILIAL(WRK-QTDE-STA)
              MOVE WRK-STATUS-SITUACAO-LIDA
                                       TO TAB-STA-SITUACAO(WRK-QTDE-STA)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O ESTAGIO DA REGUA DE COBRANCA DE CADA TITULO
      *    (REGUAEST.dat, GRAVADO PELO PROG025H)
      *----------------------------------------------------------------*
       0004-CARREGAR-REGUA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REG
           OPEN INPUT ARQUIVO-REGUA
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-REGUA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-REG-NOSSONUM
                    MOVE ZEROS         TO WRK-REG-ESTAGIO
                    UNSTRING FD-LIN-REGUA DELIMITED BY SEP
                             INTO WRK-REG-NOSSONUM
                                  WRK-REG-ESTAGIO
                    END-UNSTRING
                    IF WRK-QTDE-REG LESS WRK-MAX-TAB-REG
                       ADD 1           TO WRK-QTDE-REG
                       MOVE WRK-REG-NOSSONUM
                                   TO TAB-REG-NOSSONUM(WRK-QTDE-REG)
                       MOVE WRK-REG-ESTAGIO
                                   TO TAB-REG-ESTAGIO(WRK-QTDE-REG)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-REGUA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CABECALHO DO EXTRATO
      *----------------------------------------------------------------*
       0010-CABECALHO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '*==================================================*'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* EXTRATO DA POSICAO FINANCEIRA EM '
                  WRK-HOJE-AAAAMMDD
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* CLIENTE: ' WRK-CLIENTE-ID ' - '
                  WRK-CLIENTE-NOME ' CPF/CNPJ: ' WRK-CLIENTE-DOC
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           MOVE '*==================================================*'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOTAS DO CLIENTE EM NFREG.dat COM A ULTIMA SITUACAO.
      *    NOTA DE DEVOLUCAO (ORIGEM 'D') ABATE DO TOTAL E NOTA
      *    CANCELADA OU REEMITIDA NAO SOMA.
      *----------------------------------------------------------------*
       0011-LISTAR-NOTAS               SECTION.
      *----------------------------------------------------------------*

           MOVE '* NOTAS FISCAIS:'     TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           MOVE '*   NOTA   FIL DATA     SITUACAO             VALOR'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA

           MOVE ZEROS                  TO WRK-QTDE-NOTAS
                                          WRK-TOTAL-NOTAS
           OPEN INPUT ARQUIVO-NFREG
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-NF-NUMERO
                                          WRK-NF-DATA
                                          WRK-NF-BRUTO
                                          WRK-NF-ICMS
                                          WRK-NF-ISS
                                          WRK-NF-TOTAL
                                          WRK-NF-TXICMS
                                          WRK-NF-TXISS
                                          WRK-NF-CLIENTE
                                          WRK-NF-IPI
                                          WRK-NF-ORIGEM
                                          WRK-NF-FILIAL
                    UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                       INTO WRK-NF-NUMERO
                            WRK-NF-DATA
                            WRK-NF-BRUTO
                            WRK-NF-ICMS
                            WRK-NF-ISS
                            WRK-NF-TOTAL
                            WRK-NF-TXICMS
                            WRK-NF-TXISS
                            WRK-NF-CLIENTE
                            WRK-NF-IPI
                            WRK-NF-ORIGEM
                            WRK-NF-FILIAL
                    END-UNSTRING
                    IF WRK-NF-CLIENTE IS NUMERIC AND
                       WRK-NF-TOTAL IS NUMERIC
                       IF WRK-NF-CLIENTE EQUAL WRK-CLIENTE-ID
                          PERFORM 0011A-TRATAR-NOTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ

           MOVE WRK-TOTAL-NOTAS        TO WRK-VALOR-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   QTDE=' WRK-QTDE-NOTAS
                  ' TOTAL FATURADO (SEM CANCELADAS, MENOS '
                  'DEVOLUCOES)=' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SITUACAO E LINHA DE UMA NOTA DO CLIENTE
      *----------------------------------------------------------------*
       0011A-TRATAR-NOTA               SECTION.
      *----------------------------------------------------------------*

           IF WRK-NF-FILIAL EQUAL SPACES
              MOVE '001'               TO WRK-NF-FILIAL
           END-IF

           MOVE 'EMITIDA'              TO WRK-NF-SITUACAO
           PERFORM VARYING WRK-IND-STA FROM 1 BY 1 UNTIL
                      WRK-IND-STA > WRK-QTDE-STA
              IF TAB-STA-NOTA(WRK-IND-STA) EQUAL
                 FUNCTION NUMVAL(WRK-NF-NUMERO) AND
                 TAB-STA-FILIAL(WRK-IND-STA) EQUAL WRK-NF-FILIAL
                 MOVE TAB-STA-SITUACAO(WRK-IND-STA)
                                       TO WRK-NF-SITUACAO
              END-IF
           END-PERFORM

           IF WRK-NF-ORIGEM(1:1) EQUAL 'D'
              MOVE 'DEVOLUCAO'         TO WRK-NF-SITUACAO
           END-IF

           ADD 1                       TO WRK-QTDE-NOTAS
           EVALUATE TRUE
              WHEN WRK-NF-SITUACAO(1:1) EQUAL 'C' OR
                   WRK-NF-SITUACAO(1:1) EQUAL 'R'
                 CONTINUE
              WHEN WRK-NF-ORIGEM(1:1) EQUAL 'D'
                 SUBTRACT WRK-NF-TOTAL-V FROM WRK-TOTAL-NOTAS
              WHEN OTHER
                 ADD WRK-NF-TOTAL-V    TO WRK-TOTAL-NOTAS
           END-EVALUATE

           MOVE WRK-NF-TOTAL-V         TO WRK-VALOR-EDIT
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   ' WRK-NF-NUMERO ' ' WRK-NF-FILIAL ' '
                  WRK-NF-DATA ' ' WRK-NF-SITUACAO
                  WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011a-end
       0011A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULOS DO CLIENTE (SACADO = NOME EM CADASTRO1.dat): PAGO,
      *    A VENCER OU VENCIDO, COM O ESTAGIO DA REGUA
      *----------------------------------------------------------------*
       0012-LISTAR-TITULOS             SECTION.
      *----------------------------------------------------------------*

           MOVE '* TITULOS:'           TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           MOVE '*   NOSSO NUMERO         VENCTO   SITUACAO'
             &  '              VALOR REGUA'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA

           MOVE ZEROS                  TO WRK-QTDE-TITULOS
                                          WRK-QTDE-PAGOS
                                          WRK-ABERTO-CENTS
                                          WRK-VENCIDO-CENTS
                                          WRK-PAGO-CENTS
           OPEN INPUT ARQUIVO-TIT
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       MOVE SPACES     TO WRK-TIT-NOSSONUM
                                          WRK-TIT-SACADO
                                          WRK-TIT-CEDENTE
                                          WRK-TIT-PAGTO
                       MOVE ZEROS      TO WRK-TIT-VALOR-CENTS
                                          WRK-TIT-VENC
                       UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                                INTO WRK-TIT-NOSSONUM
                                     WRK-TIT-SACADO
                                     WRK-TIT-CEDENTE
                                     WRK-TIT-VALOR-CENTS
                                     WRK-TIT-VENC
                                     WRK-TIT-PAGTO
                       END-UNSTRING
                       IF FUNCTION TRIM(WRK-TIT-SACADO) EQUAL
                          FUNCTION TRIM(WRK-CLIENTE-NOME)
                          PERFORM 0012A-TRATAR-TITULO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ

           COMPUTE WRK-VALOR-EDIT = WRK-ABERTO-CENTS / 100
           COMPUTE WRK-VALOR-EDIT2 = WRK-VENCIDO-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   QTDE=' WRK-QTDE-TITULOS
                  ' EM ABERTO=' WRK-VALOR-EDIT
                  ' DOS QUAIS VENCIDO=' WRK-VALOR-EDIT2
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SITUACAO E LINHA DE UM TITULO DO CLIENTE
      *----------------------------------------------------------------*
       0012A-TRATAR-TITULO             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTDE-TITULOS

           IF WRK-TIT-PAGTO IS NUMERIC AND
              WRK-TIT-PAGTO NOT EQUAL '00000000'
              MOVE 'PAGO'              TO WRK-TIT-SITUACAO
              ADD WRK-TIT-VALOR-CENTS  TO WRK-PAGO-CENTS
              ADD 1                    TO WRK-QTDE-PAGOS
              IF WRK-QTDE-PAGOS NOT GREATER WRK-MAX-TAB-PAG
                 MOVE WRK-TIT-PAGTO    TO TAB-PAG-DATA(WRK-QTDE-PAGOS)
                 MOVE WRK-TIT-NOSSONUM
                                   TO TAB-PAG-NOSSONUM(WRK-QTDE-PAGOS)
                 MOVE WRK-TIT-VALOR-CENTS
                                   TO TAB-PAG-VALOR(WRK-QTDE-PAGOS)
              END-IF
           ELSE
              ADD WRK-TIT-VALOR-CENTS  TO WRK-ABERTO-CENTS
              IF WRK-TIT-VENC LESS WRK-HOJE-AAAAMMDD
                 MOVE 'VENCIDO'        TO WRK-TIT-SITUACAO
                 ADD WRK-TIT-VALOR-CENTS TO WRK-VENCIDO-CENTS
              ELSE
                 MOVE 'A VENCER'       TO WRK-TIT-SITUACAO
              END-IF
           END-IF

           MOVE ZEROS                  TO WRK-ESTAGIO-TIT
           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG > WRK-QTDE-REG
              IF TAB-REG-NOSSONUM(WRK-IND-REG) EQUAL WRK-TIT-NOSSONUM
                 MOVE TAB-REG-ESTAGIO(WRK-IND-REG) TO WRK-ESTAGIO-TIT
              END-IF
           END-PERFORM

           COMPUTE WRK-VALOR-EDIT = WRK-TIT-VALOR-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-ESTAGIO-TIT GREATER ZEROS AND
              WRK-TIT-SITUACAO NOT EQUAL 'PAGO'
              STRING '*   ' WRK-TIT-NOSSONUM ' ' WRK-TIT-VENC ' '
                     WRK-TIT-SITUACAO WRK-VALOR-EDIT
                     ' ESTAGIO ' WRK-ESTAGIO-TIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '*   ' WRK-TIT-NOSSONUM ' ' WRK-TIT-VENC ' '
                     WRK-TIT-SITUACAO WRK-VALOR-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012a-end
       0012A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PAGAMENTOS RECEBIDOS (TITULOS LIQUIDADOS DO CLIENTE)
      *----------------------------------------------------------------*
       0013-LISTAR-PAGAMENTOS          SECTION.
      *----------------------------------------------------------------*

           MOVE '* PAGAMENTOS RECEBIDOS:' TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA

           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1 UNTIL
                      WRK-IND-PAG > WRK-QTDE-PAGOS OR
                      WRK-IND-PAG > WRK-MAX-TAB-PAG
              COMPUTE WRK-VALOR-EDIT = TAB-PAG-VALOR(WRK-IND-PAG) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   ' TAB-PAG-DATA(WRK-IND-PAG) ' '
                     TAB-PAG-NOSSONUM(WRK-IND-PAG)
                     WRK-VALOR-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0090-EMITIR-LINHA
           END-PERFORM

           COMPUTE WRK-VALOR-EDIT = WRK-PAGO-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   QTDE=' WRK-QTDE-PAGOS
                  ' TOTAL RECEBIDO=' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO DE CREDITO DE DEVOLUCAO (CREDCLI.dat: C - U)
      *----------------------------------------------------------------*
       0014-SALDO-CREDITO              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CREDITO-CENTS
           OPEN INPUT ARQUIVO-CRED
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CRED
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-CRD-CLIENTE
                                          WRK-CRD-VALOR
                    MOVE SPACES        TO WRK-CRD-DATA
                                          WRK-CRD-TIPO
                    UNSTRING FD-LIN-CREDITO DELIMITED BY SEP
                             INTO WRK-CRD-CLIENTE
                                  WRK-CRD-DATA
                                  WRK-CRD-TIPO
                                  WRK-CRD-VALOR
                    END-UNSTRING
                    IF WRK-CRD-CLIENTE EQUAL WRK-CLIENTE-ID
                       IF WRK-CRD-TIPO EQUAL 'C'
                          ADD WRK-CRD-VALOR TO WRK-CREDITO-CENTS
                       END-IF
                       IF WRK-CRD-TIPO EQUAL 'U'
                          SUBTRACT WRK-CRD-VALOR
                                   FROM WRK-CREDITO-CENTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CRED
           MOVE 'N'                    TO WRK-FIM-ARQ

           COMPUTE WRK-VALOR-EDIT = WRK-CREDITO-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* SALDO DE CREDITO DE DEVOLUCAO: ' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIMITE DE CREDITO E DISPONIVEL: LIMITE MENOS O EM ABERTO
      *    (MESMA CONTA DO PROG027A). SEM LINHA EM LIMCRED.dat O
      *    CLIENTE NAO TEM LIMITE; LIMITE ZERO E CLIENTE CORTADO.
      *----------------------------------------------------------------*
       0015-LIMITE-CREDITO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-LIMITE-CENTS
           MOVE 'N'                    TO WRK-LIM-ENCONTRADO
           OPEN INPUT ARQUIVO-LIM
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-LIM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-LIM-ID-LIDO
                                          WRK-LIM-VALOR-LIDO
                    UNSTRING FD-LIN-LIMCRED DELIMITED BY SEP
                             INTO WRK-LIM-ID-LIDO
                                  WRK-LIM-VALOR-LIDO
                    END-UNSTRING
                    IF WRK-LIM-ID-LIDO EQUAL WRK-CLIENTE-ID
                       MOVE WRK-LIM-VALOR-LIDO TO WRK-LIMITE-CENTS
                       MOVE 'S'        TO WRK-LIM-ENCONTRADO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-LIM
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-LIM-ENCONTRADO EQUAL 'N'
              MOVE '* LIMITE DE CREDITO: SEM LIMITE CADASTRADO'
                                       TO WRK-LINHA-REL
              PERFORM 0090-EMITIR-LINHA
              EXIT SECTION
           END-IF

           COMPUTE WRK-DISPONIVEL-CENTS =
                   WRK-LIMITE-CENTS - WRK-ABERTO-CENTS

           COMPUTE WRK-VALOR-EDIT = WRK-LIMITE-CENTS / 100
           COMPUTE WRK-VALOR-EDIT2 = WRK-DISPONIVEL-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* LIMITE DE CREDITO: ' WRK-VALOR-EDIT
                  ' DISPONIVEL: ' WRK-VALOR-EDIT2
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA

           IF WRK-DISPONIVEL-CENTS LESS ZEROS
              MOVE '*   ** LIMITE EXCEDIDO **' TO WRK-LINHA-REL
              PERFORM 0090-EMITIR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PEDIDOS DE VENDA EM ABERTO ('A') DO CLIENTE, VALORIZADOS
      *    PELOS ITENS (QTDE X PRECO) DE PEDVITEM.dat
      *----------------------------------------------------------------*
       0016-LISTAR-PEDIDOS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PED
                                          WRK-PEDIDOS-CENTS
           OPEN INPUT ARQ-PEDIDOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PEDIDOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-PED-NUMERO
                                          WRK-PED-CLIENTE
                    MOVE SPACES        TO WRK-PED-NOME
                                          WRK-PED-DATA
                                          WRK-PED-SITUACAO
                    UNSTRING FD-LIN-PEDIDO DELIMITED BY SEP
                             INTO WRK-PED-NUMERO
                                  WRK-PED-CLIENTE
                                  WRK-PED-NOME
                                  WRK-PED-DATA
                                  WRK-PED-SITUACAO
                    END-UNSTRING
                    IF WRK-PED-CLIENTE EQUAL WRK-CLIENTE-ID AND
                       WRK-PED-SITUACAO EQUAL 'A' AND
                       WRK-QTDE-PED LESS WRK-MAX-TAB-PED
                       ADD 1           TO WRK-QTDE-PED
                       MOVE WRK-PED-NUMERO
                                       TO TAB-PED-NUMERO(WRK-QTDE-PED)
                       MOVE WRK-PED-DATA
                                       TO TAB-PED-DATA(WRK-QTDE-PED)
                       MOVE ZEROS      TO TAB-PED-VALOR(WRK-QTDE-PED)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-PEDIDOS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-PED GREATER ZEROS
              OPEN INPUT ARQ-ITENS
              PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                 READ ARQ-ITENS
                    AT END MOVE 'S'    TO WRK-FIM-ARQ
                    NOT AT END
                       MOVE ZEROS      TO WRK-ITE-PEDIDO
                                          WRK-ITE-PRODUTO
                                          WRK-ITE-QTDE
                                          WRK-ITE-PRECO
                       UNSTRING FD-LIN-ITEM DELIMITED BY SEP
                                INTO WRK-ITE-PEDIDO
                                     WRK-ITE-PRODUTO
                                     WRK-ITE-QTDE
                                     WRK-ITE-PRECO
                       END-UNSTRING
                       PERFORM VARYING WRK-IND-PED FROM 1 BY 1 UNTIL
                                  WRK-IND-PED > WRK-QTDE-PED
                          IF TAB-PED-NUMERO(WRK-IND-PED) EQUAL
                             WRK-ITE-PEDIDO
                             COMPUTE TAB-PED-VALOR(WRK-IND-PED) =
                                     TAB-PED-VALOR(WRK-IND-PED) +
                                     WRK-ITE-QTDE * WRK-ITE-PRECO
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ARQ-ITENS
              MOVE 'N'                 TO WRK-FIM-ARQ
           END-IF

           MOVE '* PEDIDOS DE VENDA EM ABERTO:' TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA

           PERFORM VARYING WRK-IND-PED FROM 1 BY 1 UNTIL
                      WRK-IND-PED > WRK-QTDE-PED
              ADD TAB-PED-VALOR(WRK-IND-PED) TO WRK-PEDIDOS-CENTS
              COMPUTE WRK-VALOR-EDIT = TAB-PED-VALOR(WRK-IND-PED) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   PEDIDO ' TAB-PED-NUMERO(WRK-IND-PED)
                     ' DE ' TAB-PED-DATA(WRK-IND-PED)
                     WRK-VALOR-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0090-EMITIR-LINHA
           END-PERFORM

           COMPUTE WRK-VALOR-EDIT = WRK-PEDIDOS-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   QTDE=' WRK-QTDE-PED
                  ' TOTAL A FATURAR=' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXPOSICAO DO GRUPO ECONOMICO DO CLIENTE: TITULOS EM ABERTO
      *    DE CADA EMPRESA DO GRUPO E O TETO CONSOLIDADO (GRUPLIM.dat)
      *----------------------------------------------------------------*
       0017-EXPOSICAO-GRUPO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-GRUPO-CLIENTE
                                          WRK-QTDE-MEMBROS
                                          WRK-GRP-ABERTO-CENTS

           OPEN INPUT ARQ-GRUPOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-GRUPOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-GRP-LIDO-GRUPO
                                          WRK-GRP-LIDO-CLI
                    UNSTRING FD-LIN-GRUPO DELIMITED BY SEP
                             INTO WRK-GRP-LIDO-GRUPO
                                  WRK-GRP-LIDO-CLI
                    END-UNSTRING
                    IF WRK-GRP-LIDO-CLI EQUAL WRK-CLIENTE-ID
                       MOVE WRK-GRP-LIDO-GRUPO TO WRK-GRUPO-CLIENTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-GRUPOS
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-GRUPO-CLIENTE EQUAL ZEROS
              MOVE '* GRUPO ECONOMICO: CLIENTE SEM GRUPO'
                                       TO WRK-LINHA-REL
              PERFORM 0090-EMITIR-LINHA
              EXIT SECTION
           END-IF

           PERFORM 0017A-CARREGAR-MEMBROS
           PERFORM 0017B-SOMAR-ABERTO-GRUPO

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* GRUPO ECONOMICO ' WRK-GRUPO-CLIENTE ':'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-EMITIR-LINHA

           PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1 UNTIL
                      WRK-IND-MEMBRO > WRK-QTDE-MEMBROS
              COMPUTE WRK-VALOR-EDIT =
                      TAB-MEM-ABERTO(WRK-IND-MEMBRO) / 100
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   ' TAB-MEM-CLIENTE(WRK-IND-MEMBRO) ' '
                     TAB-MEM-NOME(WRK-IND-MEMBRO)
                     ' EM ABERTO=' WRK-VALOR-EDIT
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              PERFORM 0090-EMITIR-LINHA
           END-PERFORM

      *    GRUPO SEM LINHA EM GRUPLIM.dat NAO TEM TETO CONSOLIDADO
           MOVE ZEROS                  TO WRK-TETO-GRUPO
           MOVE 'N'                    TO WRK-TETO-ENCONTRADO
           OPEN INPUT ARQ-GRUPLIM
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-GRUPLIM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-TETO-LIDO-GRUPO
                                          WRK-TETO-LIDO-VALOR
                    UNSTRING FD-LIN-GRUPLIM DELIMITED BY SEP
                             INTO WRK-TETO-LIDO-GRUPO
                                  WRK-TETO-LIDO-VALOR
                    END-UNSTRING
                    IF WRK-TETO-LIDO-GRUPO EQUAL WRK-GRUPO-CLIENTE
                       MOVE WRK-TETO-LIDO-VALOR TO WRK-TETO-GRUPO
                       MOVE 'S'        TO WRK-TETO-ENCONTRADO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-GRUPLIM
           MOVE 'N'                    TO WRK-FIM-ARQ

           COMPUTE WRK-VALOR-EDIT = WRK-GRP-ABERTO-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           IF WRK-TETO-ENCONTRADO EQUAL 'S'
              COMPUTE WRK-VALOR-EDIT2 = WRK-TETO-GRUPO / 100
              STRING '*   EXPOSICAO DO GRUPO=' WRK-VALOR-EDIT
                     ' TETO=' WRK-VALOR-EDIT2
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           ELSE
              STRING '*   EXPOSICAO DO GRUPO=' WRK-VALOR-EDIT
                     ' (GRUPO SEM TETO CONSOLIDADO)'
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
           END-IF
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLIENTES DO GRUPO (O PROPRIO INCLUSIVE) E SEUS NOMES EM
      *    CADASTRO1.dat (TITULOS.dat GUARDA O SACADO PELO NOME)
      *----------------------------------------------------------------*
       0017A-CARREGAR-MEMBROS          SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQ-GRUPOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-GRUPOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-GRP-LIDO-GRUPO
                                          WRK-GRP-LIDO-CLI
                    UNSTRING FD-LIN-GRUPO DELIMITED BY SEP
                             INTO WRK-GRP-LIDO-GRUPO
                                  WRK-GRP-LIDO-CLI
                    END-UNSTRING
                    IF WRK-GRP-LIDO-GRUPO EQUAL WRK-GRUPO-CLIENTE AND
                       WRK-QTDE-MEMBROS LESS 50
                       ADD 1           TO WRK-QTDE-MEMBROS
                       MOVE WRK-GRP-LIDO-CLI
                            TO TAB-MEM-CLIENTE(WRK-QTDE-MEMBROS)
                       MOVE SPACES
                            TO TAB-MEM-NOME(WRK-QTDE-MEMBROS)
                       MOVE ZEROS
                            TO TAB-MEM-ABERTO(WRK-QTDE-MEMBROS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-GRUPOS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CLI
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1 UNTIL
                               WRK-IND-MEMBRO > WRK-QTDE-MEMBROS
                       IF TAB-MEM-CLIENTE(WRK-IND-MEMBRO) EQUAL
                          FDC-ID-CLIENTE
                          MOVE FDC-NOME-CLIENTE
                               TO TAB-MEM-NOME(WRK-IND-MEMBRO)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017a-end
       0017A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR OS TITULOS EM ABERTO DE CADA EMPRESA DO GRUPO
      *----------------------------------------------------------------*
       0017B-SOMAR-ABERTO-GRUPO        SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQUIVO-TIT
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       MOVE SPACES     TO WRK-TIT-NOSSONUM
                                          WRK-TIT-SACADO
                                          WRK-TIT-CEDENTE
                                          WRK-TIT-PAGTO
                       MOVE ZEROS      TO WRK-TIT-VALOR-CENTS
                                          WRK-TIT-VENC
                       UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
                                INTO WRK-TIT-NOSSONUM
                                     WRK-TIT-SACADO
                                     WRK-TIT-CEDENTE
                                     WRK-TIT-VALOR-CENTS
                                     WRK-TIT-VENC
                                     WRK-TIT-PAGTO
                       END-UNSTRING
                       IF WRK-TIT-PAGTO NOT NUMERIC OR
                          WRK-TIT-PAGTO EQUAL '00000000'
                          PERFORM VARYING WRK-IND-MEMBRO FROM 1 BY 1
                                  UNTIL WRK-IND-MEMBRO >
                                        WRK-QTDE-MEMBROS
                             IF TAB-MEM-NOME(WRK-IND-MEMBRO) NOT EQUAL
                                SPACES AND
                                FUNCTION TRIM(WRK-TIT-SACADO) EQUAL
                                FUNCTION
                                   TRIM(TAB-MEM-NOME(WRK-IND-MEMBRO))
                                ADD WRK-TIT-VALOR-CENTS
                                    TO TAB-MEM-ABERTO(WRK-IND-MEMBRO)
                                ADD WRK-TIT-VALOR-CENTS
                                    TO WRK-GRP-ABERTO-CENTS
                             END-IF
                          END-PERFORM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017b-end
       0017B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RODAPE DO EXTRATO
      *----------------------------------------------------------------*
       0018-RODAPE                     SECTION.
      *----------------------------------------------------------------*

           MOVE '*==================================================*'
                                       TO WRK-LINHA-REL
           PERFORM 0090-EMITIR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A PEDIDO DO CLIENTE: CAPTURAR A VIA IMPRESSA NA BIBLIOTECA
      *    DE SPOOL E ENFILEIRAR O AVISO PARA ELE NO NOTIF01A
      *----------------------------------------------------------------*
       0020-EMITIR-VIA-IMPRESSA        SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'EMITIR A VIA IMPRESSA PARA O CLIENTE (S/N)? '
                   WITH NO ADVANCING
           ACCEPT WRK-RESPOSTA

           IF FUNCTION UPPER-CASE(WRK-RESPOSTA) NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE 'EXTCLI1A'             TO WRK-SPL-RELATORIO
           MOVE 'EXTCLI.txt'           TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

           MOVE 'EXTRATO'              TO NOT001A-TIPO-EVENTO
           MOVE 'I'                    TO NOT001A-SEVERIDADE
           MOVE WRK-CLIENTE-NOME       TO NOT001A-DESTINATARIO
           MOVE WRK-CLIENTE-ID         TO NOT001A-CHAVE
           MOVE SPACES                 TO NOT001A-TEXTO
           STRING 'EXTRATO FINANCEIRO DE ' WRK-HOJE-AAAAMMDD
                  ' PRONTO PARA IMPRESSAO NO SPOOL EXTCLI1A'
                  DELIMITED BY SIZE INTO NOT001A-TEXTO
           END-STRING
           CALL 'NOTIF01A' USING WRK-NOT-REGISTRO

           DISPLAY 'VIA IMPRESSA ENFILEIRADA PARA O CLIENTE'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR A LINHA DO EXTRATO NA TELA (JA MASCARADA PARA O
      *    OPERADOR) E GRAVA-LA COMPLETA EM EXTCLI.txt
      *----------------------------------------------------------------*
       0090-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO MSK001A-ENTRADA
           MOVE 'T'                    TO MSK001A-ACAO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           DISPLAY FUNCTION TRIM(MSK001A-SAIDA TRAILING)
           MOVE WRK-LINHA-REL          TO FD-LIN-RELATORIO
           WRITE FD-LIN-RELATORIO
           MOVE SPACES                 TO WRK-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0090-end
       0090-END.                       EXIT.
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
