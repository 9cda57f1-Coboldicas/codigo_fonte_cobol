      *              MERCADORIA SAIA COM IMPOSTO DIFERENTE CONFORME O
      *              CAMINHO DA EMISSAO, E O IPI DAS NOTAS DE PEDIDO
      *              NAO ENTRAVA NA APURACAO DO PROG027B.
      *              15/10/2026 - A NOTA DO PEDIDO SAI NA SERIE DA
      *              FILIAL DESTA INSTALACAO (FILIAL1B, NOTASEQ.dat COM
      *              UMA LINHA POR FILIAL). A FILIAL E GRAVADA NO CAMPO
      *              12 DE NFREG.dat, NO FIM DA LINHA DE NOTASTATUS.dat
      *              E NO FIM DO MOVIMENTO EM MOVESTOQ.dat (CAMPO DE
      *              CUSTO VAZIO). LINHA DE NFREG.dat COM 120 POSICOES.
      *              15/10/2026 - A UF DE DESTINO DA NOTA E GRAVADA NO
      *              CAMPO 13 DE NFREG.dat, PARA O ARQUIVO FISCAL DO
      *              EFDICM1A REFAZER O ICMS/IPI POR ITEM PELA MATRIZ
      *              TAXNCM.dat.
      *              15/10/2026 - VENDEDOR DO PEDIDO (FUNCIONARIO DE
      *              CADASTRO3.dat) GRAVADO NO CAMPO 6 DE
      *              PEDVENDA.dat, BASE DA COMISSAO DO COMIS01A. O
      *              FATURAMENTO PASSA A PERGUNTAR A QUANTIDADE DE
      *              PARCELAS E GERA OS TITULOS EM TITULOS.dat COMO O
      *              PROG027A. LINHA DE PEDVENDA.dat COM 120 POSICOES.
      *              15/10/2026 - O DESFAZIMENTO DAS RESERVAS NAO
      *              LIBERA MAIS O ITEM QUE FALHOU (ELE NAO CHEGOU A
      *              SER RESERVADO). O ORCVEN1A TAMBEM GRAVA PEDIDOS
      *              NESTE LAYOUT, NA MESMA SEQUENCIA PEDVSEQ.dat.
      *              15/10/2026 - NO FATURAMENTO, O SALDO DE CREDITO
      *              DO CLIENTE EM CREDCLI.dat (DEVOLUCOES DO DEVVEN1A)
      *              PODE SER USADO NA NOTA: O USO E LANCADO COMO 'U'
      *              EM CREDCLI.dat E AS PARCELAS SAEM SO DO VALOR QUE
      *              FALTA RECEBER.
      *              15/10/2026 - KIT VIRTUAL (KITBOM.dat VIA KITBOM1B):
      *              RESERVA, LIBERACAO E FATURAMENTO DE UM ITEM QUE E
      *              KIT DO TIPO V MOVIMENTAM OS COMPONENTES
      *              (QUANTIDADE DO COMPONENTE VEZES A DO ITEM) EM VEZ
      *              DO PROPRIO KIT. COMPONENTE SEM SALDO DERRUBA A
      *              RESERVA DO KIT INTEIRO.
      *              15/10/2026 - NOSSO NUMERO DA PARCELA COM A FILIAL
      *              (NOTA+SEQ+'F'+FILIAL), COMO NO PROG027A.
      * NOME.......: PEDVEN1A
      *----------------------------------------------------------------*
      * LAYOUT DE PEDVENDA.dat (PIPE):
      *   NUMERO(6)|CLIENTE-ID(5)|CLIENTE-NOME|DATA(8)|SITUACAO
      *   |VENDEDOR (NOME EM CADASTRO3.dat, VAZIO = SEM VENDEDOR)
      *   (A = ABERTO / F = FATURADO / C = CANCELADO)
      * LAYOUT DE PEDVITEM.dat (PIPE):
      *   PEDIDO(6)|COD-PRODUTO(5)|QTDE(5)|PRECO-CENTS(10)
           SELECT OPTIONAL ARQUIVO-MOV ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARM ASSIGN TO 'IMPOSTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VEN ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CRED ASSIGN TO 'CREDCLI.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS.
       01  FD-LIN-PEDIDO                  PIC X(120).

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM                    PIC X(40).
       FD  ARQUIVO-MOV.
       01  FD-LIN-MOVIMENTO               PIC X(100).

       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).
         05 FD-CFOP-PRODUTO               PIC X(04).
         05 FD-ORIGEM-PRODUTO             PIC X(01).

      *    FUNCIONARIOS (LAYOUT DO FOLHA01A), PARA VALIDAR O VENDEDOR
       FD  ARQUIVO-VEN.
       01  FD-ARQ-VENDEDOR.
         05 FDV-NOME                      PIC X(30).
         05 FDV-IDADE                     PIC 9(02).
         05 FDV-SALARIO                   PIC 9(05)V99.

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

      *    CREDITO DO CLIENTE (LAYOUT DO DEVVEN1A)
       FD  ARQUIVO-CRED.
       01  FD-LIN-CREDITO                 PIC X(080).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-CLIENTE-NOME               PIC X(30) VALUE SPACES.
       01  WRK-CLIENTE-OK                 PIC X(01) VALUE 'N'.

      *--- Vendedor do pedido (nome em CADASTRO3.dat)
       01  WRK-VENDEDOR                   PIC X(30) VALUE SPACES.
       01  WRK-VENDEDOR-OK                PIC X(01) VALUE 'N'.

      *--- Pedido corrente
       01  WRK-PEDIDO-NUMERO              PIC 9(06) VALUE ZEROS.
       01  WRK-PEDIDO-SITUACAO            PIC X(01) VALUE SPACES.
       01  WRK-MOV-LOCAL                  PIC X(05) VALUE SPACES.
       01  WRK-MOV-QTDE                   PIC 9(05) VALUE ZEROS.

      *--- Item que e kit virtual: operacao aplicada a cada componente
      *    (R = RESERVAR, L = LIBERAR, C = CONSUMIR A RESERVA)
       01  WRK-KIT-OPERACAO               PIC X(01) VALUE SPACES.
       01  WRK-KIT-COD                    PIC 9(05) VALUE ZEROS.
       01  WRK-KIT-QTDE                   PIC 9(05) VALUE ZEROS.
       01  WRK-IND-COMP                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-COMP2                  PIC 9(02) VALUE ZEROS.
       01  WRK-COMP-FALHOU                PIC 9(02) VALUE ZEROS.

      *--- Leitura de pedidos / itens dos arquivos
       01  WRK-PED-NUMERO-LIDO            PIC 9(06) VALUE ZEROS.
       01  WRK-PED-CLIENTE-LIDO           PIC 9(05) VALUE ZEROS.
               10  TAB-PED-NOME           PIC X(30) VALUE SPACES.
               10  TAB-PED-DATA           PIC 9(08) VALUE ZEROS.
               10  TAB-PED-SITUACAO       PIC X(01) VALUE SPACES.
               10  TAB-PED-VENDEDOR       PIC X(30) VALUE SPACES.

      *--- Faturamento: nota gravada nos registros do PROG027A
       01  WRK-NOTA-NUMERO                PIC 9(06) VALUE ZEROS.
       01  WRK-TOT-IPI                    PIC 9(9)V99 VALUE ZEROS.
       01  WRK-TOT-NOTA                   PIC 9(9)V99 VALUE ZEROS.

      *--- Venda parcelada: parcelas em TITULOS.dat (COMO NO PROG027A)
       01  WRK-QTDE-PARCELAS              PIC 9(02) VALUE 1.
       01  WRK-IND-PARC                   PIC 9(02) VALUE ZEROS.
       01  WRK-TOT-NOTA-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-PARC-VALOR-CENTS           PIC 9(10) VALUE ZEROS.
       01  WRK-PARC-ULTIMA-CENTS          PIC 9(10) VALUE ZEROS.
       01  WRK-PARC-VENC                  PIC 9(08) VALUE ZEROS.
       01  WRK-PARC-VENC-EFETIVO          PIC 9(08) VALUE ZEROS.
       01  WRK-PARC-ANO                   PIC 9(04) VALUE ZEROS.
       01  WRK-PARC-MES                   PIC 9(02) VALUE ZEROS.
       01  WRK-PARC-DIA                   PIC 9(02) VALUE ZEROS.
       01  WRK-PARC-DIAS-MES              PIC 9(02) VALUE ZEROS.
      *--- Nosso numero da parcela: NOTA(6)+SEQ(2)+'F'+FILIAL(3),
      *--- mesmo formato do PROG027A
       01  WRK-NOSSONUM-PARC.
         05 WRK-NP-NOTA                   PIC 9(06).
         05 WRK-NP-SEQ                    PIC 9(02).
         05 FILLER                        PIC X(01) VALUE 'F'.
         05 WRK-NP-FILIAL                 PIC X(03).

      *--- Credito do cliente (CREDCLI.dat): saldo = C - U
       01  WRK-CRED-RESP                  PIC X(01) VALUE SPACES.
       01  WRK-CRED-VALOR-CENTS           PIC 9(11) VALUE ZEROS.
       01  WRK-CRED-SALDO-CENTS           PIC S9(11) VALUE ZEROS.
       01  WRK-CRED-USADO-CENTS           PIC 9(11) VALUE ZEROS.
       01  WRK-CRED-VALOR                 PIC 9(9)V99 VALUE ZEROS.
       01  WRK-CRED-VALOR-EDIT            PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-CRD-CLIENTE-LIDO           PIC X(05) VALUE SPACES.
       01  WRK-CRD-DATA-LIDA              PIC X(08) VALUE SPACES.
       01  WRK-CRD-TIPO-LIDO              PIC X(01) VALUE SPACES.
       01  WRK-CRD-VALOR-LIDO             PIC X(11) VALUE SPACES.

      *--- Taxas globais de IMPOSTOS.dat (COMO NO PROG027A)
       01  WRK-TX-ICMS                    PIC V999 VALUE 0,180.
       01  WRK-TX-ISS                     PIC V999 VALUE 0,050.
               10  TAB-PNC-COD            PIC 9(05).
               10  TAB-PNC-NCM            PIC X(08).

      *--- Filial desta instalacao: serie de numeracao da nota e
      *    carimbo de NFREG.dat, NOTASTATUS.dat e MOVESTOQ.dat
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *--- Estrutura do item quando e kit (KITBOM1B)
       01  WRK-KIT-REGISTRO.
           COPY KIT001A.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *----------------------------------------------------------------*

           PERFORM 0001-OBTER-DATA-HORA

           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

           PERFORM 0002-LER-ARQUIVO-IMPOSTOS
           PERFORM 0003-CARREGAR-PEDIDOS
           PERFORM 0004-TELA-MENU
                       MOVE ZEROS      TO TAB-PED-NUMERO(WRK-QTDE-PED)
                                          TAB-PED-CLIENTE(WRK-QTDE-PED)
                                          TAB-PED-DATA(WRK-QTDE-PED)
                       MOVE SPACES     TO
                            TAB-PED-VENDEDOR(WRK-QTDE-PED)
                       UNSTRING FD-LIN-PEDIDO DELIMITED BY SEP
                          INTO TAB-PED-NUMERO(WRK-QTDE-PED)
                               TAB-PED-CLIENTE(WRK-QTDE-PED)
                               TAB-PED-NOME(WRK-QTDE-PED)
                               TAB-PED-DATA(WRK-QTDE-PED)
                               TAB-PED-SITUACAO(WRK-QTDE-PED)
                               TAB-PED-VENDEDOR(WRK-QTDE-PED)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE PEDIDOS CHEIA! MAXIMO '
              EXIT SECTION
           END-IF

           PERFORM 0018-IDENTIFICAR-VENDEDOR
           IF WRK-VENDEDOR-OK NOT EQUAL 'S'
              DISPLAY 'PEDIDO ABANDONADO - VENDEDOR NAO CADASTRADO'
              EXIT SECTION
           END-IF

           PERFORM 0012-DIGITAR-ITENS
           IF WRK-QTD-ITENS EQUAL ZEROS
              DISPLAY 'PEDIDO ABANDONADO - SEM ITENS'
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'RESERVA PEDIDO'    TO WRK-MOV-MOTIVO
              MOVE 'R'                 TO WRK-KIT-OPERACAO
              PERFORM 0055-MOVIMENTAR-ITEM
           END-PERFORM

           IF WRK-MOV-OK EQUAL 'N'
       0014-DESFAZER-RESERVAS          SECTION.
      *----------------------------------------------------------------*

      *    O VARYING JA AVANCOU ALEM DO ITEM QUE FALHOU
           SUBTRACT 1 FROM WRK-IND-ITEM GIVING WRK-IND-LOC2

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM NOT LESS WRK-IND-LOC2
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'RESERVA DESFEITA'  TO WRK-MOV-MOTIVO
              MOVE 'L'                 TO WRK-KIT-OPERACAO
              PERFORM 0055-MOVIMENTAR-ITEM
           END-PERFORM
           .
      *----------------------------------------------------------------*
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'A'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-VENDEDOR)
                                       DELIMITED BY SIZE
                  INTO FD-LIN-PEDIDO
           END-STRING
           WRITE FD-LIN-PEDIDO
              MOVE WRK-CLIENTE-NOME    TO TAB-PED-NOME(WRK-QTDE-PED)
              MOVE WRK-HOJE-AAAAMMDD   TO TAB-PED-DATA(WRK-QTDE-PED)
              MOVE 'A'                 TO TAB-PED-SITUACAO(WRK-QTDE-PED)
              MOVE WRK-VENDEDOR        TO TAB-PED-VENDEDOR(WRK-QTDE-PED)
           END-IF
           .
      *----------------------------------------------------------------*
                                       TO WRK-PEDIDO-SITUACAO
              MOVE TAB-PED-CLIENTE(WRK-IND-PED) TO WRK-CLIENTE-ID
              MOVE TAB-PED-NOME(WRK-IND-PED)    TO WRK-CLIENTE-NOME
              MOVE TAB-PED-VENDEDOR(WRK-IND-PED) TO WRK-VENDEDOR
           END-IF
           .
      *----------------------------------------------------------------*
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O VENDEDOR DO PEDIDO: O NOME DEVE EXISTIR EM
      *    CADASTRO3.dat (MESMA CHAVE DA FOLHA). EM BRANCO, O PEDIDO
      *    SEGUE SEM VENDEDOR (SEM COMISSAO)
      *----------------------------------------------------------------*
       0018-IDENTIFICAR-VENDEDOR       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VENDEDOR-OK
           MOVE SPACES                 TO WRK-VENDEDOR

           DISPLAY 'VENDEDOR (EM BRANCO = SEM VENDEDOR): '
                    WITH NO ADVANCING
           ACCEPT WRK-VENDEDOR
           MOVE FUNCTION UPPER-CASE(WRK-VENDEDOR) TO WRK-VENDEDOR

           IF WRK-VENDEDOR EQUAL SPACES
              MOVE 'S'                 TO WRK-VENDEDOR-OK
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-VEN

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
                      OR WRK-VENDEDOR-OK EQUAL 'S'
              READ ARQUIVO-VEN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(FDV-NOME))
                       EQUAL FUNCTION TRIM(WRK-VENDEDOR)
                       MOVE 'S'        TO WRK-VENDEDOR-OK
                       MOVE FDV-NOME   TO WRK-VENDEDOR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-VEN
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-VENDEDOR-OK EQUAL 'S'
              DISPLAY 'VENDEDOR: ' WRK-VENDEDOR
           ELSE
              DISPLAY 'VENDEDOR NAO LOCALIZADO EM CADASTRO3.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CANCELAR UM PEDIDO ABERTO: DEVOLVE A RESERVA PARA A LOJA
      *----------------------------------------------------------------*
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'CANCELA PEDIDO'    TO WRK-MOV-MOTIVO
              MOVE 'L'                 TO WRK-KIT-OPERACAO
              PERFORM 0055-MOVIMENTAR-ITEM
           END-PERFORM

           MOVE 'C'                    TO TAB-PED-SITUACAO(WRK-IND-PED)
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'FATURA PEDIDO'     TO WRK-MOV-MOTIVO
              MOVE 'C'                 TO WRK-KIT-OPERACAO
              PERFORM 0055-MOVIMENTAR-ITEM
           END-PERFORM

           PERFORM 0031-EMITIR-NOTA-PEDIDO

      *----------------------------------------------------------------*
      *    EMITIR A NOTA DO PEDIDO NOS REGISTROS DO PROG027A: NUMERO
      *    DA SERIE DA FILIAL (FILIAL1B/NOTASEQ.dat), REGISTRO
      *    FISCAL EM NFREG.dat (ICMS/IPI POR ITEM PELO NCM DO
      *    PRODUTO E UF DE DESTINO NA MATRIZ TAXNCM.dat, COMO NO
      *    PROG027A) E SITUACAO EMITIDA EM
      *    NOTASTATUS.dat
      *----------------------------------------------------------------*
       0031-EMITIR-NOTA-PEDIDO         SECTION.
           MOVE FUNCTION UPPER-CASE(WRK-UF-DESTINO)
                                       TO WRK-UF-DESTINO

           DISPLAY 'QUANTIDADE DE PARCELAS (1 = A VISTA): '
                    WITH NO ADVANCING
           ACCEPT WRK-QTDE-PARCELAS
           IF WRK-QTDE-PARCELAS EQUAL ZEROS
              MOVE 1                   TO WRK-QTDE-PARCELAS
           END-IF

      *    A NOTA SAI NA SERIE DA FILIAL DESTA INSTALACAO
           MOVE 'N'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-NOTA-NUMERO    TO WRK-NOTA-NUMERO

      *    ICMS E IPI SAEM POR ITEM, PELO NCM DO PRODUTO E A UF DE
      *    DESTINO; O ISS SEGUE GLOBAL COMO NO PROG027A
                   WRK-TOT-BRUTO + WRK-TOT-ICMS + WRK-TOT-ISS
                 + WRK-TOT-IPI

           PERFORM 0037-APLICAR-CREDITO

           OPEN EXTEND ARQUIVO-NFREG
           MOVE SPACES                 TO FD-LIN-NFREG
           STRING WRK-NOTA-NUMERO      DELIMITED BY SIZE
      *           DO CATALOGO DO SIMULADOR
                  'P'                  DELIMITED BY SIZE
                  WRK-PEDIDO-NUMERO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-UF-DESTINO       DELIMITED BY SIZE
                  INTO FD-LIN-NFREG
           END-STRING
           WRITE FD-LIN-NFREG
           CLOSE ARQUIVO-NFREG

      *    NOTA QUITADA PELO CREDITO DO CLIENTE NAO GERA PARCELAS
           COMPUTE WRK-TOT-NOTA-CENTS =
                   (WRK-TOT-NOTA * 100) - WRK-CRED-USADO-CENTS
           IF WRK-QTDE-PARCELAS GREATER 1 AND
              WRK-TOT-NOTA-CENTS GREATER ZEROS
              PERFORM 0035-GERAR-PARCELAS
           END-IF

           OPEN EXTEND ARQUIVO-STATUS
           MOVE SPACES                 TO FD-LIN-STATUS
           STRING WRK-NOTA-NUMERO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'EMITIDA'            DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  INTO FD-LIN-STATUS
           END-STRING
           WRITE FD-LIN-STATUS
       0034-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR AS PARCELAS DA NOTA DO PEDIDO EM TITULOS.dat, COM A
      *    MESMA REGRA DO PROG027A: TOTAL DIVIDIDO PELA QUANTIDADE
      *    (ULTIMA PARCELA LEVA O RESTO), VENCIMENTOS MENSAIS A PARTIR
      *    DO MES SEGUINTE, PRORROGADOS PARA O PROXIMO DIA UTIL. O
      *    NOSSO NUMERO E A NOTA + A PARCELA + 'F' + A FILIAL
      *----------------------------------------------------------------*
       0035-GERAR-PARCELAS             SECTION.
      *----------------------------------------------------------------*

      *    O VALOR PAGO COM CREDITO DO CLIENTE NAO E PARCELADO
           COMPUTE WRK-TOT-NOTA-CENTS =
                   (WRK-TOT-NOTA * 100) - WRK-CRED-USADO-CENTS
           DIVIDE WRK-TOT-NOTA-CENTS BY WRK-QTDE-PARCELAS
                  GIVING WRK-PARC-VALOR-CENTS
           COMPUTE WRK-PARC-ULTIMA-CENTS = WRK-TOT-NOTA-CENTS
                  - (WRK-PARC-VALOR-CENTS * (WRK-QTDE-PARCELAS - 1))

           MOVE WRK-NOTA-NUMERO        TO WRK-NP-NOTA
           MOVE FIL001A-CODIGO         TO WRK-NP-FILIAL

           OPEN EXTEND ARQUIVO-TIT

           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1 UNTIL
                      WRK-IND-PARC > WRK-QTDE-PARCELAS
              MOVE WRK-IND-PARC        TO WRK-NP-SEQ
              PERFORM 0036-MONTAR-VENC-PARCELA
              IF WRK-IND-PARC EQUAL WRK-QTDE-PARCELAS
                 MOVE WRK-PARC-ULTIMA-CENTS TO WRK-PARC-VALOR-CENTS
              END-IF

              MOVE SPACES              TO FD-LIN-TITULOS
              STRING WRK-NOSSONUM-PARC DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     FUNCTION TRIM(WRK-CLIENTE-NOME)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     'COBOL DICAS SISTEMAS'
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     WRK-PARC-VALOR-CENTS
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     WRK-PARC-VENC-EFETIVO
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     '00000000'        DELIMITED BY SIZE
                     INTO FD-LIN-TITULOS
              END-STRING
              WRITE FD-LIN-TITULOS
           END-PERFORM

           CLOSE ARQUIVO-TIT

           DISPLAY WRK-QTDE-PARCELAS ' PARCELAS GERADAS EM '
                   'TITULOS.dat PARA A NOTA ' WRK-NOTA-NUMERO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OFERECER O SALDO DE CREDITO DO CLIENTE (CREDCLI.dat) NA
      *    NOTA: O USO, ATE O TOTAL DA NOTA, E LANCADO COMO 'U'
      *----------------------------------------------------------------*
       0037-APLICAR-CREDITO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CRED-USADO-CENTS
                                          WRK-CRED-SALDO-CENTS
           IF WRK-CLIENTE-ID EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CRED

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CRED
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-CRD-CLIENTE-LIDO
                                          WRK-CRD-DATA-LIDA
                                          WRK-CRD-TIPO-LIDO
                                          WRK-CRD-VALOR-LIDO
                    UNSTRING FD-LIN-CREDITO DELIMITED BY SEP
                             INTO WRK-CRD-CLIENTE-LIDO
                                  WRK-CRD-DATA-LIDA
                                  WRK-CRD-TIPO-LIDO
                                  WRK-CRD-VALOR-LIDO
                    END-UNSTRING
                    IF WRK-CRD-CLIENTE-LIDO IS NUMERIC AND
                       WRK-CRD-VALOR-LIDO IS NUMERIC
                       IF WRK-CRD-CLIENTE-LIDO EQUAL WRK-CLIENTE-ID
                          MOVE WRK-CRD-VALOR-LIDO
                                       TO WRK-CRED-VALOR-CENTS
                          IF WRK-CRD-TIPO-LIDO EQUAL 'U'
                             SUBTRACT WRK-CRED-VALOR-CENTS
                                  FROM WRK-CRED-SALDO-CENTS
                          ELSE
                             ADD WRK-CRED-VALOR-CENTS
                                  TO WRK-CRED-SALDO-CENTS
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CRED
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-CRED-SALDO-CENTS NOT GREATER ZEROS
              EXIT SECTION
           END-IF

           COMPUTE WRK-CRED-VALOR = WRK-CRED-SALDO-CENTS / 100
           MOVE WRK-CRED-VALOR         TO WRK-CRED-VALOR-EDIT
           DISPLAY 'CLIENTE COM CREDITO DE ' WRK-CRED-VALOR-EDIT
                   ' - USAR NESTA NOTA (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CRED-RESP
           IF WRK-CRED-RESP NOT EQUAL 'S' AND
              WRK-CRED-RESP NOT EQUAL 's'
              EXIT SECTION
           END-IF

           COMPUTE WRK-CRED-USADO-CENTS = WRK-TOT-NOTA * 100
           IF WRK-CRED-USADO-CENTS GREATER WRK-CRED-SALDO-CENTS
              MOVE WRK-CRED-SALDO-CENTS TO WRK-CRED-USADO-CENTS
           END-IF

           OPEN EXTEND ARQUIVO-CRED
           MOVE SPACES                 TO FD-LIN-CREDITO
           STRING WRK-CLIENTE-ID       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'U'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CRED-USADO-CENTS DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'NF '                DELIMITED BY SIZE
                  WRK-NOTA-NUMERO      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  INTO FD-LIN-CREDITO
           END-STRING
           WRITE FD-LIN-CREDITO
           CLOSE ARQUIVO-CRED

           COMPUTE WRK-CRED-VALOR = WRK-CRED-USADO-CENTS / 100
           MOVE WRK-CRED-VALOR         TO WRK-CRED-VALOR-EDIT
           DISPLAY 'CREDITO USADO NA NOTA: ' WRK-CRED-VALOR-EDIT
           COMPUTE WRK-CRED-VALOR =
                   WRK-TOT-NOTA - (WRK-CRED-USADO-CENTS / 100)
           MOVE WRK-CRED-VALOR         TO WRK-CRED-VALOR-EDIT
           DISPLAY 'VALOR A RECEBER......: ' WRK-CRED-VALOR-EDIT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0037-end
       0037-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR O VENCIMENTO DA PARCELA WRK-IND-PARC: MES DA
      *    EMISSAO + N, DIA AJUSTADO, PRORROGADO PARA DIA UTIL
      *----------------------------------------------------------------*
       0036-MONTAR-VENC-PARCELA        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HOJE-AAAAMMDD(1:4) TO WRK-PARC-ANO
           MOVE WRK-HOJE-AAAAMMDD(5:2) TO WRK-PARC-MES
           MOVE WRK-HOJE-AAAAMMDD(7:2) TO WRK-PARC-DIA

           ADD WRK-IND-PARC            TO WRK-PARC-MES
           PERFORM UNTIL WRK-PARC-MES LESS 13
              SUBTRACT 12              FROM WRK-PARC-MES
              ADD 1                    TO WRK-PARC-ANO
           END-PERFORM

           EVALUATE WRK-PARC-MES
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31               TO WRK-PARC-DIAS-MES
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30               TO WRK-PARC-DIAS-MES
              WHEN 02
                 IF FUNCTION MOD(WRK-PARC-ANO, 4) EQUAL 0 AND
                   (FUNCTION MOD(WRK-PARC-ANO, 100) NOT EQUAL 0 OR
                    FUNCTION MOD(WRK-PARC-ANO, 400) EQUAL 0)
                    MOVE 29            TO WRK-PARC-DIAS-MES
                 ELSE
                    MOVE 28            TO WRK-PARC-DIAS-MES
                 END-IF
           END-EVALUATE

           IF WRK-PARC-DIA GREATER WRK-PARC-DIAS-MES
              MOVE WRK-PARC-DIAS-MES   TO WRK-PARC-DIA
           END-IF

           MOVE WRK-PARC-ANO           TO WRK-PARC-VENC(1:4)
           MOVE WRK-PARC-MES           TO WRK-PARC-VENC(5:2)
           MOVE WRK-PARC-DIA           TO WRK-PARC-VENC(7:2)

           MOVE WRK-PARC-VENC          TO COD001A-DATA-BASE

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           MOVE COD001A-PROX-DIA-UTIL  TO WRK-PARC-VENC-EFETIVO
           MOVE ZEROS                  TO COD001A-DATA-BASE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0036-end
       0036-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS PEDIDOS
      *----------------------------------------------------------------*
                  WRK-MOV-QTDE '|'
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MOV-MOTIVO) DELIMITED BY SIZE
                  ' ' WRK-PEDIDO-NUMERO '|' 'PEDVENDA' '|' '|'
                  FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
       0054-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICAR A OPERACAO WRK-KIT-OPERACAO AO ITEM CORRENTE
      *    (WRK-ITEM-COD/WRK-ITEM-QTDE). O KIT VIRTUAL E MOVIMENTADO
      *    PELOS COMPONENTES; SE A RESERVA DE UM COMPONENTE FALHA, OS
      *    COMPONENTES JA RESERVADOS SAO LIBERADOS E O ITEM FICA SEM
      *    RESERVA (WRK-MOV-OK = 'N')
      *----------------------------------------------------------------*
       0055-MOVIMENTAR-ITEM            SECTION.
      *----------------------------------------------------------------*

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE WRK-ITEM-COD           TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO

           IF KIT001A-E-KIT NOT EQUAL 'S' OR
              KIT001A-TIPO NOT EQUAL 'V'
              PERFORM 0056-MOVIMENTAR-PRODUTO
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO WRK-KIT-COD
           MOVE WRK-ITEM-QTDE          TO WRK-KIT-QTDE
           MOVE 'S'                    TO WRK-MOV-OK
           MOVE ZEROS                  TO WRK-COMP-FALHOU

           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                      (WRK-IND-COMP > KIT001A-QTDE-COMP) OR
                      (WRK-MOV-OK EQUAL 'N')
              MOVE KIT001A-COMP-COD(WRK-IND-COMP) TO WRK-ITEM-COD
              COMPUTE WRK-ITEM-QTDE =
                      KIT001A-COMP-QTDE(WRK-IND-COMP) * WRK-KIT-QTDE
              PERFORM 0056-MOVIMENTAR-PRODUTO
              IF WRK-MOV-OK EQUAL 'N'
                 MOVE WRK-IND-COMP     TO WRK-COMP-FALHOU
              END-IF
           END-PERFORM

      *    RESERVA PARCIAL DO KIT: DEVOLVE OS COMPONENTES ANTERIORES
      *    AO QUE FALHOU
           IF WRK-COMP-FALHOU GREATER ZEROS
              MOVE 'RESERVA DESFEITA'  TO WRK-MOV-MOTIVO
              PERFORM VARYING WRK-IND-COMP2 FROM 1 BY 1 UNTIL
                         WRK-IND-COMP2 NOT LESS WRK-COMP-FALHOU
                 MOVE KIT001A-COMP-COD(WRK-IND-COMP2)
                                       TO WRK-ITEM-COD
                 COMPUTE WRK-ITEM-QTDE =
                         KIT001A-COMP-QTDE(WRK-IND-COMP2) *
                         WRK-KIT-QTDE
                 PERFORM 0051-LIBERAR-ITEM
              END-PERFORM
              MOVE 'N'                 TO WRK-MOV-OK
           END-IF

           MOVE WRK-KIT-COD            TO WRK-ITEM-COD
           MOVE WRK-KIT-QTDE           TO WRK-ITEM-QTDE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0055-end
       0055-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICAR A OPERACAO A UM PRODUTO DO ESTOQUE
      *----------------------------------------------------------------*
       0056-MOVIMENTAR-PRODUTO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-KIT-OPERACAO
              WHEN 'R'
                 PERFORM 0050-RESERVAR-ITEM
              WHEN 'L'
                 PERFORM 0051-LIBERAR-ITEM
              WHEN 'C'
                 PERFORM 0052-CONSUMIR-RESERVA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0056-end
       0056-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR PEDVENDA.dat COM AS SITUACOES DA TABELA
      *----------------------------------------------------------------*
                     SEP               DELIMITED BY SIZE
                     TAB-PED-SITUACAO(WRK-IND-PED)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-PED-VENDEDOR(WRK-IND-PED))
                                       DELIMITED BY SIZE
                     INTO FD-LIN-PEDIDO
              END-STRING
              WRITE FD-LIN-PEDIDO
