      *              LINHA DE PEDCOMP.dat JUNTO COM A DATA DO PRIMEIRO
      *              RECEBIMENTO. O NOVO RELATORIO DE ATRASOS COMPARA
      *              PROMETIDO X RECEBIDO.
      *            - 15/10/2026 - A LINHA DE ENTRADA EM MOVESTOQ.dat
      *              DO RECEBIMENTO CONTRA PEDIDO PASSA A LEVAR O CUSTO
      *              UNITARIO EM CENTAVOS NO FIM (APOS O OPERADOR),
      *              PARA A CONFERENCIA DA NOTA DO FORNECEDOR NO
      *              CONTAS A PAGAR (CPAGAR1A).
      *            - 15/10/2026 - A LINHA DE MOVESTOQ.dat PASSA A
      *              TERMINAR COM A FILIAL DESTA INSTALACAO (FILIAL1B),
      *              APOS O CAMPO DE CUSTO.
      *            - 15/10/2026 - O PRODUTO DO PEDIDO MANUAL E O
      *              PRODUTO CONFERIDO NO RECEBIMENTO ACEITAM O CODIGO
      *              INTERNO OU O CODIGO DE BARRAS GTIN/EAN LIDO
      *              (EANPROD.dat VIA EANCOD1B). NO RECEBIMENTO, O
      *              PRODUTO LIDO DIFERENTE DO PEDIDO E RECUSADO.
      *            - 15/10/2026 - RECEBIMENTO PELA NF-E DO FORNECEDOR:
      *              O XML DA NOTA E LIDO (CNPJ DO EMITENTE, NUMERO E
      *              ITENS), O EMITENTE E CONFERIDO NO CADASTRO DE
      *              FORNECEDORES E NA SITUACAO DA EMPRESA (EMPMST1A),
      *              O CODIGO DO FORNECEDOR E TRADUZIDO PELA REFERENCIA
      *              CRUZADA FORNPROD.dat (FORNEC1A) E O RECEBIMENTO E
      *              PROPOSTO CONTRA O PEDIDO EM ABERTO PARA O
      *              RECEBEDOR CONFIRMAR. ITENS SEM REFERENCIA OU SEM
      *              PEDIDO VAO PARA NFEPEND.txt E A NOTA IMPORTADA E
      *              REGISTRADA EM NFEIMP.dat PARA NAO ENTRAR DUAS
      *              VEZES.
      *            - 15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG023G.
           SELECT OPTIONAL ARQUIVO-PRE ASSIGN TO 'FORNPREC.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-XML ASSIGN TO DYNAMIC WRK-NOME-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-XML.

           SELECT OPTIONAL ARQUIVO-REF ASSIGN TO 'FORNPROD.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFI ASSIGN TO 'NFEIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFP ASSIGN TO 'NFEPEND.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       FD  ARQUIVO-PRE.
       01  FD-LIN-PRECO                   PIC X(040).

       FD  ARQUIVO-XML.
       01  FD-LIN-XML                     PIC X(2000).

       FD  ARQUIVO-REF.
       01  FD-LIN-REFERENCIA              PIC X(040).

       FD  ARQUIVO-NFI.
       01  FD-LIN-NFE-IMPORTADA           PIC X(060).

       FD  ARQUIVO-NFP.
       01  FD-LIN-NFE-PENDENTE            PIC X(100).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FILE-STATUS                PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-ACHOU-LOCAL                PIC X(01) VALUE 'N'.
       01  WRK-IND-LOCAL                  PIC 9(02) VALUE ZEROS.
       01  WRK-MOTIVO-PED                 PIC X(10) VALUE SPACES.
       01  WRK-COD-LIDO                   PIC X(13) VALUE SPACES.
       01  WRK-COD-OK                     PIC X(01) VALUE 'N'.

      *--- Lista de precos e prazos por fornecedor (FORNPREC.dat)
       01  WRK-MAX-TAB-PRE                PIC 9(03) VALUE 200.
               10  TAB-CUS-QTDE-BASE      PIC 9(07) VALUE ZEROS.
               10  TAB-CUS-CUSTO-MEDIO    PIC 9(09) VALUE ZEROS.

      *--- Recebimento pela NF-e do fornecedor (XML)
       01  WRK-NOME-XML                   PIC X(40) VALUE SPACES.
       01  WRK-FS-XML                     PIC X(02) VALUE SPACES.
       01  WRK-XML-TAM                    PIC 9(04) VALUE ZEROS.
       01  WRK-XML-PTR                    PIC 9(04) VALUE ZEROS.
       01  WRK-XML-TAG                    PIC X(60) VALUE SPACES.
       01  WRK-XML-NOME                   PIC X(20) VALUE SPACES.
       01  WRK-XML-TEXTO                  PIC X(60) VALUE SPACES.
       01  WRK-XML-EM-EMIT                PIC X(01) VALUE 'N'.
       01  WRK-XML-EM-DET                 PIC X(01) VALUE 'N'.
       01  WRK-NFE-CNPJ                   PIC X(14) VALUE SPACES.
       01  WRK-NFE-NUMERO                 PIC 9(09) VALUE ZEROS.
       01  WRK-NFE-EMISSAO                PIC X(10) VALUE SPACES.
       01  WRK-NFE-FORNECEDOR             PIC 9(05) VALUE ZEROS.
       01  WRK-NFE-PROPOSTOS              PIC 9(03) VALUE ZEROS.
       01  WRK-NFE-PENDENTES              PIC 9(03) VALUE ZEROS.
       01  WRK-NFE-RECEBIDOS              PIC 9(03) VALUE ZEROS.
       01  WRK-NFI-FORNECEDOR             PIC 9(05) VALUE ZEROS.
       01  WRK-NFI-NUMERO                 PIC 9(09) VALUE ZEROS.
       01  WRK-MAX-TAB-INF                PIC 9(03) VALUE 99.
       01  WRK-QTDE-INF                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-INF                    PIC 9(03) VALUE ZEROS.
       01  TAB-ITENS-NFE.
           05  TAB-INF-LINHA OCCURS 99 TIMES.
               10  TAB-INF-CPROD          PIC X(20) VALUE SPACES.
               10  TAB-INF-XPROD          PIC X(30) VALUE SPACES.
               10  TAB-INF-NCM            PIC X(08) VALUE SPACES.
               10  TAB-INF-QCOM           PIC 9(07)V9(04) VALUE ZEROS.
               10  TAB-INF-VUNIT          PIC 9(09)V9(04) VALUE ZEROS.
               10  TAB-INF-VICMS          PIC 9(09)V99 VALUE ZEROS.
               10  TAB-INF-VIPI           PIC 9(09)V99 VALUE ZEROS.
               10  TAB-INF-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-INF-IND-PED        PIC 9(03) VALUE ZEROS.
               10  TAB-INF-QTDE           PIC 9(05) VALUE ZEROS.
               10  TAB-INF-CUSTO-CENTS    PIC 9(09) VALUE ZEROS.
      *            M = PROPOSTO CONTRA PEDIDO  R = SEM REFERENCIA
      *            P = SEM PEDIDO EM ABERTO
               10  TAB-INF-SITUACAO       PIC X(01) VALUE SPACES.
       01  WRK-INF-VALOR-ED               PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-INF-QTDE-ED                PIC ZZ.ZZ9.

      *--- Codigo do produto no fornecedor (FORNPROD.dat)
       01  WRK-MAX-TAB-REF                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-REF                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-REF                    PIC 9(04) VALUE ZEROS.
       01  TAB-REFERENCIAS.
           05  TAB-REF-LINHA OCCURS 1000 TIMES.
               10  TAB-REF-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-REF-CODIGO         PIC X(20) VALUE SPACES.
               10  TAB-REF-PRODUTO        PIC 9(05) VALUE ZEROS.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *     FILIAL DESTA INSTALACAO (FILIAL1B).
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *     CODIGO INTERNO OU CODIGO DE BARRAS LIDO (EANCOD1B).
       01  WRK-EAN-REGISTRO.
           COPY EAN001A.

      *     SITUACAO DO EMITENTE NO CADASTRO DE EMPRESAS (EMPMST1A).
       01  WRK-EMP-REGISTRO.
           COPY EMP001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           PERFORM 0001-OBTER-DATA-HORA

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-OPERADOR
              DISPLAY 'NOME DO OPERADOR: ' WRK-OPERADOR
           ELSE
              DISPLAY 'NOME DO OPERADOR: ' WITH NO ADVANCING
              ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0002-CARREGAR-PEDIDOS
           PERFORM 0003-CARREGAR-FORNECEDORES
               STOP RUN
            END-IF

            MOVE 'L'                    TO FIL001A-ACAO
            CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)
           DISPLAY '* 3 - RECEBER CONTRA PEDIDO                *'
           DISPLAY '* 4 - LISTAR PEDIDOS                       *'
           DISPLAY '* 5 - RELATORIO DE ATRASOS DE ENTREGA      *'
           DISPLAY '* 6 - RECEBER PELA NF-E DO FORNECEDOR      *'
           DISPLAY '* 9 - SAIR                                 *'
           DISPLAY '*==========================================*'
           DISPLAY 'FAVOR INFORMAR A OPCAO DESEJADA: '
               WHEN 5
                  PERFORM 0012-RELATORIO-ATRASOS
                  PERFORM 0004-TELA-MENU
               WHEN 6
                  PERFORM 0014-RECEBER-PELA-NFE
                  PERFORM 0004-TELA-MENU
               WHEN 9
                  CONTINUE
               WHEN OTHER
       0006-CRIAR-PEDIDO-MANUAL        SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'CODIGO DO PRODUTO OU DE BARRAS: '
                   WITH NO ADVANCING
           MOVE SPACES                 TO WRK-COD-LIDO
           ACCEPT WRK-COD-LIDO
           PERFORM 0013-IDENTIFICAR-PRODUTO
           IF WRK-COD-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF
           MOVE EAN001A-PRODUTO        TO WRK-PED-PRODUTO
           DISPLAY 'QUANTIDADE.......: ' WITH NO ADVANCING
           ACCEPT WRK-PED-QTDE
           DISPLAY 'ID DO FORNECEDOR.: ' WITH NO ADVANCING
              EXIT SECTION
           END-IF

      *    CONFERENCIA DO PRODUTO PELA LEITURA DA MERCADORIA
           DISPLAY 'PRODUTO ' TAB-PED-PRODUTO(WRK-IND-PED)
                   ' - LEIA O CODIGO DE BARRAS OU DIGITE O CODIGO '
                   '(BRANCO = SEM CONFERENCIA): ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-COD-LIDO
           ACCEPT WRK-COD-LIDO
           IF WRK-COD-LIDO NOT EQUAL SPACES
              PERFORM 0013-IDENTIFICAR-PRODUTO
              IF WRK-COD-OK NOT EQUAL 'S'
                 EXIT SECTION
              END-IF
              IF EAN001A-PRODUTO NOT EQUAL
                 TAB-PED-PRODUTO(WRK-IND-PED)
                 DISPLAY 'PRODUTO LIDO ' EAN001A-PRODUTO
                         ' NAO E O PRODUTO DO PEDIDO - RECEBIMENTO '
                         'RECUSADO'
                 EXIT SECTION
              END-IF
           END-IF

           DISPLAY 'QUANTIDADE RECEBIDA: ' WITH NO ADVANCING
           ACCEPT WRK-REC-QTDE
           DISPLAY 'LOCAL DE ENTRADA...: ' WITH NO ADVANCING
           END-IF

           PERFORM 0072-ATUALIZAR-CUSTO-MEDIO
           PERFORM 0074-BAIXAR-NO-PEDIDO
           PERFORM 0009-REGRAVAR-PEDIDOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR A QUANTIDADE RECEBIDA NO PEDIDO DE WRK-IND-PED E
      *    MARCAR ENTREGA PARCIAL/TOTAL/A MAIOR
      *----------------------------------------------------------------*
       0074-BAIXAR-NO-PEDIDO           SECTION.
      *----------------------------------------------------------------*

      *    A DATA DO PRIMEIRO RECEBIMENTO ALIMENTA O RELATORIO DE
      *    ATRASOS (PROMETIDO X RECEBIDO)
                 DISPLAY 'ENTREGA A MAIOR QUE O PEDIDO - VERIFICAR '
                         'COM O FORNECEDOR - PEDIDO FECHADO'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0074-end
       0074-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  FDE-COD-PRODUTO '|' WRK-REC-LOCAL '|'
                  'E' '|' '+' '|' WRK-REC-QTDE '|'
                  WRK-MOTIVO-PED '|' WRK-OPERADOR '|'
                  WRK-REC-CUSTO-CENTS '|' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O PRODUTO PELO CODIGO EM WRK-COD-LIDO: CODIGO
      *    INTERNO OU GTIN/EAN DE EANPROD.dat (WRK-COD-OK = 'S')
      *----------------------------------------------------------------*
       0013-IDENTIFICAR-PRODUTO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-COD-OK
           MOVE 'C'                    TO EAN001A-ACAO
           MOVE WRK-COD-LIDO           TO EAN001A-LIDO
           CALL 'EANCOD1B' USING WRK-EAN-REGISTRO

           EVALUATE EAN001A-RETORNO
              WHEN 'I'
              WHEN 'E'
                 MOVE 'S'              TO WRK-COD-OK
              WHEN 'D'
                 DISPLAY 'CODIGO DE BARRAS COM DIGITO VERIFICADOR '
                         'INVALIDO'
              WHEN 'N'
                 DISPLAY 'CODIGO DE BARRAS ' EAN001A-CODIGO
                         ' NAO CADASTRADO (EANCOD1A)'
              WHEN OTHER
                 DISPLAY 'CODIGO DO PRODUTO INVALIDO'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECEBER PELA NF-E DO FORNECEDOR: LE O XML DA NOTA, CONFERE
      *    O EMITENTE, TRADUZ OS CODIGOS DO FORNECEDOR (FORNPROD.dat),
      *    LOCALIZA O PEDIDO EM ABERTO DE CADA ITEM E PROPOE O
      *    RECEBIMENTO PARA O RECEBEDOR CONFIRMAR ITEM A ITEM
      *----------------------------------------------------------------*
       0014-RECEBER-PELA-NFE           SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ARQUIVO XML DA NF-E (BRANCO = NFEENT.xml): '
                    WITH NO ADVANCING
           MOVE SPACES                 TO WRK-NOME-XML
           ACCEPT WRK-NOME-XML
           IF WRK-NOME-XML EQUAL SPACES
              MOVE 'NFEENT.xml'        TO WRK-NOME-XML
           END-IF

           PERFORM 0141-LER-XML
           IF WRK-FS-XML NOT EQUAL '00'
              EXIT SECTION
           END-IF

           IF WRK-NFE-CNPJ EQUAL SPACES OR
              WRK-NFE-NUMERO EQUAL ZEROS OR
              WRK-QTDE-INF EQUAL ZEROS
              DISPLAY 'XML SEM CNPJ DO EMITENTE, NUMERO DA NOTA OU '
                      'ITENS - NAO E UMA NF-E VALIDA'
              EXIT SECTION
           END-IF

           DISPLAY 'NF-E ' WRK-NFE-NUMERO ' EMITIDA EM '
                    WRK-NFE-EMISSAO ' - CNPJ EMITENTE ' WRK-NFE-CNPJ
                    ' - ' WRK-QTDE-INF ' ITEM(NS)'

      *    O EMITENTE PRECISA SER FORNECEDOR CADASTRADO
           MOVE 'N'                    TO WRK-ENCONTROU
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1 UNTIL
                      (WRK-IND-FOR > WRK-QTDE-FOR) OR
                      (WRK-ENCONTROU EQUAL 'S')
              IF TAB-FOR-CNPJ(WRK-IND-FOR) EQUAL WRK-NFE-CNPJ
                 MOVE 'S'              TO WRK-ENCONTROU
                 MOVE TAB-FOR-ID(WRK-IND-FOR) TO WRK-NFE-FORNECEDOR
              END-IF
           END-PERFORM
           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'EMITENTE NAO CADASTRADO COMO FORNECEDOR '
                      '(FORNEC1A) - NOTA RECUSADA'
              EXIT SECTION
           END-IF

      *    E ATIVO NO CADASTRO DE EMPRESAS (SUSPENSA OU BAIXADA
      *    RECUSA A NOTA; VALIDACAO VENCIDA SO AVISA)
           MOVE 'C'                    TO EMP001A-ACAO
           MOVE WRK-NFE-CNPJ           TO EMP001A-CNPJ
           CALL 'EMPMST1A' USING WRK-EMP-REGISTRO

           IF EMP001A-ENCONTRADO NOT EQUAL 'S'
              DISPLAY 'EMITENTE FORA DO CADASTRO DE EMPRESAS - NOTA '
                      'RECUSADA'
              EXIT SECTION
           END-IF
           IF EMP001A-SITUACAO EQUAL 'S' OR
              EMP001A-SITUACAO EQUAL 'B'
              DISPLAY 'EMPRESA EMITENTE COM SITUACAO '
                      EMP001A-SITUACAO
                      ' (S=SUSPENSA B=BAIXADA) - NOTA RECUSADA'
              EXIT SECTION
           END-IF
           IF EMP001A-VIGENTE NOT EQUAL 'S'
              DISPLAY 'ATENCAO: VALIDACAO DO CNPJ DO EMITENTE FORA DA '
                      'VIGENCIA - REVALIDAR NO VALIDA1B'
           END-IF

           DISPLAY 'FORNECEDOR ' WRK-NFE-FORNECEDOR ' - '
                    EMP001A-RAZAO-SOCIAL

           PERFORM 0145-VERIFICAR-IMPORTADA
           IF WRK-ENCONTROU EQUAL 'S'
              DISPLAY 'NF-E ' WRK-NFE-NUMERO ' DO FORNECEDOR '
                      WRK-NFE-FORNECEDOR ' JA FOI IMPORTADA'
              EXIT SECTION
           END-IF

           PERFORM 0144-CARREGAR-REFERENCIAS
           PERFORM 0146-PROPOR-RECEBIMENTO

           IF WRK-NFE-PENDENTES GREATER ZEROS
              PERFORM 0147-LISTAR-PENDENTES
           END-IF

           IF WRK-NFE-PROPOSTOS EQUAL ZEROS
              DISPLAY 'NENHUM ITEM DA NOTA PODE SER RECEBIDO CONTRA '
                      'PEDIDO'
              EXIT SECTION
           END-IF

           DISPLAY 'LOCAL DE ENTRADA...: ' WITH NO ADVANCING
           ACCEPT WRK-REC-LOCAL

           MOVE ZEROS                  TO WRK-NFE-RECEBIDOS
           PERFORM VARYING WRK-IND-INF FROM 1 BY 1 UNTIL
                      WRK-IND-INF > WRK-QTDE-INF
              IF TAB-INF-SITUACAO(WRK-IND-INF) EQUAL 'M'
                 PERFORM 0148-CONFIRMAR-ITEM
              END-IF
           END-PERFORM

           IF WRK-NFE-RECEBIDOS EQUAL ZEROS
              DISPLAY 'NENHUM ITEM RECEBIDO - NOTA NAO IMPORTADA'
              EXIT SECTION
           END-IF

           PERFORM 0009-REGRAVAR-PEDIDOS

           OPEN EXTEND ARQUIVO-NFI
           MOVE SPACES                 TO FD-LIN-NFE-IMPORTADA
           STRING WRK-NFE-FORNECEDOR '|' WRK-NFE-NUMERO '|'
                  WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  WRK-NFE-RECEBIDOS '|' WRK-OPERADOR
                  DELIMITED BY SIZE INTO FD-LIN-NFE-IMPORTADA
           END-STRING
           WRITE FD-LIN-NFE-IMPORTADA
           CLOSE ARQUIVO-NFI

           DISPLAY 'NF-E ' WRK-NFE-NUMERO ' IMPORTADA - '
                    WRK-NFE-RECEBIDOS ' ITEM(NS) RECEBIDO(S)'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER O XML DA NF-E: CADA LINHA E QUEBRADA EM TAGS (<...>)
      *    SEGUIDAS DO TEXTO ATE A PROXIMA TAG. SERVE PARA O XML EM
      *    UMA LINHA SO OU FORMATADO, DESDE QUE A TAG E O SEU VALOR
      *    ESTEJAM NA MESMA LINHA
      *----------------------------------------------------------------*
       0141-LER-XML                    SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-NFE-CNPJ
                                          WRK-NFE-EMISSAO
           MOVE ZEROS                  TO WRK-NFE-NUMERO
                                          WRK-NFE-FORNECEDOR
                                          WRK-QTDE-INF
           MOVE 'N'                    TO WRK-XML-EM-EMIT
                                          WRK-XML-EM-DET
                                          WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-XML
           IF WRK-FS-XML NOT EQUAL '00'
              DISPLAY 'ARQUIVO ' FUNCTION TRIM(WRK-NOME-XML)
                      ' NAO ENCONTRADO - STATUS: ' WRK-FS-XML
              EXIT SECTION
           END-IF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-XML
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-XML NOT EQUAL SPACES
                       PERFORM 0142-ANALISAR-LINHA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-XML
           MOVE 'N'                    TO WRK-FIM-ARQ
           MOVE '00'                   TO WRK-FS-XML
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0141-end
       0141-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    QUEBRAR UMA LINHA DO XML EM TAG + TEXTO
      *----------------------------------------------------------------*
       0142-ANALISAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-XML-TAM =
                   FUNCTION LENGTH(FUNCTION TRIM(FD-LIN-XML TRAILING))
           MOVE 1                      TO WRK-XML-PTR

      *    DESPREZA O QUE VEM ANTES DA PRIMEIRA TAG DA LINHA
           MOVE SPACES                 TO WRK-XML-TEXTO
           UNSTRING FD-LIN-XML(1:WRK-XML-TAM) DELIMITED BY '<'
              INTO WRK-XML-TEXTO
              WITH POINTER WRK-XML-PTR
           END-UNSTRING

           PERFORM UNTIL WRK-XML-PTR > WRK-XML-TAM
              MOVE SPACES              TO WRK-XML-TAG
                                          WRK-XML-TEXTO
              UNSTRING FD-LIN-XML(1:WRK-XML-TAM) DELIMITED BY '>'
                 INTO WRK-XML-TAG
                 WITH POINTER WRK-XML-PTR
              END-UNSTRING
              IF WRK-XML-PTR NOT GREATER WRK-XML-TAM
                 UNSTRING FD-LIN-XML(1:WRK-XML-TAM) DELIMITED BY '<'
                    INTO WRK-XML-TEXTO
                    WITH POINTER WRK-XML-PTR
                 END-UNSTRING
              END-IF
              PERFORM 0143-TRATAR-TAG
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0142-end
       0142-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O VALOR DAS TAGS QUE INTERESSAM AO RECEBIMENTO:
      *    emit/CNPJ, ide/nNF, ide/dhEmi E, EM CADA det, cProd, xProd,
      *    NCM, qCom, vUnCom, vICMS E vIPI
      *----------------------------------------------------------------*
       0143-TRATAR-TAG                 SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-XML-NOME
           UNSTRING WRK-XML-TAG DELIMITED BY SPACE
              INTO WRK-XML-NOME
           END-UNSTRING

      *    VALORES DO XML VEM COM PONTO DECIMAL
           IF WRK-XML-NOME EQUAL 'qCom' OR 'vUnCom' OR 'vICMS' OR
                                 'vIPI'
              INSPECT WRK-XML-TEXTO REPLACING ALL '.' BY ','
           END-IF

           EVALUATE WRK-XML-NOME
               WHEN 'emit'
                  MOVE 'S'             TO WRK-XML-EM-EMIT
               WHEN '/emit'
                  MOVE 'N'             TO WRK-XML-EM-EMIT
               WHEN 'CNPJ'
                  IF WRK-XML-EM-EMIT EQUAL 'S'
                     MOVE WRK-XML-TEXTO TO WRK-NFE-CNPJ
                  END-IF
               WHEN 'nNF'
                  COMPUTE WRK-NFE-NUMERO =
                          FUNCTION NUMVAL(WRK-XML-TEXTO)
               WHEN 'dhEmi'
               WHEN 'dEmi'
                  MOVE WRK-XML-TEXTO(1:10) TO WRK-NFE-EMISSAO
               WHEN 'det'
                  IF WRK-QTDE-INF LESS WRK-MAX-TAB-INF
                     ADD 1             TO WRK-QTDE-INF
                     INITIALIZE TAB-INF-LINHA(WRK-QTDE-INF)
                     MOVE 'S'          TO WRK-XML-EM-DET
                  ELSE
                     DISPLAY 'NOTA COM MAIS DE ' WRK-MAX-TAB-INF
                             ' ITENS - ITENS EXCEDENTES IGNORADOS'
                     MOVE 'N'          TO WRK-XML-EM-DET
                  END-IF
               WHEN '/det'
                  MOVE 'N'             TO WRK-XML-EM-DET
               WHEN OTHER
                  IF WRK-XML-EM-DET EQUAL 'S'
                     EVALUATE WRK-XML-NOME
                        WHEN 'cProd'
                           MOVE WRK-XML-TEXTO TO
                                TAB-INF-CPROD(WRK-QTDE-INF)
                        WHEN 'xProd'
                           MOVE WRK-XML-TEXTO TO
                                TAB-INF-XPROD(WRK-QTDE-INF)
                        WHEN 'NCM'
                           MOVE WRK-XML-TEXTO TO
                                TAB-INF-NCM(WRK-QTDE-INF)
                        WHEN 'qCom'
                           COMPUTE TAB-INF-QCOM(WRK-QTDE-INF) =
                                   FUNCTION NUMVAL(WRK-XML-TEXTO)
                        WHEN 'vUnCom'
                           COMPUTE TAB-INF-VUNIT(WRK-QTDE-INF) =
                                   FUNCTION NUMVAL(WRK-XML-TEXTO)
                        WHEN 'vICMS'
                           COMPUTE TAB-INF-VICMS(WRK-QTDE-INF) =
                                   FUNCTION NUMVAL(WRK-XML-TEXTO)
                        WHEN 'vIPI'
                           COMPUTE TAB-INF-VIPI(WRK-QTDE-INF) =
                                   FUNCTION NUMVAL(WRK-XML-TEXTO)
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0143-end
       0143-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A REFERENCIA CRUZADA DE FORNPROD.dat (FORNEC1A)
      *----------------------------------------------------------------*
       0144-CARREGAR-REFERENCIAS       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-REF
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-REF

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-REF
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-REF LESS WRK-MAX-TAB-REF
                       ADD 1           TO WRK-QTDE-REF
                       INITIALIZE TAB-REF-LINHA(WRK-QTDE-REF)
                       UNSTRING FD-LIN-REFERENCIA DELIMITED BY SEP
                          INTO TAB-REF-FORNECEDOR(WRK-QTDE-REF)
                               TAB-REF-CODIGO(WRK-QTDE-REF)
                               TAB-REF-PRODUTO(WRK-QTDE-REF)
                       END-UNSTRING
                    ELSE
                       DISPLAY 'TABELA DE CODIGOS NO FORNECEDOR '
                               'CHEIA! MAXIMO ' WRK-MAX-TAB-REF
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-REF
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0144-end
       0144-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR EM NFEIMP.dat SE A NOTA DO FORNECEDOR JA ENTROU
      *----------------------------------------------------------------*
       0145-VERIFICAR-IMPORTADA        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENCONTROU
                                          WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-NFI

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NFI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-NFI-FORNECEDOR
                                          WRK-NFI-NUMERO
                    UNSTRING FD-LIN-NFE-IMPORTADA DELIMITED BY SEP
                       INTO WRK-NFI-FORNECEDOR
                            WRK-NFI-NUMERO
                    END-UNSTRING
                    IF WRK-NFI-FORNECEDOR EQUAL WRK-NFE-FORNECEDOR AND
                       WRK-NFI-NUMERO EQUAL WRK-NFE-NUMERO
                       MOVE 'S'        TO WRK-ENCONTROU
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-NFI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0145-end
       0145-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRADUZIR CADA ITEM PARA O NOSSO PRODUTO, LOCALIZAR O PEDIDO
      *    EM ABERTO MAIS ANTIGO DO FORNECEDOR PARA ELE E MOSTRAR A
      *    PROPOSTA DE RECEBIMENTO
      *----------------------------------------------------------------*
       0146-PROPOR-RECEBIMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-NFE-PROPOSTOS
                                          WRK-NFE-PENDENTES

           DISPLAY '* IT COD.FORNECEDOR       PROD  PEDIDO  QTDE '
                   '  CUSTO-UNIT NCM      ICMS/IPI'

           PERFORM VARYING WRK-IND-INF FROM 1 BY 1 UNTIL
                      WRK-IND-INF > WRK-QTDE-INF

              COMPUTE TAB-INF-QTDE(WRK-IND-INF) ROUNDED =
                      TAB-INF-QCOM(WRK-IND-INF)
              COMPUTE TAB-INF-CUSTO-CENTS(WRK-IND-INF) ROUNDED =
                      TAB-INF-VUNIT(WRK-IND-INF) * 100

              MOVE 'R'                 TO TAB-INF-SITUACAO(WRK-IND-INF)
              PERFORM VARYING WRK-IND-REF FROM 1 BY 1 UNTIL
                         (WRK-IND-REF > WRK-QTDE-REF) OR
                         (TAB-INF-SITUACAO(WRK-IND-INF) NOT EQUAL 'R')
                 IF TAB-REF-FORNECEDOR(WRK-IND-REF) EQUAL
                    WRK-NFE-FORNECEDOR AND
                    TAB-REF-CODIGO(WRK-IND-REF) EQUAL
                    TAB-INF-CPROD(WRK-IND-INF)
                    MOVE TAB-REF-PRODUTO(WRK-IND-REF) TO
                         TAB-INF-PRODUTO(WRK-IND-INF)
                    MOVE 'P'           TO TAB-INF-SITUACAO(WRK-IND-INF)
                 END-IF
              END-PERFORM

              IF TAB-INF-SITUACAO(WRK-IND-INF) EQUAL 'P'
                 PERFORM VARYING WRK-IND-PED FROM 1 BY 1 UNTIL
                            (WRK-IND-PED > WRK-QTDE-PED) OR
                            (TAB-INF-SITUACAO(WRK-IND-INF) EQUAL 'M')
                    IF TAB-PED-FORNECEDOR(WRK-IND-PED) EQUAL
                       WRK-NFE-FORNECEDOR AND
                       TAB-PED-PRODUTO(WRK-IND-PED) EQUAL
                       TAB-INF-PRODUTO(WRK-IND-INF) AND
                       TAB-PED-SITUACAO(WRK-IND-PED) NOT EQUAL 'F'
                       MOVE WRK-IND-PED TO TAB-INF-IND-PED(WRK-IND-INF)
                       MOVE 'M'        TO
                            TAB-INF-SITUACAO(WRK-IND-INF)
                    END-IF
                 END-PERFORM
              END-IF

              IF TAB-INF-SITUACAO(WRK-IND-INF) EQUAL 'M'
                 ADD 1                 TO WRK-NFE-PROPOSTOS
                 MOVE TAB-INF-IND-PED(WRK-IND-INF) TO WRK-IND-PED
                 MOVE TAB-INF-QTDE(WRK-IND-INF) TO WRK-INF-QTDE-ED
                 DISPLAY '* ' WRK-IND-INF(2:2) ' '
                         TAB-INF-CPROD(WRK-IND-INF) ' '
                         TAB-INF-PRODUTO(WRK-IND-INF) ' '
                         TAB-PED-NUMERO(WRK-IND-PED) '  '
                         WRK-INF-QTDE-ED ' '
                         TAB-INF-CUSTO-CENTS(WRK-IND-INF) ' '
                         TAB-INF-NCM(WRK-IND-INF) ' '
                         TAB-INF-VICMS(WRK-IND-INF) '/'
                         TAB-INF-VIPI(WRK-IND-INF)
              ELSE
                 ADD 1                 TO WRK-NFE-PENDENTES
              END-IF
           END-PERFORM

           DISPLAY '* ' WRK-NFE-PROPOSTOS ' ITEM(NS) PROPOSTO(S) - '
                   WRK-NFE-PENDENTES ' PENDENTE(S)'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0146-end
       0146-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LISTAR OS ITENS QUE NAO PODEM SER RECEBIDOS NA TELA E EM
      *    NFEPEND.txt, PARA COMPRAS CORRIGIR A REFERENCIA CRUZADA
      *    (FORNEC1A) OU O PEDIDO
      *----------------------------------------------------------------*
       0147-LISTAR-PENDENTES           SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQUIVO-NFP

           MOVE SPACES                 TO FD-LIN-NFE-PENDENTE
           STRING 'NF-E ' WRK-NFE-NUMERO ' FORNECEDOR '
                  WRK-NFE-FORNECEDOR ' CNPJ ' WRK-NFE-CNPJ
                  ' IMPORTADA EM ' WRK-HOJE-AAAAMMDD ' POR '
                  WRK-OPERADOR
                  DELIMITED BY SIZE INTO FD-LIN-NFE-PENDENTE
           END-STRING
           WRITE FD-LIN-NFE-PENDENTE

           DISPLAY 'ITENS PENDENTES (GRAVADOS EM NFEPEND.txt):'

           PERFORM VARYING WRK-IND-INF FROM 1 BY 1 UNTIL
                      WRK-IND-INF > WRK-QTDE-INF
              MOVE SPACES              TO FD-LIN-NFE-PENDENTE
              EVALUATE TAB-INF-SITUACAO(WRK-IND-INF)
                 WHEN 'R'
                    STRING '  ITEM ' WRK-IND-INF(2:2) ' COD '
                           TAB-INF-CPROD(WRK-IND-INF) ' '
                           TAB-INF-XPROD(WRK-IND-INF)
                           ' SEM REFERENCIA CRUZADA'
                           DELIMITED BY SIZE INTO FD-LIN-NFE-PENDENTE
                    END-STRING
                 WHEN 'P'
                    STRING '  ITEM ' WRK-IND-INF(2:2) ' COD '
                           TAB-INF-CPROD(WRK-IND-INF) ' PRODUTO '
                           TAB-INF-PRODUTO(WRK-IND-INF)
                           ' SEM PEDIDO EM ABERTO'
                           DELIMITED BY SIZE INTO FD-LIN-NFE-PENDENTE
                    END-STRING
              END-EVALUATE
              IF FD-LIN-NFE-PENDENTE NOT EQUAL SPACES
                 DISPLAY FD-LIN-NFE-PENDENTE
                 WRITE FD-LIN-NFE-PENDENTE
              END-IF
           END-PERFORM

           CLOSE ARQUIVO-NFP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0147-end
       0147-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFIRMAR O RECEBIMENTO PROPOSTO DE UM ITEM: S RECEBE A
      *    QUANTIDADE DA NOTA, Q PERMITE INFORMAR A QUANTIDADE
      *    CONFERIDA E N DEIXA O ITEM SEM RECEBER
      *----------------------------------------------------------------*
       0148-CONFIRMAR-ITEM             SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-INF-IND-PED(WRK-IND-INF) TO WRK-IND-PED
           MOVE TAB-PED-NUMERO(WRK-IND-PED) TO WRK-PED-NUMERO
           MOVE TAB-INF-QTDE(WRK-IND-INF) TO WRK-REC-QTDE
           MOVE TAB-INF-CUSTO-CENTS(WRK-IND-INF) TO WRK-REC-CUSTO-CENTS

           MOVE WRK-REC-QTDE           TO WRK-INF-QTDE-ED
           DISPLAY 'ITEM ' WRK-IND-INF(2:2) ' - PRODUTO '
                   TAB-PED-PRODUTO(WRK-IND-PED) ' PEDIDO '
                   WRK-PED-NUMERO ' QTDE ' WRK-INF-QTDE-ED
           DISPLAY 'CONFIRMA (S = SIM, N = NAO, Q = OUTRA QTDE)? '
                   WITH NO ADVANCING
           MOVE SPACES                 TO WRK-RESP
           ACCEPT WRK-RESP

           EVALUATE WRK-RESP
              WHEN 'S'
              WHEN 's'
                 CONTINUE
              WHEN 'Q'
              WHEN 'q'
                 DISPLAY 'QUANTIDADE CONFERIDA: ' WITH NO ADVANCING
                 ACCEPT WRK-REC-QTDE
              WHEN OTHER
                 DISPLAY 'ITEM NAO RECEBIDO'
                 EXIT SECTION
           END-EVALUATE

           IF WRK-REC-QTDE EQUAL ZEROS
              DISPLAY 'QUANTIDADE INVALIDA - ITEM NAO RECEBIDO'
              EXIT SECTION
           END-IF

           PERFORM 0071-ENTRADA-ESTOQUE
           IF WRK-ENCONTROU NOT EQUAL 'S'
              DISPLAY 'RECEBIMENTO DO ITEM NAO EFETUADO'
              EXIT SECTION
           END-IF

           PERFORM 0072-ATUALIZAR-CUSTO-MEDIO
           PERFORM 0074-BAIXAR-NO-PEDIDO
           ADD 1                       TO WRK-NFE-RECEBIDOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0148-end
       0148-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
