      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: MENU PRINCIPAL DO OPERADOR. AUTENTICA UMA UNICA
      *              VEZ PELO LOGIN01A E ABRE UMA SESSAO (SESSAO1B,
      *              TRILHA EM MENULOG.dat). MOSTRA, AGRUPADOS POR
      *              AREA, SO OS PROGRAMAS QUE O NIVEL DE ACESSO DO
      *              CARGO DO USUARIO PERMITE E DISPARA O ESCOLHIDO
      *              COMO O SCHED01A DISPARA OS PASSOS (CALL 'SYSTEM').
      *              O PROGRAMA DISPARADO HERDA O NUMERO DA SESSAO E
      *              OBTEM O OPERADOR PELO SESSAO1B, SEM PERGUNTAR DE
      *              NOVO. CADA DISPARO E REGISTRADO NA TRILHA. SE A
      *              OPCAO CHEGA DEPOIS DO TEMPO MAXIMO DE INATIVIDADE
      *              (MENUPARM.dat), A SESSAO E ENCERRADA POR TIMEOUT,
      *              A OPCAO E DESCARTADA E O LOGIN E PEDIDO DE NOVO.
      * NOME.......: MENU01A
      *----------------------------------------------------------------*
      * LAYOUTS:
      *   MENUPROG.dat = AREA(12)|PROGRAMA(8)|NIVEL(1)|DESCRICAO(40)|
      *                  COMANDO(60)|
      *                  NIVEL = MAIOR NIVEL DE ACESSO QUE VE O PROGRAMA
      *                  (1 = SO SUPERVISOR, 2 = TODOS). COMANDO EM
      *                  BRANCO = ./PROGRAMA. COM O ARQUIVO PRESENTE E
      *                  PREENCHIDO, ELE SUBSTITUI O CATALOGO PADRAO
      *                  DESTE PROGRAMA (TAB-CAT-PADRAO).
      *   MENUPARM.dat = TIMEOUT|MINUTOS|  (SEM O ARQUIVO: 15 MINUTOS)
      *   MENULOG.dat  = BOOK SES002A (GRAVADO PELO SESSAO1B)
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - RECERTIFICACAO DE ACESSOS (RECERT1A E
      *              RECERT2A) INCLUIDA NO CATALOGO PADRAO, AREA
      *              CADASTRO, SO PARA SUPERVISOR.
      *              15/10/2026 - PLACAR DE QUALIDADE DOS CADASTROS
      *              (QUALID1A) INCLUIDO NO CATALOGO PADRAO, AREA
      *              CADASTRO, SO PARA SUPERVISOR.
      *              15/10/2026 - BACKUP GERACIONAL (BKPGER1A) E
      *              RESTAURACAO CONFERIDA (BKPRST1A) INCLUIDOS NO
      *              CATALOGO PADRAO, AREA OPERACAO, SO PARA SUPERVISOR.
      *              15/10/2026 - EXTRATO DA CONTA CORRENTE (EXTBCO1A)
      *              INCLUIDO NO CATALOGO PADRAO, AREA BANCARIO.
      *              15/10/2026 - CHAMADOS DO SAC (SACCHM1A) E O
      *              RELATORIO MENSAL DO SAC (SACREL1A, SO PARA
      *              SUPERVISOR) INCLUIDOS NO CATALOGO PADRAO, AREA
      *              CADASTRO.
      *              15/10/2026 - RESUMO MENSAL DO IOF SOBRE CAMBIO
      *              (PROG029C) INCLUIDO NO CATALOGO PADRAO, AREA
      *              BANCARIO, SO PARA SUPERVISOR.
      *              15/10/2026 - LIVRO MENSAL DE INDICADORES (KPIMES1A)
      *              INCLUIDO NO CATALOGO PADRAO, AREA CONTABIL, SO
      *              PARA SUPERVISOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CATALOGO ASSIGN TO 'MENUPROG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PARAMETROS ASSIGN TO 'MENUPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CATALOGO.
       01  FD-LIN-CATALOGO                PIC X(150).

       FD  ARQ-PARAMETROS.
       01  FD-LIN-PARAMETRO               PIC X(040).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-SAIR                       PIC X(01) VALUE 'N'.
       01  WRK-AUTENTICADO                PIC X(01) VALUE 'N'.

      *--- Resultado do login (area EXTERNAL preenchida pelo LOGIN01A)
           COPY LGN001A.

      *--- Sessao do menu (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.

      *--- Tempo maximo de inatividade (MENUPARM.dat)
       01  WRK-TIMEOUT-MIN                PIC 9(03) VALUE 15.
       01  WRK-PRM-CHAVE                  PIC X(10) VALUE SPACES.
       01  WRK-PRM-VALOR                  PIC X(05) VALUE SPACES.
       01  WRK-DATA-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-SEG-ULTIMA-ACAO            PIC 9(11) VALUE ZEROS.
       01  WRK-SEG-AGORA                  PIC 9(11) VALUE ZEROS.
       01  WRK-SEG-INATIVO                PIC 9(11) VALUE ZEROS.

      *--- Catalogo padrao de programas do menu (AREA/PROGRAMA/NIVEL
      *    E DESCRICAO). NIVEL = MAIOR NIVEL DE ACESSO QUE VE O
      *    PROGRAMA: 1 = SO SUPERVISOR, 2 = TODOS
       01  TAB-CAT-PADRAO.
           05  FILLER PIC X(21) VALUE 'BANCARIO    TRANSF1A2'.
           05  FILLER PIC X(40) VALUE
               'TRANSFERENCIAS, PIX E PAGAMENTOS'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    TRANSF3A1'.
           05  FILLER PIC X(40) VALUE
               'APROVACAO DE TRANSACOES'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    ESTORN1A2'.
           05  FILLER PIC X(40) VALUE
               'PEDIDO DE ESTORNO'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    CDBAPL1A2'.
           05  FILLER PIC X(40) VALUE
               'APLICACOES EM CDB'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    PIXDIR1A2'.
           05  FILLER PIC X(40) VALUE
               'DIRETORIO DE CHAVES PIX'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    CTATIT1A2'.
           05  FILLER PIC X(40) VALUE
               'TITULARES DAS CONTAS'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    CONTAST11'.
           05  FILLER PIC X(40) VALUE
               'SITUACAO DAS CONTAS'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    EXTCLI1A2'.
           05  FILLER PIC X(40) VALUE
               'EXTRATO DO CLIENTE'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    EXTBCO1A2'.
           05  FILLER PIC X(40) VALUE
               'EXTRATO DA CONTA CORRENTE'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    PROG029A2'.
           05  FILLER PIC X(40) VALUE
               'CONVERSOR DE MOEDAS'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    PROG029C1'.
           05  FILLER PIC X(40) VALUE
               'RESUMO MENSAL DO IOF SOBRE CAMBIO'.
           05  FILLER PIC X(21) VALUE 'BANCARIO    COAF02A 1'.
           05  FILLER PIC X(40) VALUE
               'REVISAO DOS CASOS COAF'.
           05  FILLER PIC X(21) VALUE 'COBRANCA    PROG025A2'.
           05  FILLER PIC X(40) VALUE
               'EMISSAO DE BOLETOS'.
           05  FILLER PIC X(21) VALUE 'COBRANCA    PROG025C2'.
           05  FILLER PIC X(40) VALUE
               'AGING DA CARTEIRA DE TITULOS'.
           05  FILLER PIC X(21) VALUE 'COBRANCA    PROG025K2'.
           05  FILLER PIC X(40) VALUE
               'ACORDOS DE RENEGOCIACAO'.
           05  FILLER PIC X(21) VALUE 'COBRANCA    CHEQPD1A2'.
           05  FILLER PIC X(40) VALUE
               'CUSTODIA DE CHEQUES PRE-DATADOS'.
           05  FILLER PIC X(21) VALUE 'COBRANCA    LIMREV1A1'.
           05  FILLER PIC X(40) VALUE
               'REVISAO DE LIMITES DE CREDITO'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PROG023B2'.
           05  FILLER PIC X(40) VALUE
               'CONTROLE DE ESTOQUE'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PROG023C2'.
           05  FILLER PIC X(40) VALUE
               'KARDEX DO ESTOQUE'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PROG023D1'.
           05  FILLER PIC X(40) VALUE
               'CONCILIACAO DA CONTAGEM FISICA'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PROG023E2'.
           05  FILLER PIC X(40) VALUE
               'TRANSFERENCIA ENTRE LOCAIS'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PROG023F2'.
           05  FILLER PIC X(40) VALUE
               'LOTES E VALIDADE'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PROG023G2'.
           05  FILLER PIC X(40) VALUE
               'PEDIDOS DE COMPRA'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     CAIXAREG2'.
           05  FILLER PIC X(40) VALUE
               'CAIXA REGISTRADORA'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     PEDVEN1A2'.
           05  FILLER PIC X(40) VALUE
               'PEDIDO DE VENDA'.
           05  FILLER PIC X(21) VALUE 'ESTOQUE     DEVVEN1A2'.
           05  FILLER PIC X(40) VALUE
               'DEVOLUCAO DE VENDA'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    PROG034A2'.
           05  FILLER PIC X(40) VALUE
               'CADASTRO DE CLIENTES'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    PROG037A2'.
           05  FILLER PIC X(40) VALUE
               'ALTERACAO DE CLIENTES'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    PROG038A2'.
           05  FILLER PIC X(40) VALUE
               'CONSULTA DE CLIENTES'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    PROG039A1'.
           05  FILLER PIC X(40) VALUE
               'EXCLUSAO DE CLIENTES'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    CONTAT1A2'.
           05  FILLER PIC X(40) VALUE
               'HISTORICO DE CONTATOS DO CLIENTE'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    SACCHM1A2'.
           05  FILLER PIC X(40) VALUE
               'CHAMADOS DO SAC (PROTOCOLO E PRAZO)'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    SACREL1A1'.
           05  FILLER PIC X(40) VALUE
               'RELATORIO MENSAL DO SAC'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    DEDUP01A1'.
           05  FILLER PIC X(40) VALUE
               'CLIENTES DUPLICADOS'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    FORNEC1A2'.
           05  FILLER PIC X(40) VALUE
               'CADASTRO DE FORNECEDORES'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    CADMC1A 2'.
           05  FILLER PIC X(40) VALUE
               'ALTERACAO SENSIVEL DE USUARIOS'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    CAD0003A1'.
           05  FILLER PIC X(40) VALUE
               'USUARIOS DE LOGIN'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    CAD0007A1'.
           05  FILLER PIC X(40) VALUE
               'DESLIGAMENTO DE USUARIOS'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    LGPD01A 1'.
           05  FILLER PIC X(40) VALUE
               'ATENDIMENTO LGPD POR CPF'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    RECERT1A1'.
           05  FILLER PIC X(40) VALUE
               'RECERTIFICACAO DE ACESSOS - ABRIR CICLO'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    RECERT2A1'.
           05  FILLER PIC X(40) VALUE
               'RECERTIFICACAO - DECISAO DO GESTOR'.
           05  FILLER PIC X(21) VALUE 'CADASTRO    QUALID1A1'.
           05  FILLER PIC X(40) VALUE
               'PLACAR DE QUALIDADE DOS CADASTROS'.
           05  FILLER PIC X(21) VALUE 'FOLHA       PROG028A2'.
           05  FILLER PIC X(40) VALUE
               'CONTROLE DE PONTO'.
           05  FILLER PIC X(21) VALUE 'FOLHA       FERIAS1A2'.
           05  FILLER PIC X(40) VALUE
               'FERIAS'.
           05  FILLER PIC X(21) VALUE 'FOLHA       DEPEND1A2'.
           05  FILLER PIC X(40) VALUE
               'DEPENDENTES DOS FUNCIONARIOS'.
           05  FILLER PIC X(21) VALUE 'FOLHA       CONSIG1A2'.
           05  FILLER PIC X(40) VALUE
               'EMPRESTIMO CONSIGNADO'.
           05  FILLER PIC X(21) VALUE 'FOLHA       FOLHA01A1'.
           05  FILLER PIC X(40) VALUE
               'CALCULO DA FOLHA DE PAGAMENTO'.
           05  FILLER PIC X(21) VALUE 'FOLHA       FOLHA13A1'.
           05  FILLER PIC X(40) VALUE
               'CALCULO DO 13O SALARIO'.
           05  FILLER PIC X(21) VALUE 'FOLHA       RESCIS1A1'.
           05  FILLER PIC X(40) VALUE
               'CALCULO DE RESCISAO'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    GLMAN01A2'.
           05  FILLER PIC X(40) VALUE
               'LANCAMENTO CONTABIL MANUAL'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    CPAGAR1A2'.
           05  FILLER PIC X(40) VALUE
               'CONTAS A PAGAR'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    GLBAL01A2'.
           05  FILLER PIC X(40) VALUE
               'BALANCETE DE VERIFICACAO'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    DREBAL1A2'.
           05  FILLER PIC X(40) VALUE
               'DRE E BALANCO PATRIMONIAL'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    GLFCH01A1'.
           05  FILLER PIC X(40) VALUE
               'PAINEL DO FECHAMENTO MENSAL'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    GLPER01A1'.
           05  FILLER PIC X(40) VALUE
               'PERIODOS CONTABEIS'.
           05  FILLER PIC X(21) VALUE 'CONTABIL    KPIMES1A1'.
           05  FILLER PIC X(40) VALUE
               'LIVRO MENSAL DE INDICADORES (KPI)'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    DASHB01A2'.
           05  FILLER PIC X(40) VALUE
               'PAINEL MATINAL DA OPERACAO'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    SPOOL01A2'.
           05  FILLER PIC X(40) VALUE
               'BIBLIOTECA DE SPOOL'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    ERRH002A2'.
           05  FILLER PIC X(40) VALUE
               'LOG CENTRAL DE OPERACAO'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    SCHED01A1'.
           05  FILLER PIC X(40) VALUE
               'CADEIA BATCH NOTURNA'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    CHKPT01B1'.
           05  FILLER PIC X(40) VALUE
               'CHECKPOINTS DOS BATCHES'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    TRANSM1B1'.
           05  FILLER PIC X(40) VALUE
               'CONTROLE DE TRANSMISSAO'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    PARAM01A1'.
           05  FILLER PIC X(40) VALUE
               'MANUTENCAO DE PARAMETROS'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    BKPGER1A1'.
           05  FILLER PIC X(40) VALUE
               'BACKUP GERACIONAL DOS ARQUIVOS'.
           05  FILLER PIC X(21) VALUE 'OPERACAO    BKPRST1A1'.
           05  FILLER PIC X(40) VALUE
               'RESTAURACAO DE BACKUP'.
       01  TAB-CAT-PADRAO-R REDEFINES TAB-CAT-PADRAO.
           05  TAB-PAD-ITEM OCCURS 65 TIMES.
               10  TAB-PAD-AREA           PIC X(12).
               10  TAB-PAD-PROGRAMA       PIC X(08).
               10  TAB-PAD-NIVEL          PIC 9(01).
               10  TAB-PAD-DESCRICAO      PIC X(40).
       01  WRK-QTDE-PADRAO                PIC 9(02) VALUE 65.

      *--- Catalogo em uso (padrao ou MENUPROG.dat)
       01  WRK-MAX-CATALOGO               PIC 9(02) VALUE 80.
       01  WRK-QTDE-CATALOGO              PIC 9(02) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-ITEM OCCURS 80 TIMES.
               10  TAB-CAT-AREA           PIC X(12).
               10  TAB-CAT-PROGRAMA       PIC X(08).
               10  TAB-CAT-NIVEL          PIC 9(01).
               10  TAB-CAT-DESCRICAO      PIC X(40).
               10  TAB-CAT-COMANDO        PIC X(60).

      *--- Linha de MENUPROG.dat desmontada
       01  WRK-LIN-AREA                   PIC X(12) VALUE SPACES.
       01  WRK-LIN-PROGRAMA               PIC X(08) VALUE SPACES.
       01  WRK-LIN-NIVEL                  PIC X(01) VALUE SPACES.
       01  WRK-LIN-DESCRICAO              PIC X(40) VALUE SPACES.
       01  WRK-LIN-COMANDO                PIC X(60) VALUE SPACES.

      *--- Areas na ordem em que aparecem no catalogo
       01  WRK-QTDE-AREAS                 PIC 9(02) VALUE ZEROS.
       01  TAB-AREAS.
           05  TAB-AREA-NOME OCCURS 20 TIMES
                                          PIC X(12).
       01  WRK-AREA-EXISTE                PIC X(01) VALUE 'N'.

      *--- Opcoes do menu do usuario (opcao -> indice do catalogo)
       01  WRK-QTDE-OPCOES                PIC 9(02) VALUE ZEROS.
       01  TAB-OPCOES.
           05  TAB-OPC-IND OCCURS 80 TIMES
                                          PIC 9(02).
       01  WRK-AREA-TEM-OPCAO             PIC X(01) VALUE 'N'.
       01  WRK-OPCAO-X                    PIC X(02) VALUE SPACES.
       01  WRK-OPCAO REDEFINES WRK-OPCAO-X
                                          PIC 9(02).
       01  WRK-OPCAO-EDIT                 PIC Z9    VALUE ZEROS.

      *--- Disparo do programa escolhido
       01  WRK-IND1                       PIC 9(02) VALUE ZEROS.
       01  WRK-IND2                       PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(02) VALUE ZEROS.
       01  WRK-COMANDO                    PIC X(60) VALUE SPACES.
       01  WRK-RC-PROGRAMA                PIC S9(9) COMP VALUE ZERO.
       01  WRK-RC-EDIT                    PIC -9(5) VALUE ZEROS.

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

           PERFORM 0001-CARREGAR-PARAMETROS
           PERFORM 0002-CARREGAR-CATALOGO
           PERFORM 0003-CARREGAR-AREAS

           PERFORM 0004-AUTENTICAR
           IF WRK-AUTENTICADO NOT EQUAL 'S'
              PERFORM 9999-FINALIZAR
           END-IF

           PERFORM UNTIL WRK-SAIR EQUAL 'S'
              PERFORM 0006-EXIBIR-MENU
              PERFORM 0007-TRATAR-OPCAO
           END-PERFORM

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O TEMPO MAXIMO DE INATIVIDADE (MENUPARM.dat) -
      *    SEM O ARQUIVO, OU COM VALOR INVALIDO, VALEM 15 MINUTOS
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-carregar-parametros
       0001-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARAMETROS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARAMETROS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PRM-CHAVE
                                          WRK-PRM-VALOR
                    UNSTRING FD-LIN-PARAMETRO DELIMITED BY SEP
                       INTO WRK-PRM-CHAVE
                            WRK-PRM-VALOR
                    END-UNSTRING
                    IF WRK-PRM-CHAVE EQUAL 'TIMEOUT' AND
                       FUNCTION NUMVAL(WRK-PRM-VALOR) GREATER ZERO AND
                       FUNCTION NUMVAL(WRK-PRM-VALOR) LESS 1000
                       COMPUTE WRK-TIMEOUT-MIN =
                               FUNCTION NUMVAL(WRK-PRM-VALOR)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PARAMETROS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO DE PROGRAMAS: MENUPROG.dat QUANDO
      *    EXISTE E TEM LINHAS VALIDAS, SENAO O CATALOGO PADRAO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-carregar-catalogo
       0002-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CATALOGO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CATALOGO

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CATALOGO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0021-INCLUIR-LINHA-CATALOGO
              END-READ
           END-PERFORM

           CLOSE ARQ-CATALOGO

           IF WRK-QTDE-CATALOGO EQUAL ZEROS
              PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                         WRK-IND1 GREATER WRK-QTDE-PADRAO
                 ADD 1                 TO WRK-QTDE-CATALOGO
                 MOVE TAB-PAD-AREA(WRK-IND1)
                                TO TAB-CAT-AREA(WRK-QTDE-CATALOGO)
                 MOVE TAB-PAD-PROGRAMA(WRK-IND1)
                                TO TAB-CAT-PROGRAMA(WRK-QTDE-CATALOGO)
                 MOVE TAB-PAD-NIVEL(WRK-IND1)
                                TO TAB-CAT-NIVEL(WRK-QTDE-CATALOGO)
                 MOVE TAB-PAD-DESCRICAO(WRK-IND1)
                                TO TAB-CAT-DESCRICAO(WRK-QTDE-CATALOGO)
                 MOVE SPACES    TO TAB-CAT-COMANDO(WRK-QTDE-CATALOGO)
              END-PERFORM
           END-IF

      *    COMANDO EM BRANCO = O PROPRIO PROGRAMA NO DIRETORIO CORRENTE
           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 GREATER WRK-QTDE-CATALOGO
              IF TAB-CAT-COMANDO(WRK-IND1) EQUAL SPACES
                 STRING './' FUNCTION TRIM(TAB-CAT-PROGRAMA(WRK-IND1))
                        DELIMITED BY SIZE
                        INTO TAB-CAT-COMANDO(WRK-IND1)
                 END-STRING
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR E INCLUIR UMA LINHA DE MENUPROG.dat NO CATALOGO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-incluir-linha-catalogo
       0021-INCLUIR-LINHA-CATALOGO     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LIN-AREA
                                          WRK-LIN-PROGRAMA
                                          WRK-LIN-NIVEL
                                          WRK-LIN-DESCRICAO
                                          WRK-LIN-COMANDO
           UNSTRING FD-LIN-CATALOGO DELIMITED BY SEP
              INTO WRK-LIN-AREA
                   WRK-LIN-PROGRAMA
                   WRK-LIN-NIVEL
                   WRK-LIN-DESCRICAO
                   WRK-LIN-COMANDO
           END-UNSTRING

           IF WRK-LIN-AREA EQUAL SPACES OR
              WRK-LIN-PROGRAMA EQUAL SPACES OR
              (WRK-LIN-NIVEL NOT EQUAL '1' AND
               WRK-LIN-NIVEL NOT EQUAL '2')
              DISPLAY 'MENUPROG.dat - LINHA IGNORADA: '
                      FUNCTION TRIM(FD-LIN-CATALOGO)
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CATALOGO NOT LESS WRK-MAX-CATALOGO
              DISPLAY 'MENUPROG.dat - CATALOGO CHEIO, IGNORADO: '
                      WRK-LIN-PROGRAMA
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-CATALOGO
           MOVE WRK-LIN-AREA        TO TAB-CAT-AREA(WRK-QTDE-CATALOGO)
           MOVE WRK-LIN-PROGRAMA
                                TO TAB-CAT-PROGRAMA(WRK-QTDE-CATALOGO)
           MOVE WRK-LIN-NIVEL       TO TAB-CAT-NIVEL(WRK-QTDE-CATALOGO)
           MOVE WRK-LIN-DESCRICAO
                                TO TAB-CAT-DESCRICAO(WRK-QTDE-CATALOGO)
           MOVE WRK-LIN-COMANDO  TO TAB-CAT-COMANDO(WRK-QTDE-CATALOGO)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR A LISTA DE AREAS NA ORDEM DO CATALOGO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-carregar-areas
       0003-CARREGAR-AREAS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-AREAS

           PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                      WRK-IND1 GREATER WRK-QTDE-CATALOGO
              MOVE 'N'                 TO WRK-AREA-EXISTE
              PERFORM VARYING WRK-IND2 FROM 1 BY 1 UNTIL
                         WRK-IND2 GREATER WRK-QTDE-AREAS
                 IF TAB-AREA-NOME(WRK-IND2) EQUAL
                    TAB-CAT-AREA(WRK-IND1)
                    MOVE 'S'           TO WRK-AREA-EXISTE
                 END-IF
              END-PERFORM
              IF WRK-AREA-EXISTE EQUAL 'N' AND
                 WRK-QTDE-AREAS LESS 20
                 ADD 1                 TO WRK-QTDE-AREAS
                 MOVE TAB-CAT-AREA(WRK-IND1)
                                  TO TAB-AREA-NOME(WRK-QTDE-AREAS)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AUTENTICAR PELO LOGIN01A E ABRIR A SESSAO. O LOGIN01A E
      *    CANCELADO DEPOIS DE CADA CHAMADA PARA QUE UM NOVO LOGIN
      *    (APOS TIMEOUT) COMECE DO ZERO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-autenticar
       0004-AUTENTICAR                 SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-AUTENTICADO
           MOVE 'N'                    TO LGN001A-SITUACAO

           CALL 'LOGIN01A'
           CANCEL 'LOGIN01A'

           IF LGN001A-SITUACAO NOT EQUAL 'S'
              DISPLAY 'MENU PRINCIPAL - ACESSO NAO AUTORIZADO'
              EXIT SECTION
           END-IF

           MOVE 'A'                    TO SES001A-ACAO
           MOVE LGN001A-USUARIO        TO SES001A-USUARIO
           MOVE LGN001A-CARGO          TO SES001A-CARGO
           MOVE LGN001A-NIVEL          TO SES001A-NIVEL
           MOVE SPACES                 TO SES001A-PROGRAMA
                                          SES001A-SESSAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO

           IF SES001A-RETORNO NOT EQUAL 'S'
              DISPLAY 'MENU PRINCIPAL - SESSAO NAO PODE SER ABERTA'
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-AUTENTICADO
           PERFORM 0005-MARCAR-ATIVIDADE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O MOMENTO CORRENTE EM SEGUNDOS (WRK-SEG-AGORA)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-obter-momento
       0005-OBTER-MOMENTO              SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-DATA          TO WRK-DATA-AAAAMMDD
            COMPUTE WRK-SEG-AGORA =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-AAAAMMDD)
                    * 86400 + COD001A-HORA * 3600
                    + COD001A-MINUTO * 60 + COD001A-SEGUNDO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR O MOMENTO DA ULTIMA ATIVIDADE DO OPERADOR
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-marcar-atividade
       0005-MARCAR-ATIVIDADE           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0005-OBTER-MOMENTO
           MOVE WRK-SEG-AGORA          TO WRK-SEG-ULTIMA-ACAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-marcar-end
       0005-MARCAR-END.                EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MOSTRAR OS PROGRAMAS PERMITIDOS AO NIVEL DO USUARIO,
      *    AGRUPADOS POR AREA, NUMERANDO AS OPCOES
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-exibir-menu
       0006-EXIBIR-MENU                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-OPCOES

           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY ' MENU PRINCIPAL - OPERADOR: '
                   FUNCTION TRIM(SES001A-USUARIO)
           IF SES001A-NIVEL EQUAL 1
              DISPLAY ' NIVEL DE ACESSO: SUPERVISOR'
           ELSE
              DISPLAY ' NIVEL DE ACESSO: OPERADOR'
           END-IF
           DISPLAY '=================================================='

           PERFORM VARYING WRK-IND2 FROM 1 BY 1 UNTIL
                      WRK-IND2 GREATER WRK-QTDE-AREAS
              MOVE 'N'                 TO WRK-AREA-TEM-OPCAO
              PERFORM VARYING WRK-IND1 FROM 1 BY 1 UNTIL
                         WRK-IND1 GREATER WRK-QTDE-CATALOGO
                 IF TAB-CAT-AREA(WRK-IND1) EQUAL
                    TAB-AREA-NOME(WRK-IND2) AND
                    SES001A-NIVEL NOT GREATER TAB-CAT-NIVEL(WRK-IND1)
                    IF WRK-AREA-TEM-OPCAO EQUAL 'N'
                       MOVE 'S'        TO WRK-AREA-TEM-OPCAO
                       DISPLAY ' '
                       DISPLAY ' ' TAB-AREA-NOME(WRK-IND2)
                    END-IF
                    ADD 1              TO WRK-QTDE-OPCOES
                    MOVE WRK-IND1      TO TAB-OPC-IND(WRK-QTDE-OPCOES)
                    MOVE WRK-QTDE-OPCOES
                                       TO WRK-OPCAO-EDIT
                    DISPLAY '   ' WRK-OPCAO-EDIT ' - '
                            TAB-CAT-PROGRAMA(WRK-IND1) ' '
                            TAB-CAT-DESCRICAO(WRK-IND1)
                 END-IF
              END-PERFORM
           END-PERFORM

           DISPLAY ' '
           DISPLAY '    S - SAIR'
           DISPLAY 'OPCAO: '
           MOVE SPACES                 TO WRK-OPCAO-X
           ACCEPT WRK-OPCAO-X
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR A OPCAO DIGITADA. OPCAO QUE CHEGA DEPOIS DO TEMPO
      *    MAXIMO DE INATIVIDADE ENCERRA A SESSAO (TIMEOUT) E PEDE O
      *    LOGIN DE NOVO, SEM EXECUTAR A OPCAO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-tratar-opcao
       0007-TRATAR-OPCAO               SECTION.
      *----------------------------------------------------------------*

           PERFORM 0005-OBTER-MOMENTO
           COMPUTE WRK-SEG-INATIVO = WRK-SEG-AGORA - WRK-SEG-ULTIMA-ACAO

           IF WRK-SEG-INATIVO GREATER WRK-TIMEOUT-MIN * 60
              DISPLAY 'SESSAO ENCERRADA POR INATIVIDADE ('
                      WRK-TIMEOUT-MIN ' MINUTOS). FACA O LOGIN.'
              MOVE 'T'                 TO SES001A-ACAO
              CALL 'SESSAO1B' USING WRK-SES-REGISTRO
              PERFORM 0004-AUTENTICAR
              IF WRK-AUTENTICADO NOT EQUAL 'S'
                 MOVE 'S'              TO WRK-SAIR
              END-IF
              EXIT SECTION
           END-IF

           MOVE WRK-SEG-AGORA          TO WRK-SEG-ULTIMA-ACAO

           IF FUNCTION UPPER-CASE(WRK-OPCAO-X) EQUAL 'S'
              MOVE 'F'                 TO SES001A-ACAO
              CALL 'SESSAO1B' USING WRK-SES-REGISTRO
              DISPLAY 'SESSAO ENCERRADA.'
              MOVE 'S'                 TO WRK-SAIR
              EXIT SECTION
           END-IF

           IF WRK-OPCAO-X(2:1) EQUAL SPACE
              MOVE WRK-OPCAO-X(1:1)    TO WRK-OPCAO-X(2:1)
              MOVE '0'                 TO WRK-OPCAO-X(1:1)
           END-IF

           IF WRK-OPCAO-X NOT NUMERIC OR
              WRK-OPCAO EQUAL ZEROS OR
              WRK-OPCAO GREATER WRK-QTDE-OPCOES
              DISPLAY 'OPCAO INVALIDA'
              EXIT SECTION
           END-IF

           MOVE TAB-OPC-IND(WRK-OPCAO) TO WRK-IND-CAT
           PERFORM 0008-DISPARAR-PROGRAMA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR NA TRILHA E DISPARAR O PROGRAMA ESCOLHIDO. O
      *    PROGRAMA HERDA A VARIAVEL DE AMBIENTE DA SESSAO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-disparar-programa
       0008-DISPARAR-PROGRAMA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'E'                    TO SES001A-ACAO
           MOVE TAB-CAT-PROGRAMA(WRK-IND-CAT)
                                       TO SES001A-PROGRAMA
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           MOVE SPACES                 TO SES001A-PROGRAMA

           MOVE TAB-CAT-COMANDO(WRK-IND-CAT) TO WRK-COMANDO
           CALL 'SYSTEM' USING WRK-COMANDO
           MOVE RETURN-CODE            TO WRK-RC-PROGRAMA

           IF WRK-RC-PROGRAMA NOT EQUAL ZEROS
              MOVE WRK-RC-PROGRAMA     TO WRK-RC-EDIT
              DISPLAY TAB-CAT-PROGRAMA(WRK-IND-CAT)
                      ' TERMINOU COM RC ' WRK-RC-EDIT
           END-IF

      *    O TEMPO DENTRO DO PROGRAMA DISPARADO NAO CONTA COMO
      *    INATIVIDADE DO MENU
           PERFORM 0005-MARCAR-ATIVIDADE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
