      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PLACAR SEMANAL DE QUALIDADE DOS CADASTROS.
      *              APLICA REGRAS DE CONSISTENCIA EM CADA ARQUIVO
      *              MESTRE E EMITE EM QUALID.txt:
      *              - OS REGISTROS COM PROBLEMA, POR ARQUIVO E REGRA;
      *              - O SCORE DE CADA ARQUIVO (% DE REGISTROS SEM
      *                NENHUM PROBLEMA) COMPARADO COM AS SEMANAS
      *                ANTERIORES (HISTORICO EM QUALHIST.dat).
      *              OS PRINCIPAIS PROBLEMAS DE CADA ARQUIVO VAO PARA
      *              O SETOR DONO DOS DADOS PELA FILA CENTRAL
      *              (NOTIF01A). RODAR UMA VEZ POR SEMANA (PLANO.dat
      *              DO SCHED01A); RODAR DE NOVO NO MESMO DIA
      *              SUBSTITUI O PLACAR DO DIA NO HISTORICO.
      *----------------------------------------------------------------*
      * REGRAS POR ARQUIVO:
      *   SEQENT01.dat  CPF-INVALIDO (DIGITOS, REGRA DO VALCPF01),
      *                 CEP-FORA-DIR (CEP AUSENTE DO CEPDIR.dat, VIA
      *                 CEPDIR1A), EMAIL-INVALIDO, SEM-CARGO,
      *                 NOME-AUSENTE
      *   CADASTRO1.dat DOC-INVALIDO (CPF OU CNPJ PELOS DIGITOS, REGRAS
      *                 DO VALCPF01 E DO VALIDA1B), NOME-AUSENTE
      *   CADASTRO3.dat SEM-DEPTO, SALARIO-ZERO, NOME-AUSENTE
      *   clientes.dat  EMAIL-INVALIDO, NOME-AUSENTE
      *   FORNECED.dat  CNPJ-INVALIDO, SEM-CONTA-BCO (SEM DADOS
      *                 BANCARIOS COMPLETOS EM FORNBCO.dat)
      *   ESTOQUE.dat   SEM-NCM (SEM NCM DE 8 DIGITOS EM PRODUTOS.dat),
      *                 NOME-AUSENTE
      * SEM CEPDIR.dat A REGRA DE CEP NAO E APLICADA (AVISO NO
      * RELATORIO).
      *----------------------------------------------------------------*
      * PARAMETROS EM QUALPR.dat (CHAVE|VALOR|..., OPCIONAL):
      *   DONO|ARQUIVO|SETOR|  SETOR QUE RECEBE OS AVISOS DO ARQUIVO
      *                        (PADRAO: SEQENT01 E CADASTRO3 = RH,
      *                        CADASTRO1 = CADASTRO, CLIENTES =
      *                        COMERCIAL, FORNECED = COMPRAS,
      *                        ESTOQUE = ESTOQUE)
      *   ALERTA|SCORE|        ABAIXO DESTE SCORE O AVISO E URGENTE
      *                        (PADRAO 80)
      * LAYOUT DE QUALHIST.dat:
      *   DATA(8)|ARQUIVO(12)|REGISTROS(5)|COM-PROBLEMA(5)|
      *   SCORE(4, COM UMA DECIMAL IMPLICITA)|
      * NOME.......: QUALID1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALID1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CADASTRO ASSIGN TO 'SEQENT01.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAD1 ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAD3 ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDC-CUST-ID
               FILE STATUS IS FS-CLIENTES.

           SELECT OPTIONAL ARQ-FORNEC ASSIGN TO 'FORNECED.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-BANCOS ASSIGN TO 'FORNBCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS FS-ESTOQUE.

           SELECT OPTIONAL ARQ-PRODUTOS ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CEPDIR ASSIGN TO 'CEPDIR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PARM ASSIGN TO 'QUALPR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-HIST ASSIGN TO 'QUALHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

           SELECT ARQ-REL ASSIGN TO 'QUALID.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    CADASTRO DE USUARIOS (LAYOUT DO COPY002A)
       FD  ARQ-CADASTRO.
       01  FD-CAD-REGISTRO.
           05 FD-CAD-COD                  PIC 9(03).
           05 FD-CAD-NOME                 PIC X(30).
           05 FD-CAD-IDADE                PIC 9(02).
           05 FD-CAD-DATA-NASC            PIC 9(08).
           05 FD-CAD-CARGO                PIC X(20).
           05 FD-CAD-EMAIL                PIC X(50).
           05 FD-CAD-TELEFONE             PIC 9(09).
           05 FD-CAD-RUA                  PIC X(50).
           05 FD-CAD-CIDADE               PIC X(30).
           05 FD-CAD-ESTADO               PIC X(02).
           05 FD-CAD-CEP                  PIC 9(08).
           05 FD-CAD-CPF                  PIC 9(11).
           05 FD-CAD-DATA-CRIACAO         PIC 9(08).
           05 FD-CAD-DATA-ATUALIZ         PIC 9(08).

      *    CADASTRO CONSOLIDADO DE CLIENTES (BOOK CLI001A)
       FD  ARQ-CAD1.
       01  FD-CAD1-REGISTRO.
           COPY CLI001A.

      *    FUNCIONARIOS (LAYOUT DO GLPOST1A, COM O DEPARTAMENTO)
       FD  ARQ-CAD3.
       01  FD-CAD3-REGISTRO.
           05 FD-CAD3-NOME                PIC X(30).
           05 FD-CAD3-IDADE               PIC 9(02).
           05 FD-CAD3-SALARIO             PIC 9(05)V99.
           05 FD-CAD3-DEPARTAMENTO        PIC X(10).

       FD  ARQ-CLIENTES.
       01  FD-REG-CLIENTE.
           05 FDC-CUST-ID                 PIC 9(06).
           05 FDC-NOME                    PIC X(40).
           05 FDC-EMAIL                   PIC X(50).

       FD  ARQ-FORNEC.
       01  FD-LIN-FORNECEDOR              PIC X(060).

       FD  ARQ-BANCOS.
       01  FD-LIN-BANCO                   PIC X(060).

      *    ESTOQUE (LAYOUT DO CAIXAREG)
       FD  ARQ-ESTOQUE.
       01  FD-ARQ-EST.
           05 FDE-COD-PRODUTO             PIC 9(05).
           05 FDE-NOME-PRODUTO            PIC X(20).
           05 FDE-QTDE-PRODUTO            PIC 9(05).
           05 FDE-VALOR-PRODUTO           PIC 9(15)V99.
           05 FDE-QTDE-MINIMA             PIC 9(05).
           05 FDE-QTDE-LOCAL OCCURS 10 TIMES.
               10 FDE-LOCAL-COD           PIC X(05).
               10 FDE-LOCAL-QTDE          PIC 9(05).

      *    CATALOGO FISCAL (LAYOUT DO PROG027A) - SO O NCM INTERESSA
       FD  ARQ-PRODUTOS.
       01  FD-LIN-PRODUTOS.
           05 FDP-COD-PRODUTO             PIC 9(05).
           05 FDP-NOME-PRODUTO            PIC X(30).
           05 FDP-VALOR-PRODUTO           PIC 9(06)V99.
           05 FDP-NCM-PRODUTO             PIC X(08).
           05 FDP-CFOP-PRODUTO            PIC X(04).
           05 FDP-ORIGEM-PRODUTO          PIC X(01).

       FD  ARQ-CEPDIR.
       01  FD-LIN-CEPDIR                  PIC X(100).

       FD  ARQ-PARM.
       01  FD-LIN-PARM                    PIC X(060).

       FD  ARQ-HIST.
       01  FD-LIN-HIST                    PIC X(060).

       FD  ARQ-REL.
       01  FD-LIN-REL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  FS-CLIENTES                    PIC X(02) VALUE SPACES.
       01  FS-ESTOQUE                     PIC X(02) VALUE SPACES.
       01  FS-HIST                        PIC X(02) VALUE SPACES.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *  PARAMETROS
       01  WRK-PARM-CHAVE                 PIC X(10) VALUE SPACES.
       01  WRK-PARM-VALOR1                PIC X(12) VALUE SPACES.
       01  WRK-PARM-VALOR2                PIC X(20) VALUE SPACES.
       01  WRK-SCORE-ALERTA               PIC 9(03) VALUE 80.

      *  ARQUIVOS AVALIADOS: 1 SEQENT01, 2 CADASTRO1, 3 CADASTRO3,
      *  4 CLIENTES, 5 FORNECED, 6 ESTOQUE
       01  WRK-QTDE-ARQ                   PIC 9(01) VALUE 6.
       01  WRK-ARQ-ATUAL                  PIC 9(01) VALUE ZEROS.
       01  WRK-IND-ARQ                    PIC 9(01) VALUE ZEROS.
       01  TAB-ARQUIVOS.
           05  TAB-ARQ-LINHA OCCURS 6 TIMES.
               10  TAB-ARQ-NOME           PIC X(12) VALUE SPACES.
               10  TAB-ARQ-DONO           PIC X(20) VALUE SPACES.
               10  TAB-ARQ-PRESENTE       PIC X(01) VALUE 'N'.
               10  TAB-ARQ-TOTAL          PIC 9(05) VALUE ZEROS.
               10  TAB-ARQ-ERROS          PIC 9(05) VALUE ZEROS.
               10  TAB-ARQ-SCORE          PIC 9(03)V9 VALUE ZEROS.
               10  TAB-ARQ-QTDE-HIST      PIC 9(01) VALUE ZEROS.
               10  TAB-ARQ-HIST-SCORE     PIC 9(03)V9 OCCURS 4 TIMES.

      *  REGRAS E OCORRENCIAS POR REGRA (TAB-REGRA-ARQ = ARQUIVO)
       01  WRK-QTDE-REGRAS                PIC 9(02) VALUE 16.
       01  WRK-IND-REGRA                  PIC 9(02) VALUE ZEROS.
       01  TAB-REGRAS.
           05  TAB-REGRA-LINHA OCCURS 16 TIMES.
               10  TAB-REGRA-COD          PIC X(14) VALUE SPACES.
               10  TAB-REGRA-ARQ          PIC 9(01) VALUE ZEROS.
               10  TAB-REGRA-QTDE         PIC 9(05) VALUE ZEROS.
               10  TAB-REGRA-ESCOLHIDA    PIC X(01) VALUE 'N'.

      *  REGISTRO EM AVALIACAO
       01  WRK-REG-PROBLEMA               PIC X(01) VALUE 'N'.
       01  WRK-CHAVE                      PIC X(20) VALUE SPACES.
       01  WRK-DETALHE                    PIC X(60) VALUE SPACES.
       01  WRK-CEPDIR-DISPONIVEL          PIC X(01) VALUE 'N'.

      *  VALIDACAO DE CPF/CNPJ PELOS DIGITOS (MESMAS REGRAS DO
      *  VALCPF01 E DO VALIDA1B, QUE SAO PROGRAMAS DE CONSOLE)
       01  WRK-DOC-ENT                    PIC X(20) VALUE SPACES.
       01  WRK-DOC-LEN                    PIC 9(02) VALUE ZEROS.
       01  WRK-DOC-VALIDO                 PIC X(01) VALUE 'N'.
       01  WRK-DOC-IGUAIS                 PIC X(01) VALUE 'S'.
       01  WRK-DOC-DIGITOS.
           05  WRK-DOC-D OCCURS 14 TIMES  PIC 9(01).
       01  WRK-SOMA                       PIC 9(05) VALUE ZEROS.
       01  WRK-RESTO                      PIC 9(02) VALUE ZEROS.
       01  WRK-DV1                        PIC 9(02) VALUE ZEROS.
       01  WRK-DV2                        PIC 9(02) VALUE ZEROS.
       01  WRK-IND                        PIC 9(02) VALUE ZEROS.
       01  WRK-PESO                       PIC 9(02) VALUE ZEROS.
       01  TAB-PESOS-CNPJ1.
           05  FILLER                     PIC X(24) VALUE
               '050403020908070605040302'.
       01  TAB-PESOS-CNPJ1-R REDEFINES TAB-PESOS-CNPJ1.
           05  WRK-PESO-CNPJ1 OCCURS 12 TIMES
                                          PIC 9(02).
      *    PESOS DO SEGUNDO DIGITO PARA OS 12 PRIMEIROS ALGARISMOS -
      *    O PRIMEIRO DV ENTRA DEPOIS COM PESO 2
       01  TAB-PESOS-CNPJ2.
           05  FILLER                     PIC X(24) VALUE
               '060504030209080706050403'.
       01  TAB-PESOS-CNPJ2-R REDEFINES TAB-PESOS-CNPJ2.
           05  WRK-PESO-CNPJ2 OCCURS 12 TIMES
                                          PIC 9(02).

      *  VALIDACAO DE E-MAIL
       01  WRK-EMAIL                      PIC X(50) VALUE SPACES.
       01  WRK-EMAIL-VALIDO               PIC X(01) VALUE 'N'.
       01  WRK-EMAIL-TAM                  PIC 9(02) VALUE ZEROS.
       01  WRK-EMAIL-ARROBAS              PIC 9(02) VALUE ZEROS.
       01  WRK-EMAIL-POS-ARROBA           PIC 9(02) VALUE ZEROS.
       01  WRK-EMAIL-POS-PONTO            PIC 9(02) VALUE ZEROS.
       01  WRK-EMAIL-ESPACOS              PIC 9(02) VALUE ZEROS.
       01  WRK-IND-EMAIL                  PIC 9(02) VALUE ZEROS.

      *  CONSULTA AO DIRETORIO DE CEP (CEPDIR1A)
       01  WRK-CEP-REGISTRO.
           COPY CEP001A.

      *  DADOS BANCARIOS DOS FORNECEDORES (FORNBCO.dat, FORNEC1A)
       01  WRK-MAX-TAB-BCO                PIC 9(03) VALUE 200.
       01  WRK-QTDE-BCO                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-BCO                    PIC 9(03) VALUE ZEROS.
       01  TAB-BANCOS.
           05  TAB-BCO-LINHA OCCURS 200 TIMES.
               10  TAB-BCO-FORNECEDOR     PIC 9(05) VALUE ZEROS.
               10  TAB-BCO-BANCO          PIC 9(03) VALUE ZEROS.
               10  TAB-BCO-AGENCIA        PIC 9(05) VALUE ZEROS.
               10  TAB-BCO-CONTA          PIC 9(12) VALUE ZEROS.
               10  TAB-BCO-DV             PIC X(01) VALUE SPACES.
       01  WRK-FOR-ID                     PIC 9(05) VALUE ZEROS.
       01  WRK-FOR-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-FOR-CNPJ                   PIC X(14) VALUE SPACES.
       01  WRK-CONTA-OK                   PIC X(01) VALUE 'N'.

      *  NCM DOS PRODUTOS (PRODUTOS.dat)
       01  WRK-MAX-TAB-NCM                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-NCM                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-NCM                    PIC 9(04) VALUE ZEROS.
       01  TAB-PRODUTO-NCM.
           05  TAB-NCM-LINHA OCCURS 1000 TIMES.
               10  TAB-NCM-PRODUTO        PIC 9(05) VALUE ZEROS.
               10  TAB-NCM-CODIGO         PIC X(08) VALUE SPACES.
       01  WRK-NCM-ACHADO                 PIC X(08) VALUE SPACES.
       01  WRK-NCM-ENCONTRADO             PIC X(01) VALUE 'N'.

      *  HISTORICO DE PLACARES (QUALHIST.dat) - AS LINHAS DE HOJE SAO
      *  DESCARTADAS NA CARGA E REGRAVADAS COM O PLACAR NOVO
       01  WRK-MAX-TAB-HIS                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-HIS                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-HIS                    PIC 9(04) VALUE ZEROS.
       01  TAB-HISTORICO.
           05  TAB-HIS-LINHA OCCURS 1000 TIMES
                                          PIC X(060).
       01  WRK-HIS-REGISTRO.
           05 WRK-HIS-DATA                PIC 9(08) VALUE ZEROS.
           05 FILLER                      PIC X(01) VALUE '|'.
           05 WRK-HIS-ARQUIVO             PIC X(12) VALUE SPACES.
           05 FILLER                      PIC X(01) VALUE '|'.
           05 WRK-HIS-TOTAL               PIC 9(05) VALUE ZEROS.
           05 FILLER                      PIC X(01) VALUE '|'.
           05 WRK-HIS-ERROS               PIC 9(05) VALUE ZEROS.
           05 FILLER                      PIC X(01) VALUE '|'.
           05 WRK-HIS-SCORE               PIC 9(03)V9 VALUE ZEROS.
           05 FILLER                      PIC X(01) VALUE '|'.

      *  PRINCIPAIS PROBLEMAS DE UM ARQUIVO PARA O AVISO AO DONO
       01  WRK-IND-TOP                    PIC 9(01) VALUE ZEROS.
       01  WRK-MELHOR-REGRA               PIC 9(02) VALUE ZEROS.
       01  WRK-MELHOR-QTDE                PIC 9(05) VALUE ZEROS.
       01  WRK-PONTEIRO                   PIC 9(03) VALUE ZEROS.

      *  PEDIDO DE NOTIFICACAO PARA A FILA CENTRAL (NOTIF01A)
       01  WRK-NOT-REGISTRO.
           COPY NOT001A.

      *  IMPRESSAO
       01  WRK-LINHA-REL                  PIC X(132) VALUE SPACES.
       01  WRK-NUM-ED                     PIC ZZZZ9.
       01  WRK-NUM-ED2                    PIC ZZZZ9.
       01  WRK-SCORE-ED                   PIC ZZ9,9.
       01  WRK-SCORE-ED2                  PIC ZZ9,9.
       01  WRK-VARIACAO                   PIC S9(03)V9 VALUE ZEROS.
       01  WRK-VARIACAO-ED                PIC +++9,9.
       01  WRK-SCORE-ANTERIOR             PIC 9(03)V9 VALUE ZEROS.

      *    DEFINICAO DE DATA E HORA DO SISTEMA.
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
           PERFORM 0002-INICIAR-TABELAS
           PERFORM 0003-CARREGAR-PARAMETROS
           PERFORM 0004-CARREGAR-APOIO
           PERFORM 0005-CARREGAR-HISTORICO

           OPEN OUTPUT ARQ-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* PLACAR DE QUALIDADE DOS CADASTROS - '
                  COD001A-DATA-DIA '/' COD001A-DATA-MES '/'
                  COD001A-DATA-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           IF WRK-CEPDIR-DISPONIVEL NOT EQUAL 'S'
              MOVE '* CEPDIR.dat VAZIO OU AUSENTE - REGRA DE CEP NAO '
                                       TO FD-LIN-REL
              MOVE 'APLICADA'          TO FD-LIN-REL(50:8)
              WRITE FD-LIN-REL
           END-IF

           PERFORM 0010-AVALIAR-SEQENT01
           PERFORM 0011-AVALIAR-CADASTRO1
           PERFORM 0012-AVALIAR-CADASTRO3
           PERFORM 0013-AVALIAR-CLIENTES
           PERFORM 0014-AVALIAR-FORNECEDORES
           PERFORM 0015-AVALIAR-ESTOQUE

           PERFORM 0020-LISTAR-PLACAR
           CLOSE ARQ-REL

           PERFORM 0021-GRAVAR-HISTORICO
           PERFORM 0022-AVISAR-DONOS

           DISPLAY '*=========================================*'
           DISPLAY '* QUALID1A - PLACAR DE QUALIDADE          *'
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                      WRK-IND-ARQ > WRK-QTDE-ARQ
              IF TAB-ARQ-PRESENTE(WRK-IND-ARQ) EQUAL 'S'
                 MOVE TAB-ARQ-SCORE(WRK-IND-ARQ) TO WRK-SCORE-ED
                 DISPLAY '* ' TAB-ARQ-NOME(WRK-IND-ARQ)
                         ' SCORE ' WRK-SCORE-ED
              ELSE
                 DISPLAY '* ' TAB-ARQ-NOME(WRK-IND-ARQ)
                         ' INDISPONIVEL'
              END-IF
           END-PERFORM
           DISPLAY '* RELATORIO EM QUALID.txt                 *'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A DATA CORRENTE VIA PROGDATA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WRK-HOJE-AAAAMMDD = COD001A-DATA-ANO * 10000
                                      + COD001A-DATA-MES * 100
                                      + COD001A-DATA-DIA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ARQUIVOS AVALIADOS, DONOS PADRAO E REGRAS DE CADA ARQUIVO
      *----------------------------------------------------------------*
       0002-INICIAR-TABELAS            SECTION.
      *----------------------------------------------------------------*

           MOVE 'SEQENT01'             TO TAB-ARQ-NOME(1)
           MOVE 'RH'                   TO TAB-ARQ-DONO(1)
           MOVE 'CADASTRO1'            TO TAB-ARQ-NOME(2)
           MOVE 'CADASTRO'             TO TAB-ARQ-DONO(2)
           MOVE 'CADASTRO3'            TO TAB-ARQ-NOME(3)
           MOVE 'RH'                   TO TAB-ARQ-DONO(3)
           MOVE 'CLIENTES'             TO TAB-ARQ-NOME(4)
           MOVE 'COMERCIAL'            TO TAB-ARQ-DONO(4)
           MOVE 'FORNECED'             TO TAB-ARQ-NOME(5)
           MOVE 'COMPRAS'              TO TAB-ARQ-DONO(5)
           MOVE 'ESTOQUE'              TO TAB-ARQ-NOME(6)
           MOVE 'ESTOQUE'              TO TAB-ARQ-DONO(6)

           MOVE 'CPF-INVALIDO'         TO TAB-REGRA-COD(1)
           MOVE 1                      TO TAB-REGRA-ARQ(1)
           MOVE 'CEP-FORA-DIR'         TO TAB-REGRA-COD(2)
           MOVE 1                      TO TAB-REGRA-ARQ(2)
           MOVE 'EMAIL-INVALIDO'       TO TAB-REGRA-COD(3)
           MOVE 1                      TO TAB-REGRA-ARQ(3)
           MOVE 'SEM-CARGO'            TO TAB-REGRA-COD(4)
           MOVE 1                      TO TAB-REGRA-ARQ(4)
           MOVE 'NOME-AUSENTE'         TO TAB-REGRA-COD(5)
           MOVE 1                      TO TAB-REGRA-ARQ(5)
           MOVE 'DOC-INVALIDO'         TO TAB-REGRA-COD(6)
           MOVE 2                      TO TAB-REGRA-ARQ(6)
           MOVE 'NOME-AUSENTE'         TO TAB-REGRA-COD(7)
           MOVE 2                      TO TAB-REGRA-ARQ(7)
           MOVE 'SEM-DEPTO'            TO TAB-REGRA-COD(8)
           MOVE 3                      TO TAB-REGRA-ARQ(8)
           MOVE 'SALARIO-ZERO'         TO TAB-REGRA-COD(9)
           MOVE 3                      TO TAB-REGRA-ARQ(9)
           MOVE 'NOME-AUSENTE'         TO TAB-REGRA-COD(10)
           MOVE 3                      TO TAB-REGRA-ARQ(10)
           MOVE 'EMAIL-INVALIDO'       TO TAB-REGRA-COD(11)
           MOVE 4                      TO TAB-REGRA-ARQ(11)
           MOVE 'NOME-AUSENTE'         TO TAB-REGRA-COD(12)
           MOVE 4                      TO TAB-REGRA-ARQ(12)
           MOVE 'CNPJ-INVALIDO'        TO TAB-REGRA-COD(13)
           MOVE 5                      TO TAB-REGRA-ARQ(13)
           MOVE 'SEM-CONTA-BCO'        TO TAB-REGRA-COD(14)
           MOVE 5                      TO TAB-REGRA-ARQ(14)
           MOVE 'SEM-NCM'              TO TAB-REGRA-COD(15)
           MOVE 6                      TO TAB-REGRA-ARQ(15)
           MOVE 'NOME-AUSENTE'         TO TAB-REGRA-COD(16)
           MOVE 6                      TO TAB-REGRA-ARQ(16)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PARAMETROS DE QUALPR.dat (SEM ARQUIVO VALEM OS
      *    PADROES)
      *----------------------------------------------------------------*
       0003-CARREGAR-PARAMETROS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PARM-CHAVE
                                          WRK-PARM-VALOR1
                                          WRK-PARM-VALOR2
                    UNSTRING FD-LIN-PARM DELIMITED BY '|'
                       INTO WRK-PARM-CHAVE
                            WRK-PARM-VALOR1
                            WRK-PARM-VALOR2
                    END-UNSTRING
                    EVALUATE WRK-PARM-CHAVE
                       WHEN 'DONO'
                          MOVE FUNCTION UPPER-CASE(WRK-PARM-VALOR1)
                                       TO WRK-PARM-VALOR1
                          PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                                  UNTIL WRK-IND-ARQ > WRK-QTDE-ARQ
                             IF TAB-ARQ-NOME(WRK-IND-ARQ) EQUAL
                                WRK-PARM-VALOR1 AND
                                WRK-PARM-VALOR2 NOT EQUAL SPACES
                                MOVE WRK-PARM-VALOR2 TO
                                     TAB-ARQ-DONO(WRK-IND-ARQ)
                             END-IF
                          END-PERFORM
                       WHEN 'ALERTA'
                          IF FUNCTION TRIM(WRK-PARM-VALOR1) IS NUMERIC
                             MOVE FUNCTION NUMVAL(WRK-PARM-VALOR1)
                                       TO WRK-SCORE-ALERTA
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQ-PARM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ARQUIVOS DE APOIO: DADOS BANCARIOS DOS
      *    FORNECEDORES, NCM DOS PRODUTOS E SE HA DIRETORIO DE CEP
      *----------------------------------------------------------------*
       0004-CARREGAR-APOIO             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-BCO
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-BANCOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-BANCOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-BCO LESS WRK-MAX-TAB-BCO
                       ADD 1           TO WRK-QTDE-BCO
                       INITIALIZE TAB-BCO-LINHA(WRK-QTDE-BCO)
                       UNSTRING FD-LIN-BANCO DELIMITED BY SEP
                          INTO TAB-BCO-FORNECEDOR(WRK-QTDE-BCO)
                               TAB-BCO-BANCO(WRK-QTDE-BCO)
                               TAB-BCO-AGENCIA(WRK-QTDE-BCO)
                               TAB-BCO-CONTA(WRK-QTDE-BCO)
                               TAB-BCO-DV(WRK-QTDE-BCO)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-BANCOS

           MOVE ZEROS                  TO WRK-QTDE-NCM
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-PRODUTOS
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PRODUTOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-NCM LESS WRK-MAX-TAB-NCM AND
                       FDP-COD-PRODUTO IS NUMERIC
                       ADD 1           TO WRK-QTDE-NCM
                       MOVE FDP-COD-PRODUTO
                                    TO TAB-NCM-PRODUTO(WRK-QTDE-NCM)
                       MOVE FDP-NCM-PRODUTO
                                    TO TAB-NCM-CODIGO(WRK-QTDE-NCM)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-PRODUTOS

           MOVE 'N'                    TO WRK-CEPDIR-DISPONIVEL
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-CEPDIR
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CEPDIR
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CEPDIR(1:8) IS NUMERIC
                       MOVE 'S'        TO WRK-CEPDIR-DISPONIVEL
                                          WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-CEPDIR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O HISTORICO DE PLACARES: GUARDA AS LINHAS DE
      *    OUTROS DIAS E, POR ARQUIVO, OS 4 SCORES MAIS RECENTES
      *----------------------------------------------------------------*
       0005-CARREGAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-HIS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-HIST

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-HIST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-HIST   TO WRK-HIS-REGISTRO
                    IF WRK-HIS-DATA IS NUMERIC AND
                       WRK-HIS-DATA NOT EQUAL WRK-HOJE-AAAAMMDD
                       IF WRK-QTDE-HIS LESS WRK-MAX-TAB-HIS
                          ADD 1        TO WRK-QTDE-HIS
                       ELSE
      *                   TABELA CHEIA: DESCARTA A LINHA MAIS ANTIGA
                          PERFORM VARYING WRK-IND-HIS FROM 1 BY 1
                                  UNTIL WRK-IND-HIS >= WRK-QTDE-HIS
                             MOVE TAB-HIS-LINHA(WRK-IND-HIS + 1)
                                       TO TAB-HIS-LINHA(WRK-IND-HIS)
                          END-PERFORM
                       END-IF
                       MOVE FD-LIN-HIST TO TAB-HIS-LINHA(WRK-QTDE-HIS)
                       PERFORM 0006-EMPILHAR-SCORE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-HIST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O SCORE LIDO DO HISTORICO NOS 4 MAIS RECENTES DO
      *    ARQUIVO (O HISTORICO E GRAVADO EM ORDEM DE DATA)
      *----------------------------------------------------------------*
       0006-EMPILHAR-SCORE             SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                      WRK-IND-ARQ > WRK-QTDE-ARQ
              IF TAB-ARQ-NOME(WRK-IND-ARQ) EQUAL WRK-HIS-ARQUIVO
                 IF TAB-ARQ-QTDE-HIST(WRK-IND-ARQ) LESS 4
                    ADD 1              TO TAB-ARQ-QTDE-HIST(WRK-IND-ARQ)
                 ELSE
                    MOVE TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, 2)
                                  TO TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, 1)
                    MOVE TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, 3)
                                  TO TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, 2)
                    MOVE TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, 4)
                                  TO TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, 3)
                 END-IF
                 MOVE WRK-HIS-SCORE    TO TAB-ARQ-HIST-SCORE
                      (WRK-IND-ARQ, TAB-ARQ-QTDE-HIST(WRK-IND-ARQ))
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CADASTRO DE USUARIOS (SEQENT01.dat)
      *----------------------------------------------------------------*
       0010-AVALIAR-SEQENT01           SECTION.
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-ARQ-ATUAL
           PERFORM 0030-ABRIR-SECAO
           MOVE 'S'                    TO TAB-ARQ-PRESENTE(1)
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CADASTRO
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CADASTRO
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'           TO WRK-REG-PROBLEMA
                    MOVE SPACES        TO WRK-CHAVE
                    STRING FD-CAD-COD ' ' FD-CAD-NOME
                           DELIMITED BY SIZE INTO WRK-CHAVE
                    END-STRING

                    MOVE FD-CAD-CPF    TO WRK-DOC-ENT
                    PERFORM 0040-VALIDAR-DOCUMENTO
                    IF WRK-DOC-VALIDO NOT EQUAL 'S' OR
                       WRK-DOC-LEN NOT EQUAL 11
                       MOVE 1          TO WRK-IND-REGRA
                       MOVE SPACES     TO WRK-DETALHE
                       STRING 'CPF ' FD-CAD-CPF
                              DELIMITED BY SIZE INTO WRK-DETALHE
                       END-STRING
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF WRK-CEPDIR-DISPONIVEL EQUAL 'S'
                       MOVE 'N'        TO CEP001A-ENCONTRADO
                       IF FD-CAD-CEP IS NUMERIC AND
                          FD-CAD-CEP GREATER ZEROS
                          MOVE FD-CAD-CEP TO CEP001A-CEP
                          CALL 'CEPDIR1A' USING WRK-CEP-REGISTRO
                       END-IF
                       IF CEP001A-ENCONTRADO NOT EQUAL 'S'
                          MOVE 2       TO WRK-IND-REGRA
                          MOVE SPACES  TO WRK-DETALHE
                          STRING 'CEP ' FD-CAD-CEP
                                 ' NAO CONSTA NO CEPDIR.dat'
                                 DELIMITED BY SIZE INTO WRK-DETALHE
                          END-STRING
                          PERFORM 0031-REGISTRAR-OCORRENCIA
                       END-IF
                    END-IF

                    MOVE FD-CAD-EMAIL  TO WRK-EMAIL
                    PERFORM 0041-VALIDAR-EMAIL
                    IF WRK-EMAIL-VALIDO NOT EQUAL 'S'
                       MOVE 3          TO WRK-IND-REGRA
                       MOVE FD-CAD-EMAIL TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF FD-CAD-CARGO EQUAL SPACES
                       MOVE 4          TO WRK-IND-REGRA
                       MOVE 'CARGO NAO INFORMADO' TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF FD-CAD-NOME EQUAL SPACES
                       MOVE 5          TO WRK-IND-REGRA
                       MOVE 'NOME EM BRANCO' TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    PERFORM 0032-FECHAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE ARQ-CADASTRO

           PERFORM 0033-FECHAR-SECAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CADASTRO CONSOLIDADO DE CLIENTES (CADASTRO1.dat)
      *----------------------------------------------------------------*
       0011-AVALIAR-CADASTRO1          SECTION.
      *----------------------------------------------------------------*

           MOVE 2                      TO WRK-ARQ-ATUAL
           PERFORM 0030-ABRIR-SECAO
           MOVE 'S'                    TO TAB-ARQ-PRESENTE(2)
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CAD1
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAD1
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'           TO WRK-REG-PROBLEMA
                    MOVE SPACES        TO WRK-CHAVE
                    STRING CLI001A-ID-CLIENTE ' ' CLI001A-NOME-CLIENTE
                           DELIMITED BY SIZE INTO WRK-CHAVE
                    END-STRING

                    MOVE CLI001A-CPF-CNPJ TO WRK-DOC-ENT
                    PERFORM 0040-VALIDAR-DOCUMENTO
                    IF WRK-DOC-VALIDO NOT EQUAL 'S'
                       MOVE 6          TO WRK-IND-REGRA
                       MOVE SPACES     TO WRK-DETALHE
                       STRING 'CPF/CNPJ ' CLI001A-CPF-CNPJ
                              DELIMITED BY SIZE INTO WRK-DETALHE
                       END-STRING
                       IF CLI001A-CPF-CNPJ EQUAL SPACES
                          MOVE 'CPF/CNPJ NAO INFORMADO' TO WRK-DETALHE
                       END-IF
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF CLI001A-NOME-CLIENTE EQUAL SPACES
                       MOVE 7          TO WRK-IND-REGRA
                       MOVE 'NOME EM BRANCO' TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    PERFORM 0032-FECHAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE ARQ-CAD1

           PERFORM 0033-FECHAR-SECAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FUNCIONARIOS (CADASTRO3.dat)
      *----------------------------------------------------------------*
       0012-AVALIAR-CADASTRO3          SECTION.
      *----------------------------------------------------------------*

           MOVE 3                      TO WRK-ARQ-ATUAL
           PERFORM 0030-ABRIR-SECAO
           MOVE 'S'                    TO TAB-ARQ-PRESENTE(3)
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CAD3
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAD3
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'           TO WRK-REG-PROBLEMA
                    MOVE FD-CAD3-NOME  TO WRK-CHAVE

                    IF FD-CAD3-DEPARTAMENTO EQUAL SPACES
                       MOVE 8          TO WRK-IND-REGRA
                       MOVE 'DEPARTAMENTO NAO INFORMADO'
                                       TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF FD-CAD3-SALARIO IS NOT NUMERIC OR
                       FD-CAD3-SALARIO EQUAL ZEROS
                       MOVE 9          TO WRK-IND-REGRA
                       MOVE 'SALARIO ZERADO OU NAO NUMERICO'
                                       TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF FD-CAD3-NOME EQUAL SPACES
                       MOVE 10         TO WRK-IND-REGRA
                       MOVE 'NOME EM BRANCO' TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    PERFORM 0032-FECHAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE ARQ-CAD3

           PERFORM 0033-FECHAR-SECAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLIENTES DA LOJA (clientes.dat, INDEXADO)
      *----------------------------------------------------------------*
       0013-AVALIAR-CLIENTES           SECTION.
      *----------------------------------------------------------------*

           MOVE 4                      TO WRK-ARQ-ATUAL
           PERFORM 0030-ABRIR-SECAO

           OPEN INPUT ARQ-CLIENTES
           IF FS-CLIENTES NOT EQUAL '00'
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   clientes.dat INDISPONIVEL - STATUS '
                     FS-CLIENTES
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO TAB-ARQ-PRESENTE(4)
           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CLIENTES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'           TO WRK-REG-PROBLEMA
                    MOVE SPACES        TO WRK-CHAVE
                    STRING FDC-CUST-ID ' ' FDC-NOME
                           DELIMITED BY SIZE INTO WRK-CHAVE
                    END-STRING

                    MOVE FDC-EMAIL     TO WRK-EMAIL
                    PERFORM 0041-VALIDAR-EMAIL
                    IF WRK-EMAIL-VALIDO NOT EQUAL 'S'
                       MOVE 11         TO WRK-IND-REGRA
                       MOVE FDC-EMAIL  TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF FDC-NOME EQUAL SPACES
                       MOVE 12         TO WRK-IND-REGRA
                       MOVE 'NOME EM BRANCO' TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    PERFORM 0032-FECHAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE ARQ-CLIENTES

           PERFORM 0033-FECHAR-SECAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FORNECEDORES (FORNECED.dat) E SEUS DADOS BANCARIOS
      *----------------------------------------------------------------*
       0014-AVALIAR-FORNECEDORES       SECTION.
      *----------------------------------------------------------------*

           MOVE 5                      TO WRK-ARQ-ATUAL
           PERFORM 0030-ABRIR-SECAO
           MOVE 'S'                    TO TAB-ARQ-PRESENTE(5)
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-FORNEC
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-FORNEC
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'           TO WRK-REG-PROBLEMA
                    MOVE ZEROS         TO WRK-FOR-ID
                    MOVE SPACES        TO WRK-FOR-NOME
                                          WRK-FOR-CNPJ
                    UNSTRING FD-LIN-FORNECEDOR DELIMITED BY SEP
                       INTO WRK-FOR-ID
                            WRK-FOR-NOME
                            WRK-FOR-CNPJ
                    END-UNSTRING
                    MOVE SPACES        TO WRK-CHAVE
                    STRING WRK-FOR-ID ' ' WRK-FOR-NOME
                           DELIMITED BY SIZE INTO WRK-CHAVE
                    END-STRING

                    MOVE WRK-FOR-CNPJ  TO WRK-DOC-ENT
                    PERFORM 0040-VALIDAR-DOCUMENTO
                    IF WRK-DOC-VALIDO NOT EQUAL 'S' OR
                       WRK-DOC-LEN NOT EQUAL 14
                       MOVE 13         TO WRK-IND-REGRA
                       MOVE SPACES     TO WRK-DETALHE
                       STRING 'CNPJ ' WRK-FOR-CNPJ
                              DELIMITED BY SIZE INTO WRK-DETALHE
                       END-STRING
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

      *             MESMA EXIGENCIA DO FORNEC1A NA DIGITACAO: BANCO,
      *             AGENCIA, CONTA E DV PREENCHIDOS
                    MOVE 'N'           TO WRK-CONTA-OK
                    PERFORM VARYING WRK-IND-BCO FROM 1 BY 1 UNTIL
                               WRK-IND-BCO > WRK-QTDE-BCO
                       IF TAB-BCO-FORNECEDOR(WRK-IND-BCO) EQUAL
                          WRK-FOR-ID AND
                          TAB-BCO-BANCO(WRK-IND-BCO) GREATER ZEROS AND
                          TAB-BCO-AGENCIA(WRK-IND-BCO) GREATER ZEROS
                          AND TAB-BCO-CONTA(WRK-IND-BCO) GREATER ZEROS
                          AND TAB-BCO-DV(WRK-IND-BCO) NOT EQUAL SPACES
                          MOVE 'S'     TO WRK-CONTA-OK
                       END-IF
                    END-PERFORM
                    IF WRK-CONTA-OK NOT EQUAL 'S'
                       MOVE 14         TO WRK-IND-REGRA
                       MOVE 'SEM DADOS BANCARIOS COMPLETOS EM FORNBCO'
                                       TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    PERFORM 0032-FECHAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE ARQ-FORNEC

           PERFORM 0033-FECHAR-SECAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRODUTOS EM ESTOQUE (ESTOQUE.dat, INDEXADO) E O NCM DO
      *    CATALOGO FISCAL (PRODUTOS.dat)
      *----------------------------------------------------------------*
       0015-AVALIAR-ESTOQUE            SECTION.
      *----------------------------------------------------------------*

           MOVE 6                      TO WRK-ARQ-ATUAL
           PERFORM 0030-ABRIR-SECAO

           OPEN INPUT ARQ-ESTOQUE
           IF FS-ESTOQUE NOT EQUAL '00'
              MOVE SPACES              TO WRK-LINHA-REL
              STRING '*   ESTOQUE.dat INDISPONIVEL - STATUS '
                     FS-ESTOQUE
                     DELIMITED BY SIZE INTO WRK-LINHA-REL
              END-STRING
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO TAB-ARQ-PRESENTE(6)
           MOVE 'N'                    TO WRK-FIM-ARQ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ESTOQUE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE 'N'           TO WRK-REG-PROBLEMA
                    MOVE SPACES        TO WRK-CHAVE
                    STRING FDE-COD-PRODUTO ' ' FDE-NOME-PRODUTO
                           DELIMITED BY SIZE INTO WRK-CHAVE
                    END-STRING

                    MOVE 'N'           TO WRK-NCM-ENCONTRADO
                    MOVE SPACES        TO WRK-NCM-ACHADO
                    PERFORM VARYING WRK-IND-NCM FROM 1 BY 1 UNTIL
                               WRK-IND-NCM > WRK-QTDE-NCM
                            OR WRK-NCM-ENCONTRADO EQUAL 'S'
                       IF TAB-NCM-PRODUTO(WRK-IND-NCM) EQUAL
                          FDE-COD-PRODUTO
                          MOVE 'S'     TO WRK-NCM-ENCONTRADO
                          MOVE TAB-NCM-CODIGO(WRK-IND-NCM)
                                       TO WRK-NCM-ACHADO
                       END-IF
                    END-PERFORM
                    IF WRK-NCM-ACHADO IS NOT NUMERIC
                       MOVE 15         TO WRK-IND-REGRA
                       IF WRK-NCM-ENCONTRADO EQUAL 'S'
                          MOVE SPACES  TO WRK-DETALHE
                          STRING 'NCM INVALIDO EM PRODUTOS.dat: '
                                 WRK-NCM-ACHADO
                                 DELIMITED BY SIZE INTO WRK-DETALHE
                          END-STRING
                       ELSE
                          MOVE 'PRODUTO SEM CADASTRO FISCAL EM '
                                       TO WRK-DETALHE
                          MOVE 'PRODUTOS.dat' TO WRK-DETALHE(32:12)
                       END-IF
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    IF FDE-NOME-PRODUTO EQUAL SPACES
                       MOVE 16         TO WRK-IND-REGRA
                       MOVE 'NOME EM BRANCO' TO WRK-DETALHE
                       PERFORM 0031-REGISTRAR-OCORRENCIA
                    END-IF

                    PERFORM 0032-FECHAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE ARQ-ESTOQUE

           PERFORM 0033-FECHAR-SECAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PLACAR: SCORE DE CADA ARQUIVO, SCORE DA SEMANA ANTERIOR,
      *    VARIACAO E OS 4 ULTIMOS PLACARES DO HISTORICO
      *----------------------------------------------------------------*
       0020-LISTAR-PLACAR              SECTION.
      *----------------------------------------------------------------*

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '* PLACAR (SCORE = % DE REGISTROS SEM PROBLEMA):'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ARQUIVO      REGISTROS C/PROBL.  SCORE ANTERIOR '
                  'VARIACAO  ULTIMOS PLACARES (ANTIGO -> RECENTE)'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                      WRK-IND-ARQ > WRK-QTDE-ARQ
              MOVE SPACES              TO WRK-LINHA-REL
              IF TAB-ARQ-PRESENTE(WRK-IND-ARQ) NOT EQUAL 'S'
                 STRING '* ' TAB-ARQ-NOME(WRK-IND-ARQ)
                        ' INDISPONIVEL - SEM PLACAR NESTA SEMANA'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              ELSE
                 MOVE TAB-ARQ-TOTAL(WRK-IND-ARQ) TO WRK-NUM-ED
                 MOVE TAB-ARQ-ERROS(WRK-IND-ARQ) TO WRK-NUM-ED2
                 MOVE TAB-ARQ-SCORE(WRK-IND-ARQ) TO WRK-SCORE-ED
                 STRING '* ' TAB-ARQ-NOME(WRK-IND-ARQ)
                        '     ' WRK-NUM-ED
                        '    ' WRK-NUM-ED2
                        '  ' WRK-SCORE-ED
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 IF TAB-ARQ-QTDE-HIST(WRK-IND-ARQ) GREATER ZEROS
                    MOVE TAB-ARQ-HIST-SCORE(WRK-IND-ARQ,
                         TAB-ARQ-QTDE-HIST(WRK-IND-ARQ))
                                       TO WRK-SCORE-ANTERIOR
                    MOVE WRK-SCORE-ANTERIOR TO WRK-SCORE-ED2
                    COMPUTE WRK-VARIACAO = TAB-ARQ-SCORE(WRK-IND-ARQ)
                                         - WRK-SCORE-ANTERIOR
                    MOVE WRK-VARIACAO  TO WRK-VARIACAO-ED
                    MOVE WRK-SCORE-ED2 TO WRK-LINHA-REL(45:5)
                    MOVE WRK-VARIACAO-ED TO WRK-LINHA-REL(53:6)
                    MOVE 61            TO WRK-PONTEIRO
                    PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL
                               WRK-IND > TAB-ARQ-QTDE-HIST(WRK-IND-ARQ)
                       MOVE TAB-ARQ-HIST-SCORE(WRK-IND-ARQ, WRK-IND)
                                       TO WRK-SCORE-ED2
                       STRING WRK-SCORE-ED2 '  '
                              DELIMITED BY SIZE INTO WRK-LINHA-REL
                              WITH POINTER WRK-PONTEIRO
                       END-STRING
                    END-PERFORM
                 ELSE
                    MOVE 'PRIMEIRO PLACAR' TO WRK-LINHA-REL(45:15)
                 END-IF
              END-IF
              MOVE WRK-LINHA-REL       TO FD-LIN-REL
              WRITE FD-LIN-REL
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR QUALHIST.dat: LINHAS DE OUTROS DIAS + PLACAR DE HOJE
      *----------------------------------------------------------------*
       0021-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-HIST
           IF FS-HIST NOT EQUAL '00'
              DISPLAY 'ERRO NA ABERTURA DE QUALHIST.dat - STATUS: '
                       FS-HIST
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-HIS FROM 1 BY 1 UNTIL
                      WRK-IND-HIS > WRK-QTDE-HIS
              WRITE FD-LIN-HIST        FROM TAB-HIS-LINHA(WRK-IND-HIS)
           END-PERFORM

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                      WRK-IND-ARQ > WRK-QTDE-ARQ
              IF TAB-ARQ-PRESENTE(WRK-IND-ARQ) EQUAL 'S'
                 MOVE WRK-HOJE-AAAAMMDD     TO WRK-HIS-DATA
                 MOVE TAB-ARQ-NOME(WRK-IND-ARQ)  TO WRK-HIS-ARQUIVO
                 MOVE TAB-ARQ-TOTAL(WRK-IND-ARQ) TO WRK-HIS-TOTAL
                 MOVE TAB-ARQ-ERROS(WRK-IND-ARQ) TO WRK-HIS-ERROS
                 MOVE TAB-ARQ-SCORE(WRK-IND-ARQ) TO WRK-HIS-SCORE
                 WRITE FD-LIN-HIST     FROM WRK-HIS-REGISTRO
              END-IF
           END-PERFORM

           CLOSE ARQ-HIST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVISAR O DONO DE CADA ARQUIVO COM PROBLEMA: SCORE E AS 3
      *    REGRAS COM MAIS OCORRENCIAS (URGENTE ABAIXO DO ALERTA)
      *----------------------------------------------------------------*
       0022-AVISAR-DONOS               SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1 UNTIL
                      WRK-IND-ARQ > WRK-QTDE-ARQ
              IF TAB-ARQ-PRESENTE(WRK-IND-ARQ) EQUAL 'S' AND
                 TAB-ARQ-ERROS(WRK-IND-ARQ) GREATER ZEROS

                 MOVE TAB-ARQ-SCORE(WRK-IND-ARQ) TO WRK-SCORE-ED
                 MOVE SPACES           TO NOT001A-TEXTO
                 MOVE 1                TO WRK-PONTEIRO
                 STRING 'SCORE ' WRK-SCORE-ED ' -'
                        DELIMITED BY SIZE INTO NOT001A-TEXTO
                        WITH POINTER WRK-PONTEIRO
                 END-STRING

                 PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1 UNTIL
                            WRK-IND-REGRA > WRK-QTDE-REGRAS
                    MOVE 'N'           TO
                         TAB-REGRA-ESCOLHIDA(WRK-IND-REGRA)
                 END-PERFORM

                 PERFORM VARYING WRK-IND-TOP FROM 1 BY 1 UNTIL
                            WRK-IND-TOP > 3
                    MOVE ZEROS         TO WRK-MELHOR-REGRA
                                          WRK-MELHOR-QTDE
                    PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1 UNTIL
                               WRK-IND-REGRA > WRK-QTDE-REGRAS
                       IF TAB-REGRA-ARQ(WRK-IND-REGRA) EQUAL
                          WRK-IND-ARQ AND
                          TAB-REGRA-ESCOLHIDA(WRK-IND-REGRA)
                                                  NOT EQUAL 'S' AND
                          TAB-REGRA-QTDE(WRK-IND-REGRA) GREATER
                          WRK-MELHOR-QTDE
                          MOVE WRK-IND-REGRA TO WRK-MELHOR-REGRA
                          MOVE TAB-REGRA-QTDE(WRK-IND-REGRA)
                                       TO WRK-MELHOR-QTDE
                       END-IF
                    END-PERFORM
                    IF WRK-MELHOR-REGRA GREATER ZEROS
                       MOVE 'S'        TO
                            TAB-REGRA-ESCOLHIDA(WRK-MELHOR-REGRA)
                       MOVE WRK-MELHOR-QTDE TO WRK-NUM-ED
                       STRING ' '
                          FUNCTION TRIM(TAB-REGRA-COD(WRK-MELHOR-REGRA))
                              ':' FUNCTION TRIM(WRK-NUM-ED)
                              DELIMITED BY SIZE INTO NOT001A-TEXTO
                              WITH POINTER WRK-PONTEIRO
                       END-STRING
                    END-IF
                 END-PERFORM

                 MOVE 'QUALIDADE'      TO NOT001A-TIPO-EVENTO
                 IF TAB-ARQ-SCORE(WRK-IND-ARQ) LESS WRK-SCORE-ALERTA
                    MOVE 'U'           TO NOT001A-SEVERIDADE
                 ELSE
                    MOVE 'A'           TO NOT001A-SEVERIDADE
                 END-IF
                 MOVE TAB-ARQ-DONO(WRK-IND-ARQ) TO NOT001A-DESTINATARIO
                 MOVE TAB-ARQ-NOME(WRK-IND-ARQ) TO NOT001A-CHAVE
                 CALL 'NOTIF01A' USING WRK-NOT-REGISTRO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CABECALHO DA SECAO DO ARQUIVO CORRENTE (WRK-ARQ-ATUAL)
      *----------------------------------------------------------------*
       0030-ABRIR-SECAO                SECTION.
      *----------------------------------------------------------------*

           MOVE '*' TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* ARQUIVO ' TAB-ARQ-NOME(WRK-ARQ-ATUAL)
                  ' - DONO DOS DADOS: ' TAB-ARQ-DONO(WRK-ARQ-ATUAL)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE '*   REGRA          REGISTRO             DETALHE'
                                       TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR UMA OCORRENCIA DA REGRA WRK-IND-REGRA NO
      *    REGISTRO CORRENTE (WRK-CHAVE / WRK-DETALHE)
      *----------------------------------------------------------------*
       0031-REGISTRAR-OCORRENCIA       SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO TAB-REGRA-QTDE(WRK-IND-REGRA)
           MOVE 'S'                    TO WRK-REG-PROBLEMA

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   ' TAB-REGRA-COD(WRK-IND-REGRA)
                  ' ' WRK-CHAVE ' ' WRK-DETALHE
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           MOVE SPACES                 TO WRK-DETALHE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONTAR O REGISTRO AVALIADO NO ARQUIVO CORRENTE
      *----------------------------------------------------------------*
       0032-FECHAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO TAB-ARQ-TOTAL(WRK-ARQ-ATUAL)
           IF WRK-REG-PROBLEMA EQUAL 'S'
              ADD 1                    TO TAB-ARQ-ERROS(WRK-ARQ-ATUAL)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TOTAIS E SCORE DO ARQUIVO CORRENTE, COM AS OCORRENCIAS POR
      *    REGRA (ARQUIVO VAZIO VALE 100)
      *----------------------------------------------------------------*
       0033-FECHAR-SECAO               SECTION.
      *----------------------------------------------------------------*

           IF TAB-ARQ-TOTAL(WRK-ARQ-ATUAL) EQUAL ZEROS
              MOVE 100                 TO TAB-ARQ-SCORE(WRK-ARQ-ATUAL)
           ELSE
              COMPUTE TAB-ARQ-SCORE(WRK-ARQ-ATUAL) ROUNDED =
                      (TAB-ARQ-TOTAL(WRK-ARQ-ATUAL)
                     - TAB-ARQ-ERROS(WRK-ARQ-ATUAL)) * 100
                     / TAB-ARQ-TOTAL(WRK-ARQ-ATUAL)
           END-IF

           MOVE TAB-ARQ-TOTAL(WRK-ARQ-ATUAL) TO WRK-NUM-ED
           MOVE TAB-ARQ-ERROS(WRK-ARQ-ATUAL) TO WRK-NUM-ED2
           MOVE TAB-ARQ-SCORE(WRK-ARQ-ATUAL) TO WRK-SCORE-ED
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '*   REGISTROS: ' WRK-NUM-ED
                  ' - COM PROBLEMA: ' WRK-NUM-ED2
                  ' - SCORE: ' WRK-SCORE-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL

           PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1 UNTIL
                      WRK-IND-REGRA > WRK-QTDE-REGRAS
              IF TAB-REGRA-ARQ(WRK-IND-REGRA) EQUAL WRK-ARQ-ATUAL
                 MOVE TAB-REGRA-QTDE(WRK-IND-REGRA) TO WRK-NUM-ED
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '*     ' TAB-REGRA-COD(WRK-IND-REGRA)
                        ' ' WRK-NUM-ED
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL    TO FD-LIN-REL
                 WRITE FD-LIN-REL
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR O DOCUMENTO EM WRK-DOC-ENT (COM OU SEM MASCARA):
      *    11 DIGITOS = CPF, 14 DIGITOS = CNPJ, OUTRO TAMANHO OU TODOS
      *    OS DIGITOS IGUAIS = INVALIDO
      *----------------------------------------------------------------*
       0040-VALIDAR-DOCUMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DOC-VALIDO
           MOVE ZEROS                  TO WRK-DOC-LEN
           MOVE ZEROS                  TO WRK-DOC-DIGITOS

           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 20
              IF WRK-DOC-ENT(WRK-IND:1) IS NUMERIC
                 ADD 1                 TO WRK-DOC-LEN
                 IF WRK-DOC-LEN NOT GREATER 14
                    MOVE WRK-DOC-ENT(WRK-IND:1)
                                       TO WRK-DOC-D(WRK-DOC-LEN)
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-DOC-LEN NOT EQUAL 11 AND
              WRK-DOC-LEN NOT EQUAL 14
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-DOC-IGUAIS
           PERFORM VARYING WRK-IND FROM 2 BY 1 UNTIL
                      WRK-IND > WRK-DOC-LEN
              IF WRK-DOC-D(WRK-IND) NOT EQUAL WRK-DOC-D(1)
                 MOVE 'N'              TO WRK-DOC-IGUAIS
              END-IF
           END-PERFORM
           IF WRK-DOC-IGUAIS EQUAL 'S'
              EXIT SECTION
           END-IF

           IF WRK-DOC-LEN EQUAL 11
              PERFORM 0042-VALIDAR-CPF
           ELSE
              PERFORM 0043-VALIDAR-CNPJ
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VALIDAR O E-MAIL EM WRK-EMAIL: UM UNICO '@' COM ALGO ANTES,
      *    UM PONTO DEPOIS DO '@' (NAO COLADO NELE NEM NO FIM) E SEM
      *    ESPACOS NO MEIO
      *----------------------------------------------------------------*
       0041-VALIDAR-EMAIL              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-EMAIL-VALIDO
           MOVE ZEROS                  TO WRK-EMAIL-TAM
                                          WRK-EMAIL-ARROBAS
                                          WRK-EMAIL-POS-ARROBA
                                          WRK-EMAIL-POS-PONTO
                                          WRK-EMAIL-ESPACOS

           IF WRK-EMAIL EQUAL SPACES OR
              WRK-EMAIL(1:1) EQUAL SPACE
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-EMAIL FROM 1 BY 1 UNTIL
                      WRK-IND-EMAIL > 50
              IF WRK-EMAIL(WRK-IND-EMAIL:1) NOT EQUAL SPACE
                 MOVE WRK-IND-EMAIL    TO WRK-EMAIL-TAM
              END-IF
              IF WRK-EMAIL(WRK-IND-EMAIL:1) EQUAL '@'
                 ADD 1                 TO WRK-EMAIL-ARROBAS
                 MOVE WRK-IND-EMAIL    TO WRK-EMAIL-POS-ARROBA
              END-IF
              IF WRK-EMAIL(WRK-IND-EMAIL:1) EQUAL '.' AND
                 WRK-EMAIL-POS-ARROBA GREATER ZEROS
                 MOVE WRK-IND-EMAIL    TO WRK-EMAIL-POS-PONTO
              END-IF
           END-PERFORM

           INSPECT WRK-EMAIL(1:WRK-EMAIL-TAM)
                   TALLYING WRK-EMAIL-ESPACOS FOR ALL SPACE

           IF WRK-EMAIL-ARROBAS    EQUAL 1 AND
              WRK-EMAIL-POS-ARROBA GREATER 1 AND
              WRK-EMAIL-POS-PONTO  GREATER WRK-EMAIL-POS-ARROBA + 1 AND
              WRK-EMAIL-POS-PONTO  LESS WRK-EMAIL-TAM AND
              WRK-EMAIL-ESPACOS    EQUAL ZEROS
              MOVE 'S'                 TO WRK-EMAIL-VALIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITOS VERIFICADORES DO CPF - MODULO 11, MESMA REGRA DO
      *    VALCPF01
      *----------------------------------------------------------------*
       0042-VALIDAR-CPF                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-SOMA
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 9
              COMPUTE WRK-PESO = 11 - WRK-IND
              COMPUTE WRK-SOMA = WRK-SOMA +
                      (WRK-DOC-D(WRK-IND) * WRK-PESO)
           END-PERFORM
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 11)
           IF WRK-RESTO LESS 2
              MOVE ZEROS               TO WRK-DV1
           ELSE
              COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF

           MOVE ZEROS                  TO WRK-SOMA
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10
              COMPUTE WRK-PESO = 12 - WRK-IND
              COMPUTE WRK-SOMA = WRK-SOMA +
                      (WRK-DOC-D(WRK-IND) * WRK-PESO)
           END-PERFORM
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 11)
           IF WRK-RESTO LESS 2
              MOVE ZEROS               TO WRK-DV2
           ELSE
              COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF

           IF WRK-DOC-D(10) EQUAL WRK-DV1 AND
              WRK-DOC-D(11) EQUAL WRK-DV2
              MOVE 'S'                 TO WRK-DOC-VALIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0042-end
       0042-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITOS VERIFICADORES DO CNPJ - MODULO 11, MESMA REGRA DO
      *    VALIDA1B
      *----------------------------------------------------------------*
       0043-VALIDAR-CNPJ               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-SOMA
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 12
              COMPUTE WRK-SOMA = WRK-SOMA +
                      (WRK-DOC-D(WRK-IND) * WRK-PESO-CNPJ1(WRK-IND))
           END-PERFORM
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 11)
           IF WRK-RESTO LESS 2
              MOVE ZEROS               TO WRK-DV1
           ELSE
              COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF

           MOVE ZEROS                  TO WRK-SOMA
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 12
              COMPUTE WRK-SOMA = WRK-SOMA +
                      (WRK-DOC-D(WRK-IND) * WRK-PESO-CNPJ2(WRK-IND))
           END-PERFORM
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DV1 * 2)
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 11)
           IF WRK-RESTO LESS 2
              MOVE ZEROS               TO WRK-DV2
           ELSE
              COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF

           IF WRK-DOC-D(13) EQUAL WRK-DV1 AND
              WRK-DOC-D(14) EQUAL WRK-DV2
              MOVE 'S'                 TO WRK-DOC-VALIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0043-end
       0043-END.                       EXIT.
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
