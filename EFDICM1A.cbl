      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: ARQUIVO FISCAL MENSAL NO LEIAUTE DA EFD ICMS/IPI
      *              (SPED FISCAL) A PARTIR DO REGISTRO FISCAL DAS
      *              NOTAS. PARA UMA COMPETENCIA E UMA FILIAL (EM
      *              BRANCO = ESTA INSTALACAO, VIA FILIAL1B) LE
      *              NFREG.dat E A SITUACAO DE NOTASTATUS.dat (NOTA
      *              CANCELADA OU REEMITIDA SAI COM COD_SIT 02, SEM
      *              VALORES NEM ITENS - NAO E OMITIDA) E GRAVA
      *              EFDICMS.txt COM OS BLOCOS 0 (0000, 0150 DOS
      *              DESTINATARIOS DE CADASTRO1.dat, 0190 E 0200 DOS
      *              PRODUTOS DE PRODUTOS.dat COM NCM), C (C100 POR
      *              NOTA, C170 POR ITEM E C190 POR CST/CFOP/ALIQUOTA),
      *              E (E100/E110 - APURACAO DO ICMS) E 9 (9900 POR
      *              REGISTRO E OS TOTALIZADORES DE LINHAS), COM OS
      *              BLOCOS D, G, H, K E 1 ABERTOS SEM MOVIMENTO. A
      *              GERACAO E REGISTRADA NO CONTROLE DE TRANSMISSAO
      *              (TRANSM1A).
      *----------------------------------------------------------------*
      * ITENS......: NOTA DO SIMULADOR (PROG027A) = UMA UNIDADE DE
      *              CADA PRODUTO DO CATALOGO; NOTA DE PEDIDO (CAUDA
      *              'P'+NUMERO DO PEDVEN1A) = LINHAS DE PEDVITEM.dat.
      *              O ICMS/IPI DO ITEM SAI DA MATRIZ TAXNCM.dat PELO
      *              NCM DO PRODUTO E A UF DE DESTINO GRAVADA NA NOTA
      *              (SEM LINHA NA MATRIZ OU NOTA ANTIGA SEM UF = TAXA
      *              DE ICMS DA NOTA E IPI ZERO). A DIFERENCA DE
      *              ARREDONDAMENTO (OU DE PRECO DO CATALOGO ALTERADO
      *              DEPOIS DA EMISSAO) FICA NO ULTIMO ITEM, DE MODO
      *              QUE C170 E C190 SOMAM EXATAMENTE O C100.
      * APURACAO...: O E110 USA OS MESMOS CRITERIOS DO PROG027B
      *              (COMPETENCIA, FILIAL, ULTIMA SITUACAO DA NOTA) -
      *              O DEBITO DE ICMS E IGUAL AO ICMS DO LIVRO DE
      *              APURACAO DA MESMA FILIAL.
      * MANUTENCAO.: 15/10/2026 - NOTA DE DEVOLUCAO DE VENDA (CAUDA
      *              'D'+NOTA ORIGINAL, EMITIDA PELO DEVVEN1A) SAI
      *              COMO ENTRADA (IND_OPER 0) COM OS ITENS DE
      *              DEVITEM.dat E CFOP 1202 (2202 QUANDO A SAIDA FOI
      *              INTERESTADUAL). O SEU ICMS E CREDITO NO E110: O
      *              SALDO APURADO E O ICMS A RECOLHER SAO DEBITOS
      *              MENOS CREDITOS E O EXCESSO DE CREDITO VAI PARA
      *              O SALDO CREDOR A TRANSPORTAR.
      * NOME.......: EFDICM1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFDICM1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DEVITENS ASSIGN TO 'DEVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PROD ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MATRIZ ASSIGN TO 'TAXNCM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EFD ASSIGN TO 'EFDICMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

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

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM-PED                PIC X(040).

       FD  ARQ-DEVITENS.
       01  FD-LIN-ITEM-DEV                PIC X(050).

       FD  ARQUIVO-PROD.
       01  FD-LIN-PRODUTOS.
         05 FD-COD-PRODUTO                PIC 9(05).
         05 FD-NOME-PRODUTO               PIC X(30).
         05 FD-VALOR-PRODUTO              PIC 9(06)V99.
         05 FD-NCM-PRODUTO                PIC X(08).
         05 FD-CFOP-PRODUTO               PIC X(04).
         05 FD-ORIGEM-PRODUTO             PIC X(01).

       FD  ARQUIVO-MATRIZ.
       01  FD-LIN-MATRIZ                  PIC X(032).

       FD  ARQUIVO-EFD.
       01  FD-LIN-EFD                     PIC X(300).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.

      *--- Versao do leiaute e perfil do contribuinte no registro 0000
       01  WRK-COD-VER                    PIC X(03) VALUE '019'.
       01  WRK-IND-PERFIL                 PIC X(01) VALUE 'A'.
       01  WRK-IND-ATIV                   PIC X(01) VALUE '1'.
       01  WRK-CFOP-PADRAO                PIC X(04) VALUE '5102'.
       01  WRK-CFOP-DEVOLUCAO             PIC X(04) VALUE '1202'.
       01  WRK-CFOP-DEVOLUCAO-FORA        PIC X(04) VALUE '2202'.

      *--- Competencia e periodo do arquivo
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO                PIC 9(04).
           05 WRK-COMP-MES                PIC 9(02).
       01  WRK-DT-INI                     PIC X(08) VALUE SPACES.
       01  WRK-DT-FIN                     PIC X(08) VALUE SPACES.
       01  WRK-ULT-DIA                    PIC 9(02) VALUE ZEROS.
       01  WRK-RESTO-ANO                  PIC 9(02) VALUE ZEROS.
       01  WRK-QUOC-ANO                   PIC 9(04) VALUE ZEROS.
       01  WRK-DIAS-MESES                 PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  WRK-DIAS-MESES-R REDEFINES WRK-DIAS-MESES.
           05 WRK-DIAS-MES                PIC 9(02) OCCURS 12 TIMES.

      *--- Filial do arquivo (em branco = filial desta instalacao)
       01  WRK-FILTRO-FILIAL              PIC X(03) VALUE SPACES.
       01  WRK-EMIT-NOME                  PIC X(30)
                                     VALUE 'COBOL DICAS SISTEMAS'.
       01  WRK-EMIT-CNPJ                  PIC X(14) VALUE SPACES.
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *--- Registro fiscal lido (LAYOUT GRAVADO PELO PROG027A)
       01  NFR-NUMERO                     PIC 9(06) VALUE ZEROS.
       01  NFR-DATA                       PIC 9(08) VALUE ZEROS.
       01  WRK-STR-BRUTO                  PIC X(11) VALUE SPACES.
       01  WRK-STR-BRUTO-N REDEFINES WRK-STR-BRUTO.
           05 WRK-STR-BRUTO-V             PIC 9(9)V99.
       01  WRK-STR-ICMS                   PIC X(11) VALUE SPACES.
       01  WRK-STR-ICMS-N REDEFINES WRK-STR-ICMS.
           05 WRK-STR-ICMS-V              PIC 9(9)V99.
       01  WRK-STR-ISS                    PIC X(11) VALUE SPACES.
       01  WRK-STR-ISS-N REDEFINES WRK-STR-ISS.
           05 WRK-STR-ISS-V               PIC 9(9)V99.
       01  WRK-STR-TOTAL                  PIC X(11) VALUE SPACES.
       01  WRK-STR-TOTAL-N REDEFINES WRK-STR-TOTAL.
           05 WRK-STR-TOTAL-V             PIC 9(9)V99.
       01  WRK-STR-TX-ICMS                PIC X(03) VALUE SPACES.
       01  WRK-STR-TX-ICMS-N REDEFINES WRK-STR-TX-ICMS.
           05 WRK-STR-TX-ICMS-V           PIC V999.
       01  WRK-STR-TX-ISS                 PIC X(03) VALUE SPACES.
       01  WRK-STR-TX-ISS-N REDEFINES WRK-STR-TX-ISS.
           05 WRK-STR-TX-ISS-V            PIC V999.
       01  WRK-STR-CLIENTE                PIC X(05) VALUE SPACES.
       01  WRK-STR-IPI                    PIC X(11) VALUE SPACES.
       01  WRK-STR-IPI-N REDEFINES WRK-STR-IPI.
           05 WRK-STR-IPI-V               PIC 9(9)V99.
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-STR-UF                     PIC X(02) VALUE SPACES.

      *--- Notas da competencia e da filial (NFREG.dat)
       01  WRK-MAX-TAB-NF                 PIC 9(03) VALUE 500.
       01  WRK-QTDE-NF                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-NF                     PIC 9(03) VALUE ZEROS.
       01  TAB-NOTAS.
           05  TAB-NF-LINHA OCCURS 500 TIMES.
               10  TAB-NF-NUMERO          PIC 9(06).
               10  TAB-NF-DATA            PIC 9(08).
               10  TAB-NF-BRUTO           PIC 9(09)V99.
               10  TAB-NF-ICMS            PIC 9(09)V99.
               10  TAB-NF-ISS             PIC 9(09)V99.
               10  TAB-NF-IPI             PIC 9(09)V99.
               10  TAB-NF-TOTAL           PIC 9(09)V99.
               10  TAB-NF-TX-ICMS         PIC V999.
               10  TAB-NF-TX-ISS          PIC V999.
               10  TAB-NF-CLIENTE         PIC 9(05).
               10  TAB-NF-PEDIDO          PIC 9(06).
               10  TAB-NF-UF              PIC X(02).
               10  TAB-NF-CANCELADA       PIC X(01).
               10  TAB-NF-DEVOLUCAO       PIC X(01).

      *--- Ultima situacao das notas (NOTASTATUS.dat), como no
      *    PROG027B: 'C' = CANCELADA OU REEMITIDA / 'E' = OUTRAS
       01  WRK-STATUS-NOTA-LIDA           PIC 9(06) VALUE ZEROS.
       01  WRK-STATUS-SITUACAO-LIDA       PIC X(10) VALUE SPACES.
       01  WRK-STATUS-FILIAL-LIDA         PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-CANC               PIC 9(03) VALUE 500.
       01  WRK-QTDE-CANC                  PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CANC                   PIC 9(03) VALUE ZEROS.
       01  TAB-CANCELADAS.
           05  TAB-CANC-LINHA OCCURS 500 TIMES.
               10  TAB-CANC-NOTA          PIC 9(06).
               10  TAB-CANC-FILIAL        PIC X(03).
               10  TAB-CANC-SIT           PIC X(01).

      *--- Catalogo (PRODUTOS.dat) - USADO = 'S' GERA O REGISTRO 0200
       01  WRK-MAX-TAB-CAT                PIC 9(03) VALUE 300.
       01  WRK-QTDE-CAT                   PIC 9(03) VALUE ZEROS.
       01  WRK-QTDE-CAT-ARQ               PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CAT                    PIC 9(03) VALUE ZEROS.
       01  WRK-CAT-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  WRK-CAT-COD-PROCURADO          PIC 9(05) VALUE ZEROS.
       01  TAB-CATALOGO.
           05  TAB-CAT-ITEM OCCURS 300 TIMES.
               10  TAB-CAT-COD            PIC 9(05).
               10  TAB-CAT-NOME           PIC X(30).
               10  TAB-CAT-VALOR          PIC 9(06)V99.
               10  TAB-CAT-NCM            PIC X(08).
               10  TAB-CAT-CFOP           PIC X(04).
               10  TAB-CAT-ORIGEM         PIC X(01).
               10  TAB-CAT-USADO          PIC X(01).

      *--- Itens de pedido (PEDVITEM.dat) das notas de pedido
       01  WRK-PIT-PEDIDO                 PIC X(06) VALUE SPACES.
       01  WRK-PIT-COD                    PIC X(05) VALUE SPACES.
       01  WRK-PIT-QTDE                   PIC X(05) VALUE SPACES.
       01  WRK-PIT-PRECO                  PIC X(10) VALUE SPACES.
       01  WRK-PIT-NOTA-ORIG              PIC X(06) VALUE SPACES.
       01  WRK-PIT-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-MAX-TAB-PIT                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-PIT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-PIT                    PIC 9(04) VALUE ZEROS.
       01  TAB-PEDIDO-ITENS.
           05  TAB-PIT-LINHA OCCURS 2000 TIMES.
      *        TIPO 'P' = PEDIDO DA NOTA / 'D' = NOTA DE DEVOLUCAO
               10  TAB-PIT-TIPO           PIC X(01).
               10  TAB-PIT-PEDIDO         PIC 9(06).
               10  TAB-PIT-COD            PIC 9(05).
               10  TAB-PIT-QTDE           PIC 9(05).
               10  TAB-PIT-VALOR          PIC 9(09)V99.

      *--- Matriz NCM+UF de TAXNCM.dat (MESMA DO PROG027A)
       01  WRK-MAX-TAB-NCM                PIC 9(02) VALUE 50.
       01  WRK-QTDE-NCM                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-NCM                    PIC 9(02) VALUE ZEROS.
       01  TAB-MATRIZ-NCM.
           05  TAB-NCM-LINHA OCCURS 50 TIMES.
               10  TAB-NCM-CODIGO         PIC X(08) VALUE SPACES.
               10  TAB-NCM-UF             PIC X(02) VALUE SPACES.
               10  TAB-NCM-TX-ICMS        PIC V999 VALUE ZEROS.
               10  TAB-NCM-TX-IPI         PIC V999 VALUE ZEROS.
       01  WRK-NCM-LIDO                   PIC X(08) VALUE SPACES.
       01  WRK-NCM-UF-LIDA                PIC X(02) VALUE SPACES.
       01  WRK-NCM-ICMS-TXT               PIC X(06) VALUE SPACES.
       01  WRK-NCM-IPI-TXT                PIC X(06) VALUE SPACES.
       01  WRK-NCM-PCT                    PIC 9(03)V99 VALUE ZEROS.

      *--- Participantes (destinatarios das notas) - registro 0150
       01  WRK-MAX-TAB-PART               PIC 9(03) VALUE 300.
       01  WRK-QTDE-PART                  PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PART                   PIC 9(03) VALUE ZEROS.
       01  WRK-PART-ACHADO                PIC X(01) VALUE 'N'.
       01  TAB-PARTICIPANTES.
           05  TAB-PART-LINHA OCCURS 300 TIMES.
               10  TAB-PART-ID            PIC 9(05).
               10  TAB-PART-NOME          PIC X(30).
               10  TAB-PART-DOC           PIC X(14).

      *--- Itens da nota corrente (C170) com o rateio dos impostos
       01  WRK-MAX-TAB-ITN                PIC 9(03) VALUE 300.
       01  WRK-QTDE-ITN                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ITN                    PIC 9(03) VALUE ZEROS.
       01  TAB-ITENS-NOTA.
           05  TAB-ITN-LINHA OCCURS 300 TIMES.
               10  TAB-ITN-COD            PIC 9(05).
               10  TAB-ITN-QTDE           PIC 9(05).
               10  TAB-ITN-VALOR          PIC S9(09)V99.
               10  TAB-ITN-CST            PIC X(03).
               10  TAB-ITN-CFOP           PIC X(04).
               10  TAB-ITN-TX-ICMS        PIC V999.
               10  TAB-ITN-ICMS           PIC S9(09)V99.
               10  TAB-ITN-TX-IPI         PIC V999.
               10  TAB-ITN-IPI            PIC S9(09)V99.
               10  TAB-ITN-ISS            PIC S9(09)V99.
       01  WRK-SOMA-VALOR                 PIC S9(11)V99 VALUE ZEROS.
       01  WRK-SOMA-ICMS                  PIC S9(11)V99 VALUE ZEROS.
       01  WRK-SOMA-IPI                   PIC S9(11)V99 VALUE ZEROS.
       01  WRK-SOMA-ISS                   PIC S9(11)V99 VALUE ZEROS.
       01  WRK-NCM-ITEM                   PIC X(08) VALUE SPACES.

      *--- Totais por CST/CFOP/aliquota da nota corrente (C190)
       01  WRK-MAX-TAB-ANL                PIC 9(02) VALUE 30.
       01  WRK-QTDE-ANL                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-ANL                    PIC 9(02) VALUE ZEROS.
       01  WRK-ANL-ACHADO                 PIC X(01) VALUE 'N'.
       01  TAB-ANALITICO.
           05  TAB-ANL-LINHA OCCURS 30 TIMES.
               10  TAB-ANL-CST            PIC X(03).
               10  TAB-ANL-CFOP           PIC X(04).
               10  TAB-ANL-TX-ICMS        PIC V999.
               10  TAB-ANL-OPERACAO       PIC S9(11)V99.
               10  TAB-ANL-BASE           PIC S9(11)V99.
               10  TAB-ANL-ICMS           PIC S9(11)V99.
               10  TAB-ANL-IPI            PIC S9(11)V99.

      *--- Quantidade de linhas por registro (BLOCO 9 - 9900)
       01  WRK-MAX-TAB-REG                PIC 9(02) VALUE 40.
       01  WRK-QTDE-REG                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-REG                    PIC 9(02) VALUE ZEROS.
       01  WRK-REG-ACHADO                 PIC X(01) VALUE 'N'.
       01  TAB-REGISTROS.
           05  TAB-REG-LINHA OCCURS 40 TIMES.
               10  TAB-REG-CODIGO         PIC X(04).
               10  TAB-REG-QTDE           PIC 9(07).

      *--- Montagem da linha do arquivo (|REG|CAMPO|...|)
       01  WRK-REG-CORRENTE               PIC X(04) VALUE SPACES.
       01  WRK-LINHA-EFD                  PIC X(300) VALUE SPACES.
       01  WRK-PTR                        PIC 9(03) VALUE 1.
       01  WRK-CAMPO                      PIC X(60) VALUE SPACES.
       01  WRK-BLOCO-CORRENTE             PIC X(01) VALUE SPACES.
       01  WRK-QTDE-LIN-BLOCO             PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-LIN-TOTAL             PIC 9(07) VALUE ZEROS.
       01  WRK-QTDE-LIN-EDIT              PIC Z(06)9.
       01  WRK-VLR-AUX                    PIC S9(11)V99 VALUE ZEROS.
       01  WRK-VLR-EDIT                   PIC -(12)9,99.
       01  WRK-ALIQ-AUX                   PIC V999 VALUE ZEROS.
       01  WRK-ALIQ-PCT                   PIC 9(03)V99 VALUE ZEROS.
       01  WRK-ALIQ-EDIT                  PIC ZZ9,99.
       01  WRK-QTD-EDIT                   PIC ZZZZ9,99999.
       01  WRK-NUM-EDIT                   PIC Z(05)9.
       01  WRK-DATA-DOC                   PIC X(08) VALUE SPACES.
       01  WRK-NUM-ITEM                   PIC 9(03) VALUE ZEROS.
       01  WRK-NUM-ITEM-EDIT              PIC ZZ9.
       01  WRK-COD-SIT                    PIC X(02) VALUE SPACES.
       01  WRK-DOC-TAMANHO                PIC 9(02) VALUE ZEROS.

      *--- Totais da apuracao (MESMOS CRITERIOS DO PROG027B)
       01  WRK-QTDE-NOTAS                 PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CANCELADAS            PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-DOC                    PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-ICMS                   PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TOT-IPI                    PIC 9(11)V99 VALUE ZEROS.
       01  WRK-QTDE-DEVOLUCOES            PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-CRED-ICMS              PIC 9(11)V99 VALUE ZEROS.
       01  WRK-SLD-APURADO                PIC 9(11)V99 VALUE ZEROS.
       01  WRK-SLD-CREDOR                 PIC 9(11)V99 VALUE ZEROS.
       01  WRK-SOMA-DOC-CENTS             PIC 9(15) VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
            COPY COD001A.

      *--- Registro da geracao no controle de transmissao
       01  WRK-TRN-REGISTRO.
           COPY TRN001A.

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

           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES ATUAL): '
                    WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-COMPETENCIA
           END-IF
           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
              DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
              PERFORM 9999-FINALIZAR
           END-IF

           DISPLAY 'FILIAL (EM BRANCO = ESTA INSTALACAO): '
                    WITH NO ADVANCING
           ACCEPT WRK-FILTRO-FILIAL
           IF WRK-FILTRO-FILIAL EQUAL SPACES
              MOVE 'L'                 TO FIL001A-ACAO
              CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
              MOVE FIL001A-CODIGO      TO WRK-FILTRO-FILIAL
           ELSE
              MOVE 'C'                 TO FIL001A-ACAO
              MOVE WRK-FILTRO-FILIAL   TO FIL001A-CODIGO
              CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
              IF FIL001A-ENCONTRADA NOT EQUAL 'S'
                 DISPLAY 'FILIAL ' WRK-FILTRO-FILIAL
                         ' NAO CADASTRADA (FILIAIS.dat)'
                 PERFORM 9999-FINALIZAR
              END-IF
           END-IF
      *    SEM CADASTRO DE FILIAIS O CONTRIBUINTE SEGUE O NOME FIXO
           IF FIL001A-ENCONTRADA EQUAL 'S'
              MOVE FIL001A-NOME        TO WRK-EMIT-NOME
              MOVE FIL001A-CNPJ        TO WRK-EMIT-CNPJ
           END-IF

           PERFORM 0002-MONTAR-PERIODO
           PERFORM 0003-CARREGAR-CANCELADAS
           PERFORM 0004-CARREGAR-CATALOGO
           PERFORM 0005-CARREGAR-MATRIZ-NCM
           PERFORM 0006-CARREGAR-NOTAS
           PERFORM 0007-CARREGAR-ITENS-PEDIDO
           PERFORM 0007B-CARREGAR-ITENS-DEVOL
           PERFORM 0008-MARCAR-PRODUTOS-USADOS
           PERFORM 0009-CARREGAR-PARTICIPANTES

           OPEN OUTPUT ARQUIVO-EFD

           PERFORM 0010-GRAVAR-BLOCO-0
           PERFORM 0020-GRAVAR-BLOCO-C
           MOVE 'D'                    TO WRK-BLOCO-CORRENTE
           PERFORM 0030-GRAVAR-BLOCO-VAZIO
           PERFORM 0040-GRAVAR-BLOCO-E
           MOVE 'G'                    TO WRK-BLOCO-CORRENTE
           PERFORM 0030-GRAVAR-BLOCO-VAZIO
           MOVE 'H'                    TO WRK-BLOCO-CORRENTE
           PERFORM 0030-GRAVAR-BLOCO-VAZIO
           MOVE 'K'                    TO WRK-BLOCO-CORRENTE
           PERFORM 0030-GRAVAR-BLOCO-VAZIO
           MOVE '1'                    TO WRK-BLOCO-CORRENTE
           PERFORM 0030-GRAVAR-BLOCO-VAZIO
           PERFORM 0050-GRAVAR-BLOCO-9

           CLOSE ARQUIVO-EFD

           MOVE 'EFDICMS.txt'          TO TRN001A-ARQUIVO
           MOVE WRK-QTDE-LIN-TOTAL     TO TRN001A-REGISTROS
           MOVE WRK-SOMA-DOC-CENTS     TO TRN001A-HASH
           CALL 'TRANSM1A' USING WRK-TRN-REGISTRO

           DISPLAY '*=========================================*'
           DISPLAY '* EFDICM1A - EFD ICMS/IPI ' WRK-COMPETENCIA
           DISPLAY '* FILIAL..............: ' WRK-FILTRO-FILIAL
           DISPLAY '* NOTAS REGULARES.....: ' WRK-QTDE-NOTAS
           DISPLAY '* NOTAS CANCELADAS....: ' WRK-QTDE-CANCELADAS
           DISPLAY '* NOTAS DE DEVOLUCAO..: ' WRK-QTDE-DEVOLUCOES
           MOVE WRK-TOT-DOC            TO WRK-VALOR-EDIT
           DISPLAY '* VALOR DOS DOCUMENTOS: ' WRK-VALOR-EDIT
           MOVE WRK-TOT-ICMS           TO WRK-VALOR-EDIT
           DISPLAY '* ICMS A DEBITO (E110): ' WRK-VALOR-EDIT
           MOVE WRK-TOT-CRED-ICMS      TO WRK-VALOR-EDIT
           DISPLAY '* ICMS A CREDITO(E110): ' WRK-VALOR-EDIT
           MOVE WRK-TOT-IPI            TO WRK-VALOR-EDIT
           DISPLAY '* IPI DESTACADO.......: ' WRK-VALOR-EDIT
           DISPLAY '* LINHAS DO ARQUIVO...: ' WRK-QTDE-LIN-TOTAL
           DISPLAY '*=========================================*'

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
      *    PRIMEIRO E ULTIMO DIA DA COMPETENCIA (DDMMAAAA)
      *----------------------------------------------------------------*
       0002-MONTAR-PERIODO             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DIAS-MES(WRK-COMP-MES) TO WRK-ULT-DIA
           IF WRK-COMP-MES EQUAL 2
              DIVIDE WRK-COMP-ANO BY 4 GIVING WRK-QUOC-ANO
                     REMAINDER WRK-RESTO-ANO
              IF WRK-RESTO-ANO EQUAL ZEROS
                 MOVE 29               TO WRK-ULT-DIA
              END-IF
           END-IF

           MOVE SPACES                 TO WRK-DT-INI WRK-DT-FIN
           STRING '01' WRK-COMP-MES WRK-COMP-ANO
                  DELIMITED BY SIZE INTO WRK-DT-INI
           END-STRING
           STRING WRK-ULT-DIA WRK-COMP-MES WRK-COMP-ANO
                  DELIMITED BY SIZE INTO WRK-DT-FIN
           END-STRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A ULTIMA SITUACAO DE CADA NOTA DE NOTASTATUS.dat
      *    (NUMERO + FILIAL; LINHA SEM FILIAL = MATRIZ)
      *----------------------------------------------------------------*
       0003-CARREGAR-CANCELADAS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

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
                       MOVE FIL001A-MATRIZ
                                       TO WRK-STATUS-FILIAL-LIDA
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
      *    GUARDAR A ULTIMA SITUACAO LIDA DE UMA NOTA NA TABELA
      *----------------------------------------------------------------*
       0003A-REGISTRAR-SITUACAO        SECTION.
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
                 ELSE
                    MOVE 'E'           TO TAB-CANC-SIT(WRK-IND-CANC)
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF WRK-QTDE-CANC LESS WRK-MAX-TAB-CANC
              ADD 1                    TO WRK-QTDE-CANC
              MOVE WRK-STATUS-NOTA-LIDA
                                       TO TAB-CANC-NOTA(WRK-QTDE-CANC)
              MOVE WRK-STATUS-FILIAL-LIDA
                                       TO TAB-CANC-FILIAL(WRK-QTDE-CANC)
              IF WRK-STATUS-SITUACAO-LIDA EQUAL 'CANCELADA' OR
                 WRK-STATUS-SITUACAO-LIDA EQUAL 'REEMITIDA'
                 MOVE 'C'              TO TAB-CANC-SIT(WRK-QTDE-CANC)
              ELSE
                 MOVE 'E'              TO TAB-CANC-SIT(WRK-QTDE-CANC)
              END-IF
           ELSE
              DISPLAY 'TABELA DE SITUACOES CHEIA! MAXIMO '
                       WRK-MAX-TAB-CANC
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003a-end
       0003A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O CATALOGO PRODUTOS.dat NA TABELA
      *----------------------------------------------------------------*
       0004-CARREGAR-CATALOGO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PROD

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PROD
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
                       ADD 1           TO WRK-QTDE-CAT
                       MOVE FD-COD-PRODUTO
                            TO TAB-CAT-COD(WRK-QTDE-CAT)
                       MOVE FD-NOME-PRODUTO
                            TO TAB-CAT-NOME(WRK-QTDE-CAT)
                       MOVE FD-VALOR-PRODUTO
                            TO TAB-CAT-VALOR(WRK-QTDE-CAT)
                       MOVE FD-NCM-PRODUTO
                            TO TAB-CAT-NCM(WRK-QTDE-CAT)
                       MOVE FD-CFOP-PRODUTO
                            TO TAB-CAT-CFOP(WRK-QTDE-CAT)
                       MOVE FD-ORIGEM-PRODUTO
                            TO TAB-CAT-ORIGEM(WRK-QTDE-CAT)
                       MOVE 'N'
                            TO TAB-CAT-USADO(WRK-QTDE-CAT)
                    ELSE
                       DISPLAY 'TABELA DE PRODUTOS CHEIA! MAXIMO '
                                WRK-MAX-TAB-CAT
                       MOVE 'S'        TO WRK-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PROD
           MOVE 'N'                    TO WRK-FIM-ARQ
      *    A NOTA DO SIMULADOR LEVA SO OS PRODUTOS DO ARQUIVO; OS
      *    CODIGOS DE PEDIDO FORA DO CATALOGO ENTRAM DEPOIS DESTES
           MOVE WRK-QTDE-CAT           TO WRK-QTDE-CAT-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A MATRIZ TRIBUTARIA TAXNCM.dat
      *    (NCM|UF|ICMS_PCT|IPI_PCT, PERCENTUAIS NO FORMATO "18,00")
      *----------------------------------------------------------------*
       0005-CARREGAR-MATRIZ-NCM        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NCM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-MATRIZ

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-MATRIZ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-MATRIZ(1:1) IS NUMERIC AND
                       WRK-QTDE-NCM LESS WRK-MAX-TAB-NCM
                       ADD 1           TO WRK-QTDE-NCM
                       MOVE SPACES     TO WRK-NCM-LIDO
                                          WRK-NCM-UF-LIDA
                                          WRK-NCM-ICMS-TXT
                                          WRK-NCM-IPI-TXT
                       UNSTRING FD-LIN-MATRIZ DELIMITED BY SEP
                          INTO WRK-NCM-LIDO
                               WRK-NCM-UF-LIDA
                               WRK-NCM-ICMS-TXT
                               WRK-NCM-IPI-TXT
                       END-UNSTRING
                       MOVE WRK-NCM-LIDO
                            TO TAB-NCM-CODIGO(WRK-QTDE-NCM)
                       MOVE FUNCTION UPPER-CASE(WRK-NCM-UF-LIDA)
                            TO TAB-NCM-UF(WRK-QTDE-NCM)
                       COMPUTE WRK-NCM-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(WRK-NCM-ICMS-TXT))
                       COMPUTE TAB-NCM-TX-ICMS(WRK-QTDE-NCM) =
                               WRK-NCM-PCT / 100
                       COMPUTE WRK-NCM-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(WRK-NCM-IPI-TXT))
                       COMPUTE TAB-NCM-TX-IPI(WRK-QTDE-NCM) =
                               WRK-NCM-PCT / 100
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-MATRIZ
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS NOTAS DA COMPETENCIA E DA FILIAL DE NFREG.dat
      *----------------------------------------------------------------*
       0006-CARREGAR-NOTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-NFREG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0006A-TRATAR-REGISTRO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM REGISTRO FISCAL: FILTRA COMPETENCIA E FILIAL,
      *    MARCA A SITUACAO E GUARDA A NOTA NA TABELA
      *----------------------------------------------------------------*
       0006A-TRATAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO NFR-NUMERO NFR-DATA
           MOVE SPACES                 TO WRK-STR-BRUTO WRK-STR-ICMS
                                          WRK-STR-ISS WRK-STR-TOTAL
                                          WRK-STR-TX-ICMS
                                          WRK-STR-TX-ISS
                                          WRK-STR-CLIENTE
                                          WRK-STR-IPI
                                          WRK-STR-ORIGEM
                                          WRK-STR-FILIAL
                                          WRK-STR-UF

           UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                    INTO NFR-NUMERO
                         NFR-DATA
                         WRK-STR-BRUTO
                         WRK-STR-ICMS
                         WRK-STR-ISS
                         WRK-STR-TOTAL
                         WRK-STR-TX-ICMS
                         WRK-STR-TX-ISS
                         WRK-STR-CLIENTE
                         WRK-STR-IPI
                         WRK-STR-ORIGEM
                         WRK-STR-FILIAL
                         WRK-STR-UF
           END-UNSTRING

           IF NFR-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF

      *    NOTA GRAVADA ANTES DA FILIAL E DA MATRIZ
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF
           IF WRK-STR-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
              EXIT SECTION
           END-IF

           IF WRK-QTDE-NF NOT LESS WRK-MAX-TAB-NF
              DISPLAY 'TABELA DE NOTAS CHEIA! MAXIMO ' WRK-MAX-TAB-NF
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-NF
           MOVE WRK-QTDE-NF            TO WRK-IND-NF
           MOVE NFR-NUMERO             TO TAB-NF-NUMERO(WRK-IND-NF)
           MOVE NFR-DATA               TO TAB-NF-DATA(WRK-IND-NF)
           MOVE WRK-STR-BRUTO-V        TO TAB-NF-BRUTO(WRK-IND-NF)
           MOVE WRK-STR-ICMS-V         TO TAB-NF-ICMS(WRK-IND-NF)
           MOVE WRK-STR-ISS-V          TO TAB-NF-ISS(WRK-IND-NF)
           MOVE WRK-STR-TOTAL-V        TO TAB-NF-TOTAL(WRK-IND-NF)
           MOVE WRK-STR-TX-ICMS-V      TO TAB-NF-TX-ICMS(WRK-IND-NF)
           MOVE WRK-STR-TX-ISS-V       TO TAB-NF-TX-ISS(WRK-IND-NF)
      *    LINHA ANTIGA NAO TRAZ O CAMPO DE IPI - IPI ZERO
           IF WRK-STR-IPI IS NUMERIC
              MOVE WRK-STR-IPI-V       TO TAB-NF-IPI(WRK-IND-NF)
           ELSE
              MOVE ZEROS               TO TAB-NF-IPI(WRK-IND-NF)
           END-IF
           IF WRK-STR-CLIENTE IS NUMERIC
              MOVE WRK-STR-CLIENTE     TO TAB-NF-CLIENTE(WRK-IND-NF)
           ELSE
              MOVE ZEROS               TO TAB-NF-CLIENTE(WRK-IND-NF)
           END-IF
           IF WRK-STR-ORIGEM(1:1) EQUAL 'P' AND
              WRK-STR-ORIGEM(2:6) IS NUMERIC
              MOVE WRK-STR-ORIGEM(2:6) TO TAB-NF-PEDIDO(WRK-IND-NF)
           ELSE
              MOVE ZEROS               TO TAB-NF-PEDIDO(WRK-IND-NF)
           END-IF
      *    NOTA DE DEVOLUCAO (DEVVEN1A): ENTRADA, ITENS EM DEVITEM.dat
           IF WRK-STR-ORIGEM(1:1) EQUAL 'D'
              MOVE 'S'                 TO TAB-NF-DEVOLUCAO(WRK-IND-NF)
           ELSE
              MOVE 'N'                 TO TAB-NF-DEVOLUCAO(WRK-IND-NF)
           END-IF
           MOVE WRK-STR-UF             TO TAB-NF-UF(WRK-IND-NF)

           MOVE 'N'                    TO TAB-NF-CANCELADA(WRK-IND-NF)
           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF NFR-NUMERO EQUAL TAB-CANC-NOTA(WRK-IND-CANC) AND
                 WRK-STR-FILIAL EQUAL TAB-CANC-FILIAL(WRK-IND-CANC) AND
                 TAB-CANC-SIT(WRK-IND-CANC) EQUAL 'C'
                 MOVE 'S'              TO TAB-NF-CANCELADA(WRK-IND-NF)
              END-IF
           END-PERFORM

           IF TAB-NF-CANCELADA(WRK-IND-NF) EQUAL 'S'
              ADD 1                    TO WRK-QTDE-CANCELADAS
              EXIT SECTION
           END-IF

           IF TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'S'
              ADD 1                    TO WRK-QTDE-DEVOLUCOES
              ADD TAB-NF-ICMS(WRK-IND-NF)  TO WRK-TOT-CRED-ICMS
           ELSE
              ADD 1                    TO WRK-QTDE-NOTAS
              ADD TAB-NF-TOTAL(WRK-IND-NF) TO WRK-TOT-DOC
              ADD TAB-NF-ICMS(WRK-IND-NF)  TO WRK-TOT-ICMS
              ADD TAB-NF-IPI(WRK-IND-NF)   TO WRK-TOT-IPI
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006a-end
       0006A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS LINHAS DE PEDVITEM.dat DOS PEDIDOS QUE VIRARAM
      *    NOTA NA COMPETENCIA
      *----------------------------------------------------------------*
       0007-CARREGAR-ITENS-PEDIDO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0007A-TRATAR-ITEM-PED
              END-READ
           END-PERFORM

           CLOSE ARQ-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA DE PEDVITEM.dat QUANDO O PEDIDO FOR DE
      *    UMA NOTA DA TABELA
      *----------------------------------------------------------------*
       0007A-TRATAR-ITEM-PED           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIT-PEDIDO
                                          WRK-PIT-COD
                                          WRK-PIT-QTDE
                                          WRK-PIT-PRECO

           UNSTRING FD-LIN-ITEM-PED DELIMITED BY SEP
              INTO WRK-PIT-PEDIDO
                   WRK-PIT-COD
                   WRK-PIT-QTDE
                   WRK-PIT-PRECO
           END-UNSTRING

           IF WRK-PIT-PEDIDO NOT NUMERIC OR
              WRK-PIT-COD NOT NUMERIC OR
              WRK-PIT-QTDE NOT NUMERIC OR
              WRK-PIT-PRECO NOT NUMERIC
              GO TO 0007A-END
           END-IF

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF GREATER WRK-QTDE-NF
              IF TAB-NF-PEDIDO(WRK-IND-NF) NOT EQUAL ZEROS AND
                 TAB-NF-PEDIDO(WRK-IND-NF) EQUAL
                 FUNCTION NUMVAL(WRK-PIT-PEDIDO)
                 IF WRK-QTDE-PIT LESS WRK-MAX-TAB-PIT
                    ADD 1              TO WRK-QTDE-PIT
                    MOVE 'P'           TO TAB-PIT-TIPO(WRK-QTDE-PIT)
                    MOVE WRK-PIT-PEDIDO
                         TO TAB-PIT-PEDIDO(WRK-QTDE-PIT)
                    MOVE WRK-PIT-COD   TO TAB-PIT-COD(WRK-QTDE-PIT)
                    MOVE WRK-PIT-QTDE  TO TAB-PIT-QTDE(WRK-QTDE-PIT)
                    COMPUTE TAB-PIT-VALOR(WRK-QTDE-PIT) =
                            (TAB-PIT-QTDE(WRK-QTDE-PIT) *
                             FUNCTION NUMVAL(WRK-PIT-PRECO)) / 100
                 ELSE
                    DISPLAY 'TABELA DE ITENS DE PEDIDO CHEIA! MAXIMO '
                             WRK-MAX-TAB-PIT
                 END-IF
                 GO TO 0007A-END
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007a-end
       0007A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS LINHAS DE DEVITEM.dat DAS NOTAS DE DEVOLUCAO
      *    DA COMPETENCIA
      *----------------------------------------------------------------*
       0007B-CARREGAR-ITENS-DEVOL      SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-DEVOLUCOES EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-DEVITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DEVITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0007C-TRATAR-ITEM-DEV
              END-READ
           END-PERFORM

           CLOSE ARQ-DEVITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007b-end
       0007B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA DE DEVITEM.dat QUANDO A NOTA DE
      *    DEVOLUCAO (E A FILIAL) FOR DE UMA NOTA DA TABELA
      *----------------------------------------------------------------*
       0007C-TRATAR-ITEM-DEV           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIT-PEDIDO
                                          WRK-PIT-COD
                                          WRK-PIT-QTDE
                                          WRK-PIT-PRECO
                                          WRK-PIT-NOTA-ORIG
                                          WRK-PIT-FILIAL

           UNSTRING FD-LIN-ITEM-DEV DELIMITED BY SEP
              INTO WRK-PIT-PEDIDO
                   WRK-PIT-COD
                   WRK-PIT-QTDE
                   WRK-PIT-PRECO
                   WRK-PIT-NOTA-ORIG
                   WRK-PIT-FILIAL
           END-UNSTRING

           IF WRK-PIT-PEDIDO NOT NUMERIC OR
              WRK-PIT-COD NOT NUMERIC OR
              WRK-PIT-QTDE NOT NUMERIC OR
              WRK-PIT-PRECO NOT NUMERIC
              GO TO 0007C-END
           END-IF

           IF WRK-PIT-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-PIT-FILIAL
           END-IF
           IF WRK-PIT-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
              GO TO 0007C-END
           END-IF

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF GREATER WRK-QTDE-NF
              IF TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'S' AND
                 TAB-NF-NUMERO(WRK-IND-NF) EQUAL
                 FUNCTION NUMVAL(WRK-PIT-PEDIDO)
                 IF WRK-QTDE-PIT LESS WRK-MAX-TAB-PIT
                    ADD 1              TO WRK-QTDE-PIT
                    MOVE 'D'           TO TAB-PIT-TIPO(WRK-QTDE-PIT)
                    MOVE WRK-PIT-PEDIDO
                         TO TAB-PIT-PEDIDO(WRK-QTDE-PIT)
                    MOVE WRK-PIT-COD   TO TAB-PIT-COD(WRK-QTDE-PIT)
                    MOVE WRK-PIT-QTDE  TO TAB-PIT-QTDE(WRK-QTDE-PIT)
                    COMPUTE TAB-PIT-VALOR(WRK-QTDE-PIT) =
                            (TAB-PIT-QTDE(WRK-QTDE-PIT) *
                             FUNCTION NUMVAL(WRK-PIT-PRECO)) / 100
                 ELSE
                    DISPLAY 'TABELA DE ITENS DE PEDIDO CHEIA! MAXIMO '
                             WRK-MAX-TAB-PIT
                 END-IF
                 GO TO 0007C-END
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007c-end
       0007C-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MARCAR OS PRODUTOS QUE SAEM NAS NOTAS REGULARES (0200): O
      *    CATALOGO INTEIRO QUANDO HA NOTA DO SIMULADOR E OS CODIGOS
      *    DOS ITENS DE PEDIDO (O CODIGO FORA DO CATALOGO ENTRA NA
      *    TABELA SO COM O CODIGO)
      *----------------------------------------------------------------*
       0008-MARCAR-PRODUTOS-USADOS     SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF GREATER WRK-QTDE-NF
              IF TAB-NF-CANCELADA(WRK-IND-NF) EQUAL 'N' AND
                 TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'N' AND
                 TAB-NF-PEDIDO(WRK-IND-NF) EQUAL ZEROS
                 PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                            WRK-IND-CAT GREATER WRK-QTDE-CAT-ARQ
                    MOVE 'S'           TO TAB-CAT-USADO(WRK-IND-CAT)
                 END-PERFORM
                 MOVE WRK-QTDE-NF      TO WRK-IND-NF
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-PIT FROM 1 BY 1 UNTIL
                      WRK-IND-PIT GREATER WRK-QTDE-PIT
              MOVE TAB-PIT-COD(WRK-IND-PIT) TO WRK-CAT-COD-PROCURADO
              PERFORM 0008A-LOCALIZAR-PRODUTO
              IF WRK-CAT-ACHADO GREATER ZEROS
                 MOVE 'S'              TO TAB-CAT-USADO(WRK-CAT-ACHADO)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR WRK-CAT-COD-PROCURADO NO CATALOGO; CODIGO FORA
      *    DO CATALOGO E ACRESCENTADO SEM NCM/CFOP
      *----------------------------------------------------------------*
       0008A-LOCALIZAR-PRODUTO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CAT-ACHADO
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT GREATER WRK-QTDE-CAT
              IF TAB-CAT-COD(WRK-IND-CAT) EQUAL WRK-CAT-COD-PROCURADO
                 MOVE WRK-IND-CAT      TO WRK-CAT-ACHADO
                 MOVE WRK-QTDE-CAT     TO WRK-IND-CAT
              END-IF
           END-PERFORM

           IF WRK-CAT-ACHADO GREATER ZEROS
              EXIT SECTION
           END-IF

           IF WRK-QTDE-CAT LESS WRK-MAX-TAB-CAT
              ADD 1                    TO WRK-QTDE-CAT
              MOVE WRK-QTDE-CAT        TO WRK-CAT-ACHADO
              MOVE WRK-CAT-COD-PROCURADO
                                       TO TAB-CAT-COD(WRK-CAT-ACHADO)
              MOVE SPACES              TO TAB-CAT-NOME(WRK-CAT-ACHADO)
              STRING 'PRODUTO ' WRK-CAT-COD-PROCURADO
                     DELIMITED BY SIZE
                     INTO TAB-CAT-NOME(WRK-CAT-ACHADO)
              END-STRING
              MOVE ZEROS               TO TAB-CAT-VALOR(WRK-CAT-ACHADO)
              MOVE SPACES              TO TAB-CAT-NCM(WRK-CAT-ACHADO)
                                          TAB-CAT-CFOP(WRK-CAT-ACHADO)
                                          TAB-CAT-ORIGEM(WRK-CAT-ACHADO)
              MOVE 'N'                 TO TAB-CAT-USADO(WRK-CAT-ACHADO)
           ELSE
              DISPLAY 'TABELA DE PRODUTOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-CAT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008a-end
       0008A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS DESTINATARIOS DAS NOTAS REGULARES (0150) E
      *    COMPLETAR NOME E CPF/CNPJ COM CADASTRO1.dat
      *----------------------------------------------------------------*
       0009-CARREGAR-PARTICIPANTES     SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF GREATER WRK-QTDE-NF
              IF TAB-NF-CANCELADA(WRK-IND-NF) EQUAL 'N' AND
                 TAB-NF-CLIENTE(WRK-IND-NF) NOT EQUAL ZEROS
                 MOVE 'N'              TO WRK-PART-ACHADO
                 PERFORM VARYING WRK-IND-PART FROM 1 BY 1 UNTIL
                            WRK-IND-PART GREATER WRK-QTDE-PART
                    IF TAB-PART-ID(WRK-IND-PART) EQUAL
                       TAB-NF-CLIENTE(WRK-IND-NF)
                       MOVE 'S'        TO WRK-PART-ACHADO
                    END-IF
                 END-PERFORM
                 IF WRK-PART-ACHADO EQUAL 'N'
                    IF WRK-QTDE-PART LESS WRK-MAX-TAB-PART
                       ADD 1           TO WRK-QTDE-PART
                       MOVE TAB-NF-CLIENTE(WRK-IND-NF)
                            TO TAB-PART-ID(WRK-QTDE-PART)
                       MOVE 'NAO IDENTIFICADO'
                            TO TAB-PART-NOME(WRK-QTDE-PART)
                       MOVE SPACES
                            TO TAB-PART-DOC(WRK-QTDE-PART)
                    ELSE
                       DISPLAY 'TABELA DE PARTICIPANTES CHEIA! MAXIMO '
                                WRK-MAX-TAB-PART
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-PART EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CLI

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM VARYING WRK-IND-PART FROM 1 BY 1 UNTIL
                               WRK-IND-PART GREATER WRK-QTDE-PART
                       IF TAB-PART-ID(WRK-IND-PART) EQUAL
                          FDC-ID-CLIENTE
                          MOVE FDC-NOME-CLIENTE
                               TO TAB-PART-NOME(WRK-IND-PART)
                          MOVE FDC-CPF-CNPJ
                               TO TAB-PART-DOC(WRK-IND-PART)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOCO 0 - ABERTURA, IDENTIFICACAO E TABELAS: 0000, 0001,
      *    0150 (PARTICIPANTES), 0190 (UNIDADE), 0200 (PRODUTOS), 0990
      *----------------------------------------------------------------*
       0010-GRAVAR-BLOCO-0             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN-BLOCO

           MOVE '0000'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE WRK-COD-VER            TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    COD_FIN 0 = REMESSA ORIGINAL DO ARQUIVO
           MOVE '0'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-DT-INI             TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-DT-FIN             TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-EMIT-NOME          TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-EMIT-CNPJ          TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    CPF, UF, IE, COD_MUN, IM E SUFRAMA NAO CONSTAM DO CADASTRO
      *    DE FILIAIS - O ESCRITORIO COMPLETA NO VALIDADOR
           MOVE SPACES                 TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO 6 TIMES
           MOVE WRK-IND-PERFIL         TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-IND-ATIV           TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           MOVE '0001'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE '0'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-PART FROM 1 BY 1 UNTIL
                      WRK-IND-PART GREATER WRK-QTDE-PART
              PERFORM 0011-GRAVAR-0150
           END-PERFORM

      *    UNIDADE UNICA DOS ITENS
           MOVE '0190'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE 'UN'                   TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE 'UNIDADE'              TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                      WRK-IND-CAT GREATER WRK-QTDE-CAT
              IF TAB-CAT-USADO(WRK-IND-CAT) EQUAL 'S'
                 PERFORM 0012-GRAVAR-0200
              END-IF
           END-PERFORM

           MOVE '0990'                 TO WRK-REG-CORRENTE
           PERFORM 0063-GRAVAR-ENCERRAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRO 0150 DO PARTICIPANTE WRK-IND-PART (CPF COM 11
      *    DIGITOS, CNPJ COM 14)
      *----------------------------------------------------------------*
       0011-GRAVAR-0150                SECTION.
      *----------------------------------------------------------------*

           MOVE '0150'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE TAB-PART-ID(WRK-IND-PART) TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE TAB-PART-NOME(WRK-IND-PART) TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    COD_PAIS 01058 = BRASIL
           MOVE '01058'                TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO

           MOVE ZEROS                  TO WRK-DOC-TAMANHO
           IF TAB-PART-DOC(WRK-IND-PART) NOT EQUAL SPACES
              MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(TAB-PART-DOC(WRK-IND-PART)))
                                       TO WRK-DOC-TAMANHO
           END-IF
           IF WRK-DOC-TAMANHO EQUAL 14
              MOVE TAB-PART-DOC(WRK-IND-PART) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE SPACES              TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
           ELSE
              MOVE SPACES              TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-PART-DOC(WRK-IND-PART) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
           END-IF

      *    IE, COD_MUN, SUFRAMA, END, NUM, COMPL, BAIRRO
           MOVE SPACES                 TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO 7 TIMES
           PERFORM 0062-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRO 0200 DO PRODUTO WRK-IND-CAT (MERCADORIA PARA
      *    REVENDA, UNIDADE UN)
      *----------------------------------------------------------------*
       0012-GRAVAR-0200                SECTION.
      *----------------------------------------------------------------*

           MOVE '0200'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE TAB-CAT-COD(WRK-IND-CAT) TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE TAB-CAT-NOME(WRK-IND-CAT) TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    COD_BARRA, COD_ANT_ITEM
           MOVE SPACES                 TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO 2 TIMES
           MOVE 'UN'                   TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE '00'                   TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE TAB-CAT-NCM(WRK-IND-CAT) TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    EX_IPI, COD_GEN, COD_LST, ALIQ_ICMS, CEST
           MOVE SPACES                 TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO 5 TIMES
           PERFORM 0062-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOCO C - DOCUMENTOS FISCAIS DE MERCADORIAS: C100 POR NOTA
      *    (CANCELADA COM COD_SIT 02), C170 E C190 DAS REGULARES
      *----------------------------------------------------------------*
       0020-GRAVAR-BLOCO-C             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN-BLOCO

           MOVE 'C001'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           IF WRK-QTDE-NF EQUAL ZEROS
              MOVE '1'                 TO WRK-CAMPO
           ELSE
              MOVE '0'                 TO WRK-CAMPO
           END-IF
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           PERFORM VARYING WRK-IND-NF FROM 1 BY 1 UNTIL
                      WRK-IND-NF GREATER WRK-QTDE-NF
              IF TAB-NF-CANCELADA(WRK-IND-NF) EQUAL 'S'
                 PERFORM 0021-GRAVAR-C100-CANCELADA
              ELSE
                 PERFORM 0022-GRAVAR-C100
                 PERFORM 0023-MONTAR-ITENS-NOTA
                 PERFORM 0025-GRAVAR-C170
                 PERFORM 0026-GRAVAR-C190
              END-IF
           END-PERFORM

           MOVE 'C990'                 TO WRK-REG-CORRENTE
           PERFORM 0063-GRAVAR-ENCERRAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    C100 DE NOTA CANCELADA: SO OPERACAO, EMITENTE, MODELO,
      *    SITUACAO 02, SERIE E NUMERO
      *----------------------------------------------------------------*
       0021-GRAVAR-C100-CANCELADA      SECTION.
      *----------------------------------------------------------------*

           MOVE '02'                   TO WRK-COD-SIT
           PERFORM 0024-INICIAR-C100
      *    CHV_NFE E OS 20 CAMPOS DE DATA E VALOR FICAM VAZIOS
           MOVE SPACES                 TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO 21 TIMES
           PERFORM 0062-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    C100 DE NOTA REGULAR COM OS TOTAIS GRAVADOS EM NFREG.dat
      *    (O ISS DA NOTA VAI EM OUTRAS DESPESAS ACESSORIAS)
      *----------------------------------------------------------------*
       0022-GRAVAR-C100                SECTION.
      *----------------------------------------------------------------*

           MOVE '00'                   TO WRK-COD-SIT
           PERFORM 0024-INICIAR-C100
      *    CHV_NFE
           MOVE SPACES                 TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    DT_DOC E DT_E_S
           MOVE SPACES                 TO WRK-DATA-DOC
           STRING TAB-NF-DATA(WRK-IND-NF)(7:2)
                  TAB-NF-DATA(WRK-IND-NF)(5:2)
                  TAB-NF-DATA(WRK-IND-NF)(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-DOC
           END-STRING
           MOVE WRK-DATA-DOC           TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO 2 TIMES
      *    VL_DOC
           MOVE TAB-NF-TOTAL(WRK-IND-NF) TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    IND_PGTO 1 = A PRAZO (A NOTA GERA TITULOS)
           MOVE '1'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    VL_DESC, VL_ABAT_NT
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR 2 TIMES
      *    VL_MERC
           MOVE TAB-NF-BRUTO(WRK-IND-NF) TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    IND_FRT 9 = SEM FRETE
           MOVE '9'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
      *    VL_FRT, VL_SEG
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR 2 TIMES
      *    VL_OUT_DA
           MOVE TAB-NF-ISS(WRK-IND-NF) TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    VL_BC_ICMS, VL_ICMS
           MOVE TAB-NF-BRUTO(WRK-IND-NF) TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
           MOVE TAB-NF-ICMS(WRK-IND-NF) TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    VL_BC_ICMS_ST, VL_ICMS_ST
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR 2 TIMES
      *    VL_IPI
           MOVE TAB-NF-IPI(WRK-IND-NF) TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    VL_PIS, VL_COFINS, VL_PIS_ST, VL_COFINS_ST
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR 4 TIMES
           PERFORM 0062-GRAVAR-LINHA

           COMPUTE WRK-SOMA-DOC-CENTS = WRK-SOMA-DOC-CENTS +
                   TAB-NF-TOTAL(WRK-IND-NF) * 100
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0022-end
       0022-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR OS ITENS DA NOTA CORRENTE E RATEAR OS IMPOSTOS: A
      *    TAXA DE CADA ITEM SAI DA MATRIZ (NCM + UF DA NOTA) E A
      *    DIFERENCA PARA OS TOTAIS DA NOTA FICA NO ULTIMO ITEM
      *----------------------------------------------------------------*
       0023-MONTAR-ITENS-NOTA          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ITN

           EVALUATE TRUE
              WHEN TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'S'
                 PERFORM VARYING WRK-IND-PIT FROM 1 BY 1 UNTIL
                            WRK-IND-PIT GREATER WRK-QTDE-PIT
                    IF TAB-PIT-TIPO(WRK-IND-PIT) EQUAL 'D' AND
                       TAB-PIT-PEDIDO(WRK-IND-PIT) EQUAL
                       TAB-NF-NUMERO(WRK-IND-NF)
                       PERFORM 0023B-ACRESCENTAR-ITEM-PED
                    END-IF
                 END-PERFORM
              WHEN TAB-NF-PEDIDO(WRK-IND-NF) EQUAL ZEROS
                 PERFORM VARYING WRK-IND-CAT FROM 1 BY 1 UNTIL
                            WRK-IND-CAT GREATER WRK-QTDE-CAT-ARQ
                    PERFORM 0023A-ACRESCENTAR-ITEM-CAT
                 END-PERFORM
              WHEN OTHER
                 PERFORM VARYING WRK-IND-PIT FROM 1 BY 1 UNTIL
                            WRK-IND-PIT GREATER WRK-QTDE-PIT
                    IF TAB-PIT-TIPO(WRK-IND-PIT) EQUAL 'P' AND
                       TAB-PIT-PEDIDO(WRK-IND-PIT) EQUAL
                       TAB-NF-PEDIDO(WRK-IND-NF)
                       PERFORM 0023B-ACRESCENTAR-ITEM-PED
                    END-IF
                 END-PERFORM
           END-EVALUATE

           IF WRK-QTDE-ITN EQUAL ZEROS
              EXIT SECTION
           END-IF

      *    VALOR DOS ITENS AMARRADO AO BRUTO DA NOTA
           MOVE ZEROS                  TO WRK-SOMA-VALOR
           PERFORM VARYING WRK-IND-ITN FROM 1 BY 1 UNTIL
                      WRK-IND-ITN GREATER WRK-QTDE-ITN
              ADD TAB-ITN-VALOR(WRK-IND-ITN) TO WRK-SOMA-VALOR
           END-PERFORM
           COMPUTE TAB-ITN-VALOR(WRK-QTDE-ITN) =
                   TAB-ITN-VALOR(WRK-QTDE-ITN) +
                   TAB-NF-BRUTO(WRK-IND-NF) - WRK-SOMA-VALOR

      *    IMPOSTOS DO ITEM PELA TAXA RESOLVIDA
           MOVE ZEROS                  TO WRK-SOMA-ICMS
                                          WRK-SOMA-IPI
                                          WRK-SOMA-ISS
           PERFORM VARYING WRK-IND-ITN FROM 1 BY 1 UNTIL
                      WRK-IND-ITN GREATER WRK-QTDE-ITN
              COMPUTE TAB-ITN-ICMS(WRK-IND-ITN) ROUNDED =
                      TAB-ITN-VALOR(WRK-IND-ITN) *
                      TAB-ITN-TX-ICMS(WRK-IND-ITN)
              COMPUTE TAB-ITN-IPI(WRK-IND-ITN) ROUNDED =
                      TAB-ITN-VALOR(WRK-IND-ITN) *
                      TAB-ITN-TX-IPI(WRK-IND-ITN)
              COMPUTE TAB-ITN-ISS(WRK-IND-ITN) ROUNDED =
                      TAB-ITN-VALOR(WRK-IND-ITN) *
                      TAB-NF-TX-ISS(WRK-IND-NF)
              ADD TAB-ITN-ICMS(WRK-IND-ITN) TO WRK-SOMA-ICMS
              ADD TAB-ITN-IPI(WRK-IND-ITN)  TO WRK-SOMA-IPI
              ADD TAB-ITN-ISS(WRK-IND-ITN)  TO WRK-SOMA-ISS
           END-PERFORM

           COMPUTE TAB-ITN-ICMS(WRK-QTDE-ITN) =
                   TAB-ITN-ICMS(WRK-QTDE-ITN) +
                   TAB-NF-ICMS(WRK-IND-NF) - WRK-SOMA-ICMS
           COMPUTE TAB-ITN-IPI(WRK-QTDE-ITN) =
                   TAB-ITN-IPI(WRK-QTDE-ITN) +
                   TAB-NF-IPI(WRK-IND-NF) - WRK-SOMA-IPI
           COMPUTE TAB-ITN-ISS(WRK-QTDE-ITN) =
                   TAB-ITN-ISS(WRK-QTDE-ITN) +
                   TAB-NF-ISS(WRK-IND-NF) - WRK-SOMA-ISS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023-end
       0023-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ITEM DA NOTA DO SIMULADOR: UMA UNIDADE DO PRODUTO
      *    WRK-IND-CAT AO PRECO DO CATALOGO
      *----------------------------------------------------------------*
       0023A-ACRESCENTAR-ITEM-CAT      SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-ITN NOT LESS WRK-MAX-TAB-ITN
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-ITN
           MOVE WRK-IND-CAT            TO WRK-CAT-ACHADO
           MOVE TAB-CAT-COD(WRK-CAT-ACHADO)
                                       TO TAB-ITN-COD(WRK-QTDE-ITN)
           MOVE 1                      TO TAB-ITN-QTDE(WRK-QTDE-ITN)
           MOVE TAB-CAT-VALOR(WRK-CAT-ACHADO)
                                       TO TAB-ITN-VALOR(WRK-QTDE-ITN)
           PERFORM 0023C-RESOLVER-TAXA-ITEM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023a-end
       0023A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ITEM DA NOTA DE PEDIDO OU DE DEVOLUCAO: LINHA WRK-IND-PIT
      *    DE PEDVITEM.dat OU DE DEVITEM.dat
      *----------------------------------------------------------------*
       0023B-ACRESCENTAR-ITEM-PED      SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-ITN NOT LESS WRK-MAX-TAB-ITN
              EXIT SECTION
           END-IF

           MOVE TAB-PIT-COD(WRK-IND-PIT) TO WRK-CAT-COD-PROCURADO
           PERFORM 0008A-LOCALIZAR-PRODUTO
           IF WRK-CAT-ACHADO EQUAL ZEROS
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-ITN
           MOVE TAB-PIT-COD(WRK-IND-PIT)
                                       TO TAB-ITN-COD(WRK-QTDE-ITN)
           MOVE TAB-PIT-QTDE(WRK-IND-PIT)
                                       TO TAB-ITN-QTDE(WRK-QTDE-ITN)
           MOVE TAB-PIT-VALOR(WRK-IND-PIT)
                                       TO TAB-ITN-VALOR(WRK-QTDE-ITN)
           PERFORM 0023C-RESOLVER-TAXA-ITEM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023b-end
       0023B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CST, CFOP E TAXAS DO ITEM CORRENTE (PRODUTO WRK-CAT-ACHADO):
      *    NCM + UF DA NOTA NA MATRIZ; SEM LINHA NA MATRIZ VALEM A
      *    TAXA DE ICMS DA NOTA E IPI ZERO, COMO NA EMISSAO
      *----------------------------------------------------------------*
       0023C-RESOLVER-TAXA-ITEM        SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO TAB-ITN-CST(WRK-QTDE-ITN)
           IF TAB-CAT-ORIGEM(WRK-CAT-ACHADO) IS NUMERIC
              STRING TAB-CAT-ORIGEM(WRK-CAT-ACHADO) '00'
                     DELIMITED BY SIZE
                     INTO TAB-ITN-CST(WRK-QTDE-ITN)
              END-STRING
           ELSE
              MOVE '000'               TO TAB-ITN-CST(WRK-QTDE-ITN)
           END-IF

           IF TAB-CAT-CFOP(WRK-CAT-ACHADO) EQUAL SPACES
              MOVE WRK-CFOP-PADRAO     TO TAB-ITN-CFOP(WRK-QTDE-ITN)
           ELSE
              MOVE TAB-CAT-CFOP(WRK-CAT-ACHADO)
                                       TO TAB-ITN-CFOP(WRK-QTDE-ITN)
           END-IF
      *    DEVOLUCAO: ENTRADA DENTRO (1202) OU FORA DO ESTADO (2202)
           IF TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'S'
              IF TAB-ITN-CFOP(WRK-QTDE-ITN)(1:1) EQUAL '6'
                 MOVE WRK-CFOP-DEVOLUCAO-FORA
                                       TO TAB-ITN-CFOP(WRK-QTDE-ITN)
              ELSE
                 MOVE WRK-CFOP-DEVOLUCAO
                                       TO TAB-ITN-CFOP(WRK-QTDE-ITN)
              END-IF
           END-IF

           MOVE TAB-NF-TX-ICMS(WRK-IND-NF)
                                       TO TAB-ITN-TX-ICMS(WRK-QTDE-ITN)
           MOVE ZEROS                  TO TAB-ITN-TX-IPI(WRK-QTDE-ITN)

           MOVE TAB-CAT-NCM(WRK-CAT-ACHADO) TO WRK-NCM-ITEM
           IF WRK-NCM-ITEM EQUAL SPACES OR
              TAB-NF-UF(WRK-IND-NF) EQUAL SPACES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-NCM FROM 1 BY 1 UNTIL
                      WRK-IND-NCM > WRK-QTDE-NCM
              IF TAB-NCM-CODIGO(WRK-IND-NCM) EQUAL WRK-NCM-ITEM AND
                 TAB-NCM-UF(WRK-IND-NCM) EQUAL TAB-NF-UF(WRK-IND-NF)
                 MOVE TAB-NCM-TX-ICMS(WRK-IND-NCM)
                                    TO TAB-ITN-TX-ICMS(WRK-QTDE-ITN)
                 MOVE TAB-NCM-TX-IPI(WRK-IND-NCM)
                                    TO TAB-ITN-TX-IPI(WRK-QTDE-ITN)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0023c-end
       0023C-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CAMPOS INICIAIS DO C100: IND_OPER 1 (SAIDA; 0 = ENTRADA
      *    NA NOTA DE DEVOLUCAO), IND_EMIT 0
      *    (PROPRIA), PARTICIPANTE, MODELO 55, SITUACAO, SERIE (A
      *    SERIE DE NUMERACAO E A FILIAL) E NUMERO
      *----------------------------------------------------------------*
       0024-INICIAR-C100               SECTION.
      *----------------------------------------------------------------*

           MOVE 'C100'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           IF TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'S'
              MOVE '0'                 TO WRK-CAMPO
           ELSE
              MOVE '1'                 TO WRK-CAMPO
           END-IF
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE '0'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           IF WRK-COD-SIT EQUAL '00' AND
              TAB-NF-CLIENTE(WRK-IND-NF) NOT EQUAL ZEROS
              MOVE TAB-NF-CLIENTE(WRK-IND-NF) TO WRK-CAMPO
           ELSE
              MOVE SPACES              TO WRK-CAMPO
           END-IF
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE '55'                   TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-COD-SIT            TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-FILTRO-FILIAL      TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE TAB-NF-NUMERO(WRK-IND-NF) TO WRK-NUM-EDIT
           MOVE WRK-NUM-EDIT           TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0024-end
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    C170 - UM REGISTRO POR ITEM DA NOTA CORRENTE
      *----------------------------------------------------------------*
       0025-GRAVAR-C170                SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ITN FROM 1 BY 1 UNTIL
                      WRK-IND-ITN GREATER WRK-QTDE-ITN
              MOVE 'C170'              TO WRK-REG-CORRENTE
              PERFORM 0060-INICIAR-LINHA
              MOVE WRK-IND-ITN         TO WRK-NUM-ITEM-EDIT
              MOVE WRK-NUM-ITEM-EDIT   TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ITN-COD(WRK-IND-ITN) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
      *       DESCR_COMPL
              MOVE SPACES              TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ITN-QTDE(WRK-IND-ITN) TO WRK-QTD-EDIT
              MOVE WRK-QTD-EDIT        TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE 'UN'                TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ITN-VALOR(WRK-IND-ITN) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
      *       VL_DESC
              MOVE ZEROS               TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
      *       IND_MOV 0 = HOUVE MOVIMENTACAO FISICA
              MOVE '0'                 TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ITN-CST(WRK-IND-ITN) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ITN-CFOP(WRK-IND-ITN) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
      *       COD_NAT
              MOVE SPACES              TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
      *       VL_BC_ICMS, ALIQ_ICMS, VL_ICMS
              MOVE TAB-ITN-VALOR(WRK-IND-ITN) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
              MOVE TAB-ITN-TX-ICMS(WRK-IND-ITN) TO WRK-ALIQ-AUX
              PERFORM 0065-ACRESCENTAR-ALIQUOTA
              MOVE TAB-ITN-ICMS(WRK-IND-ITN) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
      *       VL_BC_ICMS_ST, ALIQ_ST, VL_ICMS_ST
              MOVE ZEROS               TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
              MOVE ZEROS               TO WRK-ALIQ-AUX
              PERFORM 0065-ACRESCENTAR-ALIQUOTA
              PERFORM 0064-ACRESCENTAR-VALOR
      *       IND_APUR 0 = MENSAL, CST_IPI 50 TRIBUTADA / 53 NAO
      *       TRIBUTADA, COD_ENQ 999
              MOVE '0'                 TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              IF TAB-ITN-IPI(WRK-IND-ITN) EQUAL ZEROS
                 MOVE '53'             TO WRK-CAMPO
              ELSE
                 MOVE '50'             TO WRK-CAMPO
              END-IF
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE '999'               TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
      *       VL_BC_IPI, ALIQ_IPI, VL_IPI
              MOVE TAB-ITN-VALOR(WRK-IND-ITN) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
              MOVE TAB-ITN-TX-IPI(WRK-IND-ITN) TO WRK-ALIQ-AUX
              PERFORM 0065-ACRESCENTAR-ALIQUOTA
              MOVE TAB-ITN-IPI(WRK-IND-ITN) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
      *       PIS/COFINS (12 CAMPOS), COD_CTA E VL_ABAT_NT VAZIOS
              MOVE SPACES              TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO 14 TIMES
              PERFORM 0062-GRAVAR-LINHA
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    C190 - REGISTRO ANALITICO POR CST/CFOP/ALIQUOTA DE ICMS.
      *    NOTA SEM ITENS (CATALOGO VAZIO) SAI COM UMA LINHA UNICA
      *    PELOS TOTAIS DA NOTA
      *----------------------------------------------------------------*
       0026-GRAVAR-C190                SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ANL

           IF WRK-QTDE-ITN EQUAL ZEROS
              MOVE 1                   TO WRK-QTDE-ANL
              MOVE '000'               TO TAB-ANL-CST(1)
              IF TAB-NF-DEVOLUCAO(WRK-IND-NF) EQUAL 'S'
                 MOVE WRK-CFOP-DEVOLUCAO TO TAB-ANL-CFOP(1)
              ELSE
                 MOVE WRK-CFOP-PADRAO  TO TAB-ANL-CFOP(1)
              END-IF
              MOVE TAB-NF-TX-ICMS(WRK-IND-NF) TO TAB-ANL-TX-ICMS(1)
              MOVE TAB-NF-TOTAL(WRK-IND-NF)   TO TAB-ANL-OPERACAO(1)
              MOVE TAB-NF-BRUTO(WRK-IND-NF)   TO TAB-ANL-BASE(1)
              MOVE TAB-NF-ICMS(WRK-IND-NF)    TO TAB-ANL-ICMS(1)
              MOVE TAB-NF-IPI(WRK-IND-NF)     TO TAB-ANL-IPI(1)
           END-IF

           PERFORM VARYING WRK-IND-ITN FROM 1 BY 1 UNTIL
                      WRK-IND-ITN GREATER WRK-QTDE-ITN
              PERFORM 0026A-ACUMULAR-ANALITICO
           END-PERFORM

           PERFORM VARYING WRK-IND-ANL FROM 1 BY 1 UNTIL
                      WRK-IND-ANL GREATER WRK-QTDE-ANL
              MOVE 'C190'              TO WRK-REG-CORRENTE
              PERFORM 0060-INICIAR-LINHA
              MOVE TAB-ANL-CST(WRK-IND-ANL) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ANL-CFOP(WRK-IND-ANL) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-ANL-TX-ICMS(WRK-IND-ANL) TO WRK-ALIQ-AUX
              PERFORM 0065-ACRESCENTAR-ALIQUOTA
              MOVE TAB-ANL-OPERACAO(WRK-IND-ANL) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
              MOVE TAB-ANL-BASE(WRK-IND-ANL) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
              MOVE TAB-ANL-ICMS(WRK-IND-ANL) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
      *       VL_BC_ICMS_ST, VL_ICMS_ST, VL_RED_BC
              MOVE ZEROS               TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR 3 TIMES
              MOVE TAB-ANL-IPI(WRK-IND-ANL) TO WRK-VLR-AUX
              PERFORM 0064-ACRESCENTAR-VALOR
      *       COD_OBS
              MOVE SPACES              TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              PERFORM 0062-GRAVAR-LINHA
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026-end
       0026-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR O ITEM WRK-IND-ITN NA LINHA ANALITICA DO SEU
      *    CST/CFOP/ALIQUOTA (VALOR DA OPERACAO = ITEM + ICMS + IPI +
      *    ISS, COMO O TOTAL DA NOTA)
      *----------------------------------------------------------------*
       0026A-ACUMULAR-ANALITICO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ANL-ACHADO
           PERFORM VARYING WRK-IND-ANL FROM 1 BY 1 UNTIL
                      (WRK-IND-ANL > WRK-QTDE-ANL) OR
                      (WRK-ANL-ACHADO EQUAL 'S')
              IF TAB-ANL-CST(WRK-IND-ANL) EQUAL
                 TAB-ITN-CST(WRK-IND-ITN) AND
                 TAB-ANL-CFOP(WRK-IND-ANL) EQUAL
                 TAB-ITN-CFOP(WRK-IND-ITN) AND
                 TAB-ANL-TX-ICMS(WRK-IND-ANL) EQUAL
                 TAB-ITN-TX-ICMS(WRK-IND-ITN)
                 MOVE 'S'              TO WRK-ANL-ACHADO
                 SUBTRACT 1            FROM WRK-IND-ANL
              END-IF
           END-PERFORM

           IF WRK-ANL-ACHADO EQUAL 'N'
              IF WRK-QTDE-ANL LESS WRK-MAX-TAB-ANL
                 ADD 1                 TO WRK-QTDE-ANL
                 MOVE WRK-QTDE-ANL     TO WRK-IND-ANL
                 MOVE TAB-ITN-CST(WRK-IND-ITN)
                                       TO TAB-ANL-CST(WRK-IND-ANL)
                 MOVE TAB-ITN-CFOP(WRK-IND-ITN)
                                       TO TAB-ANL-CFOP(WRK-IND-ANL)
                 MOVE TAB-ITN-TX-ICMS(WRK-IND-ITN)
                                       TO TAB-ANL-TX-ICMS(WRK-IND-ANL)
                 MOVE ZEROS            TO TAB-ANL-OPERACAO(WRK-IND-ANL)
                                          TAB-ANL-BASE(WRK-IND-ANL)
                                          TAB-ANL-ICMS(WRK-IND-ANL)
                                          TAB-ANL-IPI(WRK-IND-ANL)
              ELSE
                 DISPLAY 'TABELA ANALITICA CHEIA! MAXIMO '
                          WRK-MAX-TAB-ANL
                 EXIT SECTION
              END-IF
           END-IF

           COMPUTE TAB-ANL-OPERACAO(WRK-IND-ANL) =
                   TAB-ANL-OPERACAO(WRK-IND-ANL) +
                   TAB-ITN-VALOR(WRK-IND-ITN) +
                   TAB-ITN-ICMS(WRK-IND-ITN) +
                   TAB-ITN-IPI(WRK-IND-ITN) +
                   TAB-ITN-ISS(WRK-IND-ITN)
           ADD TAB-ITN-VALOR(WRK-IND-ITN) TO TAB-ANL-BASE(WRK-IND-ANL)
           ADD TAB-ITN-ICMS(WRK-IND-ITN)  TO TAB-ANL-ICMS(WRK-IND-ANL)
           ADD TAB-ITN-IPI(WRK-IND-ITN)   TO TAB-ANL-IPI(WRK-IND-ANL)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026a-end
       0026A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOCO SEM MOVIMENTO (WRK-BLOCO-CORRENTE): x001 COM
      *    IND_MOV 1 E x990 COM 2 LINHAS
      *----------------------------------------------------------------*
       0030-GRAVAR-BLOCO-VAZIO         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN-BLOCO

           MOVE SPACES                 TO WRK-REG-CORRENTE
           STRING WRK-BLOCO-CORRENTE '001'
                  DELIMITED BY SIZE INTO WRK-REG-CORRENTE
           END-STRING
           PERFORM 0060-INICIAR-LINHA
           MOVE '1'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           MOVE SPACES                 TO WRK-REG-CORRENTE
           STRING WRK-BLOCO-CORRENTE '990'
                  DELIMITED BY SIZE INTO WRK-REG-CORRENTE
           END-STRING
           PERFORM 0063-GRAVAR-ENCERRAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOCO E - APURACAO DO ICMS: E100 (PERIODO) E E110 (DEBITOS
      *    DAS SAIDAS E CREDITOS DAS NOTAS DE DEVOLUCAO DE VENDA)
      *----------------------------------------------------------------*
       0040-GRAVAR-BLOCO-E             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN-BLOCO

           MOVE 'E001'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE '0'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           MOVE 'E100'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE WRK-DT-INI             TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           MOVE WRK-DT-FIN             TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

      *    SALDO DEVEDOR OU CREDOR DO PERIODO
           MOVE ZEROS                  TO WRK-SLD-APURADO
                                          WRK-SLD-CREDOR
           IF WRK-TOT-ICMS NOT LESS WRK-TOT-CRED-ICMS
              COMPUTE WRK-SLD-APURADO =
                      WRK-TOT-ICMS - WRK-TOT-CRED-ICMS
           ELSE
              COMPUTE WRK-SLD-CREDOR =
                      WRK-TOT-CRED-ICMS - WRK-TOT-ICMS
           END-IF

           MOVE 'E110'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
      *    VL_TOT_DEBITOS
           MOVE WRK-TOT-ICMS           TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    AJUSTES E ESTORNOS DE DEBITO
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR 3 TIMES
      *    VL_TOT_CREDITOS (DEVOLUCOES DE VENDA)
           MOVE WRK-TOT-CRED-ICMS      TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    AJUSTES E ESTORNOS DE CREDITO, SALDO CREDOR ANTERIOR
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR 4 TIMES
      *    VL_SLD_APURADO
           MOVE WRK-SLD-APURADO        TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    VL_TOT_DED
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    VL_ICMS_RECOLHER
           MOVE WRK-SLD-APURADO        TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    VL_SLD_CREDOR_TRANSPORTAR
           MOVE WRK-SLD-CREDOR         TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
      *    DEB_ESP
           MOVE ZEROS                  TO WRK-VLR-AUX
           PERFORM 0064-ACRESCENTAR-VALOR
           PERFORM 0062-GRAVAR-LINHA

           MOVE 'E990'                 TO WRK-REG-CORRENTE
           PERFORM 0063-GRAVAR-ENCERRAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BLOCO 9 - CONTROLE: 9001, UM 9900 POR REGISTRO DO ARQUIVO
      *    (INCLUSIVE OS DO BLOCO 9), 9990 E 9999
      *----------------------------------------------------------------*
       0050-GRAVAR-BLOCO-9             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN-BLOCO

           MOVE '9001'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           MOVE '0'                    TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

      *    OS REGISTROS DO BLOCO 9 ENTRAM NA TABELA ANTES DOS 9900,
      *    QUE CONTAM A SI MESMOS
           MOVE '9001'                 TO WRK-REG-CORRENTE
           PERFORM 0066-CONTAR-REGISTRO
           MOVE '9990'                 TO WRK-REG-CORRENTE
           PERFORM 0066-CONTAR-REGISTRO
           MOVE '9999'                 TO WRK-REG-CORRENTE
           PERFORM 0066-CONTAR-REGISTRO
           MOVE '9900'                 TO WRK-REG-CORRENTE
           PERFORM 0066-CONTAR-REGISTRO
           MOVE WRK-QTDE-REG           TO TAB-REG-QTDE(WRK-QTDE-REG)

           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      WRK-IND-REG GREATER WRK-QTDE-REG
              MOVE '9900'              TO WRK-REG-CORRENTE
              PERFORM 0060-INICIAR-LINHA
              MOVE TAB-REG-CODIGO(WRK-IND-REG) TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              MOVE TAB-REG-QTDE(WRK-IND-REG) TO WRK-QTDE-LIN-EDIT
              MOVE WRK-QTDE-LIN-EDIT   TO WRK-CAMPO
              PERFORM 0061-ACRESCENTAR-CAMPO
              PERFORM 0062-GRAVAR-LINHA
           END-PERFORM

      *    QTD_LIN_9 CONTA TAMBEM O 9999 QUE FECHA O ARQUIVO
           MOVE '9990'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           COMPUTE WRK-QTDE-LIN-EDIT = WRK-QTDE-LIN-BLOCO + 2
           MOVE WRK-QTDE-LIN-EDIT      TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA

           MOVE '9999'                 TO WRK-REG-CORRENTE
           PERFORM 0060-INICIAR-LINHA
           COMPUTE WRK-QTDE-LIN-EDIT = WRK-QTDE-LIN-TOTAL + 1
           MOVE WRK-QTDE-LIN-EDIT      TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INICIAR UMA LINHA: |REG|
      *----------------------------------------------------------------*
       0060-INICIAR-LINHA              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LINHA-EFD
           MOVE 1                      TO WRK-PTR
           STRING SEP WRK-REG-CORRENTE SEP
                  DELIMITED BY SIZE
                  INTO WRK-LINHA-EFD WITH POINTER WRK-PTR
           END-STRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACRESCENTAR WRK-CAMPO (SEM BRANCOS NAS PONTAS) E O PIPE
      *----------------------------------------------------------------*
       0061-ACRESCENTAR-CAMPO          SECTION.
      *----------------------------------------------------------------*

           IF WRK-CAMPO EQUAL SPACES
              STRING SEP DELIMITED BY SIZE
                     INTO WRK-LINHA-EFD WITH POINTER WRK-PTR
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WRK-CAMPO) DELIMITED BY SIZE
                     SEP                      DELIMITED BY SIZE
                     INTO WRK-LINHA-EFD WITH POINTER WRK-PTR
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-end
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA E CONTAR NO BLOCO, NO ARQUIVO E NO
      *    REGISTRO (OS DO BLOCO 9 SAO CONTADOS NO 0050)
      *----------------------------------------------------------------*
       0062-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-EFD          TO FD-LIN-EFD
           WRITE FD-LIN-EFD

           ADD 1                       TO WRK-QTDE-LIN-BLOCO
                                          WRK-QTDE-LIN-TOTAL
           IF WRK-REG-CORRENTE(1:1) NOT EQUAL '9'
              PERFORM 0066-CONTAR-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-end
       0062-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O ENCERRAMENTO DO BLOCO (x990) COM A QUANTIDADE DE
      *    LINHAS DO BLOCO, CONTANDO O PROPRIO x990
      *----------------------------------------------------------------*
       0063-GRAVAR-ENCERRAMENTO        SECTION.
      *----------------------------------------------------------------*

           PERFORM 0060-INICIAR-LINHA
           COMPUTE WRK-QTDE-LIN-EDIT = WRK-QTDE-LIN-BLOCO + 1
           MOVE WRK-QTDE-LIN-EDIT      TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           PERFORM 0062-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0063-end
       0063-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACRESCENTAR WRK-VLR-AUX NO FORMATO DO ARQUIVO (VIRGULA
      *    DECIMAL, SEM SEPARADOR DE MILHAR)
      *----------------------------------------------------------------*
       0064-ACRESCENTAR-VALOR          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-VLR-AUX            TO WRK-VLR-EDIT
           MOVE WRK-VLR-EDIT           TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0064-end
       0064-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACRESCENTAR A ALIQUOTA WRK-ALIQ-AUX EM PERCENTUAL ("18,00")
      *----------------------------------------------------------------*
       0065-ACRESCENTAR-ALIQUOTA       SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-ALIQ-PCT = WRK-ALIQ-AUX * 100
           MOVE WRK-ALIQ-PCT           TO WRK-ALIQ-EDIT
           MOVE WRK-ALIQ-EDIT          TO WRK-CAMPO
           PERFORM 0061-ACRESCENTAR-CAMPO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0065-end
       0065-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR UMA LINHA DO REGISTRO WRK-REG-CORRENTE NA TABELA DO
      *    BLOCO 9
      *----------------------------------------------------------------*
       0066-CONTAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-REG-ACHADO
           PERFORM VARYING WRK-IND-REG FROM 1 BY 1 UNTIL
                      (WRK-IND-REG > WRK-QTDE-REG) OR
                      (WRK-REG-ACHADO EQUAL 'S')
              IF TAB-REG-CODIGO(WRK-IND-REG) EQUAL WRK-REG-CORRENTE
                 MOVE 'S'              TO WRK-REG-ACHADO
                 SUBTRACT 1            FROM WRK-IND-REG
              END-IF
           END-PERFORM

           IF WRK-REG-ACHADO EQUAL 'N'
              IF WRK-QTDE-REG LESS WRK-MAX-TAB-REG
                 ADD 1                 TO WRK-QTDE-REG
                 MOVE WRK-QTDE-REG     TO WRK-IND-REG
                 MOVE WRK-REG-CORRENTE TO TAB-REG-CODIGO(WRK-IND-REG)
                 MOVE ZEROS            TO TAB-REG-QTDE(WRK-IND-REG)
              ELSE
                 DISPLAY 'TABELA DE REGISTROS CHEIA! MAXIMO '
                          WRK-MAX-TAB-REG
                 EXIT SECTION
              END-IF
           END-IF

           ADD 1                       TO TAB-REG-QTDE(WRK-IND-REG)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0066-end
       0066-END.                       EXIT.
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
