      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: COMISSAO MENSAL DE VENDEDORES. PARA UMA
      *              COMPETENCIA (AAAAMM) APURA A COMISSAO DE CADA
      *              VENDEDOR (FUNCIONARIO DE CADASTRO3.dat INFORMADO
      *              NO PEDIDO DO PEDVEN1A OU NA VENDA DO CAIXAREG)
      *              PELO PERCENTUAL DA CATEGORIA DO PRODUTO
      *              (COMISSAO.dat SOBRE PRODCAT.dat) E SO SOBRE O QUE
      *              FOI EFETIVAMENTE RECEBIDO NO MES:
      *              - NOTA DE PEDIDO PARCELADA: CADA TITULO DE
      *                TITULOS.dat (NOSSO NUMERO = NOTA + PARCELA)
      *                PAGO NA COMPETENCIA PAGA A COMISSAO DA NOTA NA
      *                PROPORCAO DO TITULO SOBRE O TOTAL DA NOTA;
      *              - NOTA DE PEDIDO A VISTA (SEM TITULOS): PAGA NO
      *                MES DA EMISSAO;
      *              - VENDA DO CAIXA (LINHA VENDEDOR= DO
      *                CAIXALOG.dat): PAGA NO MES DA VENDA, COM O
      *                DESCONTO DA VENDA RATEADO NOS ITENS;
      *              - DEVOLUCAO NO CAIXA: ESTORNA A COMISSAO DO
      *                VALOR DEVOLVIDO DO VENDEDOR DA VENDA ORIGINAL;
      *              - DEVOLUCAO DE NOTA (DEVVEN1A): ESTORNA, NO MES
      *                DA NOTA DE DEVOLUCAO, A COMISSAO DE CADA ITEM
      *                DEVOLVIDO (DEVITEM.dat) PELA CATEGORIA DO ITEM,
      *                DO VENDEDOR DA NOTA ORIGINAL;
      *              - NOTA CANCELADA OU REEMITIDA (NOTASTATUS.dat):
      *                ESTORNA TODA A COMISSAO JA PAGA SOBRE ELA.
      *              CADA LANCAMENTO FICA NA RAZAO COMISLOG.dat; O
      *              LIQUIDO DO MES DE CADA VENDEDOR ENTRA EM
      *              FOLHARUB.dat COMO A RUBRICA 0090 (COMISSAO,
      *              PROVENTO) OU 0091 (ESTORNO DE COMISSAO, DESCONTO)
      *              COM VALOR E COMPETENCIA, PARA O FOLHA01A PAGAR, E
      *              O EXTRATO POR VENDEDOR SAI EM COMISSAO.txt. A
      *              RODADA REPETIDA DA MESMA COMPETENCIA REFAZ OS
      *              LANCAMENTOS DO MES SEM DUPLICAR.
      *----------------------------------------------------------------*
      * LAYOUT DE COMISSAO.dat (PIPE):
      *   CATEGORIA(15)|PERCENTUAL ("3,50")
      *   CATEGORIA '*' = PERCENTUAL PADRAO (PRODUTO SEM CATEGORIA OU
      *   CATEGORIA SEM LINHA). SEM LINHA '*', O PADRAO E ZERO.
      * LAYOUT DE COMISLOG.dat (PIPE):
      *   COMPETENCIA(6)|VENDEDOR|TIPO|REFERENCIA|BASE-CENTS(11)|
      *   COMISSAO-CENTS(11, COM SINAL)
      *   TIPO T = TITULO PAGO (REFERENCIA = NOSSO NUMERO)
      *        N = NOTA A VISTA (REFERENCIA = NOTA)
      *        V = VENDA DO CAIXA (REFERENCIA = DATA-HORA DA VENDA)
      *        D = DEVOLUCAO NO CAIXA (REFERENCIA = DATA-HORA) OU
      *            DEVOLUCAO DE NOTA (REFERENCIA = NOTA ORIGINAL +
      *            'D' + NOTA DE DEVOLUCAO + 'F' + FILIAL)
      *        E = ESTORNO DE NOTA CANCELADA (REFERENCIA = NOTA)
      *   A REFERENCIA DE NOTA (N/E) LEVA 'F' + FILIAL APOS A NOTA; A
      *   GRAVADA SEM A FILIAL E DA MATRIZ.
      * NOME.......: COMIS01A
      * MANUTENCAO.: 15/10/2026 - NOTA E TITULO CONFERIDOS PELO NUMERO
      *              E PELA FILIAL (NOSSO NUMERO NOTA+PARCELA+'F'+
      *              FILIAL; O ANTIGO, SEM A FILIAL, E DA MATRIZ); A
      *              PARCELA DE ACORDO DO PROG025K ('A' NA POSICAO 9)
      *              NAO E MAIS TOMADA POR PARCELA DE NOTA. A DEVOLUCAO
      *              DE NOTA PELO DEVVEN1A PASSA A ESTORNAR A COMISSAO
      *              DOS ITENS DEVOLVIDOS; O ABATIMENTO DA DEVOLUCAO NO
      *              TITULO (INSTRUCO.dat) VOLTA A BASE DO TITULO PARA
      *              O ESTORNO NAO SER DESCONTADO DUAS VEZES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMIS01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PERCENTUAL ASSIGN TO 'COMISSAO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PRODCAT ASSIGN TO 'PRODCAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEDIDOS ASSIGN TO 'PEDVENDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIT ASSIGN TO 'TITULOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-INST ASSIGN TO 'INSTRUCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DEV-ITENS ASSIGN TO 'DEVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CAIXALOG ASSIGN TO 'CAIXALOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-COMISLOG ASSIGN TO 'COMISLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RBA ASSIGN TO 'FOLHARUB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RUB ASSIGN TO 'RUBRICAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REL ASSIGN TO 'COMISSAO.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PERCENTUAL.
       01  FD-LIN-PERCENTUAL              PIC X(030).

       FD  ARQ-PRODCAT.
       01  FD-LIN-PRODCAT                 PIC X(030).

       FD  ARQ-PEDIDOS.
       01  FD-LIN-PEDIDO                  PIC X(120).

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM                    PIC X(040).

       FD  ARQUIVO-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

       FD  ARQUIVO-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQUIVO-TIT.
       01  FD-LIN-TITULOS                 PIC X(256).

       FD  ARQUIVO-INST.
       01  FD-LIN-INSTRUCAO               PIC X(256).

       FD  ARQ-DEV-ITENS.
       01  FD-LIN-ITEM-DEV                PIC X(060).

       FD  ARQ-CAIXALOG.
       01  FD-LIN-CXLOG                   PIC X(120).

       FD  ARQ-COMISLOG.
       01  FD-LIN-COMISLOG                PIC X(100).

       FD  ARQUIVO-RBA.
       01  FD-LIN-ATRIBUICAO              PIC X(060).

       FD  ARQUIVO-RUB.
       01  FD-LIN-RUBRICA                 PIC X(060).

       FD  ARQUIVO-REL.
       01  FD-LIN-REL                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA                PIC 9(06) VALUE ZEROS.
       01  WRK-DESCARTE                   PIC X(120) VALUE SPACES.
       01  WRK-LINHA-REL                  PIC X(100) VALUE SPACES.

      *--- Rubricas da comissao na folha (RUBRICAS.dat)
       01  WRK-RUB-COMISSAO               PIC 9(04) VALUE 0090.
       01  WRK-RUB-ESTORNO                PIC 9(04) VALUE 0091.
       01  WRK-RUB-COMISSAO-OK            PIC X(01) VALUE 'N'.
       01  WRK-RUB-ESTORNO-OK             PIC X(01) VALUE 'N'.
       01  WRK-RUB-CODIGO-LIDO            PIC 9(04) VALUE ZEROS.

      *--- Percentual por categoria (COMISSAO.dat)
       01  WRK-PCT-PADRAO                 PIC 9(03)V99 VALUE ZEROS.
       01  WRK-PCT-CATEGORIA-LIDA         PIC X(15) VALUE SPACES.
       01  WRK-PCT-TXT                    PIC X(08) VALUE SPACES.
       01  WRK-MAX-TAB-CPC                PIC 9(02) VALUE 50.
       01  WRK-QTDE-CPC                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-CPC                    PIC 9(02) VALUE ZEROS.
       01  TAB-PERCENTUAIS.
           05  TAB-CPC-LINHA OCCURS 50 TIMES.
               10  TAB-CPC-CATEGORIA      PIC X(15).
               10  TAB-CPC-PCT            PIC 9(03)V99.

      *--- Categoria do produto (PRODCAT.dat, COMO NO CAIXAREG)
       01  WRK-MAX-TAB-PCA                PIC 9(03) VALUE 300.
       01  WRK-QTDE-PCA                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PCA                    PIC 9(03) VALUE ZEROS.
       01  TAB-PRODCAT.
           05  TAB-PCA-LINHA OCCURS 300 TIMES.
               10  TAB-PCA-COD            PIC 9(05).
               10  TAB-PCA-CATEGORIA      PIC X(15).

      *--- Busca do percentual do produto
       01  WRK-COD-PROCURADO              PIC 9(05) VALUE ZEROS.
       01  WRK-CATEGORIA-ACHADA           PIC X(15) VALUE SPACES.
       01  WRK-PCT-ITEM                   PIC 9(03)V99 VALUE ZEROS.

      *--- Pedidos com vendedor (PEDVENDA.dat, CAMPO 6)
       01  WRK-PED-NUMERO-LIDO            PIC 9(06) VALUE ZEROS.
       01  WRK-PED-CLIENTE-LIDO           PIC X(05) VALUE SPACES.
       01  WRK-PED-NOME-LIDO              PIC X(30) VALUE SPACES.
       01  WRK-PED-DATA-LIDA              PIC X(08) VALUE SPACES.
       01  WRK-PED-SIT-LIDA               PIC X(01) VALUE SPACES.
       01  WRK-PED-VENDEDOR-LIDO          PIC X(30) VALUE SPACES.
       01  WRK-MAX-TAB-PED                PIC 9(03) VALUE 300.
       01  WRK-QTDE-PED                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-PED                    PIC 9(03) VALUE ZEROS.
       01  TAB-PEDIDOS.
           05  TAB-PED-LINHA OCCURS 300 TIMES.
               10  TAB-PED-NUMERO         PIC 9(06).
               10  TAB-PED-VENDEDOR       PIC X(30).

      *--- Itens dos pedidos com vendedor (PEDVITEM.dat)
       01  WRK-ITM-PEDIDO-LIDO            PIC 9(06) VALUE ZEROS.
       01  WRK-ITM-COD-LIDO               PIC 9(05) VALUE ZEROS.
       01  WRK-ITM-QTDE-LIDA              PIC 9(05) VALUE ZEROS.
       01  WRK-ITM-PRECO-LIDO             PIC 9(10) VALUE ZEROS.
       01  WRK-MAX-TAB-ITM                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-ITM                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-ITM                    PIC 9(04) VALUE ZEROS.
       01  TAB-ITENS.
           05  TAB-ITM-LINHA OCCURS 1000 TIMES.
               10  TAB-ITM-PEDIDO         PIC 9(06).
               10  TAB-ITM-COD            PIC 9(05).
               10  TAB-ITM-QTDE           PIC 9(05).
               10  TAB-ITM-PRECO-CENTS    PIC 9(10).

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

      *--- Registro fiscal lido (LAYOUT GRAVADO PELO PROG027A)
       01  NFR-NUMERO                     PIC 9(06) VALUE ZEROS.
       01  NFR-DATA                       PIC 9(08) VALUE ZEROS.
       01  WRK-STR-BRUTO                  PIC X(11) VALUE SPACES.
       01  WRK-STR-ICMS                   PIC X(11) VALUE SPACES.
       01  WRK-STR-ISS                    PIC X(11) VALUE SPACES.
       01  WRK-STR-TOTAL                  PIC X(11) VALUE SPACES.
       01  WRK-STR-TOTAL-N REDEFINES WRK-STR-TOTAL.
           05 WRK-STR-TOTAL-V             PIC 9(9)V99.
       01  WRK-STR-TX-ICMS                PIC X(03) VALUE SPACES.
       01  WRK-STR-TX-ISS                 PIC X(03) VALUE SPACES.
       01  WRK-STR-CLIENTE                PIC X(05) VALUE SPACES.
       01  WRK-STR-IPI                    PIC X(11) VALUE SPACES.
       01  WRK-STR-ORIGEM                 PIC X(10) VALUE SPACES.
       01  WRK-STR-FILIAL                 PIC X(03) VALUE SPACES.
       01  WRK-PEDIDO-NOTA                PIC 9(06) VALUE ZEROS.

      *--- Notas de pedido com vendedor (qualquer competencia)
       01  WRK-MAX-TAB-NOTA               PIC 9(03) VALUE 300.
       01  WRK-QTDE-NOTA                  PIC 9(03) VALUE ZEROS.
       01  WRK-IND-NOTA                   PIC 9(03) VALUE ZEROS.
       01  WRK-NOTA-ACHADA                PIC X(01) VALUE 'N'.
       01  WRK-NOTA-PROCURADA             PIC 9(06) VALUE ZEROS.
       01  WRK-FILIAL-PROCURADA           PIC X(03) VALUE SPACES.
       01  TAB-NOTAS.
           05  TAB-NOTA-LINHA OCCURS 300 TIMES.
               10  TAB-NOTA-NUMERO        PIC 9(06).
               10  TAB-NOTA-FILIAL        PIC X(03).
               10  TAB-NOTA-DATA          PIC 9(08).
               10  TAB-NOTA-VENDEDOR      PIC X(30).
               10  TAB-NOTA-TOTAL-CENTS   PIC 9(11).
               10  TAB-NOTA-BASE-CENTS    PIC 9(11).
               10  TAB-NOTA-COMIS-CENTS   PIC 9(11)V9999.
               10  TAB-NOTA-CANCELADA     PIC X(01).
               10  TAB-NOTA-TITULOS       PIC X(01).

      *--- Titulo lido (TITULOS.dat)
       01  WRK-TIT-NOSSONUM               PIC X(20) VALUE SPACES.
       01  WRK-TIT-SACADO                 PIC X(60) VALUE SPACES.
       01  WRK-TIT-CEDENTE                PIC X(60) VALUE SPACES.
       01  WRK-TIT-VALOR-CENTS            PIC 9(10) VALUE ZEROS.
       01  WRK-TIT-VENC                   PIC X(08) VALUE SPACES.
       01  WRK-TIT-PAGTO                  PIC X(08) VALUE SPACES.

      *--- Abatimento de devolucao nos titulos (INSTRUCO.dat, OBS
      *    'DEVOLUCAO NF ' DO DEVVEN1A), SOMADO POR NOSSO NUMERO
       01  WRK-INST-DATA-LIDA             PIC X(08) VALUE SPACES.
       01  WRK-INST-NOSSONUM-LIDO         PIC X(20) VALUE SPACES.
       01  WRK-INST-DESC-LIDA             PIC X(20) VALUE SPACES.
       01  WRK-INST-VALOR-LIDO            PIC 9(10) VALUE ZEROS.
       01  WRK-INST-SALDO-LIDO            PIC X(10) VALUE SPACES.
       01  WRK-INST-OBS-LIDA              PIC X(60) VALUE SPACES.
       01  WRK-ABATIDO-CENTS              PIC 9(10) VALUE ZEROS.
       01  WRK-MAX-TAB-ABT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-ABT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-ABT                    PIC 9(03) VALUE ZEROS.
       01  TAB-ABATIMENTOS.
           05  TAB-ABT-LINHA OCCURS 500 TIMES.
               10  TAB-ABT-NOSSONUM       PIC X(20).
               10  TAB-ABT-CENTS          PIC 9(10).

      *--- Notas de devolucao do DEVVEN1A emitidas na competencia
      *    (NFREG.dat COM ORIGEM 'D' + NOTA ORIGINAL)
       01  WRK-MAX-TAB-DNF                PIC 9(03) VALUE 300.
       01  WRK-QTDE-DNF                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-DNF                    PIC 9(03) VALUE ZEROS.
       01  WRK-DNF-ACHADA                 PIC X(01) VALUE 'N'.
       01  TAB-DEVOLUCOES-NF.
           05  TAB-DNF-LINHA OCCURS 300 TIMES.
               10  TAB-DNF-NUMERO         PIC 9(06).
               10  TAB-DNF-FILIAL         PIC X(03).
               10  TAB-DNF-ORIGINAL       PIC 9(06).

      *--- Item devolvido lido (DEVITEM.dat, GRAVADO PELO DEVVEN1A)
       01  WRK-DIT-NOTA-DEV-LIDA          PIC 9(06) VALUE ZEROS.
       01  WRK-DIT-COD-LIDO               PIC 9(05) VALUE ZEROS.
       01  WRK-DIT-QTDE-LIDA              PIC 9(05) VALUE ZEROS.
       01  WRK-DIT-PRECO-LIDO             PIC 9(10) VALUE ZEROS.
       01  WRK-DIT-NOTA-ORIG-LIDA         PIC 9(06) VALUE ZEROS.
       01  WRK-DIT-FILIAL-LIDA            PIC X(03) VALUE SPACES.

      *--- Referencia de devolucao de nota na razao
       01  WRK-REF-DEVOLUCAO-NF.
           05 WRK-RDN-ORIGINAL            PIC 9(06).
           05 FILLER                      PIC X(01) VALUE 'D'.
           05 WRK-RDN-DEVOLUCAO           PIC 9(06).
           05 FILLER                      PIC X(01) VALUE 'F'.
           05 WRK-RDN-FILIAL              PIC X(03).

      *--- Referencia de nota na razao (N/E)
       01  WRK-REF-NOTA.
           05 WRK-RNT-NOTA                PIC 9(06).
           05 FILLER                      PIC X(01) VALUE 'F'.
           05 WRK-RNT-FILIAL              PIC X(03).

      *--- Nota e filial de uma referencia da razao
       01  WRK-REF-ANALISE                PIC X(20) VALUE SPACES.
       01  WRK-REF-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-REF-VALIDA                 PIC X(01) VALUE 'N'.

      *--- Leitura do CAIXALOG.dat
       01  WRK-CX-LINHA                   PIC X(120) VALUE SPACES.
       01  WRK-CX-STAMP-LIDO              PIC X(15) VALUE SPACES.
       01  WRK-CX-VALOR-TXT               PIC X(30) VALUE SPACES.
       01  WRK-CX-VALOR                   PIC S9(09)V99 VALUE ZEROS.
       01  WRK-CX-VALOR-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-TALLY-VENDEDOR             PIC 9(02) VALUE ZEROS.
       01  WRK-TALLY-ITEM                 PIC 9(02) VALUE ZEROS.
       01  WRK-TALLY-TOTAL                PIC 9(02) VALUE ZEROS.
       01  WRK-TALLY-DEVOLUCAO            PIC 9(02) VALUE ZEROS.
      *    VENDA CORRENTE (ABERTA PELA LINHA VENDEDOR=)
       01  WRK-CX-STAMP                   PIC X(15) VALUE SPACES.
       01  WRK-CX-VENDEDOR                PIC X(30) VALUE SPACES.
       01  WRK-CX-ITENS-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-CX-COMIS-CENTS             PIC 9(11)V9999 VALUE ZEROS.
      *    DEVOLUCAO PENDENTE (A LINHA TOTAL= SEGUINTE TRAZ O VALOR)
       01  WRK-DEV-STAMP                  PIC X(15) VALUE SPACES.
       01  WRK-DEV-REFERENCIA             PIC X(15) VALUE SPACES.
       01  WRK-DEV-PRODUTO                PIC 9(05) VALUE ZEROS.
      *    VENDEDOR DE CADA VENDA DO LOG, PARA A DEVOLUCAO
       01  WRK-MAX-TAB-CXV                PIC 9(04) VALUE 1000.
       01  WRK-QTDE-CXV                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-CXV                    PIC 9(04) VALUE ZEROS.
       01  WRK-CXV-ACHADO                 PIC X(01) VALUE 'N'.
       01  TAB-VENDAS-CAIXA.
           05  TAB-CXV-LINHA OCCURS 1000 TIMES.
               10  TAB-CXV-STAMP          PIC X(15).
               10  TAB-CXV-VENDEDOR       PIC X(30).

      *--- Razao de comissoes (COMISLOG.dat): linhas mantidas das
      *    outras competencias mais os lancamentos desta
       01  WRK-LOG-COMP-LIDA              PIC X(06) VALUE SPACES.
       01  WRK-LOG-VENDEDOR-LIDO          PIC X(30) VALUE SPACES.
       01  WRK-LOG-TIPO-LIDO              PIC X(01) VALUE SPACES.
       01  WRK-LOG-REF-LIDA               PIC X(20) VALUE SPACES.
       01  WRK-LOG-BASE-TXT               PIC X(12) VALUE SPACES.
       01  WRK-LOG-COMIS-TXT              PIC X(12) VALUE SPACES.
       01  WRK-MAX-TAB-LOG                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-LOG                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-LOG                    PIC 9(04) VALUE ZEROS.
       01  TAB-LANCAMENTOS.
           05  TAB-LOG-LINHA OCCURS 2000 TIMES.
               10  TAB-LOG-COMP           PIC 9(06).
               10  TAB-LOG-VENDEDOR       PIC X(30).
               10  TAB-LOG-TIPO           PIC X(01).
               10  TAB-LOG-REF            PIC X(20).
               10  TAB-LOG-BASE-CENTS     PIC 9(11).
               10  TAB-LOG-COMIS-CENTS    PIC S9(11).
       01  WRK-LOG-COMIS-EDIT             PIC -9(11).

      *--- Lancamento a incluir na razao
       01  WRK-LAN-VENDEDOR               PIC X(30) VALUE SPACES.
       01  WRK-LAN-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-LAN-REF                    PIC X(20) VALUE SPACES.
       01  WRK-LAN-BASE-CENTS             PIC 9(11) VALUE ZEROS.
       01  WRK-LAN-COMIS-CENTS            PIC S9(11)V9999 VALUE ZEROS.
       01  WRK-LIQUIDO-NOTA               PIC S9(11) VALUE ZEROS.

      *--- Liquido do mes por vendedor
       01  WRK-MAX-TAB-VEN                PIC 9(03) VALUE 100.
       01  WRK-QTDE-VEN                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-VEN                    PIC 9(03) VALUE ZEROS.
       01  WRK-VEN-ACHADO                 PIC X(01) VALUE 'N'.
       01  TAB-VENDEDORES.
           05  TAB-VEN-LINHA OCCURS 100 TIMES.
               10  TAB-VEN-NOME           PIC X(30).
               10  TAB-VEN-TOTAL-CENTS    PIC S9(11).
               10  TAB-VEN-QTDE           PIC 9(05).

      *--- Atribuicoes de FOLHARUB.dat mantidas na regravacao
       01  WRK-RBA-NOME                   PIC X(30) VALUE SPACES.
       01  WRK-RBA-CODIGO                 PIC 9(04) VALUE ZEROS.
       01  WRK-RBA-VALOR-STR              PIC X(11) VALUE SPACES.
       01  WRK-RBA-COMP                   PIC X(06) VALUE SPACES.
       01  WRK-RBA-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-MAX-TAB-RBA                PIC 9(03) VALUE 500.
       01  WRK-QTDE-RBA                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-RBA                    PIC 9(03) VALUE ZEROS.
       01  TAB-ATRIBUICOES.
           05  TAB-RBA-LINHA OCCURS 500 TIMES.
               10  TAB-RBA-TEXTO          PIC X(60).

      *--- Totais e edicao do extrato
       01  WRK-QTDE-GRAVADOS              PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-RUBRICAS              PIC 9(03) VALUE ZEROS.
       01  WRK-TOTAL-GERAL-CENTS          PIC S9(11) VALUE ZEROS.
       01  WRK-VALOR-EDIT                 PIC ----.---.--9,99.
       01  WRK-BASE-EDIT                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-TIPO-DESC                  PIC X(20) VALUE SPACES.

      *--- Filial assumida para registro sem filial (MATRIZ)
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *  DATA DO SISTEMA
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

           DISPLAY '* COMPETENCIA (AAAAMM, 0 = MES ATUAL): '
                   WITH NO ADVANCING
           ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA EQUAL ZEROS
              MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-COMPETENCIA
           END-IF

           PERFORM 0002-CARREGAR-PERCENTUAIS
           PERFORM 0003-CARREGAR-CATEGORIAS
           PERFORM 0004-CARREGAR-PEDIDOS
           PERFORM 0005-CARREGAR-ITENS
           PERFORM 0006-CARREGAR-CANCELADAS
           PERFORM 0010-CARREGAR-NOTAS
           PERFORM 0015-CARREGAR-COMISLOG
           PERFORM 0016-CARREGAR-ABATIMENTOS
           PERFORM 0020-PROCESSAR-TITULOS
           PERFORM 0025-PROCESSAR-NOTAS-A-VISTA
           PERFORM 0030-PROCESSAR-CAIXALOG
           PERFORM 0035-PROCESSAR-DEVOLUCOES-NF
           PERFORM 0040-ESTORNAR-CANCELADAS
           PERFORM 0050-GRAVAR-COMISLOG
           PERFORM 0055-TOTALIZAR-VENDEDORES
           PERFORM 0060-GRAVAR-FOLHARUB
           PERFORM 0065-VERIFICAR-RUBRICAS
           PERFORM 0070-EMITIR-EXTRATO

           COMPUTE WRK-VALOR-EDIT = WRK-TOTAL-GERAL-CENTS / 100

           DISPLAY '*=========================================*'
           DISPLAY '* COMIS01A - COMISSAO DE VENDEDORES       *'
           DISPLAY '* COMPETENCIA.........: ' WRK-COMPETENCIA
           DISPLAY '* LANCAMENTOS DO MES..: ' WRK-QTDE-GRAVADOS
           DISPLAY '* VENDEDORES..........: ' WRK-QTDE-VEN
           DISPLAY '* RUBRICAS NA FOLHA...: ' WRK-QTDE-RUBRICAS
           DISPLAY '* COMISSAO LIQUIDA....: ' WRK-VALOR-EDIT
           DISPLAY '* EXTRATO.............: COMISSAO.txt'
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA DO SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA                 SECTION.
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
      *    CARREGAR O PERCENTUAL DE COMISSAO POR CATEGORIA
      *    (COMISSAO.dat). A CATEGORIA '*' E O PERCENTUAL PADRAO
      *----------------------------------------------------------------*
       0002-CARREGAR-PERCENTUAIS       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CPC
                                          WRK-PCT-PADRAO
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PERCENTUAL

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PERCENTUAL
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PCT-CATEGORIA-LIDA
                                          WRK-PCT-TXT
                    UNSTRING FD-LIN-PERCENTUAL DELIMITED BY SEP
                       INTO WRK-PCT-CATEGORIA-LIDA
                            WRK-PCT-TXT
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(WRK-PCT-CATEGORIA-LIDA)
                                       TO WRK-PCT-CATEGORIA-LIDA
                    EVALUATE TRUE
                       WHEN WRK-PCT-CATEGORIA-LIDA EQUAL SPACES
                          CONTINUE
                       WHEN WRK-PCT-CATEGORIA-LIDA EQUAL '*'
                          COMPUTE WRK-PCT-PADRAO = FUNCTION NUMVAL(
                                  FUNCTION TRIM(WRK-PCT-TXT))
                       WHEN WRK-QTDE-CPC LESS WRK-MAX-TAB-CPC
                          ADD 1        TO WRK-QTDE-CPC
                          MOVE WRK-PCT-CATEGORIA-LIDA
                               TO TAB-CPC-CATEGORIA(WRK-QTDE-CPC)
                          COMPUTE TAB-CPC-PCT(WRK-QTDE-CPC) =
                                  FUNCTION NUMVAL(
                                  FUNCTION TRIM(WRK-PCT-TXT))
                       WHEN OTHER
                          DISPLAY 'TABELA DE PERCENTUAIS CHEIA! '
                                  'MAXIMO ' WRK-MAX-TAB-CPC
                                  ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARQ-PERCENTUAL
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-CPC EQUAL ZEROS AND WRK-PCT-PADRAO EQUAL ZEROS
              DISPLAY 'ATENCAO: COMISSAO.dat SEM PERCENTUAIS - '
                      'COMISSAO ZERO'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A CATEGORIA DE CADA PRODUTO (PRODCAT.dat)
      *----------------------------------------------------------------*
       0003-CARREGAR-CATEGORIAS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PCA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PRODCAT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PRODCAT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-PRODCAT(1:1) IS NUMERIC
                       IF WRK-QTDE-PCA LESS WRK-MAX-TAB-PCA
                          ADD 1        TO WRK-QTDE-PCA
                          UNSTRING FD-LIN-PRODCAT DELIMITED BY SEP
                             INTO TAB-PCA-COD(WRK-QTDE-PCA)
                                  TAB-PCA-CATEGORIA(WRK-QTDE-PCA)
                          END-UNSTRING
                          MOVE FUNCTION UPPER-CASE(
                               TAB-PCA-CATEGORIA(WRK-QTDE-PCA))
                               TO TAB-PCA-CATEGORIA(WRK-QTDE-PCA)
                       ELSE
                          DISPLAY 'TABELA DE CATEGORIAS CHEIA! '
                                  'MAXIMO ' WRK-MAX-TAB-PCA
                                  ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PRODCAT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PEDIDOS QUE TEM VENDEDOR (PEDVENDA.dat)
      *----------------------------------------------------------------*
       0004-CARREGAR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-PED
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-PEDIDOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PEDIDOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-PED-NUMERO-LIDO
                    MOVE SPACES        TO WRK-PED-CLIENTE-LIDO
                                          WRK-PED-NOME-LIDO
                                          WRK-PED-DATA-LIDA
                                          WRK-PED-SIT-LIDA
                                          WRK-PED-VENDEDOR-LIDO
                    UNSTRING FD-LIN-PEDIDO DELIMITED BY SEP
                       INTO WRK-PED-NUMERO-LIDO
                            WRK-PED-CLIENTE-LIDO
                            WRK-PED-NOME-LIDO
                            WRK-PED-DATA-LIDA
                            WRK-PED-SIT-LIDA
                            WRK-PED-VENDEDOR-LIDO
                    END-UNSTRING
                    IF WRK-PED-VENDEDOR-LIDO NOT EQUAL SPACES
                       IF WRK-QTDE-PED LESS WRK-MAX-TAB-PED
                          ADD 1        TO WRK-QTDE-PED
                          MOVE WRK-PED-NUMERO-LIDO
                               TO TAB-PED-NUMERO(WRK-QTDE-PED)
                          MOVE WRK-PED-VENDEDOR-LIDO
                               TO TAB-PED-VENDEDOR(WRK-QTDE-PED)
                       ELSE
                          DISPLAY 'TABELA DE PEDIDOS CHEIA! MAXIMO '
                                   WRK-MAX-TAB-PED ' REGISTROS'
                          MOVE 'S'     TO WRK-FIM-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-PEDIDOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ITENS DOS PEDIDOS COM VENDEDOR (PEDVITEM.dat)
      *----------------------------------------------------------------*
       0005-CARREGAR-ITENS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ITM
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-ITM-PEDIDO-LIDO
                                          WRK-ITM-COD-LIDO
                                          WRK-ITM-QTDE-LIDA
                                          WRK-ITM-PRECO-LIDO
                    UNSTRING FD-LIN-ITEM DELIMITED BY SEP
                       INTO WRK-ITM-PEDIDO-LIDO
                            WRK-ITM-COD-LIDO
                            WRK-ITM-QTDE-LIDA
                            WRK-ITM-PRECO-LIDO
                    END-UNSTRING
                    PERFORM 0005A-GUARDAR-ITEM
              END-READ
           END-PERFORM

           CLOSE ARQ-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR O ITEM LIDO SE O PEDIDO TEM VENDEDOR
      *----------------------------------------------------------------*
       0005A-GUARDAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-PED FROM 1 BY 1 UNTIL
                      WRK-IND-PED > WRK-QTDE-PED
              IF TAB-PED-NUMERO(WRK-IND-PED) EQUAL
                 WRK-ITM-PEDIDO-LIDO
                 IF WRK-QTDE-ITM LESS WRK-MAX-TAB-ITM
                    ADD 1              TO WRK-QTDE-ITM
                    MOVE WRK-ITM-PEDIDO-LIDO
                                       TO TAB-ITM-PEDIDO(WRK-QTDE-ITM)
                    MOVE WRK-ITM-COD-LIDO
                                       TO TAB-ITM-COD(WRK-QTDE-ITM)
                    MOVE WRK-ITM-QTDE-LIDA
                                       TO TAB-ITM-QTDE(WRK-QTDE-ITM)
                    MOVE WRK-ITM-PRECO-LIDO
                         TO TAB-ITM-PRECO-CENTS(WRK-QTDE-ITM)
                 ELSE
                    DISPLAY 'TABELA DE ITENS CHEIA! MAXIMO '
                             WRK-MAX-TAB-ITM ' REGISTROS'
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005a-end
       0005A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A ULTIMA SITUACAO DE CADA NOTA DE NOTASTATUS.dat
      *    (NUMERO + FILIAL; LINHA SEM FILIAL = MATRIZ)
      *----------------------------------------------------------------*
       0006-CARREGAR-CANCELADAS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CANC
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
                    PERFORM 0006A-REGISTRAR-SITUACAO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-STATUS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0006-end
       0006-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A ULTIMA SITUACAO LIDA DE UMA NOTA NA TABELA
      *----------------------------------------------------------------*
       0006A-REGISTRAR-SITUACAO        SECTION.
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
      *> cobol-lint CL002 0006a-end
       0006A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS NOTAS DE PEDIDO COM VENDEDOR (NFREG.dat, CAUDA
      *    'P'+PEDIDO), DE QUALQUER COMPETENCIA - O TITULO PAGO NO MES
      *    PODE SER DE NOTA EMITIDA MESES ANTES - E AS NOTAS DE
      *    DEVOLUCAO DO DEVVEN1A (CAUDA 'D'+NOTA) EMITIDAS NO MES
      *----------------------------------------------------------------*
       0010-CARREGAR-NOTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-NOTA
                                          WRK-QTDE-DNF
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-NFREG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0010A-TRATAR-REGISTRO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-NFREG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM REGISTRO FISCAL: SO NOTA DE PEDIDO COM VENDEDOR
      *    ENTRA NA TABELA, COM A COMISSAO CALCULADA SOBRE OS ITENS;
      *    A NOTA DE DEVOLUCAO DO MES VAI PARA A TABELA DE DEVOLUCOES
      *----------------------------------------------------------------*
       0010A-TRATAR-REGISTRO           SECTION.
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
           END-UNSTRING

      *    NOTA GRAVADA ANTES DA FILIAL = MATRIZ
           IF WRK-STR-FILIAL EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-STR-FILIAL
           END-IF

           IF WRK-STR-ORIGEM(1:1) EQUAL 'D' AND
              WRK-STR-ORIGEM(2:6) IS NUMERIC
              PERFORM 0010C-GUARDAR-DEVOLUCAO
              EXIT SECTION
           END-IF

           IF WRK-STR-ORIGEM(1:1) NOT EQUAL 'P' OR
              WRK-STR-ORIGEM(2:6) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE WRK-STR-ORIGEM(2:6)    TO WRK-PEDIDO-NOTA

           PERFORM VARYING WRK-IND-PED FROM 1 BY 1 UNTIL
                      WRK-IND-PED > WRK-QTDE-PED
              IF TAB-PED-NUMERO(WRK-IND-PED) EQUAL WRK-PEDIDO-NOTA
                 PERFORM 0010B-GUARDAR-NOTA
                 EXIT SECTION
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010a-end
       0010A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A NOTA DO PEDIDO WRK-IND-PED: BASE = MERCADORIA
      *    (QTDE X PRECO DOS ITENS, SEM IMPOSTOS) E COMISSAO PELO
      *    PERCENTUAL DA CATEGORIA DE CADA ITEM
      *----------------------------------------------------------------*
       0010B-GUARDAR-NOTA              SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-NOTA NOT LESS WRK-MAX-TAB-NOTA
              DISPLAY 'TABELA DE NOTAS CHEIA! MAXIMO '
                       WRK-MAX-TAB-NOTA
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-NOTA
           MOVE WRK-QTDE-NOTA          TO WRK-IND-NOTA
           MOVE NFR-NUMERO             TO TAB-NOTA-NUMERO(WRK-IND-NOTA)
           MOVE WRK-STR-FILIAL         TO TAB-NOTA-FILIAL(WRK-IND-NOTA)
           MOVE NFR-DATA               TO TAB-NOTA-DATA(WRK-IND-NOTA)
           MOVE TAB-PED-VENDEDOR(WRK-IND-PED)
                                   TO TAB-NOTA-VENDEDOR(WRK-IND-NOTA)
           IF WRK-STR-TOTAL IS NUMERIC
              COMPUTE TAB-NOTA-TOTAL-CENTS(WRK-IND-NOTA) =
                      WRK-STR-TOTAL-V * 100
           ELSE
              MOVE ZEROS       TO TAB-NOTA-TOTAL-CENTS(WRK-IND-NOTA)
           END-IF
           MOVE ZEROS                  TO
                TAB-NOTA-BASE-CENTS(WRK-IND-NOTA)
                TAB-NOTA-COMIS-CENTS(WRK-IND-NOTA)
           MOVE 'N'                    TO
                TAB-NOTA-CANCELADA(WRK-IND-NOTA)
                TAB-NOTA-TITULOS(WRK-IND-NOTA)

           PERFORM VARYING WRK-IND-ITM FROM 1 BY 1 UNTIL
                      WRK-IND-ITM > WRK-QTDE-ITM
              IF TAB-ITM-PEDIDO(WRK-IND-ITM) EQUAL WRK-PEDIDO-NOTA
                 MOVE TAB-ITM-COD(WRK-IND-ITM) TO WRK-COD-PROCURADO
                 PERFORM 0080-OBTER-PERCENTUAL
                 COMPUTE TAB-NOTA-BASE-CENTS(WRK-IND-NOTA) =
                         TAB-NOTA-BASE-CENTS(WRK-IND-NOTA) +
                         (TAB-ITM-QTDE(WRK-IND-ITM) *
                          TAB-ITM-PRECO-CENTS(WRK-IND-ITM))
                 COMPUTE TAB-NOTA-COMIS-CENTS(WRK-IND-NOTA) =
                         TAB-NOTA-COMIS-CENTS(WRK-IND-NOTA) +
                         (TAB-ITM-QTDE(WRK-IND-ITM) *
                          TAB-ITM-PRECO-CENTS(WRK-IND-ITM) *
                          WRK-PCT-ITEM / 100)
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1 UNTIL
                      WRK-IND-CANC > WRK-QTDE-CANC
              IF NFR-NUMERO EQUAL TAB-CANC-NOTA(WRK-IND-CANC) AND
                 WRK-STR-FILIAL EQUAL TAB-CANC-FILIAL(WRK-IND-CANC) AND
                 TAB-CANC-SIT(WRK-IND-CANC) EQUAL 'C'
                 MOVE 'S'      TO TAB-NOTA-CANCELADA(WRK-IND-NOTA)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010b-end
       0010B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR A NOTA DE DEVOLUCAO (ORIGEM 'D'+NOTA ORIGINAL)
      *    EMITIDA NA COMPETENCIA, COM A NOTA ORIGINAL E A FILIAL
      *----------------------------------------------------------------*
       0010C-GUARDAR-DEVOLUCAO         SECTION.
      *----------------------------------------------------------------*

           IF NFR-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF

           IF WRK-QTDE-DNF NOT LESS WRK-MAX-TAB-DNF
              DISPLAY 'TABELA DE NOTAS DE DEVOLUCAO CHEIA! MAXIMO '
                       WRK-MAX-TAB-DNF
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-DNF
           MOVE NFR-NUMERO             TO TAB-DNF-NUMERO(WRK-QTDE-DNF)
           MOVE WRK-STR-FILIAL         TO TAB-DNF-FILIAL(WRK-QTDE-DNF)
           MOVE WRK-STR-ORIGEM(2:6)    TO TAB-DNF-ORIGINAL(WRK-QTDE-DNF)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010c-end
       0010C-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A RAZAO COMISLOG.dat. OS LANCAMENTOS DESTA
      *    COMPETENCIA SAO REFEITOS NESTA RODADA, EXCETO OS DE NOTA
      *    JA CANCELADA: A COMISSAO PAGA SOBRE ELA NAO PODE MAIS SER
      *    RECALCULADA (A BAIXA DO CANCELAMENTO TAMBEM PREENCHE O
      *    PAGAMENTO DO TITULO) E FICA PARA O ESTORNO
      *----------------------------------------------------------------*
       0015-CARREGAR-COMISLOG          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LOG
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-COMISLOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-COMISLOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-COMISLOG(1:6) IS NUMERIC
                       PERFORM 0015A-TRATAR-LANCAMENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-COMISLOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DA RAZAO: MANTEM OU DESCARTA
      *----------------------------------------------------------------*
       0015A-TRATAR-LANCAMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LOG-COMP-LIDA
                                          WRK-LOG-VENDEDOR-LIDO
                                          WRK-LOG-TIPO-LIDO
                                          WRK-LOG-REF-LIDA
                                          WRK-LOG-BASE-TXT
                                          WRK-LOG-COMIS-TXT
           UNSTRING FD-LIN-COMISLOG DELIMITED BY SEP
              INTO WRK-LOG-COMP-LIDA
                   WRK-LOG-VENDEDOR-LIDO
                   WRK-LOG-TIPO-LIDO
                   WRK-LOG-REF-LIDA
                   WRK-LOG-BASE-TXT
                   WRK-LOG-COMIS-TXT
           END-UNSTRING

           IF WRK-LOG-COMP-LIDA EQUAL WRK-COMPETENCIA
              IF WRK-LOG-TIPO-LIDO NOT EQUAL 'T' AND
                 WRK-LOG-TIPO-LIDO NOT EQUAL 'N'
                 EXIT SECTION
              END-IF
              MOVE WRK-LOG-TIPO-LIDO   TO WRK-REF-TIPO
              MOVE WRK-LOG-REF-LIDA    TO WRK-REF-ANALISE
              PERFORM 0082-ANALISAR-REFERENCIA
              IF WRK-REF-VALIDA NOT EQUAL 'S'
                 EXIT SECTION
              END-IF
              PERFORM 0081-LOCALIZAR-NOTA
              IF WRK-NOTA-ACHADA NOT EQUAL 'S'
                 EXIT SECTION
              END-IF
              IF TAB-NOTA-CANCELADA(WRK-IND-NOTA) NOT EQUAL 'S'
                 EXIT SECTION
              END-IF
           END-IF

           IF WRK-QTDE-LOG NOT LESS WRK-MAX-TAB-LOG
              DISPLAY 'TABELA DA RAZAO CHEIA! MAXIMO '
                       WRK-MAX-TAB-LOG ' REGISTROS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-LOG
           MOVE WRK-LOG-COMP-LIDA      TO TAB-LOG-COMP(WRK-QTDE-LOG)
           MOVE WRK-LOG-VENDEDOR-LIDO  TO TAB-LOG-VENDEDOR(WRK-QTDE-LOG)
           MOVE WRK-LOG-TIPO-LIDO      TO TAB-LOG-TIPO(WRK-QTDE-LOG)
           MOVE WRK-LOG-REF-LIDA       TO TAB-LOG-REF(WRK-QTDE-LOG)
           COMPUTE TAB-LOG-BASE-CENTS(WRK-QTDE-LOG) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-LOG-BASE-TXT))
           COMPUTE TAB-LOG-COMIS-CENTS(WRK-QTDE-LOG) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-LOG-COMIS-TXT))
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015a-end
       0015A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS ABATIMENTOS DE DEVOLUCAO NOS TITULOS
      *    (INSTRUCO.dat: ABATIMENTO COM OBS 'DEVOLUCAO NF ' DO
      *    DEVVEN1A). A COMISSAO DA MERCADORIA DEVOLVIDA SAI PELO
      *    ESTORNO DA DEVOLUCAO; O TITULO PAGA A COMISSAO SOBRE O
      *    VALOR ANTES DO ABATIMENTO PARA NAO DESCONTAR DUAS VEZES
      *----------------------------------------------------------------*
       0016-CARREGAR-ABATIMENTOS       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-ABT
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-INST

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-INST
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    PERFORM 0016A-TRATAR-INSTRUCAO
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-INST
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR UM ABATIMENTO DE DEVOLUCAO NO SEU NOSSO NUMERO
      *----------------------------------------------------------------*
       0016A-TRATAR-INSTRUCAO          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-INST-DATA-LIDA
                                          WRK-INST-NOSSONUM-LIDO
                                          WRK-INST-DESC-LIDA
                                          WRK-INST-SALDO-LIDO
                                          WRK-INST-OBS-LIDA
           MOVE ZEROS                  TO WRK-INST-VALOR-LIDO
           UNSTRING FD-LIN-INSTRUCAO DELIMITED BY SEP
              INTO WRK-INST-DATA-LIDA
                   WRK-INST-NOSSONUM-LIDO
                   WRK-INST-DESC-LIDA
                   WRK-INST-VALOR-LIDO
                   WRK-INST-SALDO-LIDO
                   WRK-INST-OBS-LIDA
           END-UNSTRING

           IF WRK-INST-DESC-LIDA NOT EQUAL 'ABATIMENTO' OR
              WRK-INST-OBS-LIDA(1:13) NOT EQUAL 'DEVOLUCAO NF '
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-ABT FROM 1 BY 1 UNTIL
                      WRK-IND-ABT > WRK-QTDE-ABT
              IF TAB-ABT-NOSSONUM(WRK-IND-ABT) EQUAL
                 WRK-INST-NOSSONUM-LIDO
                 ADD WRK-INST-VALOR-LIDO
                                       TO TAB-ABT-CENTS(WRK-IND-ABT)
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF WRK-QTDE-ABT LESS WRK-MAX-TAB-ABT
              ADD 1                    TO WRK-QTDE-ABT
              MOVE WRK-INST-NOSSONUM-LIDO
                                       TO TAB-ABT-NOSSONUM(WRK-QTDE-ABT)
              MOVE WRK-INST-VALOR-LIDO TO TAB-ABT-CENTS(WRK-QTDE-ABT)
           ELSE
              DISPLAY 'TABELA DE ABATIMENTOS CHEIA! MAXIMO '
                       WRK-MAX-TAB-ABT
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016a-end
       0016A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TITULOS DE NOTA (NOSSO NUMERO = NOTA + PARCELA + 'F' +
      *    FILIAL, COMO NO PROG027A; SO NOTA + PARCELA = MATRIZ) PAGOS
      *    NA COMPETENCIA: COMISSAO DA NOTA NA PROPORCAO DO TITULO
      *    (COM O ABATIMENTO DE DEVOLUCAO) SOBRE O TOTAL DA NOTA
      *----------------------------------------------------------------*
       0020-PROCESSAR-TITULOS          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-TIT

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-TIT
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-TITULOS(1:1) IS NUMERIC
                       PERFORM 0020A-TRATAR-TITULO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-TIT
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UM TITULO: MARCA A NOTA COMO PARCELADA E LANCA A
      *    COMISSAO SE O PAGAMENTO CAIU NA COMPETENCIA
      *----------------------------------------------------------------*
       0020A-TRATAR-TITULO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-TIT-NOSSONUM
                                          WRK-TIT-SACADO
                                          WRK-TIT-CEDENTE
                                          WRK-TIT-VENC
                                          WRK-TIT-PAGTO
           MOVE ZEROS                  TO WRK-TIT-VALOR-CENTS
           UNSTRING FD-LIN-TITULOS DELIMITED BY SEP
              INTO WRK-TIT-NOSSONUM
                   WRK-TIT-SACADO
                   WRK-TIT-CEDENTE
                   WRK-TIT-VALOR-CENTS
                   WRK-TIT-VENC
                   WRK-TIT-PAGTO
           END-UNSTRING

      *    SO PARCELA DE NOTA (PARCELA DE ACORDO E OUTROS FICAM FORA)
           MOVE 'T'                    TO WRK-REF-TIPO
           MOVE WRK-TIT-NOSSONUM       TO WRK-REF-ANALISE
           PERFORM 0082-ANALISAR-REFERENCIA
           IF WRK-REF-VALIDA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0081-LOCALIZAR-NOTA
           IF WRK-NOTA-ACHADA NOT EQUAL 'S'
              EXIT SECTION
           END-IF
           MOVE 'S'                TO TAB-NOTA-TITULOS(WRK-IND-NOTA)

      *    NOTA CANCELADA: A BAIXA DO CANCELAMENTO NAO E RECEBIMENTO
           IF TAB-NOTA-CANCELADA(WRK-IND-NOTA) EQUAL 'S'
              EXIT SECTION
           END-IF
           IF WRK-TIT-PAGTO IS NOT NUMERIC OR
              WRK-TIT-PAGTO(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF
           IF TAB-NOTA-TOTAL-CENTS(WRK-IND-NOTA) EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE ZEROS                  TO WRK-ABATIDO-CENTS
           PERFORM VARYING WRK-IND-ABT FROM 1 BY 1 UNTIL
                      WRK-IND-ABT > WRK-QTDE-ABT
              IF TAB-ABT-NOSSONUM(WRK-IND-ABT) EQUAL WRK-TIT-NOSSONUM
                 MOVE TAB-ABT-CENTS(WRK-IND-ABT) TO WRK-ABATIDO-CENTS
              END-IF
           END-PERFORM

           MOVE TAB-NOTA-VENDEDOR(WRK-IND-NOTA) TO WRK-LAN-VENDEDOR
           MOVE 'T'                    TO WRK-LAN-TIPO
           MOVE WRK-TIT-NOSSONUM       TO WRK-LAN-REF
           COMPUTE WRK-LAN-BASE-CENTS =
                   WRK-TIT-VALOR-CENTS + WRK-ABATIDO-CENTS
           COMPUTE WRK-LAN-COMIS-CENTS =
                   TAB-NOTA-COMIS-CENTS(WRK-IND-NOTA) *
                   WRK-LAN-BASE-CENTS /
                   TAB-NOTA-TOTAL-CENTS(WRK-IND-NOTA)
           PERFORM 0090-INCLUIR-LANCAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020a-end
       0020A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOTA DE PEDIDO SEM TITULOS (A VISTA), NAO CANCELADA E
      *    EMITIDA NA COMPETENCIA: COMISSAO INTEGRAL NO MES
      *----------------------------------------------------------------*
       0025-PROCESSAR-NOTAS-A-VISTA    SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1 UNTIL
                      WRK-IND-NOTA > WRK-QTDE-NOTA
              IF TAB-NOTA-TITULOS(WRK-IND-NOTA) EQUAL 'N' AND
                 TAB-NOTA-CANCELADA(WRK-IND-NOTA) EQUAL 'N' AND
                 TAB-NOTA-DATA(WRK-IND-NOTA)(1:6) EQUAL
                 WRK-COMPETENCIA
                 MOVE TAB-NOTA-VENDEDOR(WRK-IND-NOTA)
                                       TO WRK-LAN-VENDEDOR
                 MOVE 'N'              TO WRK-LAN-TIPO
                 MOVE TAB-NOTA-NUMERO(WRK-IND-NOTA) TO WRK-RNT-NOTA
                 MOVE TAB-NOTA-FILIAL(WRK-IND-NOTA) TO WRK-RNT-FILIAL
                 MOVE WRK-REF-NOTA     TO WRK-LAN-REF
                 MOVE TAB-NOTA-BASE-CENTS(WRK-IND-NOTA)
                                       TO WRK-LAN-BASE-CENTS
                 MOVE TAB-NOTA-COMIS-CENTS(WRK-IND-NOTA)
                                       TO WRK-LAN-COMIS-CENTS
                 PERFORM 0090-INCLUIR-LANCAMENTO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VENDAS E DEVOLUCOES DO CAIXA (CAIXALOG.dat). A VENDA COM
      *    VENDEDOR ABRE COM A LINHA VENDEDOR=, SEGUIDA DOS ITENS E
      *    FECHADA PELA LINHA TOTAL= COM A MESMA DATA-HORA
      *----------------------------------------------------------------*
       0030-PROCESSAR-CAIXALOG         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CXV
           MOVE SPACES                 TO WRK-CX-STAMP
                                          WRK-DEV-STAMP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-CAIXALOG

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-CAIXALOG
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-CXLOG(1:8) IS NUMERIC
                       PERFORM 0030A-TRATAR-LINHA-LOG
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-CAIXALOG
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR UMA LINHA DO CAIXALOG PELO TIPO
      *----------------------------------------------------------------*
       0030A-TRATAR-LINHA-LOG          SECTION.
      *----------------------------------------------------------------*

           MOVE FD-LIN-CXLOG           TO WRK-CX-LINHA
           MOVE WRK-CX-LINHA(1:15)     TO WRK-CX-STAMP-LIDO
           MOVE ZEROS                  TO WRK-TALLY-VENDEDOR
                                          WRK-TALLY-ITEM
                                          WRK-TALLY-TOTAL
                                          WRK-TALLY-DEVOLUCAO
           INSPECT WRK-CX-LINHA TALLYING
                   WRK-TALLY-VENDEDOR  FOR ALL ' | VENDEDOR='
                   WRK-TALLY-ITEM      FOR ALL ' | ITEM='
                   WRK-TALLY-TOTAL     FOR ALL ' | TOTAL='
                   WRK-TALLY-DEVOLUCAO FOR ALL ' | DEVOLUCAO REF='

           EVALUATE TRUE
              WHEN WRK-TALLY-VENDEDOR GREATER ZEROS
                 PERFORM 0031-ABRIR-VENDA
              WHEN WRK-TALLY-ITEM GREATER ZEROS
                 PERFORM 0032-ACUMULAR-ITEM
              WHEN WRK-TALLY-DEVOLUCAO GREATER ZEROS
                 MOVE WRK-CX-STAMP-LIDO TO WRK-DEV-STAMP
                 MOVE WRK-CX-LINHA(33:15) TO WRK-DEV-REFERENCIA
                 IF WRK-CX-LINHA(54:5) IS NUMERIC
                    MOVE WRK-CX-LINHA(54:5) TO WRK-DEV-PRODUTO
                 ELSE
                    MOVE ZEROS         TO WRK-DEV-PRODUTO
                 END-IF
              WHEN WRK-TALLY-TOTAL GREATER ZEROS
                 PERFORM 0033-FECHAR-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030a-end
       0030A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA VENDEDOR=: ABRE A VENDA E GUARDA O VENDEDOR DA
      *    DATA-HORA PARA UMA DEVOLUCAO POSTERIOR
      *----------------------------------------------------------------*
       0031-ABRIR-VENDA                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CX-STAMP-LIDO      TO WRK-CX-STAMP
           MOVE SPACES                 TO WRK-CX-VENDEDOR
           MOVE ZEROS                  TO WRK-CX-ITENS-CENTS
                                          WRK-CX-COMIS-CENTS
           UNSTRING WRK-CX-LINHA DELIMITED BY ' | VENDEDOR=' OR
                                              ' | FIL='
              INTO WRK-DESCARTE WRK-CX-VENDEDOR
           END-UNSTRING

           IF WRK-QTDE-CXV LESS WRK-MAX-TAB-CXV
              ADD 1                    TO WRK-QTDE-CXV
              MOVE WRK-CX-STAMP        TO TAB-CXV-STAMP(WRK-QTDE-CXV)
              MOVE WRK-CX-VENDEDOR     TO TAB-CXV-VENDEDOR(WRK-QTDE-CXV)
           ELSE
              DISPLAY 'TABELA DE VENDAS DO CAIXA CHEIA! MAXIMO '
                       WRK-MAX-TAB-CXV ' REGISTROS'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA ITEM= DA VENDA ABERTA: ACUMULA O VALOR E A COMISSAO
      *    PELA CATEGORIA DO PRODUTO
      *----------------------------------------------------------------*
       0032-ACUMULAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           IF WRK-CX-STAMP-LIDO NOT EQUAL WRK-CX-STAMP OR
              WRK-CX-STAMP EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-CX-VALOR-TXT
           UNSTRING WRK-CX-LINHA DELIMITED BY ' | VLR-' OR ' | FIL='
              INTO WRK-DESCARTE WRK-CX-VALOR-TXT
           END-UNSTRING
           COMPUTE WRK-CX-VALOR =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-CX-VALOR-TXT))
           COMPUTE WRK-CX-VALOR-CENTS = WRK-CX-VALOR * 100

           IF WRK-CX-LINHA(24:5) IS NUMERIC
              MOVE WRK-CX-LINHA(24:5)  TO WRK-COD-PROCURADO
           ELSE
              MOVE ZEROS               TO WRK-COD-PROCURADO
           END-IF
           PERFORM 0080-OBTER-PERCENTUAL

           ADD WRK-CX-VALOR-CENTS      TO WRK-CX-ITENS-CENTS
           COMPUTE WRK-CX-COMIS-CENTS = WRK-CX-COMIS-CENTS +
                   (WRK-CX-VALOR-CENTS * WRK-PCT-ITEM / 100)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0032-end
       0032-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA TOTAL=: FECHA A DEVOLUCAO PENDENTE (VALOR NEGATIVO)
      *    OU A VENDA ABERTA COM VENDEDOR. NA VENDA COM DESCONTO A
      *    COMISSAO DOS ITENS E RATEADA PELO TOTAL PAGO
      *----------------------------------------------------------------*
       0033-FECHAR-TOTAL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-CX-VALOR-TXT
           UNSTRING WRK-CX-LINHA DELIMITED BY ' | TOTAL=' OR ' | FIL='
              INTO WRK-DESCARTE WRK-CX-VALOR-TXT
           END-UNSTRING
           COMPUTE WRK-CX-VALOR =
                   FUNCTION NUMVAL(FUNCTION TRIM(WRK-CX-VALOR-TXT))
           IF WRK-CX-VALOR LESS ZEROS
              COMPUTE WRK-CX-VALOR-CENTS = WRK-CX-VALOR * -100
           ELSE
              COMPUTE WRK-CX-VALOR-CENTS = WRK-CX-VALOR * 100
           END-IF

           IF WRK-CX-STAMP-LIDO EQUAL WRK-DEV-STAMP AND
              WRK-DEV-STAMP NOT EQUAL SPACES
              PERFORM 0034-ESTORNAR-DEVOLUCAO
              MOVE SPACES              TO WRK-DEV-STAMP
              EXIT SECTION
           END-IF

           IF WRK-CX-STAMP-LIDO NOT EQUAL WRK-CX-STAMP OR
              WRK-CX-STAMP EQUAL SPACES
              EXIT SECTION
           END-IF

           IF WRK-CX-STAMP(1:6) EQUAL WRK-COMPETENCIA AND
              WRK-CX-COMIS-CENTS GREATER ZEROS
              MOVE WRK-CX-VENDEDOR     TO WRK-LAN-VENDEDOR
              MOVE 'V'                 TO WRK-LAN-TIPO
              MOVE WRK-CX-STAMP        TO WRK-LAN-REF
              IF WRK-CX-VALOR-CENTS LESS WRK-CX-ITENS-CENTS
                 MOVE WRK-CX-VALOR-CENTS TO WRK-LAN-BASE-CENTS
                 COMPUTE WRK-LAN-COMIS-CENTS =
                         WRK-CX-COMIS-CENTS * WRK-CX-VALOR-CENTS /
                         WRK-CX-ITENS-CENTS
              ELSE
                 MOVE WRK-CX-ITENS-CENTS TO WRK-LAN-BASE-CENTS
                 MOVE WRK-CX-COMIS-CENTS TO WRK-LAN-COMIS-CENTS
              END-IF
              PERFORM 0090-INCLUIR-LANCAMENTO
           END-IF

           MOVE SPACES                 TO WRK-CX-STAMP
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0033-end
       0033-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLUCAO NA COMPETENCIA: ESTORNA DO VENDEDOR DA VENDA
      *    REFERENCIADA A COMISSAO DO VALOR DEVOLVIDO, PELA CATEGORIA
      *    DO PRODUTO DEVOLVIDO (ITEM AVULSO = PERCENTUAL PADRAO)
      *----------------------------------------------------------------*
       0034-ESTORNAR-DEVOLUCAO         SECTION.
      *----------------------------------------------------------------*

           IF WRK-DEV-STAMP(1:6) NOT EQUAL WRK-COMPETENCIA
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-CXV-ACHADO
           PERFORM VARYING WRK-IND-CXV FROM 1 BY 1 UNTIL
                      (WRK-IND-CXV > WRK-QTDE-CXV) OR
                      (WRK-CXV-ACHADO EQUAL 'S')
              IF TAB-CXV-STAMP(WRK-IND-CXV) EQUAL WRK-DEV-REFERENCIA
                 MOVE 'S'              TO WRK-CXV-ACHADO
                 SUBTRACT 1            FROM WRK-IND-CXV
              END-IF
           END-PERFORM
           IF WRK-CXV-ACHADO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-DEV-PRODUTO        TO WRK-COD-PROCURADO
           PERFORM 0080-OBTER-PERCENTUAL

           MOVE TAB-CXV-VENDEDOR(WRK-IND-CXV) TO WRK-LAN-VENDEDOR
           MOVE 'D'                    TO WRK-LAN-TIPO
           MOVE WRK-DEV-STAMP          TO WRK-LAN-REF
           MOVE WRK-CX-VALOR-CENTS     TO WRK-LAN-BASE-CENTS
           COMPUTE WRK-LAN-COMIS-CENTS =
                   0 - (WRK-CX-VALOR-CENTS * WRK-PCT-ITEM / 100)
           IF WRK-LAN-COMIS-CENTS LESS ZEROS
              PERFORM 0090-INCLUIR-LANCAMENTO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0034-end
       0034-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLUCOES DE NOTA DO DEVVEN1A (DEVITEM.dat) CUJA NOTA DE
      *    DEVOLUCAO FOI EMITIDA NA COMPETENCIA: CADA ITEM DEVOLVIDO
      *    ESTORNA DO VENDEDOR DA NOTA ORIGINAL A COMISSAO DO ITEM
      *----------------------------------------------------------------*
       0035-PROCESSAR-DEVOLUCOES-NF    SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-DNF EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-DEV-ITENS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-DEV-ITENS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-DIT-NOTA-DEV-LIDA
                                          WRK-DIT-COD-LIDO
                                          WRK-DIT-QTDE-LIDA
                                          WRK-DIT-PRECO-LIDO
                                          WRK-DIT-NOTA-ORIG-LIDA
                    MOVE SPACES        TO WRK-DIT-FILIAL-LIDA
                    UNSTRING FD-LIN-ITEM-DEV DELIMITED BY SEP
                       INTO WRK-DIT-NOTA-DEV-LIDA
                            WRK-DIT-COD-LIDO
                            WRK-DIT-QTDE-LIDA
                            WRK-DIT-PRECO-LIDO
                            WRK-DIT-NOTA-ORIG-LIDA
                            WRK-DIT-FILIAL-LIDA
                    END-UNSTRING
                    PERFORM 0036-ESTORNAR-ITEM-DEVOLVIDO
              END-READ
           END-PERFORM

           CLOSE ARQ-DEV-ITENS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0035-end
       0035-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ITEM DEVOLVIDO: CONFERE A NOTA DE DEVOLUCAO DO MES E A NOTA
      *    ORIGINAL COM VENDEDOR NA MESMA FILIAL E LANCA O ESTORNO
      *    (QTDE X PRECO X PERCENTUAL DA CATEGORIA DO ITEM)
      *----------------------------------------------------------------*
       0036-ESTORNAR-ITEM-DEVOLVIDO    SECTION.
      *----------------------------------------------------------------*

           IF WRK-DIT-FILIAL-LIDA EQUAL SPACES
              MOVE FIL001A-MATRIZ      TO WRK-DIT-FILIAL-LIDA
           END-IF

           MOVE 'N'                    TO WRK-DNF-ACHADA
           PERFORM VARYING WRK-IND-DNF FROM 1 BY 1 UNTIL
                      (WRK-IND-DNF > WRK-QTDE-DNF) OR
                      (WRK-DNF-ACHADA EQUAL 'S')
              IF TAB-DNF-NUMERO(WRK-IND-DNF) EQUAL
                 WRK-DIT-NOTA-DEV-LIDA AND
                 TAB-DNF-FILIAL(WRK-IND-DNF) EQUAL
                 WRK-DIT-FILIAL-LIDA AND
                 TAB-DNF-ORIGINAL(WRK-IND-DNF) EQUAL
                 WRK-DIT-NOTA-ORIG-LIDA
                 MOVE 'S'              TO WRK-DNF-ACHADA
              END-IF
           END-PERFORM
           IF WRK-DNF-ACHADA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-DIT-NOTA-ORIG-LIDA TO WRK-NOTA-PROCURADA
           MOVE WRK-DIT-FILIAL-LIDA    TO WRK-FILIAL-PROCURADA
           PERFORM 0081-LOCALIZAR-NOTA
           IF WRK-NOTA-ACHADA NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-DIT-COD-LIDO       TO WRK-COD-PROCURADO
           PERFORM 0080-OBTER-PERCENTUAL

           MOVE TAB-NOTA-VENDEDOR(WRK-IND-NOTA) TO WRK-LAN-VENDEDOR
           MOVE 'D'                    TO WRK-LAN-TIPO
           MOVE WRK-DIT-NOTA-ORIG-LIDA TO WRK-RDN-ORIGINAL
           MOVE WRK-DIT-NOTA-DEV-LIDA  TO WRK-RDN-DEVOLUCAO
           MOVE WRK-DIT-FILIAL-LIDA    TO WRK-RDN-FILIAL
           MOVE WRK-REF-DEVOLUCAO-NF   TO WRK-LAN-REF
           COMPUTE WRK-LAN-BASE-CENTS =
                   WRK-DIT-QTDE-LIDA * WRK-DIT-PRECO-LIDO
           COMPUTE WRK-LAN-COMIS-CENTS =
                   0 - (WRK-LAN-BASE-CENTS * WRK-PCT-ITEM / 100)
           IF WRK-LAN-COMIS-CENTS LESS ZEROS
              PERFORM 0090-INCLUIR-LANCAMENTO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0036-end
       0036-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOTA CANCELADA OU REEMITIDA: ESTORNA NESTA COMPETENCIA O
      *    LIQUIDO DE COMISSAO AINDA EXISTENTE NA RAZAO PARA A NOTA
      *    (TITULOS, A VISTA, DEVOLUCOES E ESTORNOS ANTERIORES)
      *----------------------------------------------------------------*
       0040-ESTORNAR-CANCELADAS        SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1 UNTIL
                      WRK-IND-NOTA > WRK-QTDE-NOTA
              IF TAB-NOTA-CANCELADA(WRK-IND-NOTA) EQUAL 'S'
                 PERFORM 0041-ESTORNAR-NOTA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0040-end
       0040-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SOMAR A RAZAO DA NOTA WRK-IND-NOTA E LANCAR O ESTORNO
      *----------------------------------------------------------------*
       0041-ESTORNAR-NOTA              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-LIQUIDO-NOTA

           PERFORM VARYING WRK-IND-LOG FROM 1 BY 1 UNTIL
                      WRK-IND-LOG > WRK-QTDE-LOG
              MOVE TAB-LOG-TIPO(WRK-IND-LOG) TO WRK-REF-TIPO
              MOVE TAB-LOG-REF(WRK-IND-LOG)  TO WRK-REF-ANALISE
              PERFORM 0082-ANALISAR-REFERENCIA
              IF WRK-REF-VALIDA EQUAL 'S' AND
                 WRK-NOTA-PROCURADA EQUAL
                 TAB-NOTA-NUMERO(WRK-IND-NOTA) AND
                 WRK-FILIAL-PROCURADA EQUAL
                 TAB-NOTA-FILIAL(WRK-IND-NOTA)
                 ADD TAB-LOG-COMIS-CENTS(WRK-IND-LOG)
                                       TO WRK-LIQUIDO-NOTA
              END-IF
           END-PERFORM

           IF WRK-LIQUIDO-NOTA EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE TAB-NOTA-VENDEDOR(WRK-IND-NOTA) TO WRK-LAN-VENDEDOR
           MOVE 'E'                    TO WRK-LAN-TIPO
           MOVE TAB-NOTA-NUMERO(WRK-IND-NOTA) TO WRK-RNT-NOTA
           MOVE TAB-NOTA-FILIAL(WRK-IND-NOTA) TO WRK-RNT-FILIAL
           MOVE WRK-REF-NOTA           TO WRK-LAN-REF
           MOVE TAB-NOTA-BASE-CENTS(WRK-IND-NOTA)
                                       TO WRK-LAN-BASE-CENTS
           COMPUTE WRK-LAN-COMIS-CENTS = 0 - WRK-LIQUIDO-NOTA
           PERFORM 0090-INCLUIR-LANCAMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0041-end
       0041-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR A RAZAO COMISLOG.dat
      *----------------------------------------------------------------*
       0050-GRAVAR-COMISLOG            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-COMISLOG

           PERFORM VARYING WRK-IND-LOG FROM 1 BY 1 UNTIL
                      WRK-IND-LOG > WRK-QTDE-LOG
              MOVE TAB-LOG-COMIS-CENTS(WRK-IND-LOG)
                                       TO WRK-LOG-COMIS-EDIT
              MOVE SPACES              TO FD-LIN-COMISLOG
              STRING TAB-LOG-COMP(WRK-IND-LOG)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-LOG-VENDEDOR(WRK-IND-LOG))
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-LOG-TIPO(WRK-IND-LOG)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     FUNCTION TRIM(TAB-LOG-REF(WRK-IND-LOG))
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-LOG-BASE-CENTS(WRK-IND-LOG)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     FUNCTION TRIM(WRK-LOG-COMIS-EDIT)
                                       DELIMITED BY SIZE
                     INTO FD-LIN-COMISLOG
              END-STRING
              WRITE FD-LIN-COMISLOG
           END-PERFORM

           CLOSE ARQ-COMISLOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TOTALIZAR OS LANCAMENTOS DA COMPETENCIA POR VENDEDOR
      *----------------------------------------------------------------*
       0055-TOTALIZAR-VENDEDORES       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-VEN
                                          WRK-QTDE-GRAVADOS
                                          WRK-TOTAL-GERAL-CENTS

           PERFORM VARYING WRK-IND-LOG FROM 1 BY 1 UNTIL
                      WRK-IND-LOG > WRK-QTDE-LOG
              IF TAB-LOG-COMP(WRK-IND-LOG) EQUAL WRK-COMPETENCIA
                 ADD 1                 TO WRK-QTDE-GRAVADOS
                 ADD TAB-LOG-COMIS-CENTS(WRK-IND-LOG)
                                       TO WRK-TOTAL-GERAL-CENTS
                 PERFORM 0056-ACUMULAR-VENDEDOR
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0055-end
       0055-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULAR O LANCAMENTO WRK-IND-LOG NO VENDEDOR
      *----------------------------------------------------------------*
       0056-ACUMULAR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VEN-ACHADO

           PERFORM VARYING WRK-IND-VEN FROM 1 BY 1 UNTIL
                      (WRK-IND-VEN > WRK-QTDE-VEN) OR
                      (WRK-VEN-ACHADO EQUAL 'S')
              IF TAB-VEN-NOME(WRK-IND-VEN) EQUAL
                 TAB-LOG-VENDEDOR(WRK-IND-LOG)
                 MOVE 'S'              TO WRK-VEN-ACHADO
                 SUBTRACT 1            FROM WRK-IND-VEN
              END-IF
           END-PERFORM

           IF WRK-VEN-ACHADO EQUAL 'N'
              IF WRK-QTDE-VEN NOT LESS WRK-MAX-TAB-VEN
                 DISPLAY 'TABELA DE VENDEDORES CHEIA! MAXIMO '
                          WRK-MAX-TAB-VEN
                 EXIT SECTION
              END-IF
              ADD 1                    TO WRK-QTDE-VEN
              MOVE WRK-QTDE-VEN        TO WRK-IND-VEN
              MOVE TAB-LOG-VENDEDOR(WRK-IND-LOG)
                                       TO TAB-VEN-NOME(WRK-IND-VEN)
              MOVE ZEROS     TO TAB-VEN-TOTAL-CENTS(WRK-IND-VEN)
                                TAB-VEN-QTDE(WRK-IND-VEN)
           END-IF

           ADD TAB-LOG-COMIS-CENTS(WRK-IND-LOG)
                                    TO TAB-VEN-TOTAL-CENTS(WRK-IND-VEN)
           ADD 1                       TO TAB-VEN-QTDE(WRK-IND-VEN)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0056-end
       0056-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR FOLHARUB.dat: SAEM AS LINHAS DE COMISSAO (0090/
      *    0091) DESTA COMPETENCIA E ENTRA O LIQUIDO DE CADA VENDEDOR
      *    (NOME|RUBRICA|VALOR|COMPETENCIA) - POSITIVO NA 0090,
      *    NEGATIVO NA 0091 (DESCONTO)
      *----------------------------------------------------------------*
       0060-GRAVAR-FOLHARUB            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-RBA
                                          WRK-QTDE-RUBRICAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-RBA

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RBA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-RBA-NOME
                                          WRK-RBA-VALOR-STR
                                          WRK-RBA-COMP
                    MOVE ZEROS         TO WRK-RBA-CODIGO
                    UNSTRING FD-LIN-ATRIBUICAO DELIMITED BY SEP
                       INTO WRK-RBA-NOME
                            WRK-RBA-CODIGO
                            WRK-RBA-VALOR-STR
                            WRK-RBA-COMP
                    END-UNSTRING
                    IF (WRK-RBA-CODIGO EQUAL WRK-RUB-COMISSAO OR
                        WRK-RBA-CODIGO EQUAL WRK-RUB-ESTORNO) AND
                        WRK-RBA-COMP EQUAL WRK-COMPETENCIA
                       CONTINUE
                    ELSE
                       IF WRK-QTDE-RBA LESS WRK-MAX-TAB-RBA
                          ADD 1        TO WRK-QTDE-RBA
                          MOVE FD-LIN-ATRIBUICAO
                               TO TAB-RBA-TEXTO(WRK-QTDE-RBA)
                       ELSE
                          DISPLAY 'TABELA DE ATRIBUICOES CHEIA! '
                                  'FOLHARUB.dat NAO ATUALIZADO'
                          CLOSE ARQUIVO-RBA
                          MOVE 'N'     TO WRK-FIM-ARQ
                          EXIT SECTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-RBA
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN OUTPUT ARQUIVO-RBA

           PERFORM VARYING WRK-IND-RBA FROM 1 BY 1 UNTIL
                      WRK-IND-RBA > WRK-QTDE-RBA
              MOVE TAB-RBA-TEXTO(WRK-IND-RBA) TO FD-LIN-ATRIBUICAO
              WRITE FD-LIN-ATRIBUICAO
           END-PERFORM

           PERFORM VARYING WRK-IND-VEN FROM 1 BY 1 UNTIL
                      WRK-IND-VEN > WRK-QTDE-VEN
              IF TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) NOT EQUAL ZEROS
                 IF TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) GREATER ZEROS
                    MOVE WRK-RUB-COMISSAO TO WRK-RBA-CODIGO
                    COMPUTE WRK-RBA-VALOR =
                            TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) / 100
                 ELSE
                    MOVE WRK-RUB-ESTORNO TO WRK-RBA-CODIGO
                    COMPUTE WRK-RBA-VALOR =
                            TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) / -100
                 END-IF
                 MOVE SPACES           TO FD-LIN-ATRIBUICAO
                 STRING FUNCTION TRIM(TAB-VEN-NOME(WRK-IND-VEN))
                                       DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-RBA-CODIGO DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-RBA-VALOR  DELIMITED BY SIZE
                        SEP            DELIMITED BY SIZE
                        WRK-COMPETENCIA DELIMITED BY SIZE
                        INTO FD-LIN-ATRIBUICAO
                 END-STRING
                 WRITE FD-LIN-ATRIBUICAO
                 ADD 1                 TO WRK-QTDE-RUBRICAS
              END-IF
           END-PERFORM

           CLOSE ARQUIVO-RBA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0060-end
       0060-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR SE AS RUBRICAS DA COMISSAO EXISTEM EM
      *    RUBRICAS.dat - SEM ELAS O FOLHA01A IGNORA A ATRIBUICAO
      *----------------------------------------------------------------*
       0065-VERIFICAR-RUBRICAS         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-RUB-COMISSAO-OK
                                          WRK-RUB-ESTORNO-OK
                                          WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-RUB

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-RUB
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FD-LIN-RUBRICA(1:4) IS NUMERIC
                       MOVE FD-LIN-RUBRICA(1:4) TO WRK-RUB-CODIGO-LIDO
                       IF WRK-RUB-CODIGO-LIDO EQUAL WRK-RUB-COMISSAO
                          MOVE 'S'     TO WRK-RUB-COMISSAO-OK
                       END-IF
                       IF WRK-RUB-CODIGO-LIDO EQUAL WRK-RUB-ESTORNO
                          MOVE 'S'     TO WRK-RUB-ESTORNO-OK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-RUB
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-RUB-COMISSAO-OK NOT EQUAL 'S'
              DISPLAY 'ATENCAO: RUBRICA ' WRK-RUB-COMISSAO
                      ' (COMISSAO, PROVENTO) NAO CADASTRADA EM '
                      'RUBRICAS.dat'
           END-IF
           IF WRK-RUB-ESTORNO-OK NOT EQUAL 'S'
              DISPLAY 'ATENCAO: RUBRICA ' WRK-RUB-ESTORNO
                      ' (ESTORNO COMISSAO, DESCONTO) NAO CADASTRADA '
                      'EM RUBRICAS.dat'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0065-end
       0065-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMITIR O EXTRATO DE COMISSAO POR VENDEDOR (COMISSAO.txt)
      *----------------------------------------------------------------*
       0070-EMITIR-EXTRATO             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQUIVO-REL

           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* COMIS01A - EXTRATO DE COMISSAO - COMPETENCIA '
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0075-GRAVAR-LINHA-REL

           PERFORM VARYING WRK-IND-VEN FROM 1 BY 1 UNTIL
                      WRK-IND-VEN > WRK-QTDE-VEN
              PERFORM 0071-EXTRATO-VENDEDOR
           END-PERFORM

           MOVE ALL '='                TO WRK-LINHA-REL
           PERFORM 0075-GRAVAR-LINHA-REL
           COMPUTE WRK-VALOR-EDIT = WRK-TOTAL-GERAL-CENTS / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* TOTAL GERAL DE COMISSOES: ' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0075-GRAVAR-LINHA-REL

           CLOSE ARQUIVO-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0070-end
       0070-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXTRATO DO VENDEDOR WRK-IND-VEN: UMA LINHA POR LANCAMENTO
      *    DA COMPETENCIA E O LIQUIDO COM A RUBRICA DA FOLHA
      *----------------------------------------------------------------*
       0071-EXTRATO-VENDEDOR           SECTION.
      *----------------------------------------------------------------*

           MOVE ALL '='                TO WRK-LINHA-REL
           PERFORM 0075-GRAVAR-LINHA-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '* VENDEDOR: ' TAB-VEN-NOME(WRK-IND-VEN)
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0075-GRAVAR-LINHA-REL
           MOVE SPACES                 TO WRK-LINHA-REL
           STRING '  TIPO                 REFERENCIA           '
                  '          BASE        COMISSAO'
                  DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0075-GRAVAR-LINHA-REL

           PERFORM VARYING WRK-IND-LOG FROM 1 BY 1 UNTIL
                      WRK-IND-LOG > WRK-QTDE-LOG
              IF TAB-LOG-COMP(WRK-IND-LOG) EQUAL WRK-COMPETENCIA AND
                 TAB-LOG-VENDEDOR(WRK-IND-LOG) EQUAL
                 TAB-VEN-NOME(WRK-IND-VEN)
                 EVALUATE TAB-LOG-TIPO(WRK-IND-LOG)
                    WHEN 'T' MOVE 'TITULO PAGO'   TO WRK-TIPO-DESC
                    WHEN 'N' MOVE 'NOTA A VISTA'  TO WRK-TIPO-DESC
                    WHEN 'V' MOVE 'VENDA CAIXA'   TO WRK-TIPO-DESC
                    WHEN 'D' MOVE 'DEVOLUCAO'     TO WRK-TIPO-DESC
                    WHEN 'E' MOVE 'NOTA CANCELADA' TO WRK-TIPO-DESC
                    WHEN OTHER MOVE SPACES        TO WRK-TIPO-DESC
                 END-EVALUATE
                 COMPUTE WRK-BASE-EDIT =
                         TAB-LOG-BASE-CENTS(WRK-IND-LOG) / 100
                 COMPUTE WRK-VALOR-EDIT =
                         TAB-LOG-COMIS-CENTS(WRK-IND-LOG) / 100
                 MOVE SPACES           TO WRK-LINHA-REL
                 STRING '  ' WRK-TIPO-DESC ' '
                        TAB-LOG-REF(WRK-IND-LOG) ' '
                        WRK-BASE-EDIT ' ' WRK-VALOR-EDIT
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0075-GRAVAR-LINHA-REL
              END-IF
           END-PERFORM

           COMPUTE WRK-VALOR-EDIT =
                   TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) / 100
           MOVE SPACES                 TO WRK-LINHA-REL
           EVALUATE TRUE
              WHEN TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) GREATER ZEROS
                 STRING '* LIQUIDO DO MES: ' WRK-VALOR-EDIT
                        ' - RUBRICA ' WRK-RUB-COMISSAO
                        ' NA FOLHA'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              WHEN TAB-VEN-TOTAL-CENTS(WRK-IND-VEN) LESS ZEROS
                 STRING '* LIQUIDO DO MES: ' WRK-VALOR-EDIT
                        ' - RUBRICA ' WRK-RUB-ESTORNO
                        ' (DESCONTO) NA FOLHA'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
              WHEN OTHER
                 STRING '* LIQUIDO DO MES: ' WRK-VALOR-EDIT
                        ' - SEM RUBRICA NA FOLHA'
                        DELIMITED BY SIZE INTO WRK-LINHA-REL
                 END-STRING
           END-EVALUATE
           PERFORM 0075-GRAVAR-LINHA-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0071-end
       0071-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA EM WRK-LINHA-REL
      *----------------------------------------------------------------*
       0075-GRAVAR-LINHA-REL           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LINHA-REL          TO FD-LIN-REL
           WRITE FD-LIN-REL
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0075-end
       0075-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PERCENTUAL DE COMISSAO DO PRODUTO
      *    WRK-COD-PROCURADO: CATEGORIA EM PRODCAT.dat E PERCENTUAL
      *    DA CATEGORIA EM COMISSAO.dat; SEM UM OU OUTRO, O PADRAO
      *----------------------------------------------------------------*
       0080-OBTER-PERCENTUAL           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PCT-PADRAO         TO WRK-PCT-ITEM
           MOVE SPACES                 TO WRK-CATEGORIA-ACHADA

           PERFORM VARYING WRK-IND-PCA FROM 1 BY 1 UNTIL
                      (WRK-IND-PCA > WRK-QTDE-PCA) OR
                      (WRK-CATEGORIA-ACHADA NOT EQUAL SPACES)
              IF TAB-PCA-COD(WRK-IND-PCA) EQUAL WRK-COD-PROCURADO
                 MOVE TAB-PCA-CATEGORIA(WRK-IND-PCA)
                                       TO WRK-CATEGORIA-ACHADA
              END-IF
           END-PERFORM

           IF WRK-CATEGORIA-ACHADA EQUAL SPACES
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-CPC FROM 1 BY 1 UNTIL
                      WRK-IND-CPC > WRK-QTDE-CPC
              IF TAB-CPC-CATEGORIA(WRK-IND-CPC) EQUAL
                 WRK-CATEGORIA-ACHADA
                 MOVE TAB-CPC-PCT(WRK-IND-CPC) TO WRK-PCT-ITEM
                 EXIT SECTION
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0080-end
       0080-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR NA TABELA A NOTA WRK-NOTA-PROCURADA
      *----------------------------------------------------------------*
       0081-LOCALIZAR-NOTA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-NOTA-ACHADA

           PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1 UNTIL
                      (WRK-IND-NOTA > WRK-QTDE-NOTA) OR
                      (WRK-NOTA-ACHADA EQUAL 'S')
              IF TAB-NOTA-NUMERO(WRK-IND-NOTA) EQUAL
                 WRK-NOTA-PROCURADA AND
                 TAB-NOTA-FILIAL(WRK-IND-NOTA) EQUAL
                 WRK-FILIAL-PROCURADA
                 MOVE 'S'              TO WRK-NOTA-ACHADA
                 SUBTRACT 1            FROM WRK-IND-NOTA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0081-end
       0081-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOTA E FILIAL DE UMA REFERENCIA (WRK-REF-ANALISE) DO TIPO
      *    WRK-REF-TIPO. SEM A FILIAL NA REFERENCIA = MATRIZ
      *      T: NOTA(6)+PARCELA(2)[+'F'+FILIAL(3)]
      *      N/E: NOTA(6)[+'F'+FILIAL(3)]
      *      D: NOTA(6)+'D'+NOTA DEVOLUCAO(6)+'F'+FILIAL(3); A
      *         DEVOLUCAO DO CAIXA (DATA-HORA) NAO E DE NOTA
      *----------------------------------------------------------------*
       0082-ANALISAR-REFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-REF-VALIDA
           MOVE ZEROS                  TO WRK-NOTA-PROCURADA
           MOVE SPACES                 TO WRK-FILIAL-PROCURADA

           IF WRK-REF-ANALISE(1:6) IS NOT NUMERIC
              EXIT SECTION
           END-IF

           EVALUATE WRK-REF-TIPO
              WHEN 'T'
                 IF WRK-REF-ANALISE(7:2) IS NUMERIC
                    IF WRK-REF-ANALISE(9:12) EQUAL SPACES
                       MOVE FIL001A-MATRIZ TO WRK-FILIAL-PROCURADA
                    END-IF
                    IF WRK-REF-ANALISE(9:1) EQUAL 'F' AND
                       WRK-REF-ANALISE(13:8) EQUAL SPACES
                       MOVE WRK-REF-ANALISE(10:3)
                                       TO WRK-FILIAL-PROCURADA
                    END-IF
                 END-IF
              WHEN 'N'
              WHEN 'E'
                 IF WRK-REF-ANALISE(7:14) EQUAL SPACES
                    MOVE FIL001A-MATRIZ TO WRK-FILIAL-PROCURADA
                 END-IF
                 IF WRK-REF-ANALISE(7:1) EQUAL 'F' AND
                    WRK-REF-ANALISE(11:10) EQUAL SPACES
                    MOVE WRK-REF-ANALISE(8:3) TO WRK-FILIAL-PROCURADA
                 END-IF
              WHEN 'D'
                 IF WRK-REF-ANALISE(7:1) EQUAL 'D' AND
                    WRK-REF-ANALISE(8:6) IS NUMERIC AND
                    WRK-REF-ANALISE(14:1) EQUAL 'F'
                    MOVE WRK-REF-ANALISE(15:3) TO WRK-FILIAL-PROCURADA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WRK-FILIAL-PROCURADA NOT EQUAL SPACES
              MOVE WRK-REF-ANALISE(1:6) TO WRK-NOTA-PROCURADA
              MOVE 'S'                 TO WRK-REF-VALIDA
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0082-end
       0082-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR NA RAZAO O LANCAMENTO WRK-LAN-* DESTA COMPETENCIA
      *    (COMISSAO ARREDONDADA PARA CENTAVOS)
      *----------------------------------------------------------------*
       0090-INCLUIR-LANCAMENTO         SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-LOG NOT LESS WRK-MAX-TAB-LOG
              DISPLAY 'TABELA DA RAZAO CHEIA! MAXIMO '
                       WRK-MAX-TAB-LOG ' REGISTROS'
              EXIT SECTION
           END-IF

           ADD 1                       TO WRK-QTDE-LOG
           MOVE WRK-COMPETENCIA        TO TAB-LOG-COMP(WRK-QTDE-LOG)
           MOVE WRK-LAN-VENDEDOR       TO TAB-LOG-VENDEDOR(WRK-QTDE-LOG)
           MOVE WRK-LAN-TIPO           TO TAB-LOG-TIPO(WRK-QTDE-LOG)
           MOVE WRK-LAN-REF            TO TAB-LOG-REF(WRK-QTDE-LOG)
           MOVE WRK-LAN-BASE-CENTS
                                  TO TAB-LOG-BASE-CENTS(WRK-QTDE-LOG)
           COMPUTE TAB-LOG-COMIS-CENTS(WRK-QTDE-LOG) ROUNDED =
                   WRK-LAN-COMIS-CENTS
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
