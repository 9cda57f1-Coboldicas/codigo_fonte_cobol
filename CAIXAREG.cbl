      *              DAS VISITAS. SALDOS EM ABERTO, VENCIMENTOS E OS
      *              LANCAMENTOS DE PASSIVO/QUEBRA EM LANCAGL.dat
      *              SAEM PELO VALEP01A.
      *              15/10/2026 - FILIAL: TODA LINHA DO CAIXALOG.dat
      *              TERMINA COM ' | FIL=' E O CODIGO DA FILIAL DESTA
      *              INSTALACAO (FILLOCAL.dat VIA FILIAL1B) E O
      *              MOVIMENTO DE ESTOQUE GANHA OS CAMPOS CUSTO (EM
      *              BRANCO) E FILIAL. A LINHA DO LOG PASSA A 120
      *              POSICOES.
      *              15/10/2026 - VENDEDOR: A VENDA PODE INFORMAR O
      *              VENDEDOR (FUNCIONARIO DE CADASTRO3.dat), GRAVADO
      *              NO CAIXALOG.dat NA LINHA VENDEDOR= PARA O CALCULO
      *              DE COMISSAO DO COMIS01A.
      *              15/10/2026 - CAMPANHAS: A REFERENCIA DO ACUMULO
      *              DE PONTOS EM FIDELMOV.dat PASSA A TRAZER A
      *              DATA-HORA DA VENDA ('VENDA CAIXA AAAAMMDD-HHMMSS'),
      *              A MESMA DAS LINHAS DO CAIXALOG.dat, PARA O
      *              CAMPAN1A MEDIR A RECEITA DO CLIENTE NA CAMPANHA.
      *              15/10/2026 - CUPOM FISCAL DE CONSUMIDOR (NFC-E):
      *              TODA VENDA FECHADA EMITE UM CUPOM NA SERIE 'C' DA
      *              FILIAL EM NOTASEQ.dat (FILIAL1B), COM ICMS/IPI
      *              POR ITEM PELO NCM DO PRODUTO (PRODUTOS.dat) NA
      *              MATRIZ TAXNCM.dat PARA A UF DA LOJA (TERCEIRO
      *              CAMPO DE IMPOSTOS.dat), O CPF DO CLIENTE QUANDO
      *              INFORMADO E A IMPRESSAO EM NFCE.txt. O CUPOM VAI
      *              PARA NFREG.dat COM ORIGEM 'CAIXA' E PARA
      *              NOTASTATUS.dat, E A VENDA GANHA A LINHA NFCE= NO
      *              CAIXALOG.dat. SEM NUMERACAO O CUPOM SAI EM
      *              CONTINGENCIA (NFCECONT.dat, SITUACAO P) E E
      *              REGULARIZADO NA PROXIMA ABERTURA DO CAIXA OU
      *              DEVOLUCAO. A DEVOLUCAO NO CAIXA CANCELA O CUPOM
      *              (DEVOLUCAO TOTAL NO DIA DA VENDA) OU EMITE O
      *              CUPOM DE DEVOLUCAO (ORIGEM 'DC'+CUPOM ORIGINAL).
      *              15/10/2026 - DEVOLUCAO DE PRODUTO REEMBOLSA PELO
      *              PRECO COBRADO NA DATA-HORA DA VENDA, TIRADO DO
      *              HISTORICO DE PRECOS PRECOHIST.dat (PRECO01B); SEM
      *              HISTORICO VALE O PRECO ATUAL DE ESTOQUE.dat. O
      *              VALOR SO E DIGITADO NO ITEM AVULSO.
      *              15/10/2026 - KIT VIRTUAL (KITBOM.dat VIA KITBOM1B):
      *              A VENDA E A DEVOLUCAO DE UM KIT DO TIPO V
      *              MOVIMENTAM OS COMPONENTES NA LOJA E EM
      *              MOVESTOQ.dat (QUANTIDADE DO COMPONENTE VEZES A DO
      *              ITEM) EM VEZ DO PROPRIO KIT. O KIT MONTADO (TIPO
      *              M) CONTINUA MOVIMENTANDO O SEU PROPRIO ESTOQUE.
      *              15/10/2026 - CODIGO DE BARRAS (EANPROD.dat VIA
      *              EANCOD1B): O ITEM DA VENDA E O PRODUTO DEVOLVIDO
      *              ACEITAM O CODIGO INTERNO OU O GTIN/EAN LIDO, COM
      *              O DIGITO VERIFICADOR CONFERIDO. O CODIGO DE
      *              BALANCA (PREFIXO 2) ENTRA COM QUANTIDADE 1 E O
      *              VALOR DO PRECO EMBUTIDO OU DO PESO EMBUTIDO VEZES
      *              O PRECO DO KG.
      *              15/10/2026 - CONTINGENCIA DO CAIXA: SEM ACESSO A
      *              ESTOQUE.dat OU AO CAIXALOG.dat A VENDA SEGUE COM
      *              OS PRECOS DA COPIA LOCAL PRECOSNAP.dat E AS LINHAS
      *              DE LOG E AS BAIXAS VAO PARA A FILA CAIXAFILA.dat.
      *              COM OS ARQUIVOS DE VOLTA A FILA E REPROCESSADA NA
      *              ORDEM (RELATORIO FILAREC.txt) E CADA LINHA FICA
      *              MARCADA COMO REPROCESSADA. O TURNO PASSA A CONTAR
      *              AS VENDAS FEITAS EM CONTINGENCIA.
      *              15/10/2026 - QUANDO DISPARADO PELO MENU PRINCIPAL
      *              (MENU01A) O OPERADOR VEM DA SESSAO ABERTA NO LOGIN
      *              (SESSAO1B) E NAO E MAIS PERGUNTADO; FORA DO MENU O
      *              NOME CONTINUA SENDO PEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXAREG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-LOG ASSIGN TO 'CAIXALOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAIXALOG.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL ARQ-FIDPAR ASSIGN TO 'FIDELPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-VENDEDOR ASSIGN TO 'CADASTRO3.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PRODUTOS ASSIGN TO 'PRODUTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MATRIZ ASSIGN TO 'TAXNCM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-IMPOSTOS ASSIGN TO 'IMPOSTOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-NFREG ASSIGN TO 'NFREG.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-STATUS ASSIGN TO 'NOTASTATUS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-NFCECONT ASSIGN TO 'NFCECONT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CUPOM ASSIGN TO 'NFCE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PRECOHIST ASSIGN TO 'PRECOHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FILA ASSIGN TO 'CAIXAFILA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-SNAP ASSIGN TO 'PRECOSNAP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FILAREC ASSIGN TO 'FILAREC.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAIXA-LOG.
       01  WRK-CAIXALOG-REGISTRO.
         05  FD-CAIXALOG-LINHA           PIC X(120).

       FD  ARQUIVO-EST.
       01  FD-ARQ-EST.
       FD  ARQ-PRODCAT.
       01  FD-LIN-PRODCAT                 PIC X(30).

      *    FUNCIONARIOS (LAYOUT DO FOLHA01A), PARA VALIDAR O VENDEDOR
       FD  ARQ-VENDEDOR.
       01  FD-ARQ-VENDEDOR.
         05 FDV-NOME                      PIC X(30).
         05 FDV-IDADE                     PIC 9(02).
         05 FDV-SALARIO                   PIC 9(05)V99.

      *    CATALOGO FISCAL (LAYOUT DO PROG027A) - SO O NCM INTERESSA
       FD  ARQ-PRODUTOS.
       01  FD-LIN-PRODUTOS.
         05 FDP-COD-PRODUTO               PIC 9(05).
         05 FDP-NOME-PRODUTO              PIC X(30).
         05 FDP-VALOR-PRODUTO             PIC 9(06)V99.
         05 FDP-NCM-PRODUTO               PIC X(08).
         05 FDP-CFOP-PRODUTO              PIC X(04).
         05 FDP-ORIGEM-PRODUTO            PIC X(01).

       FD  ARQ-MATRIZ.
       01  FD-LIN-MATRIZ                  PIC X(032).

       FD  ARQ-IMPOSTOS.
       01  FD-LIN-IMPOSTOS                PIC X(032).

       FD  ARQ-NFREG.
       01  FD-LIN-NFREG                   PIC X(120).

       FD  ARQ-STATUS.
       01  FD-LIN-STATUS                  PIC X(020).

       FD  ARQ-NFCECONT.
       01  FD-LIN-NFCECONT                PIC X(120).

       FD  ARQ-CUPOM.
       01  FD-LIN-CUPOM                   PIC X(060).

       FD  ARQ-PRECOHIST.
       01  FD-LIN-PRECOHIST               PIC X(080).

       FD  ARQ-FILA.
       01  FD-LIN-FILA                    PIC X(131).

       FD  ARQ-SNAP.
       01  FD-LIN-SNAP                    PIC X(060).

       FD  ARQ-FILAREC.
       01  FD-LIN-FILAREC                 PIC X(100).

      *    LAYOUT DO CADASTRO (COPY002A), USADO SOMENTE PARA LOCALIZAR
      *    O CARGO DO SUPERVISOR QUE LIBERA A DEVOLUCAO
       FD ARQ-CADASTRO.
           05 WRK-CAD-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
      *--- Sessao do menu principal (SESSAO1B)
       01  WRK-SES-REGISTRO.
           COPY SES001A.

       01  WRK-MAX-ITENS                PIC 9(03)    VALUE 999.
       01  WRK-QTD-ITENS                PIC 9(03)    VALUE ZEROS.
       01  WRK-IND3                     PIC 9(02)    VALUE ZEROS.
       01  WRK-ACHOU-LOCAL              PIC X(01)    VALUE 'N'.
       01  WRK-LOCAL-LOJA               PIC X(05)    VALUE 'LOJA '.
      *> Produto e quantidade efetivamente movimentados (o proprio
      *> item ou cada componente do kit virtual)
       01  WRK-BAIXA-COD                PIC 9(05)    VALUE ZEROS.
       01  WRK-BAIXA-QTDE               PIC 9(05)    VALUE ZEROS.
       01  WRK-IND-COMP                 PIC 9(02)    VALUE ZEROS.
       01  WRK-VALOR-ITEM-EDIT          PIC ZZZ.ZZZ,ZZ.

      *> ---------------- Controle de turno de caixa ----------------
       01  WRK-TURNO-HORA               PIC 9(06)    VALUE ZEROS.
       01  WRK-TURNO-FUNDO              PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TURNO-DINHEIRO           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TURNO-CONTING            PIC 9(04)    VALUE ZEROS.
       01  WRK-VALOR-STR-TUR            PIC X(11)    VALUE ZEROS.
       01  WRK-VALOR-NUM-TUR REDEFINES WRK-VALOR-STR-TUR.
           05 WRK-VALOR-V99-TUR         PIC 9(9)V99.
       01  FS-CADASTRO                  PIC XX.
       01  WRK-SUPERVISOR               PIC X(20)    VALUE SPACES.
       01  WRK-FIM-CADASTRO             PIC X(01)    VALUE 'N'.

      *    VENDEDOR DA VENDA (NOME EM CADASTRO3.dat)
       01  WRK-VENDEDOR                 PIC X(30)    VALUE SPACES.
       01  WRK-VENDEDOR-ACHADO          PIC X(01)    VALUE 'N'.
       01  WRK-FIM-VENDEDOR             PIC X(01)    VALUE 'N'.
       01  WRK-CARGO-USUARIO            PIC X(20)    VALUE SPACES.
       01  WRK-CARGO-ENCONTRADO         PIC X(01)    VALUE 'N'.
       01  WRK-IND-NIVEL                PIC 9(02)    VALUE ZEROS.
       01  WRK-DEV-PRODUTO              PIC 9(05)    VALUE ZEROS.
       01  WRK-DEV-QTDE                 PIC 9(03)    VALUE ZEROS.
       01  WRK-DEV-VALOR                PIC 9(07)V99 VALUE ZEROS.
       01  WRK-DEV-VALOR-EDIT           PIC ZZZ.ZZ9,99.
      *> Preco cobrado na venda (PRECOHIST.dat / ESTOQUE.dat)
       01  WRK-DEV-PRECO-COBRADO        PIC 9(07)V99 VALUE ZEROS.
       01  WRK-DEV-PRECO-FONTE          PIC X(20)    VALUE SPACES.
       01  WRK-DEV-STAMP                PIC 9(14)    VALUE ZEROS.
       01  WRK-DEV-STAMP-ANTES          PIC 9(14)    VALUE ZEROS.
       01  WRK-DEV-STAMP-DEPOIS         PIC 9(14)    VALUE ZEROS.
       01  WRK-DEV-PRECO-ANTES          PIC 9(09)    VALUE ZEROS.
       01  WRK-DEV-PRECO-DEPOIS         PIC 9(09)    VALUE ZEROS.
       01  WRK-FIM-PRECOHIST            PIC X(01)    VALUE 'N'.
       01  WRK-PHS-PRODUTO              PIC 9(05)    VALUE ZEROS.
       01  WRK-PHS-VIGENCIA             PIC 9(08)    VALUE ZEROS.
       01  WRK-PHS-ANTERIOR             PIC 9(09)    VALUE ZEROS.
       01  WRK-PHS-NOVO                 PIC 9(09)    VALUE ZEROS.
       01  WRK-PHS-DATA                 PIC 9(08)    VALUE ZEROS.
       01  WRK-PHS-HORA                 PIC 9(06)    VALUE ZEROS.
       01  WRK-PHS-STAMP                PIC 9(14)    VALUE ZEROS.
       01  WRK-NEG-EDIT                 PIC ----.---.--9,99.

      *> ---------------- Multa de biblioteca ------------------------
       01  WRK-FID-IND                  PIC 9(03)    VALUE ZEROS.
       01  WRK-FID-ACHOU                PIC X(01)    VALUE 'N'.
       01  WRK-FID-PONTOS-MOV           PIC 9(09)    VALUE ZEROS.
       01  WRK-FID-REFERENCIA           PIC X(27)    VALUE SPACES.
       01  WRK-FID-VALOR-MAX            PIC 9(07)V99 VALUE ZEROS.
       01  WRK-FID-BASE-ACUMULO         PIC 9(07)V99 VALUE ZEROS.
       01  WRK-FID-HOUVE-MUDANCA        PIC X(01)    VALUE 'N'.
       01  WRK-RETURN-CODE              PIC S9(4) COMP VALUE ZERO.
       01  WRK-TOTAL-FINAL-EDIT         PIC ZZZ.ZZZ.ZZZ,ZZ.

      *> ---------------- Cupom fiscal de consumidor (NFC-E) --------
      *    IMPOSTOS.dat (PIPE): ICMS_PCT|ISS_PCT|UF DA LOJA
      *    TAXNCM.dat (PIPE): NCM|UF|ICMS_PCT|IPI_PCT
      *    NFCECONT.dat (PIPE): DATA-HORA DA VENDA(15)|TIPO(V=VENDA
      *    D=DEVOLUCAO)|CUPOM DE REFERENCIA(6)|FILIAL|CPF|BRUTO|ICMS|
      *    IPI|UF|SITUACAO(P=PENDENTE R=REGULARIZADO)|NUMERO|
      *    O PRECO AO CONSUMIDOR JA INCLUI OS TRIBUTOS: NO NFREG.dat O
      *    BRUTO E O TOTAL DO CUPOM SAO O VALOR DA VENDA
       01  WRK-NFCE-UF                  PIC X(02)    VALUE 'SP'.
       01  WRK-NFCE-TX-ICMS             PIC V999     VALUE 0,180.
       01  WRK-NFCE-TX-ISS              PIC V999     VALUE ZEROS.
       01  WRK-NFCE-ICMS-TXT            PIC X(06)    VALUE SPACES.
       01  WRK-NFCE-ISS-TXT             PIC X(06)    VALUE SPACES.
       01  WRK-NFCE-UF-TXT              PIC X(02)    VALUE SPACES.
       01  WRK-NFCE-PCT                 PIC 9(03)V99 VALUE ZEROS.
       01  WRK-FIM-NFCE                 PIC X(01)    VALUE 'N'.
       01  WRK-MAX-TAB-NCM              PIC 9(02)    VALUE 50.
       01  WRK-QTDE-NCM                 PIC 9(02)    VALUE ZEROS.
       01  WRK-IND-NCM                  PIC 9(02)    VALUE ZEROS.
       01  TAB-MATRIZ-NCM.
           05  TAB-NCM-LINHA OCCURS 50 TIMES.
               10  TAB-NCM-CODIGO       PIC X(08)    VALUE SPACES.
               10  TAB-NCM-UF           PIC X(02)    VALUE SPACES.
               10  TAB-NCM-TX-ICMS      PIC V999     VALUE ZEROS.
               10  TAB-NCM-TX-IPI       PIC V999     VALUE ZEROS.
       01  WRK-NCM-LIDO                 PIC X(08)    VALUE SPACES.
       01  WRK-NCM-UF-LIDA              PIC X(02)    VALUE SPACES.
       01  WRK-NCM-ICMS-TXT             PIC X(06)    VALUE SPACES.
       01  WRK-NCM-IPI-TXT              PIC X(06)    VALUE SPACES.
       01  WRK-MAX-TAB-PNC              PIC 9(03)    VALUE 300.
       01  WRK-QTDE-PNC                 PIC 9(03)    VALUE ZEROS.
       01  WRK-IND-PNC                  PIC 9(03)    VALUE ZEROS.
       01  TAB-PRODUTO-NCM.
           05  TAB-PNC-LINHA OCCURS 300 TIMES.
               10  TAB-PNC-COD          PIC 9(05)    VALUE ZEROS.
               10  TAB-PNC-NCM          PIC X(08)    VALUE SPACES.
       01  WRK-NFCE-NCM                 PIC X(08)    VALUE SPACES.
       01  WRK-NFCE-TX-ICMS-ITEM        PIC V999     VALUE ZEROS.
       01  WRK-NFCE-TX-IPI-ITEM         PIC V999     VALUE ZEROS.
       01  WRK-NFCE-BASE-ITEM           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-NFCE-ICMS-ITEM           PIC 9(09)V99 VALUE ZEROS.
       01  WRK-NFCE-IPI-ITEM            PIC 9(09)V99 VALUE ZEROS.
      *    DOCUMENTO CORRENTE (CUPOM DE VENDA OU DE DEVOLUCAO)
       01  WRK-DOC-TIPO                 PIC X(01)    VALUE 'V'.
       01  WRK-DOC-REFERENCIA           PIC 9(06)    VALUE ZEROS.
       01  WRK-DOC-STAMP                PIC X(15)    VALUE SPACES.
       01  WRK-DOC-CPF                  PIC 9(11)    VALUE ZEROS.
       01  WRK-DOC-BRUTO                PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DOC-ICMS                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DOC-IPI                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DOC-ISS                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DOC-NUMERO               PIC 9(06)    VALUE ZEROS.
       01  WRK-DOC-ORIGEM               PIC X(10)    VALUE SPACES.
       01  WRK-DOC-CLIENTE              PIC 9(05)    VALUE ZEROS.
       01  WRK-DOC-UF                   PIC X(02)    VALUE SPACES.
       01  WRK-DOC-CONTINGENCIA         PIC X(01)    VALUE 'N'.
      *    CONTINGENCIAS PENDENTES (NFCECONT.dat)
       01  WRK-MAX-TAB-CTG              PIC 9(03)    VALUE 200.
       01  WRK-QTDE-CTG                 PIC 9(03)    VALUE ZEROS.
       01  WRK-IND-CTG                  PIC 9(03)    VALUE ZEROS.
       01  WRK-QTDE-REGULARIZADOS       PIC 9(03)    VALUE ZEROS.
       01  TAB-CONTINGENCIAS.
           05  TAB-CTG-LINHA OCCURS 200 TIMES.
               10  TAB-CTG-STAMP        PIC X(15)    VALUE SPACES.
               10  TAB-CTG-TIPO         PIC X(01)    VALUE SPACES.
               10  TAB-CTG-REFERENCIA   PIC 9(06)    VALUE ZEROS.
               10  TAB-CTG-FILIAL       PIC X(03)    VALUE SPACES.
               10  TAB-CTG-CPF          PIC 9(11)    VALUE ZEROS.
               10  TAB-CTG-BRUTO        PIC 9(09)V99 VALUE ZEROS.
               10  TAB-CTG-ICMS         PIC 9(09)V99 VALUE ZEROS.
               10  TAB-CTG-IPI          PIC 9(09)V99 VALUE ZEROS.
               10  TAB-CTG-UF           PIC X(02)    VALUE SPACES.
               10  TAB-CTG-SIT          PIC X(01)    VALUE SPACES.
               10  TAB-CTG-NUMERO       PIC 9(06)    VALUE ZEROS.
       01  WRK-CTG-CAMPOS.
           05  WRK-CTG-STAMP            PIC X(15)    VALUE SPACES.
           05  WRK-CTG-TIPO             PIC X(01)    VALUE SPACES.
           05  WRK-CTG-REFERENCIA       PIC X(06)    VALUE SPACES.
           05  WRK-CTG-FILIAL           PIC X(03)    VALUE SPACES.
           05  WRK-CTG-CPF              PIC X(11)    VALUE SPACES.
           05  WRK-CTG-BRUTO            PIC X(11)    VALUE SPACES.
           05  WRK-CTG-BRUTO-V REDEFINES WRK-CTG-BRUTO
                                        PIC 9(09)V99.
           05  WRK-CTG-ICMS             PIC X(11)    VALUE SPACES.
           05  WRK-CTG-ICMS-V REDEFINES WRK-CTG-ICMS
                                        PIC 9(09)V99.
           05  WRK-CTG-IPI              PIC X(11)    VALUE SPACES.
           05  WRK-CTG-IPI-V REDEFINES WRK-CTG-IPI
                                        PIC 9(09)V99.
           05  WRK-CTG-UF               PIC X(02)    VALUE SPACES.
           05  WRK-CTG-SIT              PIC X(01)    VALUE SPACES.
           05  WRK-CTG-NUMERO           PIC X(06)    VALUE SPACES.
      *    CUPOM ORIGINAL DA DEVOLUCAO (CAIXALOG.dat E NFREG.dat)
       01  WRK-CUP-ACHADO               PIC X(01)    VALUE 'N'.
       01  WRK-CUP-TEXTO                PIC X(20)    VALUE SPACES.
       01  WRK-CUP-NUMERO               PIC 9(06)    VALUE ZEROS.
       01  WRK-CUP-DATA                 PIC X(08)    VALUE SPACES.
       01  WRK-CUP-BRUTO                PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CUP-ICMS                 PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CUP-IPI                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CUP-DEVOLVIDO            PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CUP-SALDO                PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CUP-ORIGEM-DEV           PIC X(10)    VALUE SPACES.
       01  WRK-CUP-SITUACAO             PIC X(10)    VALUE SPACES.
       01  WRK-TALLY-NFCE               PIC 9(03)    VALUE ZEROS.
       01  WRK-NFR-CAMPOS.
           05  WRK-NFR-NUMERO           PIC X(06)    VALUE SPACES.
           05  WRK-NFR-DATA             PIC X(08)    VALUE SPACES.
           05  WRK-NFR-BRUTO            PIC X(11)    VALUE SPACES.
           05  WRK-NFR-BRUTO-V REDEFINES WRK-NFR-BRUTO
                                        PIC 9(09)V99.
           05  WRK-NFR-ICMS             PIC X(11)    VALUE SPACES.
           05  WRK-NFR-ICMS-V REDEFINES WRK-NFR-ICMS
                                        PIC 9(09)V99.
           05  WRK-NFR-ISS              PIC X(11)    VALUE SPACES.
           05  WRK-NFR-TOTAL            PIC X(11)    VALUE SPACES.
           05  WRK-NFR-TX-ICMS          PIC X(03)    VALUE SPACES.
           05  WRK-NFR-TX-ISS           PIC X(03)    VALUE SPACES.
           05  WRK-NFR-CLIENTE          PIC X(05)    VALUE SPACES.
           05  WRK-NFR-IPI              PIC X(11)    VALUE SPACES.
           05  WRK-NFR-IPI-V REDEFINES WRK-NFR-IPI
                                        PIC 9(09)V99.
           05  WRK-NFR-ORIGEM           PIC X(10)    VALUE SPACES.
           05  WRK-NFR-FILIAL           PIC X(03)    VALUE SPACES.
       01  WRK-STS-NOTA                 PIC X(06)    VALUE SPACES.
       01  WRK-STS-SITUACAO             PIC X(10)    VALUE SPACES.
       01  WRK-STS-FILIAL               PIC X(03)    VALUE SPACES.
      *    IMPRESSAO DO CUPOM
       01  WRK-CUPOM-LINHA              PIC X(60)    VALUE SPACES.
       01  WRK-CUPOM-CPF                PIC X(14)    VALUE SPACES.
       01  WRK-CUPOM-CPF-NUM            PIC 9(11)    VALUE ZEROS.
       01  WRK-CUPOM-VALOR              PIC ZZZ.ZZZ.ZZ9,99.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
           COPY COD001A.

      *     FILIAL DESTA INSTALACAO (FILIAL1B), CARIMBADA NO CAIXALOG
      *     E NO MOVIMENTO DE ESTOQUE
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *     ESTRUTURA DO KIT VENDIDO OU DEVOLVIDO (KITBOM1B)
       01  WRK-KIT-REGISTRO.
           COPY KIT001A.

      *     CODIGO INTERNO OU CODIGO DE BARRAS LIDO (EANCOD1B)
       01  WRK-COD-LIDO                 PIC X(13)    VALUE SPACES.
       01  WRK-PESO-EDIT                PIC ZZ9,999.
       01  WRK-EAN-REGISTRO.
           COPY EAN001A.
       01  WRK-LINHA-LOG                PIC X(120)   VALUE SPACES.

      *> ---------------- Contingencia do caixa ---------------------
      *    CAIXAFILA.dat (POSICIONAL): OPERACAO|SIT|TIPO|DADOS
      *    SIT.: P = PENDENTE, R = REPROCESSADA
      *    TIPO: L = LINHA DO CAIXALOG.dat (SEM A FILIAL)
      *          I = ITEM A BAIXAR: PRODUTO|QTDE|DATA|HORA DA VENDA
      *    PRECOSNAP.dat (PIPE): PRODUTO|NOME|PRECO
       01  WRK-FS-CAIXALOG              PIC X(02)    VALUE SPACES.
       01  WRK-CONTINGENCIA             PIC X(01)    VALUE 'N'.
       01  WRK-REPROCESSANDO            PIC X(01)    VALUE 'N'.
       01  WRK-FILA-OPERACAO            PIC 9(06)    VALUE ZEROS.
       01  WRK-FIM-FILA                 PIC X(01)    VALUE 'N'.
       01  WRK-FILA-EXCEDIDA            PIC X(01)    VALUE 'N'.
       01  WRK-MAX-TAB-FILA             PIC 9(04)    VALUE 3000.
       01  WRK-QTDE-FILA                PIC 9(04)    VALUE ZEROS.
       01  WRK-QTDE-PENDENTES           PIC 9(04)    VALUE ZEROS.
       01  WRK-IND-FILA                 PIC 9(04)    VALUE ZEROS.
       01  WRK-IND-FILA2                PIC 9(04)    VALUE ZEROS.
       01  WRK-OPER-ANTERIOR            PIC 9(06)    VALUE ZEROS.
       01  WRK-REG-FILA.
           05  WRK-RFL-OPERACAO         PIC 9(06)    VALUE ZEROS.
           05  FILLER                   PIC X(01)    VALUE '|'.
           05  WRK-RFL-SIT              PIC X(01)    VALUE SPACES.
           05  FILLER                   PIC X(01)    VALUE '|'.
           05  WRK-RFL-TIPO             PIC X(01)    VALUE SPACES.
           05  FILLER                   PIC X(01)    VALUE '|'.
           05  WRK-RFL-DADOS            PIC X(120)   VALUE SPACES.
       01  WRK-FILA-ITEM.
           05  WRK-FIT-PRODUTO          PIC 9(05)    VALUE ZEROS.
           05  FILLER                   PIC X(01)    VALUE '|'.
           05  WRK-FIT-QTDE             PIC 9(03)    VALUE ZEROS.
           05  FILLER                   PIC X(01)    VALUE '|'.
           05  WRK-FIT-DATA             PIC 9(08)    VALUE ZEROS.
           05  FILLER                   PIC X(01)    VALUE '|'.
           05  WRK-FIT-HORA             PIC 9(06)    VALUE ZEROS.
       01  TAB-FILA.
           05  TAB-FIL-LINHA OCCURS 3000 TIMES.
               10  TAB-FIL-OPERACAO     PIC 9(06)    VALUE ZEROS.
               10  TAB-FIL-SIT          PIC X(01)    VALUE SPACES.
               10  TAB-FIL-TIPO         PIC X(01)    VALUE SPACES.
               10  TAB-FIL-DADOS        PIC X(120)   VALUE SPACES.
      *    REPROCESSAMENTO DA FILA (RELATORIO FILAREC.txt)
       01  WRK-SALVA-DATE               PIC 9(08)    VALUE ZEROS.
       01  WRK-SALVA-TIME               PIC 9(06)    VALUE ZEROS.
       01  WRK-REC-OPERACOES            PIC 9(04)    VALUE ZEROS.
       01  WRK-REC-LINHAS               PIC 9(04)    VALUE ZEROS.
       01  WRK-REC-ITENS                PIC 9(04)    VALUE ZEROS.
       01  WRK-REC-NEGATIVOS            PIC 9(04)    VALUE ZEROS.
       01  WRK-REC-SALDO                PIC 9(05)    VALUE ZEROS.
       01  WRK-REC-FALTA                PIC 9(05)    VALUE ZEROS.
       01  WRK-REC-MOTIVO               PIC X(20)    VALUE SPACES.
      *    COPIA LOCAL DOS PRECOS PARA A VENDA EM CONTINGENCIA
       01  WRK-SNAP-GERADO              PIC X(01)    VALUE 'N'.
       01  WRK-SNAP-CARREGADO           PIC X(01)    VALUE 'N'.
       01  WRK-FIM-SNAP                 PIC X(01)    VALUE 'N'.
       01  WRK-ACHOU-SNAP               PIC X(01)    VALUE 'N'.
       01  WRK-MAX-TAB-SNAP             PIC 9(04)    VALUE 2000.
       01  WRK-QTDE-SNAP                PIC 9(04)    VALUE ZEROS.
       01  WRK-IND-SNAP                 PIC 9(04)    VALUE ZEROS.
       01  WRK-SNAP-CAMPOS.
           05  WRK-SNP-PRODUTO          PIC X(05)    VALUE SPACES.
           05  WRK-SNP-NOME             PIC X(20)    VALUE SPACES.
           05  WRK-SNP-PRECO            PIC X(17)    VALUE SPACES.
           05  WRK-SNP-PRECO-V REDEFINES WRK-SNP-PRECO
                                        PIC 9(15)V99.
       01  TAB-SNAP.
           05  TAB-SNP-LINHA OCCURS 2000 TIMES.
               10  TAB-SNP-PRODUTO      PIC 9(05)    VALUE ZEROS.
               10  TAB-SNP-NOME         PIC X(20)    VALUE SPACES.
               10  TAB-SNP-PRECO        PIC 9(15)V99 VALUE ZEROS.
       01  WRK-PRECO-UNITARIO           PIC 9(15)V99 VALUE ZEROS.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 0051-OBTER-DATA-HORA
           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           PERFORM 0500-CARREGAR-FISCAL
           PERFORM 0520-REGULARIZAR-CONTINGENCIA
           PERFORM 0080-CARREGAR-TURNO
           PERFORM 0035-CARREGAR-PROMOCOES
           PERFORM 0035A-CARREGAR-CATEGORIAS
                                          WRK-QTDE-ITEM
           MOVE SPACES                 TO WRK-DESC-ITEM

           DISPLAY 'CODIGO DO PRODUTO OU DE BARRAS DO ITEM '
                   WRK-IND-ITEM ' (0 = ITEM AVULSO): '
                   WITH NO ADVANCING
           MOVE SPACES                 TO WRK-COD-LIDO
           ACCEPT WRK-COD-LIDO

           PERFORM 0014-IDENTIFICAR-PRODUTO
           IF WRK-VALIDA-ITEM EQUAL 'N'
              EXIT SECTION
           END-IF
           MOVE EAN001A-PRODUTO        TO WRK-COD-PRODUTO

           IF WRK-COD-PRODUTO EQUAL ZEROS
      *    ITEM AVULSO: VALOR DIGITADO, SEM BAIXA DE ESTOQUE
                 MOVE 'S'              TO WRK-VALIDA-ITEM
              END-IF
           ELSE
      *    CODIGO DE BALANCA: UMA EMBALAGEM COM PRECO/PESO EMBUTIDO
              IF EAN001A-TIPO EQUAL 'P' OR EAN001A-TIPO EQUAL 'K'
                 MOVE 1                TO WRK-QTDE-ITEM
              ELSE
                 DISPLAY 'QUANTIDADE: ' WITH NO ADVANCING
                 ACCEPT WRK-QTDE-ITEM
              END-IF
              IF WRK-QTDE-ITEM EQUAL ZEROS
                 MOVE 1                TO WRK-QTDE-ITEM
              END-IF

           OPEN EXTEND CAIXA-LOG

      *    VENDEDOR DA VENDA, BASE DA COMISSAO DO COMIS01A
           IF WRK-VENDEDOR NOT EQUAL SPACES
              MOVE SPACES              TO WRK-CAIXALOG-REGISTRO
              STRING
                  WS-DATE '-' WS-TIME
                  ' | VENDEDOR=' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-VENDEDOR) DELIMITED BY SIZE
                  INTO FD-CAIXALOG-LINHA
              END-STRING
              PERFORM 0052-GRAVAR-LINHA-LOG
           END-IF

      *    DETALHE DE CADA ITEM VENDIDO POR CODIGO DE PRODUTO
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER WRK-QTD-ITENS
                     WRK-VALOR-ITEM-EDIT DELIMITED BY SIZE
                     INTO FD-CAIXALOG-LINHA
                 END-STRING
                 PERFORM 0052-GRAVAR-LINHA-LOG
              END-IF
           END-PERFORM

                  WRK-VALOR-ITEM-EDIT DELIMITED BY SIZE
                  INTO FD-CAIXALOG-LINHA
              END-STRING
              PERFORM 0052-GRAVAR-LINHA-LOG
           END-PERFORM

      *    ABERTURA DO PAGAMENTO POR MODALIDADE
                     WRK-VALOR-ITEM-EDIT DELIMITED BY SIZE
                     INTO FD-CAIXALOG-LINHA
                 END-STRING
                 PERFORM 0052-GRAVAR-LINHA-LOG
              END-IF
           END-PERFORM

                  WRK-VALOR-ITEM-EDIT DELIMITED BY SIZE
                  INTO FD-CAIXALOG-LINHA
              END-STRING
              PERFORM 0052-GRAVAR-LINHA-LOG
           END-IF

           MOVE WRK-TOTAL-FINAL        TO WRK-TOTAL-FINAL-EDIT
               INTO FD-CAIXALOG-LINHA
           END-STRING

           PERFORM 0052-GRAVAR-LINHA-LOG
           CLOSE CAIXA-LOG
           .
      *----------------------------------------------------------------*
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA EM FD-CAIXALOG-LINHA COM A FILIAL
      *    DESTA INSTALACAO NO FIM (' | FIL=NNN')
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-gravar-linha-log
       0052-GRAVAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*

      *    CAIXALOG.dat QUE NAO ABRIU OU NAO GRAVOU PASSA O CAIXA PARA
      *    CONTINGENCIA: A LINHA VAI PARA A FILA, SEM A FILIAL
           IF WRK-REPROCESSANDO NOT EQUAL 'S' AND
              WRK-CONTINGENCIA NOT EQUAL 'S' AND
              WRK-FS-CAIXALOG NOT EQUAL '00'
              DISPLAY 'CAIXALOG.dat INDISPONIVEL - STATUS: '
                       WRK-FS-CAIXALOG
              DISPLAY '*** CAIXA EM CONTINGENCIA ***'
              MOVE 'S'                 TO WRK-CONTINGENCIA
           END-IF

           IF WRK-CONTINGENCIA EQUAL 'S'
              MOVE 'L'                 TO WRK-RFL-TIPO
              MOVE FD-CAIXALOG-LINHA   TO WRK-RFL-DADOS
              PERFORM 0603-GRAVAR-FILA
              EXIT SECTION
           END-IF

           MOVE FD-CAIXALOG-LINHA      TO WRK-LINHA-LOG
           MOVE SPACES                 TO WRK-CAIXALOG-REGISTRO
           STRING FUNCTION TRIM(WRK-LINHA-LOG TRAILING)
                                       DELIMITED BY SIZE
                  ' | FIL='            DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  INTO FD-CAIXALOG-LINHA
           END-STRING
           WRITE WRK-CAIXALOG-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0052-end
       0052-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA PARA O LOG DE FECHAMENTO
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VALIDA-ITEM

      *    EM CONTINGENCIA O PRECO VEM DA COPIA LOCAL PRECOSNAP.dat
           IF WRK-CONTINGENCIA EQUAL 'S'
              PERFORM 0623-PRECO-CONTINGENCIA
              IF WRK-ACHOU-SNAP NOT EQUAL 'S'
                 DISPLAY 'PRODUTO FORA DA COPIA LOCAL DE PRECOS'
                 DISPLAY 'USE O CODIGO 0 PARA ITEM AVULSO'
                 EXIT SECTION
              END-IF
           ELSE
              OPEN INPUT ARQUIVO-EST
              IF WRK-FS-ESTOQUE NOT EQUAL '00'
                 DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                          WRK-FS-ESTOQUE
                 DISPLAY 'USE O CODIGO 0 PARA ITEM AVULSO'
                 EXIT SECTION
              END-IF

              MOVE WRK-COD-PRODUTO     TO FDE-COD-PRODUTO
              READ ARQUIVO-EST
                 INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                    CLOSE ARQUIVO-EST
                    EXIT SECTION
              END-READ

              CLOSE ARQUIVO-EST

              MOVE FDE-NOME-PRODUTO    TO WRK-DESC-ITEM
              MOVE FDE-VALOR-PRODUTO   TO WRK-PRECO-UNITARIO
           END-IF

      *    CODIGO DE BALANCA: PRECO EMBUTIDO OU PESO X PRECO DO KG
           EVALUATE EAN001A-TIPO
              WHEN 'P'
                 MOVE EAN001A-VALOR    TO WRK-VALOR-ITEM
              WHEN 'K'
                 COMPUTE WRK-VALOR-ITEM ROUNDED =
                         WRK-PRECO-UNITARIO * EAN001A-PESO
                    ON SIZE ERROR
                       DISPLAY 'VALOR DO ITEM ESTOURA O LIMITE'
                       EXIT SECTION
                 END-COMPUTE
                 MOVE EAN001A-PESO     TO WRK-PESO-EDIT
                 DISPLAY '* PESO (KG): ' WRK-PESO-EDIT
              WHEN OTHER
                 COMPUTE WRK-VALOR-ITEM =
                         WRK-PRECO-UNITARIO * WRK-QTDE-ITEM
                    ON SIZE ERROR
                       DISPLAY 'VALOR DO ITEM ESTOURA O LIMITE'
                       EXIT SECTION
                 END-COMPUTE
           END-EVALUATE

           MOVE WRK-VALOR-ITEM         TO WRK-VALOR-ITEM-EDIT
           DISPLAY '* ' WRK-DESC-ITEM ' X '
                    WRK-QTDE-ITEM ' = ' WRK-VALOR-ITEM-EDIT

           MOVE 'S'                    TO WRK-VALIDA-ITEM
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O PRODUTO PELO CODIGO LIDO EM WRK-COD-LIDO:
      *    CODIGO INTERNO OU GTIN/EAN DE EANPROD.dat (EANCOD1B).
      *    CODIGO RECUSADO DEIXA WRK-VALIDA-ITEM = 'N'
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-identificar-produto
       0014-IDENTIFICAR-PRODUTO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-VALIDA-ITEM
           MOVE 'C'                    TO EAN001A-ACAO
           MOVE WRK-COD-LIDO           TO EAN001A-LIDO
           CALL 'EANCOD1B' USING WRK-EAN-REGISTRO

           EVALUATE EAN001A-RETORNO
              WHEN 'I'
              WHEN 'E'
                 MOVE 'S'              TO WRK-VALIDA-ITEM
              WHEN 'D'
                 DISPLAY 'CODIGO DE BARRAS COM DIGITO VERIFICADOR '
                         'INVALIDO - LEIA NOVAMENTE'
              WHEN 'N'
                 DISPLAY 'CODIGO DE BARRAS ' EAN001A-CODIGO
                         ' NAO CADASTRADO (EANCOD1A)'
              WHEN OTHER
                 DISPLAY 'CODIGO INVALIDO'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR DO ESTOQUE DO LOCAL 'LOJA' OS ITENS VENDIDOS POR
      *    CODIGO DE PRODUTO, POSTANDO O MOVIMENTO EM MOVESTOQ.dat
       0006-BAIXAR-ESTOQUE-VENDA       SECTION.
      *----------------------------------------------------------------*

           IF WRK-CONTINGENCIA EQUAL 'S'
              PERFORM 0602-ENFILEIRAR-ITENS
              EXIT SECTION
           END-IF

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE
              DISPLAY '*** CAIXA EM CONTINGENCIA ***'
              MOVE 'S'                 TO WRK-CONTINGENCIA
              PERFORM 0602-ENFILEIRAR-ITENS
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER WRK-QTD-ITENS
              IF WRK-ITEM-COD(WRK-IND-ITEM) GREATER ZEROS
                 PERFORM 0062-EXPLODIR-ITEM
              END-IF
           END-PERFORM

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR DO LOCAL 'LOJA' O PRODUTO WRK-BAIXA-COD NA
      *    QUANTIDADE WRK-BAIXA-QTDE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0061-baixar-item
       0061-BAIXAR-ITEM                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-BAIXA-COD          TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' FDE-COD-PRODUTO
                         ' NAO LOCALIZADO PARA A BAIXA'
                 IF WRK-REPROCESSANDO EQUAL 'S'
                    MOVE ZEROS         TO WRK-REC-SALDO
                    MOVE 'NAO CADASTRADO' TO WRK-REC-MOTIVO
                    PERFORM 0614-REGISTRAR-NEGATIVO
                 END-IF
                 EXIT SECTION
           END-READ

           IF WRK-ACHOU-LOCAL NOT EQUAL 'S'
              DISPLAY 'PRODUTO ' FDE-COD-PRODUTO
                      ' SEM SALDO NO LOCAL LOJA - BAIXA NAO FEITA'
              IF WRK-REPROCESSANDO EQUAL 'S'
                 MOVE ZEROS            TO WRK-REC-SALDO
                 MOVE 'SEM LOCAL LOJA' TO WRK-REC-MOTIVO
                 PERFORM 0614-REGISTRAR-NEGATIVO
              END-IF
              EXIT SECTION
           END-IF

           IF FDE-LOCAL-QTDE(WRK-IND-LOCAL) LESS WRK-BAIXA-QTDE
              IF WRK-REPROCESSANDO NOT EQUAL 'S'
                 DISPLAY 'SALDO DA LOJA INSUFICIENTE PARA O PRODUTO '
                          FDE-COD-PRODUTO ' - BAIXA NAO FEITA'
                 EXIT SECTION
              END-IF
      *    A VENDA DA FILA JA ACONTECEU: O SALDO NAO TEM SINAL, ENTAO
      *    A LOJA E ZERADA E A FALTA VAI PARA O FILAREC.txt
              MOVE FDE-LOCAL-QTDE(WRK-IND-LOCAL) TO WRK-REC-SALDO
              MOVE 'SALDO ZERADO'      TO WRK-REC-MOTIVO
              PERFORM 0614-REGISTRAR-NEGATIVO
              MOVE WRK-REC-SALDO       TO WRK-BAIXA-QTDE
              IF WRK-BAIXA-QTDE EQUAL ZEROS
                 EXIT SECTION
              END-IF
           END-IF

           SUBTRACT WRK-BAIXA-QTDE     FROM
                                       FDE-LOCAL-QTDE(WRK-IND-LOCAL)

           MOVE ZEROS                  TO FDE-QTDE-PRODUTO
           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WS-DATE '|' WS-TIME '|'
                  FDE-COD-PRODUTO '|' WRK-LOCAL-LOJA '|'
                  'S' '|' '-' '|' WRK-BAIXA-QTDE '|'
                  'VENDA PDV' '|' 'CAIXA' '|' '|' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
       0061-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXAR UM ITEM DA VENDA: O KIT VIRTUAL BAIXA CADA
      *    COMPONENTE (QUANTIDADE DO COMPONENTE VEZES A DO ITEM); O
      *    PRODUTO COMUM E O KIT MONTADO BAIXAM O PROPRIO ESTOQUE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-explodir-item
       0062-EXPLODIR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE WRK-ITEM-COD(WRK-IND-ITEM) TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO

           IF KIT001A-E-KIT NOT EQUAL 'S' OR
              KIT001A-TIPO NOT EQUAL 'V'
              MOVE WRK-ITEM-COD(WRK-IND-ITEM)  TO WRK-BAIXA-COD
              MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO WRK-BAIXA-QTDE
              PERFORM 0061-BAIXAR-ITEM
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                      WRK-IND-COMP GREATER KIT001A-QTDE-COMP
              MOVE KIT001A-COMP-COD(WRK-IND-COMP) TO WRK-BAIXA-COD
              COMPUTE WRK-BAIXA-QTDE =
                      KIT001A-COMP-QTDE(WRK-IND-COMP) *
                      WRK-ITEM-QTDE(WRK-IND-ITEM)
              PERFORM 0061-BAIXAR-ITEM
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0062-end
       0062-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECEBER O PAGAMENTO DA VENDA, ACEITANDO DIVISAO ENTRE
      *    DINHEIRO, DEBITO, CREDITO E PIX - CARTAO E PIX NAO PODEM
                    WITH NO ADVANCING
           ACCEPT WRK-OPCAO-MENU

           IF WRK-OPCAO-MENU NOT EQUAL 9
              PERFORM 0600-VERIFICAR-CONTINGENCIA
           END-IF

           EVALUATE WRK-OPCAO-MENU
               WHEN 1
                  PERFORM 0082-ABRIR-TURNO
                    WITH NO ADVANCING
           ACCEPT WRK-FID-CPF

           PERFORM 0101-IDENTIFICAR-VENDEDOR

           PERFORM 0001-INSERIR-VALOR
           IF WRK-VENDA-OK NOT EQUAL 'S'
              EXIT SECTION
           PERFORM 0007-RECEBER-PAGAMENTO
           PERFORM 0005-GRAVAR-LOG-CAIXA
           PERFORM 0006-BAIXAR-ESTOQUE-VENDA
           PERFORM 0510-EMITIR-CUPOM-VENDA

           IF WRK-FID-CPF GREATER ZEROS
              PERFORM 0038-ACUMULAR-PONTOS

           COMPUTE WRK-TURNO-DINHEIRO = WRK-TURNO-DINHEIRO
                   + TAB-PAGTO-TOTAL(1) - WRK-TROCO
      *    VENDA QUE FOI PARA A FILA CONTA COMO VENDA EM CONTINGENCIA
           IF WRK-FILA-OPERACAO GREATER ZEROS
              ADD 1                    TO WRK-TURNO-CONTING
           END-IF
           PERFORM 0081-GRAVAR-TURNO
           .
      *----------------------------------------------------------------*
       0100-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O VENDEDOR DA VENDA: O NOME DEVE EXISTIR EM
      *    CADASTRO3.dat (MESMA CHAVE DA FOLHA). EM BRANCO OU NAO
      *    CADASTRADO, A VENDA SEGUE SEM VENDEDOR
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0101-identificar-vendedor
       0101-IDENTIFICAR-VENDEDOR       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-VENDEDOR
           DISPLAY 'VENDEDOR (EM BRANCO = SEM VENDEDOR): '
                    WITH NO ADVANCING
           ACCEPT WRK-VENDEDOR
           MOVE FUNCTION UPPER-CASE(WRK-VENDEDOR) TO WRK-VENDEDOR
           IF WRK-VENDEDOR EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-VENDEDOR-ACHADO
                                          WRK-FIM-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           PERFORM UNTIL (WRK-FIM-VENDEDOR EQUAL 'S')
                      OR (WRK-VENDEDOR-ACHADO EQUAL 'S')
              READ ARQ-VENDEDOR
                  AT END
                      MOVE 'S'         TO WRK-FIM-VENDEDOR
                  NOT AT END
                      IF FUNCTION UPPER-CASE(FUNCTION TRIM(FDV-NOME))
                         EQUAL FUNCTION TRIM(WRK-VENDEDOR)
                         MOVE FDV-NOME TO WRK-VENDEDOR
                         MOVE 'S'      TO WRK-VENDEDOR-ACHADO
                      END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-VENDEDOR

           IF WRK-VENDEDOR-ACHADO NOT EQUAL 'S'
              DISPLAY 'VENDEDOR NAO CADASTRADO EM CADASTRO3.dat - '
                      'VENDA SEM VENDEDOR'
              MOVE SPACES              TO WRK-VENDEDOR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0101-end
       0101-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O TURNO CORRENTE DE TURNO.dat (UM REGISTRO:
      *    OPERADOR|DATA|HORA|FUNDO|DINHEIRO|SITUACAO)
              NOT AT END
                 MOVE ZEROS            TO WRK-VALOR-V99-TUR
                                          WRK-VALOR-V99-TU2
                                          WRK-TURNO-CONTING
                 UNSTRING FD-LIN-TURNO DELIMITED BY SEP
                    INTO WRK-TURNO-OPERADOR
                         WRK-TURNO-DATA
                         WRK-VALOR-STR-TUR(1:11)
                         WRK-VALOR-STR-TU2(1:11)
                         WRK-TURNO-ABERTO
                         WRK-TURNO-CONTING
                 END-UNSTRING
                 IF WRK-TURNO-CONTING NOT NUMERIC
                    MOVE ZEROS         TO WRK-TURNO-CONTING
                 END-IF
                 MOVE WRK-VALOR-V99-TUR TO WRK-TURNO-FUNDO
                 MOVE WRK-VALOR-V99-TU2 TO WRK-TURNO-DINHEIRO
                 IF WRK-TURNO-ABERTO NOT EQUAL 'S'
               WRK-VALOR-STR-TU2(1:11) DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-TURNO-ABERTO        DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-TURNO-CONTING       DELIMITED BY SIZE
               INTO FD-LIN-TURNO
           END-STRING
           WRITE FD-LIN-TURNO
              EXIT SECTION
           END-IF

      *    DISPARADO PELO MENU PRINCIPAL, O OPERADOR VEM DA SESSAO
           MOVE 'L'                    TO SES001A-ACAO
           CALL 'SESSAO1B' USING WRK-SES-REGISTRO
           IF SES001A-RETORNO EQUAL 'S'
              MOVE SES001A-USUARIO     TO WRK-TURNO-OPERADOR
              DISPLAY 'OPERADOR DO TURNO: ' WRK-TURNO-OPERADOR
           ELSE
              DISPLAY 'OPERADOR DO TURNO: ' WITH NO ADVANCING
              ACCEPT WRK-TURNO-OPERADOR
           END-IF
           DISPLAY 'FUNDO DE TROCO...: ' WITH NO ADVANCING
           ACCEPT WRK-TURNO-FUNDO

           MOVE WS-DATE                TO WRK-TURNO-DATA
           MOVE WS-TIME                TO WRK-TURNO-HORA
           MOVE ZEROS                  TO WRK-TURNO-DINHEIRO
                                          WRK-TURNO-CONTING
           MOVE 'S'                    TO WRK-TURNO-ABERTO

           PERFORM 0081-GRAVAR-TURNO
           DISPLAY 'TOTAL DO SISTEMA..: ' WRK-MASCARA
           MOVE WRK-DIFERENCA          TO WRK-DIF-EDIT
           DISPLAY 'SOBRA(+)/FALTA(-).: ' WRK-DIF-EDIT
           DISPLAY 'VENDAS EM CONTINGENCIA: ' WRK-TURNO-CONTING

           OPEN EXTEND CAIXA-LOG
           MOVE WRK-CONTADO            TO WRK-VALOR-ITEM-EDIT
               WRK-VALOR-ITEM-EDIT DELIMITED BY SIZE
               ' | DIF-' DELIMITED BY SIZE
               WRK-DIF-EDIT DELIMITED BY SIZE
               ' | CONTING-' WRK-TURNO-CONTING DELIMITED BY SIZE
               INTO FD-CAIXALOG-LINHA
           END-STRING
           PERFORM 0052-GRAVAR-LINHA-LOG
           CLOSE CAIXA-LOG

           MOVE 'F'                    TO WRK-TURNO-ABERTO
               WRK-VALOR-ITEM-EDIT DELIMITED BY SIZE
               INTO FD-CAIXALOG-LINHA
           END-STRING
           PERFORM 0052-GRAVAR-LINHA-LOG
           CLOSE CAIXA-LOG
           .
      *----------------------------------------------------------------*
              EXIT SECTION
           END-IF

      *    A DEVOLUCAO PRECISA DA VENDA NO CAIXALOG.dat E DO ESTOQUE
           IF WRK-CONTINGENCIA EQUAL 'S'
              DISPLAY 'DEVOLUCAO INDISPONIVEL COM O CAIXA EM '
                      'CONTINGENCIA'
              EXIT SECTION
           END-IF

           PERFORM 0210-LIBERACAO-SUPERVISOR
           IF WRK-NIVEL-ACESSO NOT EQUAL 1
              DISPLAY 'DEVOLUCAO NAO LIBERADA - USUARIO SEM NIVEL '
           DISPLAY 'REFERENCIA DA VENDA (DATA-HORA DO CAIXALOG): '
                    WITH NO ADVANCING
           ACCEPT WRK-DEV-REFERENCIA
           DISPLAY 'CODIGO DO PRODUTO OU DE BARRAS (0 = ITEM '
                   'AVULSO): ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-COD-LIDO
           ACCEPT WRK-COD-LIDO
           PERFORM 0014-IDENTIFICAR-PRODUTO
           IF WRK-VALIDA-ITEM EQUAL 'N'
              DISPLAY 'DEVOLUCAO CANCELADA'
              EXIT SECTION
           END-IF
           MOVE EAN001A-PRODUTO        TO WRK-DEV-PRODUTO
      *    CODIGO DE BALANCA: UMA EMBALAGEM
           IF EAN001A-TIPO EQUAL 'P' OR EAN001A-TIPO EQUAL 'K'
              MOVE 1                   TO WRK-DEV-QTDE
           ELSE
              DISPLAY 'QUANTIDADE DEVOLVIDA: ' WITH NO ADVANCING
              ACCEPT WRK-DEV-QTDE
           END-IF

      *    PRODUTO DEVOLVIDO E REEMBOLSADO PELO PRECO DA VENDA; NO
      *    CODIGO DE BALANCA PELO PRECO EMBUTIDO OU PELO PESO VEZES
      *    O PRECO DO KG NA VENDA
           MOVE ZEROS                  TO WRK-DEV-PRECO-COBRADO
           IF WRK-DEV-PRODUTO GREATER ZEROS
              PERFORM 0225-OBTER-PRECO-DA-VENDA
           END-IF
           EVALUATE EAN001A-TIPO
              WHEN 'P'
                 MOVE EAN001A-VALOR    TO WRK-DEV-PRECO-COBRADO
                 MOVE 'CODIGO DE BALANCA'
                                       TO WRK-DEV-PRECO-FONTE
              WHEN 'K'
                 COMPUTE WRK-DEV-PRECO-COBRADO ROUNDED =
                         WRK-DEV-PRECO-COBRADO * EAN001A-PESO
           END-EVALUATE
           IF WRK-DEV-PRECO-COBRADO GREATER ZEROS
              COMPUTE WRK-DEV-VALOR = WRK-DEV-PRECO-COBRADO
                                    * WRK-DEV-QTDE
              MOVE WRK-DEV-PRECO-COBRADO TO WRK-DEV-VALOR-EDIT
              DISPLAY 'PRECO COBRADO NA VENDA: ' WRK-DEV-VALOR-EDIT
                      ' (' FUNCTION TRIM(WRK-DEV-PRECO-FONTE) ')'
              MOVE WRK-DEV-VALOR       TO WRK-DEV-VALOR-EDIT
              DISPLAY 'VALOR A REEMBOLSAR..: ' WRK-DEV-VALOR-EDIT
           ELSE
              DISPLAY 'VALOR A REEMBOLSAR..: ' WITH NO ADVANCING
              ACCEPT WRK-DEV-VALOR
           END-IF

           IF WRK-DEV-VALOR EQUAL ZEROS
              DISPLAY 'VALOR ZERADO - DEVOLUCAO CANCELADA'
               DELIMITED BY SIZE
               INTO FD-CAIXALOG-LINHA
           END-STRING
           PERFORM 0052-GRAVAR-LINHA-LOG
           MOVE SPACES                 TO WRK-CAIXALOG-REGISTRO
           STRING
               WS-DATE '-' WS-TIME ' | TOTAL=' DELIMITED BY SIZE
               WRK-NEG-EDIT DELIMITED BY SIZE
               INTO FD-CAIXALOG-LINHA
           END-STRING
           PERFORM 0052-GRAVAR-LINHA-LOG
           CLOSE CAIXA-LOG

      *    REEMBOLSO SAI DO DINHEIRO DO TURNO (PODE CONSUMIR FUNDO)
              PERFORM 0220-RESTITUIR-ESTOQUE
           END-IF

      *    CANCELA O CUPOM DA VENDA OU EMITE O CUPOM DE DEVOLUCAO
           PERFORM 0530-DEVOLUCAO-FISCAL

           DISPLAY 'DEVOLUCAO REGISTRADA'
           .
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVER A QUANTIDADE AO ESTOQUE DO LOCAL 'LOJA', COM
      *    MOVIMENTO DE ENTRADA (DEVOLUCAO) EM MOVESTOQ.dat. O KIT
      *    VIRTUAL DEVOLVE CADA COMPONENTE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0220-restituir-estoque
       0220-RESTITUIR-ESTOQUE          SECTION.
              EXIT SECTION
           END-IF

           MOVE 'C'                    TO KIT001A-ACAO
           MOVE WRK-DEV-PRODUTO        TO KIT001A-PRODUTO
           CALL 'KITBOM1B' USING WRK-KIT-REGISTRO

           IF KIT001A-E-KIT EQUAL 'S' AND KIT001A-TIPO EQUAL 'V'
              PERFORM VARYING WRK-IND-COMP FROM 1 BY 1 UNTIL
                         WRK-IND-COMP GREATER KIT001A-QTDE-COMP
                 MOVE KIT001A-COMP-COD(WRK-IND-COMP)
                                       TO WRK-BAIXA-COD
                 COMPUTE WRK-BAIXA-QTDE =
                         KIT001A-COMP-QTDE(WRK-IND-COMP) *
                         WRK-DEV-QTDE
                 PERFORM 0221-RESTITUIR-PRODUTO
              END-PERFORM
           ELSE
              MOVE WRK-DEV-PRODUTO     TO WRK-BAIXA-COD
              MOVE WRK-DEV-QTDE        TO WRK-BAIXA-QTDE
              PERFORM 0221-RESTITUIR-PRODUTO
           END-IF

           CLOSE ARQUIVO-EST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0220-end
       0220-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVER AO LOCAL 'LOJA' O PRODUTO WRK-BAIXA-COD NA
      *    QUANTIDADE WRK-BAIXA-QTDE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0221-restituir-produto
       0221-RESTITUIR-PRODUTO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-BAIXA-COD          TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' FDE-COD-PRODUTO ' NAO '
                         'CADASTRADO - RESTITUICAO NAO EFETUADA'
                 EXIT SECTION
           END-READ

              END-PERFORM
              IF WRK-ACHOU-LOCAL NOT EQUAL 'S'
                 DISPLAY 'LIMITE DE LOCAIS DO PRODUTO ATINGIDO'
                 EXIT SECTION
              END-IF
           END-IF

           ADD WRK-BAIXA-QTDE          TO FDE-LOCAL-QTDE(WRK-IND-LOCAL)

           MOVE ZEROS                  TO FDE-QTDE-PRODUTO
           PERFORM VARYING WRK-IND3 FROM 1 BY 1 UNTIL WRK-IND3 > 10
           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO'
                 EXIT SECTION
           END-REWRITE

           OPEN EXTEND ARQUIVO-MOV
           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WS-DATE '|' WS-TIME '|'
                  FDE-COD-PRODUTO '|' WRK-LOCAL-LOJA '|'
                  'E' '|' '+' '|' WRK-BAIXA-QTDE '|'
                  'DEVOLUCAO' '|' WRK-TURNO-OPERADOR(1:20)
                  '|' '|' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
           CLOSE ARQUIVO-MOV
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0221-end
       0221-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRECO UNITARIO COBRADO NA VENDA DE REFERENCIA: NO HISTORICO
      *    PRECOHIST.dat, O PRECO NOVO DA ULTIMA MUDANCA ATE A
      *    DATA-HORA DA VENDA OU, SE TODAS AS MUDANCAS SAO POSTERIORES,
      *    O PRECO ANTERIOR DA PRIMEIRA DELAS; SEM HISTORICO DO
      *    PRODUTO VALE O PRECO ATUAL DE ESTOQUE.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0225-obter-preco-da-venda
       0225-OBTER-PRECO-DA-VENDA       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DEV-PRECO-COBRADO
                                          WRK-DEV-STAMP-ANTES
                                          WRK-DEV-STAMP-DEPOIS
                                          WRK-DEV-PRECO-ANTES
                                          WRK-DEV-PRECO-DEPOIS
           MOVE SPACES                 TO WRK-DEV-PRECO-FONTE

           IF WRK-DEV-REFERENCIA(1:8) IS NUMERIC AND
              WRK-DEV-REFERENCIA(10:6) IS NUMERIC
              COMPUTE WRK-DEV-STAMP =
                      FUNCTION NUMVAL(WRK-DEV-REFERENCIA(1:8))
                      * 1000000
                      + FUNCTION NUMVAL(WRK-DEV-REFERENCIA(10:6))
              MOVE 'N'                 TO WRK-FIM-PRECOHIST
              OPEN INPUT ARQ-PRECOHIST
              PERFORM UNTIL WRK-FIM-PRECOHIST EQUAL 'S'
                 READ ARQ-PRECOHIST
                    AT END MOVE 'S'    TO WRK-FIM-PRECOHIST
                    NOT AT END
                       PERFORM 0226-AVALIAR-MUDANCA-PRECO
                 END-READ
              END-PERFORM
              CLOSE ARQ-PRECOHIST
           END-IF

           IF WRK-DEV-STAMP-ANTES GREATER ZEROS
              COMPUTE WRK-DEV-PRECO-COBRADO = WRK-DEV-PRECO-ANTES / 100
              MOVE 'HISTORICO DE PRECOS' TO WRK-DEV-PRECO-FONTE
              EXIT SECTION
           END-IF
           IF WRK-DEV-STAMP-DEPOIS GREATER ZEROS
              COMPUTE WRK-DEV-PRECO-COBRADO =
                      WRK-DEV-PRECO-DEPOIS / 100
              MOVE 'HISTORICO DE PRECOS' TO WRK-DEV-PRECO-FONTE
              EXIT SECTION
           END-IF

           OPEN INPUT ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              EXIT SECTION
           END-IF
           MOVE WRK-DEV-PRODUTO        TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 MOVE ZEROS            TO WRK-DEV-PRECO-COBRADO
              NOT INVALID KEY
                 MOVE FDE-VALOR-PRODUTO TO WRK-DEV-PRECO-COBRADO
                 MOVE 'PRECO ATUAL'    TO WRK-DEV-PRECO-FONTE
           END-READ
           CLOSE ARQUIVO-EST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0225-end
       0225-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIAR UMA LINHA DE PRECOHIST.dat DO PRODUTO DEVOLVIDO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0226-avaliar-mudanca-preco
       0226-AVALIAR-MUDANCA-PRECO      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PHS-PRODUTO
                                          WRK-PHS-DATA
                                          WRK-PHS-HORA
           UNSTRING FD-LIN-PRECOHIST DELIMITED BY SEP
                    INTO WRK-PHS-PRODUTO
                         WRK-PHS-VIGENCIA
                         WRK-PHS-ANTERIOR
                         WRK-PHS-NOVO
                         WRK-PHS-DATA
                         WRK-PHS-HORA
           END-UNSTRING

           IF WRK-PHS-PRODUTO NOT EQUAL WRK-DEV-PRODUTO OR
              WRK-PHS-DATA EQUAL ZEROS
              EXIT SECTION
           END-IF

           COMPUTE WRK-PHS-STAMP = WRK-PHS-DATA * 1000000
                                 + WRK-PHS-HORA

           IF WRK-PHS-STAMP NOT GREATER WRK-DEV-STAMP
              IF WRK-PHS-STAMP NOT LESS WRK-DEV-STAMP-ANTES
                 MOVE WRK-PHS-STAMP    TO WRK-DEV-STAMP-ANTES
                 MOVE WRK-PHS-NOVO     TO WRK-DEV-PRECO-ANTES
              END-IF
           ELSE
              IF WRK-DEV-STAMP-DEPOIS EQUAL ZEROS OR
                 WRK-PHS-STAMP LESS WRK-DEV-STAMP-DEPOIS
                 MOVE WRK-PHS-STAMP    TO WRK-DEV-STAMP-DEPOIS
                 MOVE WRK-PHS-ANTERIOR TO WRK-DEV-PRECO-DEPOIS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0226-end
       0226-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
               DELIMITED BY SIZE
               INTO FD-CAIXALOG-LINHA
           END-STRING
           PERFORM 0052-GRAVAR-LINHA-LOG
           MOVE WRK-MUL-TOTAL          TO WRK-TOTAL-FINAL-EDIT
           MOVE SPACES                 TO WRK-CAIXALOG-REGISTRO
           STRING
               WRK-TOTAL-FINAL-EDIT    DELIMITED BY SIZE
               INTO FD-CAIXALOG-LINHA
           END-STRING
           PERFORM 0052-GRAVAR-LINHA-LOG
           CLOSE CAIXA-LOG

           DISPLAY 'MULTA RECEBIDA E QUITADA'

           OPEN EXTEND ARQ-FIDMOV
           MOVE SPACES                 TO FD-LIN-FIDMOV
      *    NO ACUMULO A REFERENCIA LEVA A DATA-HORA DA VENDA RECEM-
      *    GRAVADA NO CAIXALOG.dat (0005), CHAVE DA RECEITA NO CAMPAN1A
           IF WRK-EVENTO-DESC(1:1) EQUAL 'A'
              MOVE SPACES              TO WRK-FID-REFERENCIA
              STRING 'VENDA CAIXA ' WS-DATE '-' WS-TIME
                     DELIMITED BY SIZE INTO WRK-FID-REFERENCIA
              END-STRING
           ELSE
              MOVE 'VENDA CAIXA'       TO WRK-FID-REFERENCIA
           END-IF
           STRING WS-DATE              DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FID-CPF          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FID-PONTOS-MOV   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-FID-REFERENCIA   DELIMITED BY SIZE
                  INTO FD-LIN-FIDMOV
           END-STRING
           WRITE FD-LIN-FIDMOV
       0400-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PARAMETROS FISCAIS DO CUPOM: ICMS GLOBAL E UF
      *    DA LOJA (IMPOSTOS.dat), MATRIZ TAXNCM.dat E O NCM DE CADA
      *    PRODUTO (PRODUTOS.dat)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0500-carregar-fiscal
       0500-CARREGAR-FISCAL            SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQ-IMPOSTOS
           READ ARQ-IMPOSTOS
               AT END CONTINUE
               NOT AT END
                  MOVE SPACES          TO WRK-NFCE-ICMS-TXT
                                          WRK-NFCE-ISS-TXT
                                          WRK-NFCE-UF-TXT
                  UNSTRING FD-LIN-IMPOSTOS DELIMITED BY SEP
                           INTO WRK-NFCE-ICMS-TXT
                                WRK-NFCE-ISS-TXT
                                WRK-NFCE-UF-TXT
                  END-UNSTRING
                  IF WRK-NFCE-ICMS-TXT NOT EQUAL SPACES
                     COMPUTE WRK-NFCE-PCT = FUNCTION NUMVAL(
                             FUNCTION TRIM(WRK-NFCE-ICMS-TXT))
                     COMPUTE WRK-NFCE-TX-ICMS = WRK-NFCE-PCT / 100
                  END-IF
                  IF WRK-NFCE-UF-TXT NOT EQUAL SPACES
                     MOVE FUNCTION UPPER-CASE(WRK-NFCE-UF-TXT)
                                       TO WRK-NFCE-UF
                  END-IF
           END-READ
           CLOSE ARQ-IMPOSTOS

           MOVE ZEROS                  TO WRK-QTDE-NCM
           MOVE 'N'                    TO WRK-FIM-NFCE
           OPEN INPUT ARQ-MATRIZ
           PERFORM UNTIL WRK-FIM-NFCE EQUAL 'S'
              READ ARQ-MATRIZ
                 AT END MOVE 'S'       TO WRK-FIM-NFCE
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
                       COMPUTE WRK-NFCE-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(WRK-NCM-ICMS-TXT))
                       COMPUTE TAB-NCM-TX-ICMS(WRK-QTDE-NCM) =
                               WRK-NFCE-PCT / 100
                       COMPUTE WRK-NFCE-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(WRK-NCM-IPI-TXT))
                       COMPUTE TAB-NCM-TX-IPI(WRK-QTDE-NCM) =
                               WRK-NFCE-PCT / 100
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-MATRIZ

           MOVE ZEROS                  TO WRK-QTDE-PNC
           MOVE 'N'                    TO WRK-FIM-NFCE
           OPEN INPUT ARQ-PRODUTOS
           PERFORM UNTIL WRK-FIM-NFCE EQUAL 'S'
              READ ARQ-PRODUTOS
                 AT END MOVE 'S'       TO WRK-FIM-NFCE
                 NOT AT END
                    IF FDP-COD-PRODUTO IS NUMERIC AND
                       FDP-NCM-PRODUTO NOT EQUAL SPACES AND
                       WRK-QTDE-PNC LESS WRK-MAX-TAB-PNC
                       ADD 1           TO WRK-QTDE-PNC
                       MOVE FDP-COD-PRODUTO
                            TO TAB-PNC-COD(WRK-QTDE-PNC)
                       MOVE FDP-NCM-PRODUTO
                            TO TAB-PNC-NCM(WRK-QTDE-PNC)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-PRODUTOS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0500-end
       0500-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMITIR O CUPOM FISCAL DA VENDA FECHADA: TRIBUTOS POR ITEM,
      *    NUMERACAO NA SERIE DO CUPOM (OU CONTINGENCIA), IMPRESSAO
      *    EM NFCE.txt E A LINHA NFCE= NO CAIXALOG.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0510-emitir-cupom-venda
       0510-EMITIR-CUPOM-VENDA         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DOC-ICMS
                                          WRK-DOC-IPI
                                          WRK-DOC-ISS
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER WRK-QTD-ITENS
              PERFORM 0511-CALCULAR-TRIBUTO-ITEM
           END-PERFORM

           MOVE 'V'                    TO WRK-DOC-TIPO
           MOVE ZEROS                  TO WRK-DOC-REFERENCIA
                                          WRK-DOC-CLIENTE
           MOVE SPACES                 TO WRK-DOC-STAMP
           STRING WS-DATE '-' WS-TIME  DELIMITED BY SIZE
                  INTO WRK-DOC-STAMP
           END-STRING
           MOVE WRK-FID-CPF            TO WRK-DOC-CPF
           MOVE WRK-TOTAL-FINAL        TO WRK-DOC-BRUTO
           MOVE WRK-NFCE-UF            TO WRK-DOC-UF
           MOVE 'CAIXA'                TO WRK-DOC-ORIGEM

           PERFORM 0540-REGISTRAR-DOCUMENTO
           PERFORM 0512-IMPRIMIR-CUPOM

      *    A VENDA NO CAIXALOG.dat APONTA O SEU CUPOM (A DEVOLUCAO
      *    LOCALIZA O CUPOM PELA DATA-HORA DA VENDA)
           OPEN EXTEND CAIXA-LOG
           MOVE SPACES                 TO WRK-CAIXALOG-REGISTRO
           IF WRK-DOC-CONTINGENCIA EQUAL 'S'
              STRING WS-DATE '-' WS-TIME
                     ' | NFCE=CONTINGENCIA' DELIMITED BY SIZE
                     INTO FD-CAIXALOG-LINHA
              END-STRING
           ELSE
              STRING WS-DATE '-' WS-TIME
                     ' | NFCE=' WRK-DOC-NUMERO DELIMITED BY SIZE
                     INTO FD-CAIXALOG-LINHA
              END-STRING
           END-IF
           PERFORM 0052-GRAVAR-LINHA-LOG
           CLOSE CAIXA-LOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0510-end
       0510-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRIBUTOS DE UM ITEM: A BASE E O VALOR DO ITEM RATEADO PELOS
      *    DESCONTOS DA VENDA; ICMS/IPI PELO NCM DO PRODUTO E UF DA
      *    LOJA NA MATRIZ - SEM NCM OU SEM LINHA NA MATRIZ VALE O ICMS
      *    GLOBAL DE IMPOSTOS.dat E IPI ZERO (ITEM AVULSO INCLUSIVE)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0511-calcular-tributo-item
       0511-CALCULAR-TRIBUTO-ITEM      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NFCE-TX-ICMS       TO WRK-NFCE-TX-ICMS-ITEM
           MOVE ZEROS                  TO WRK-NFCE-TX-IPI-ITEM
           MOVE SPACES                 TO WRK-NFCE-NCM

           IF WRK-ITEM-COD(WRK-IND-ITEM) GREATER ZEROS
              PERFORM VARYING WRK-IND-PNC FROM 1 BY 1 UNTIL
                         WRK-IND-PNC GREATER WRK-QTDE-PNC
                 IF TAB-PNC-COD(WRK-IND-PNC) EQUAL
                    WRK-ITEM-COD(WRK-IND-ITEM)
                    MOVE TAB-PNC-NCM(WRK-IND-PNC) TO WRK-NFCE-NCM
                 END-IF
              END-PERFORM
           END-IF

           IF WRK-NFCE-NCM NOT EQUAL SPACES
              PERFORM VARYING WRK-IND-NCM FROM 1 BY 1 UNTIL
                         WRK-IND-NCM GREATER WRK-QTDE-NCM
                 IF TAB-NCM-CODIGO(WRK-IND-NCM) EQUAL WRK-NFCE-NCM AND
                    TAB-NCM-UF(WRK-IND-NCM) EQUAL WRK-NFCE-UF
                    MOVE TAB-NCM-TX-ICMS(WRK-IND-NCM)
                                       TO WRK-NFCE-TX-ICMS-ITEM
                    MOVE TAB-NCM-TX-IPI(WRK-IND-NCM)
                                       TO WRK-NFCE-TX-IPI-ITEM
                 END-IF
              END-PERFORM
           END-IF

           IF WRK-TOTAL-COMPRA GREATER ZEROS
              COMPUTE WRK-NFCE-BASE-ITEM ROUNDED =
                      WRK-ITEM(WRK-IND-ITEM) * WRK-TOTAL-FINAL
                      / WRK-TOTAL-COMPRA
           ELSE
              MOVE ZEROS               TO WRK-NFCE-BASE-ITEM
           END-IF
           COMPUTE WRK-NFCE-ICMS-ITEM ROUNDED =
                   WRK-NFCE-BASE-ITEM * WRK-NFCE-TX-ICMS-ITEM
           COMPUTE WRK-NFCE-IPI-ITEM ROUNDED =
                   WRK-NFCE-BASE-ITEM * WRK-NFCE-TX-IPI-ITEM
           ADD WRK-NFCE-ICMS-ITEM      TO WRK-DOC-ICMS
           ADD WRK-NFCE-IPI-ITEM       TO WRK-DOC-IPI
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0511-end
       0511-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPRIMIR O CUPOM CORRENTE (VENDA OU DEVOLUCAO) EM NFCE.txt
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0512-imprimir-cupom
       0512-IMPRIMIR-CUPOM             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-CUPOM

           MOVE ALL '='                TO WRK-CUPOM-LINHA
           PERFORM 0519-EMITIR-LINHA-CUPOM
           IF WRK-DOC-TIPO EQUAL 'D'
              MOVE 'CUPOM FISCAL DE CONSUMIDOR - NFC-E - DEVOLUCAO'
                                       TO WRK-CUPOM-LINHA
           ELSE
              MOVE 'CUPOM FISCAL DE CONSUMIDOR - NFC-E'
                                       TO WRK-CUPOM-LINHA
           END-IF
           PERFORM 0519-EMITIR-LINHA-CUPOM
           STRING 'FILIAL: ' FIL001A-CODIGO ' ' FIL001A-NOME
                  DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
           END-STRING
           PERFORM 0519-EMITIR-LINHA-CUPOM
           IF WRK-DOC-CONTINGENCIA EQUAL 'S'
              MOVE 'EMITIDO EM CONTINGENCIA - SEM NUMERO'
                                       TO WRK-CUPOM-LINHA
              PERFORM 0519-EMITIR-LINHA-CUPOM
              MOVE 'PENDENTE DE REGULARIZACAO (NFCECONT.dat)'
                                       TO WRK-CUPOM-LINHA
           ELSE
              STRING 'SERIE C  NUMERO ' WRK-DOC-NUMERO
                     DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
              END-STRING
           END-IF
           PERFORM 0519-EMITIR-LINHA-CUPOM
           STRING 'EMISSAO: ' WRK-DOC-STAMP(7:2) '/'
                  WRK-DOC-STAMP(5:2) '/' WRK-DOC-STAMP(1:4) ' '
                  WRK-DOC-STAMP(10:2) ':' WRK-DOC-STAMP(12:2) ':'
                  WRK-DOC-STAMP(14:2)
                  DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
           END-STRING
           PERFORM 0519-EMITIR-LINHA-CUPOM
           MOVE ALL '-'                TO WRK-CUPOM-LINHA
           PERFORM 0519-EMITIR-LINHA-CUPOM

           IF WRK-DOC-TIPO EQUAL 'D'
              STRING 'REF. CUPOM ' WRK-DOC-REFERENCIA
                     '  PRODUTO ' WRK-DEV-PRODUTO
                     '  QTDE ' WRK-DEV-QTDE
                     DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
              END-STRING
              PERFORM 0519-EMITIR-LINHA-CUPOM
           ELSE
              PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                         WRK-IND-ITEM GREATER WRK-QTD-ITENS
                 MOVE WRK-ITEM(WRK-IND-ITEM) TO WRK-CUPOM-VALOR
                 STRING WRK-ITEM-COD(WRK-IND-ITEM) ' '
                        WRK-ITEM-DESC(WRK-IND-ITEM) ' '
                        WRK-ITEM-QTDE(WRK-IND-ITEM) ' X '
                        WRK-CUPOM-VALOR
                        DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
                 END-STRING
                 PERFORM 0519-EMITIR-LINHA-CUPOM
              END-PERFORM
              IF WRK-TOTAL-COMPRA GREATER WRK-TOTAL-FINAL
                 COMPUTE WRK-CUPOM-VALOR =
                         WRK-TOTAL-COMPRA - WRK-TOTAL-FINAL
                 STRING 'DESCONTOS..............: -' WRK-CUPOM-VALOR
                        DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
                 END-STRING
                 PERFORM 0519-EMITIR-LINHA-CUPOM
              END-IF
           END-IF

           MOVE ALL '-'                TO WRK-CUPOM-LINHA
           PERFORM 0519-EMITIR-LINHA-CUPOM
           MOVE WRK-DOC-BRUTO          TO WRK-CUPOM-VALOR
           STRING 'VALOR TOTAL............: ' WRK-CUPOM-VALOR
                  DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
           END-STRING
           PERFORM 0519-EMITIR-LINHA-CUPOM
           MOVE WRK-DOC-ICMS           TO WRK-CUPOM-VALOR
           STRING 'TRIBUTOS - ICMS........: ' WRK-CUPOM-VALOR
                  DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
           END-STRING
           PERFORM 0519-EMITIR-LINHA-CUPOM
           MOVE WRK-DOC-IPI            TO WRK-CUPOM-VALOR
           STRING 'TRIBUTOS - IPI.........: ' WRK-CUPOM-VALOR
                  DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
           END-STRING
           PERFORM 0519-EMITIR-LINHA-CUPOM

           IF WRK-DOC-CPF GREATER ZEROS
              MOVE WRK-DOC-CPF         TO WRK-CUPOM-CPF-NUM
              MOVE SPACES              TO WRK-CUPOM-CPF
              STRING WRK-CUPOM-CPF-NUM(1:3) '.'
                     WRK-CUPOM-CPF-NUM(4:3) '.'
                     WRK-CUPOM-CPF-NUM(7:3) '-'
                     WRK-CUPOM-CPF-NUM(10:2)
                     DELIMITED BY SIZE INTO WRK-CUPOM-CPF
              END-STRING
              STRING 'CONSUMIDOR CPF: ' WRK-CUPOM-CPF
                     DELIMITED BY SIZE INTO WRK-CUPOM-LINHA
              END-STRING
           ELSE
              MOVE 'CONSUMIDOR NAO IDENTIFICADO'
                                       TO WRK-CUPOM-LINHA
           END-IF
           PERFORM 0519-EMITIR-LINHA-CUPOM
           MOVE ALL '='                TO WRK-CUPOM-LINHA
           PERFORM 0519-EMITIR-LINHA-CUPOM

           CLOSE ARQ-CUPOM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0512-end
       0512-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXIBIR E GRAVAR UMA LINHA DO CUPOM
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0519-emitir-linha-cupom
       0519-EMITIR-LINHA-CUPOM         SECTION.
      *----------------------------------------------------------------*

           DISPLAY FUNCTION TRIM(WRK-CUPOM-LINHA TRAILING)
           MOVE WRK-CUPOM-LINHA        TO FD-LIN-CUPOM
           WRITE FD-LIN-CUPOM
           MOVE SPACES                 TO WRK-CUPOM-LINHA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0519-end
       0519-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGULARIZAR OS CUPONS EMITIDOS EM CONTINGENCIA: CADA
      *    PENDENTE QUE CONSEGUIR NUMERO NA SERIE DO CUPOM VAI PARA
      *    NFREG.dat/NOTASTATUS.dat COM A DATA DA VENDA E FICA 'R'
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0520-regularizar-contingencia
       0520-REGULARIZAR-CONTINGENCIA   SECTION.
      *----------------------------------------------------------------*

           PERFORM 0521-CARREGAR-CONTINGENCIAS
           MOVE ZEROS                  TO WRK-QTDE-REGULARIZADOS

           PERFORM VARYING WRK-IND-CTG FROM 1 BY 1 UNTIL
                      WRK-IND-CTG GREATER WRK-QTDE-CTG
              IF TAB-CTG-SIT(WRK-IND-CTG) EQUAL 'P' AND
                 TAB-CTG-FILIAL(WRK-IND-CTG) EQUAL FIL001A-CODIGO
                 PERFORM 0543-NUMERAR-DOCUMENTO
                 IF WRK-DOC-NUMERO GREATER ZEROS
                    MOVE TAB-CTG-TIPO(WRK-IND-CTG)  TO WRK-DOC-TIPO
                    MOVE TAB-CTG-REFERENCIA(WRK-IND-CTG)
                                       TO WRK-DOC-REFERENCIA
                    MOVE TAB-CTG-STAMP(WRK-IND-CTG) TO WRK-DOC-STAMP
                    MOVE TAB-CTG-CPF(WRK-IND-CTG)   TO WRK-DOC-CPF
                    MOVE TAB-CTG-BRUTO(WRK-IND-CTG) TO WRK-DOC-BRUTO
                    MOVE TAB-CTG-ICMS(WRK-IND-CTG)  TO WRK-DOC-ICMS
                    MOVE TAB-CTG-IPI(WRK-IND-CTG)   TO WRK-DOC-IPI
                    MOVE ZEROS         TO WRK-DOC-ISS
                                          WRK-DOC-CLIENTE
                    MOVE TAB-CTG-UF(WRK-IND-CTG)    TO WRK-DOC-UF
                    IF WRK-DOC-TIPO EQUAL 'D'
                       MOVE SPACES     TO WRK-DOC-ORIGEM
                       STRING 'DC' WRK-DOC-REFERENCIA
                              DELIMITED BY SIZE INTO WRK-DOC-ORIGEM
                       END-STRING
                    ELSE
                       MOVE 'CAIXA'    TO WRK-DOC-ORIGEM
                    END-IF
                    PERFORM 0541-GRAVAR-REGISTRO-FISCAL
                    MOVE 'R'           TO TAB-CTG-SIT(WRK-IND-CTG)
                    MOVE WRK-DOC-NUMERO
                                       TO TAB-CTG-NUMERO(WRK-IND-CTG)
                    ADD 1              TO WRK-QTDE-REGULARIZADOS
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-QTDE-REGULARIZADOS GREATER ZEROS
              PERFORM 0522-REGRAVAR-CONTINGENCIAS
              DISPLAY 'CUPONS DE CONTINGENCIA REGULARIZADOS: '
                       WRK-QTDE-REGULARIZADOS
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0520-end
       0520-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR NFCECONT.dat NA TABELA DE CONTINGENCIAS
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0521-carregar-contingencias
       0521-CARREGAR-CONTINGENCIAS     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CTG
           MOVE 'N'                    TO WRK-FIM-NFCE
           OPEN INPUT ARQ-NFCECONT
           PERFORM UNTIL WRK-FIM-NFCE EQUAL 'S'
              READ ARQ-NFCECONT
                 AT END MOVE 'S'       TO WRK-FIM-NFCE
                 NOT AT END
                    MOVE SPACES        TO WRK-CTG-CAMPOS
                    UNSTRING FD-LIN-NFCECONT DELIMITED BY SEP
                       INTO WRK-CTG-STAMP WRK-CTG-TIPO
                            WRK-CTG-REFERENCIA WRK-CTG-FILIAL
                            WRK-CTG-CPF WRK-CTG-BRUTO WRK-CTG-ICMS
                            WRK-CTG-IPI WRK-CTG-UF WRK-CTG-SIT
                            WRK-CTG-NUMERO
                    END-UNSTRING
                    IF WRK-CTG-STAMP(1:8) IS NUMERIC AND
                       WRK-CTG-BRUTO IS NUMERIC AND
                       WRK-QTDE-CTG LESS WRK-MAX-TAB-CTG
                       ADD 1           TO WRK-QTDE-CTG
                       MOVE WRK-CTG-STAMP
                            TO TAB-CTG-STAMP(WRK-QTDE-CTG)
                       MOVE WRK-CTG-TIPO
                            TO TAB-CTG-TIPO(WRK-QTDE-CTG)
                       MOVE ZEROS TO TAB-CTG-REFERENCIA(WRK-QTDE-CTG)
                                     TAB-CTG-CPF(WRK-QTDE-CTG)
                                     TAB-CTG-ICMS(WRK-QTDE-CTG)
                                     TAB-CTG-IPI(WRK-QTDE-CTG)
                                     TAB-CTG-NUMERO(WRK-QTDE-CTG)
                       IF WRK-CTG-REFERENCIA IS NUMERIC
                          MOVE WRK-CTG-REFERENCIA
                               TO TAB-CTG-REFERENCIA(WRK-QTDE-CTG)
                       END-IF
                       MOVE WRK-CTG-FILIAL
                            TO TAB-CTG-FILIAL(WRK-QTDE-CTG)
                       IF WRK-CTG-CPF IS NUMERIC
                          MOVE WRK-CTG-CPF
                               TO TAB-CTG-CPF(WRK-QTDE-CTG)
                       END-IF
                       MOVE WRK-CTG-BRUTO-V
                            TO TAB-CTG-BRUTO(WRK-QTDE-CTG)
                       IF WRK-CTG-ICMS IS NUMERIC
                          MOVE WRK-CTG-ICMS-V
                               TO TAB-CTG-ICMS(WRK-QTDE-CTG)
                       END-IF
                       IF WRK-CTG-IPI IS NUMERIC
                          MOVE WRK-CTG-IPI-V
                               TO TAB-CTG-IPI(WRK-QTDE-CTG)
                       END-IF
                       MOVE WRK-CTG-UF
                            TO TAB-CTG-UF(WRK-QTDE-CTG)
                       MOVE WRK-CTG-SIT
                            TO TAB-CTG-SIT(WRK-QTDE-CTG)
                       IF WRK-CTG-NUMERO IS NUMERIC
                          MOVE WRK-CTG-NUMERO
                               TO TAB-CTG-NUMERO(WRK-QTDE-CTG)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-NFCECONT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0521-end
       0521-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR NFCECONT.dat COM A SITUACAO ATUALIZADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0522-regravar-contingencias
       0522-REGRAVAR-CONTINGENCIAS     SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-NFCECONT
           PERFORM VARYING WRK-IND-CTG FROM 1 BY 1 UNTIL
                      WRK-IND-CTG GREATER WRK-QTDE-CTG
              MOVE SPACES              TO FD-LIN-NFCECONT
              STRING TAB-CTG-STAMP(WRK-IND-CTG)      SEP
                     TAB-CTG-TIPO(WRK-IND-CTG)       SEP
                     TAB-CTG-REFERENCIA(WRK-IND-CTG) SEP
                     TAB-CTG-FILIAL(WRK-IND-CTG)     SEP
                     TAB-CTG-CPF(WRK-IND-CTG)        SEP
                     TAB-CTG-BRUTO(WRK-IND-CTG)      SEP
                     TAB-CTG-ICMS(WRK-IND-CTG)       SEP
                     TAB-CTG-IPI(WRK-IND-CTG)        SEP
                     TAB-CTG-UF(WRK-IND-CTG)         SEP
                     TAB-CTG-SIT(WRK-IND-CTG)        SEP
                     TAB-CTG-NUMERO(WRK-IND-CTG)     SEP
                     DELIMITED BY SIZE INTO FD-LIN-NFCECONT
              END-STRING
              WRITE FD-LIN-NFCECONT
           END-PERFORM
           CLOSE ARQ-NFCECONT
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0522-end
       0522-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLUCAO FISCAL: LOCALIZA O CUPOM DA VENDA PELA DATA-HORA
      *    DE REFERENCIA. DEVOLUCAO TOTAL NO DIA DA VENDA CANCELA O
      *    CUPOM; AS DEMAIS EMITEM O CUPOM DE DEVOLUCAO NA SERIE DO
      *    CUPOM (ORIGEM 'DC'+CUPOM ORIGINAL NO NFREG.dat), COM OS
      *    TRIBUTOS PROPORCIONAIS AO VALOR DEVOLVIDO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0530-devolucao-fiscal
       0530-DEVOLUCAO-FISCAL           SECTION.
      *----------------------------------------------------------------*

      *    UM CUPOM AINDA EM CONTINGENCIA PODE SER NUMERADO AGORA
           PERFORM 0520-REGULARIZAR-CONTINGENCIA

           PERFORM 0531-LOCALIZAR-CUPOM
           IF WRK-CUP-ACHADO NOT EQUAL 'S'
              DISPLAY 'VENDA SEM CUPOM FISCAL - DEVOLUCAO SEM '
                      'DOCUMENTO FISCAL'
              EXIT SECTION
           END-IF
           IF WRK-CUP-NUMERO EQUAL ZEROS
              DISPLAY 'CUPOM DA VENDA EM CONTINGENCIA NAO '
                      'REGULARIZADO - DEVOLUCAO FISCAL NAO EMITIDA'
              EXIT SECTION
           END-IF

           PERFORM 0532-LER-CUPOM-ORIGINAL
           IF WRK-CUP-ACHADO NOT EQUAL 'S'
              DISPLAY 'CUPOM ' WRK-CUP-NUMERO ' NAO LOCALIZADO EM '
                      'NFREG.dat - DEVOLUCAO FISCAL NAO EMITIDA'
              EXIT SECTION
           END-IF
           IF WRK-CUP-SITUACAO EQUAL 'CANCELADA'
              DISPLAY 'CUPOM ' WRK-CUP-NUMERO ' JA CANCELADO'
              EXIT SECTION
           END-IF

           COMPUTE WRK-CUP-SALDO = WRK-CUP-BRUTO - WRK-CUP-DEVOLVIDO
           IF WRK-CUP-SALDO EQUAL ZEROS
              DISPLAY 'CUPOM ' WRK-CUP-NUMERO ' JA TOTALMENTE '
                      'DEVOLVIDO'
              EXIT SECTION
           END-IF

      *    SO CANCELA O CUPOM QUE AINDA NAO TEVE DEVOLUCAO PARCIAL
           IF WRK-DEV-VALOR NOT LESS WRK-CUP-BRUTO AND
              WRK-CUP-DEVOLVIDO EQUAL ZEROS AND
              WRK-CUP-DATA EQUAL WS-DATE
              OPEN EXTEND ARQ-STATUS
              MOVE SPACES              TO FD-LIN-STATUS
              STRING WRK-CUP-NUMERO SEP 'CANCELADA' SEP
                     FIL001A-CODIGO
                     DELIMITED BY SIZE INTO FD-LIN-STATUS
              END-STRING
              WRITE FD-LIN-STATUS
              CLOSE ARQ-STATUS
              DISPLAY 'CUPOM FISCAL ' WRK-CUP-NUMERO ' CANCELADO'
              EXIT SECTION
           END-IF

           MOVE 'D'                    TO WRK-DOC-TIPO
           MOVE WRK-CUP-NUMERO         TO WRK-DOC-REFERENCIA
           MOVE SPACES                 TO WRK-DOC-STAMP
           STRING WS-DATE '-' WS-TIME  DELIMITED BY SIZE
                  INTO WRK-DOC-STAMP
           END-STRING
           MOVE ZEROS                  TO WRK-DOC-CPF
                                          WRK-DOC-ISS
                                          WRK-DOC-CLIENTE
           IF WRK-DEV-VALOR GREATER WRK-CUP-SALDO
              MOVE WRK-CUP-SALDO       TO WRK-DOC-BRUTO
           ELSE
              MOVE WRK-DEV-VALOR       TO WRK-DOC-BRUTO
           END-IF
           IF WRK-CUP-BRUTO GREATER ZEROS
              COMPUTE WRK-DOC-ICMS ROUNDED =
                      WRK-CUP-ICMS * WRK-DOC-BRUTO / WRK-CUP-BRUTO
              COMPUTE WRK-DOC-IPI ROUNDED =
                      WRK-CUP-IPI * WRK-DOC-BRUTO / WRK-CUP-BRUTO
           ELSE
              MOVE ZEROS               TO WRK-DOC-ICMS
                                          WRK-DOC-IPI
           END-IF
           MOVE WRK-NFCE-UF            TO WRK-DOC-UF
           MOVE SPACES                 TO WRK-DOC-ORIGEM
           STRING 'DC' WRK-CUP-NUMERO  DELIMITED BY SIZE
                  INTO WRK-DOC-ORIGEM
           END-STRING

           PERFORM 0540-REGISTRAR-DOCUMENTO
           PERFORM 0512-IMPRIMIR-CUPOM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0530-end
       0530-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR NO CAIXALOG.dat A LINHA NFCE= DA VENDA DE
      *    REFERENCIA; CUPOM DE CONTINGENCIA VALE O NUMERO DA
      *    REGULARIZACAO (ZERO ENQUANTO PENDENTE)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0531-localizar-cupom
       0531-LOCALIZAR-CUPOM            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CUP-ACHADO
           MOVE ZEROS                  TO WRK-CUP-NUMERO
           MOVE 'N'                    TO WRK-FIM-NFCE

           OPEN INPUT CAIXA-LOG
           IF WRK-FS-CAIXALOG NOT EQUAL '00'
              MOVE 'S'                 TO WRK-FIM-NFCE
           END-IF
           PERFORM UNTIL WRK-FIM-NFCE EQUAL 'S'
              READ CAIXA-LOG
                 AT END MOVE 'S'       TO WRK-FIM-NFCE
                 NOT AT END
                    MOVE ZEROS         TO WRK-TALLY-NFCE
                    INSPECT FD-CAIXALOG-LINHA TALLYING WRK-TALLY-NFCE
                            FOR ALL ' | NFCE='
                    IF FD-CAIXALOG-LINHA(1:15) EQUAL
                       WRK-DEV-REFERENCIA AND
                       WRK-TALLY-NFCE GREATER ZEROS
                       MOVE SPACES     TO WRK-CUP-TEXTO
                       UNSTRING FD-CAIXALOG-LINHA
                          DELIMITED BY ' | NFCE=' OR ' | FIL='
                          INTO WRK-CUP-DATA WRK-CUP-TEXTO
                       END-UNSTRING
                       MOVE 'S'        TO WRK-CUP-ACHADO
                       IF WRK-CUP-TEXTO(1:6) IS NUMERIC
                          MOVE WRK-CUP-TEXTO(1:6)
                                       TO WRK-CUP-NUMERO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAIXA-LOG

           IF WRK-CUP-ACHADO EQUAL 'S' AND
              WRK-CUP-NUMERO EQUAL ZEROS
              PERFORM VARYING WRK-IND-CTG FROM 1 BY 1 UNTIL
                         WRK-IND-CTG GREATER WRK-QTDE-CTG
                 IF TAB-CTG-STAMP(WRK-IND-CTG) EQUAL
                    WRK-DEV-REFERENCIA AND
                    TAB-CTG-TIPO(WRK-IND-CTG) EQUAL 'V' AND
                    TAB-CTG-SIT(WRK-IND-CTG) EQUAL 'R'
                    MOVE TAB-CTG-NUMERO(WRK-IND-CTG)
                                       TO WRK-CUP-NUMERO
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0531-end
       0531-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER O CUPOM ORIGINAL EM NFREG.dat (NUMERO + FILIAL + ORIGEM
      *    'CAIXA'), O JA DEVOLVIDO NOS CUPONS DE DEVOLUCAO ('DC'+
      *    CUPOM) E A ULTIMA SITUACAO DO CUPOM EM NOTASTATUS.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0532-ler-cupom-original
       0532-LER-CUPOM-ORIGINAL         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CUP-ACHADO
           MOVE SPACES                 TO WRK-CUP-DATA
                                          WRK-CUP-SITUACAO
           MOVE ZEROS                  TO WRK-CUP-BRUTO
                                          WRK-CUP-ICMS
                                          WRK-CUP-IPI
                                          WRK-CUP-DEVOLVIDO
           MOVE SPACES                 TO WRK-CUP-ORIGEM-DEV
           STRING 'DC' WRK-CUP-NUMERO  DELIMITED BY SIZE
                  INTO WRK-CUP-ORIGEM-DEV
           END-STRING
           MOVE 'N'                    TO WRK-FIM-NFCE

           OPEN INPUT ARQ-NFREG
           PERFORM UNTIL WRK-FIM-NFCE EQUAL 'S'
              READ ARQ-NFREG
                 AT END MOVE 'S'       TO WRK-FIM-NFCE
                 NOT AT END
                    MOVE SPACES        TO WRK-NFR-CAMPOS
                    UNSTRING FD-LIN-NFREG DELIMITED BY SEP
                       INTO WRK-NFR-NUMERO WRK-NFR-DATA
                            WRK-NFR-BRUTO WRK-NFR-ICMS WRK-NFR-ISS
                            WRK-NFR-TOTAL WRK-NFR-TX-ICMS
                            WRK-NFR-TX-ISS WRK-NFR-CLIENTE
                            WRK-NFR-IPI WRK-NFR-ORIGEM
                            WRK-NFR-FILIAL
                    END-UNSTRING
                    IF WRK-NFR-NUMERO IS NUMERIC AND
                       WRK-NFR-NUMERO EQUAL WRK-CUP-NUMERO AND
                       WRK-NFR-FILIAL EQUAL FIL001A-CODIGO AND
                       WRK-NFR-ORIGEM EQUAL 'CAIXA' AND
                       WRK-NFR-BRUTO IS NUMERIC
                       MOVE 'S'        TO WRK-CUP-ACHADO
                       MOVE WRK-NFR-DATA
                                       TO WRK-CUP-DATA
                       MOVE WRK-NFR-BRUTO-V
                                       TO WRK-CUP-BRUTO
                       IF WRK-NFR-ICMS IS NUMERIC
                          MOVE WRK-NFR-ICMS-V
                                       TO WRK-CUP-ICMS
                       END-IF
                       IF WRK-NFR-IPI IS NUMERIC
                          MOVE WRK-NFR-IPI-V
                                       TO WRK-CUP-IPI
                       END-IF
                    END-IF
                    IF WRK-NFR-ORIGEM EQUAL WRK-CUP-ORIGEM-DEV AND
                       WRK-NFR-FILIAL EQUAL FIL001A-CODIGO AND
                       WRK-NFR-BRUTO IS NUMERIC
                       ADD WRK-NFR-BRUTO-V
                                       TO WRK-CUP-DEVOLVIDO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-NFREG

           IF WRK-CUP-ACHADO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE 'N'                    TO WRK-FIM-NFCE
           OPEN INPUT ARQ-STATUS
           PERFORM UNTIL WRK-FIM-NFCE EQUAL 'S'
              READ ARQ-STATUS
                 AT END MOVE 'S'       TO WRK-FIM-NFCE
                 NOT AT END
                    MOVE SPACES        TO WRK-STS-NOTA
                                          WRK-STS-SITUACAO
                                          WRK-STS-FILIAL
                    UNSTRING FD-LIN-STATUS DELIMITED BY SEP
                       INTO WRK-STS-NOTA WRK-STS-SITUACAO
                            WRK-STS-FILIAL
                    END-UNSTRING
                    IF WRK-STS-NOTA IS NUMERIC AND
                       WRK-STS-NOTA EQUAL WRK-CUP-NUMERO AND
                       WRK-STS-FILIAL EQUAL FIL001A-CODIGO
                       MOVE WRK-STS-SITUACAO
                                       TO WRK-CUP-SITUACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-STATUS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0532-end
       0532-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR O DOCUMENTO CORRENTE: COM NUMERO NA SERIE DO
      *    CUPOM VAI PARA NFREG.dat/NOTASTATUS.dat; SEM NUMERO SAI EM
      *    CONTINGENCIA E FICA PENDENTE EM NFCECONT.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0540-registrar-documento
       0540-REGISTRAR-DOCUMENTO        SECTION.
      *----------------------------------------------------------------*

           PERFORM 0543-NUMERAR-DOCUMENTO

           IF WRK-DOC-NUMERO GREATER ZEROS
              MOVE 'N'                 TO WRK-DOC-CONTINGENCIA
              PERFORM 0541-GRAVAR-REGISTRO-FISCAL
              DISPLAY 'CUPOM FISCAL N. ' WRK-DOC-NUMERO ' EMITIDO'
              EXIT SECTION
           END-IF

           MOVE 'S'                    TO WRK-DOC-CONTINGENCIA
           OPEN EXTEND ARQ-NFCECONT
           MOVE SPACES                 TO FD-LIN-NFCECONT
           STRING WRK-DOC-STAMP SEP WRK-DOC-TIPO SEP
                  WRK-DOC-REFERENCIA SEP FIL001A-CODIGO SEP
                  WRK-DOC-CPF SEP WRK-DOC-BRUTO SEP
                  WRK-DOC-ICMS SEP WRK-DOC-IPI SEP
                  WRK-DOC-UF SEP 'P' SEP '000000' SEP
                  DELIMITED BY SIZE INTO FD-LIN-NFCECONT
           END-STRING
           WRITE FD-LIN-NFCECONT
           CLOSE ARQ-NFCECONT
           DISPLAY 'SEM NUMERACAO DE CUPOM - EMITIDO EM CONTINGENCIA,'
                   ' PENDENTE DE REGULARIZACAO'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0540-end
       0540-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O DOCUMENTO NUMERADO EM NFREG.dat (LAYOUT DO
      *    PROG027A, ORIGEM 'CAIXA' OU 'DC'+CUPOM) E EMITIDA EM
      *    NOTASTATUS.dat
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0541-gravar-registro-fiscal
       0541-GRAVAR-REGISTRO-FISCAL     SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-NFREG
           MOVE SPACES                 TO FD-LIN-NFREG
           STRING WRK-DOC-NUMERO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-STAMP(1:8)   DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-BRUTO        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-ICMS         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-ISS          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-BRUTO        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NFCE-TX-ICMS     DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-NFCE-TX-ISS      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-CLIENTE      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-IPI          DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-ORIGEM       DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  FIL001A-CODIGO       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-DOC-UF           DELIMITED BY SIZE
                  INTO FD-LIN-NFREG
           END-STRING
           WRITE FD-LIN-NFREG
           CLOSE ARQ-NFREG

           OPEN EXTEND ARQ-STATUS
           MOVE SPACES                 TO FD-LIN-STATUS
           STRING WRK-DOC-NUMERO SEP 'EMITIDA' SEP FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-STATUS
           END-STRING
           WRITE FD-LIN-STATUS
           CLOSE ARQ-STATUS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0541-end
       0541-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESERVAR O PROXIMO NUMERO DA SERIE DO CUPOM ('C') DA
      *    FILIAL DESTA INSTALACAO (NOTASEQ.dat VIA FILIAL1B) - ZERO
      *    QUANDO A SERIE NAO PODE SER NUMERADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0543-numerar-documento
       0543-NUMERAR-DOCUMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO FIL001A-ACAO
           MOVE 'C'                    TO FIL001A-SERIE
           MOVE ZEROS                  TO FIL001A-NOTA-NUMERO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO
           MOVE FIL001A-NOTA-NUMERO    TO WRK-DOC-NUMERO
           MOVE SPACES                 TO FIL001A-SERIE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0543-end
       0543-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR, ANTES DE CADA OPERACAO DO MENU, SE ESTOQUE.dat E
      *    CAIXALOG.dat ESTAO ACESSIVEIS. SEM ELES O CAIXA OPERA EM
      *    CONTINGENCIA (PRECOS DE PRECOSNAP.dat, LOG E BAIXAS NA FILA
      *    CAIXAFILA.dat); COM ELES A FILA PENDENTE E REPROCESSADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0600-verificar-contingencia
       0600-VERIFICAR-CONTINGENCIA     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-FILA-OPERACAO
           MOVE 'N'                    TO WRK-CONTINGENCIA

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE EQUAL '00'
              CLOSE ARQUIVO-EST
           ELSE
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE
              MOVE 'S'                 TO WRK-CONTINGENCIA
           END-IF

           OPEN EXTEND CAIXA-LOG
           IF WRK-FS-CAIXALOG EQUAL '00'
              CLOSE CAIXA-LOG
           ELSE
              DISPLAY 'CAIXALOG.dat INDISPONIVEL - STATUS: '
                       WRK-FS-CAIXALOG
              MOVE 'S'                 TO WRK-CONTINGENCIA
           END-IF

           IF WRK-CONTINGENCIA EQUAL 'S'
              DISPLAY '*** CAIXA EM CONTINGENCIA - PRECOS DA COPIA '
                      'LOCAL E MOVIMENTO NA FILA ***'
              IF WRK-SNAP-CARREGADO NOT EQUAL 'S'
                 PERFORM 0622-CARREGAR-SNAPSHOT
              END-IF
              EXIT SECTION
           END-IF

           IF WRK-SNAP-GERADO NOT EQUAL 'S'
              PERFORM 0620-GERAR-SNAPSHOT
           END-IF

           PERFORM 0610-REPROCESSAR-FILA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0600-end
       0600-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NUMERAR A OPERACAO NA FILA: MAIOR NUMERO DE CAIXAFILA.dat
      *    MAIS 1. UMA OPERACAO DO MENU E UM NUMERO SO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0601-numerar-operacao
       0601-NUMERAR-OPERACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-FILA-OPERACAO
           MOVE 'N'                    TO WRK-FIM-FILA
           OPEN INPUT ARQ-FILA
           PERFORM UNTIL WRK-FIM-FILA EQUAL 'S'
              READ ARQ-FILA
                 AT END MOVE 'S'       TO WRK-FIM-FILA
                 NOT AT END
                    MOVE FD-LIN-FILA   TO WRK-REG-FILA
                    IF WRK-RFL-OPERACAO IS NUMERIC AND
                       WRK-RFL-OPERACAO GREATER WRK-FILA-OPERACAO
                       MOVE WRK-RFL-OPERACAO TO WRK-FILA-OPERACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-FILA

           ADD 1                       TO WRK-FILA-OPERACAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0601-end
       0601-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR NA FILA OS ITENS DA VENDA A BAIXAR (TIPO I), COM A
      *    DATA-HORA DA VENDA PARA O MOVIMENTO DE ESTOQUE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0602-enfileirar-itens
       0602-ENFILEIRAR-ITENS           SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER WRK-QTD-ITENS
              IF WRK-ITEM-COD(WRK-IND-ITEM) GREATER ZEROS
                 MOVE WRK-ITEM-COD(WRK-IND-ITEM)  TO WRK-FIT-PRODUTO
                 MOVE WRK-ITEM-QTDE(WRK-IND-ITEM) TO WRK-FIT-QTDE
                 MOVE WS-DATE          TO WRK-FIT-DATA
                 MOVE WS-TIME          TO WRK-FIT-HORA
                 MOVE 'I'              TO WRK-RFL-TIPO
                 MOVE WRK-FILA-ITEM    TO WRK-RFL-DADOS
                 PERFORM 0603-GRAVAR-FILA
              END-IF
           END-PERFORM

           IF WRK-FILA-OPERACAO GREATER ZEROS
              DISPLAY 'VENDA GRAVADA NA FILA DE CONTINGENCIA - '
                      'OPERACAO ' WRK-FILA-OPERACAO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0602-end
       0602-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UMA LINHA PENDENTE (WRK-RFL-TIPO/WRK-RFL-DADOS) NA
      *    FILA CAIXAFILA.dat, NA OPERACAO CORRENTE
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0603-gravar-fila
       0603-GRAVAR-FILA                SECTION.
      *----------------------------------------------------------------*

           IF WRK-FILA-OPERACAO EQUAL ZEROS
              PERFORM 0601-NUMERAR-OPERACAO
           END-IF

           MOVE WRK-FILA-OPERACAO      TO WRK-RFL-OPERACAO
           MOVE 'P'                    TO WRK-RFL-SIT

           OPEN EXTEND ARQ-FILA
           MOVE WRK-REG-FILA           TO FD-LIN-FILA
           WRITE FD-LIN-FILA
           CLOSE ARQ-FILA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0603-end
       0603-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REPROCESSAR A FILA DE CONTINGENCIA NA ORDEM EM QUE FOI
      *    GRAVADA: AS LINHAS DE LOG VAO PARA O CAIXALOG.dat E OS ITENS
      *    BAIXAM O ESTOQUE DA LOJA. CADA OPERACAO CONCLUIDA E MARCADA
      *    COMO R EM CAIXAFILA.dat PARA NAO SER POSTADA DE NOVO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0610-reprocessar-fila
       0610-REPROCESSAR-FILA           SECTION.
      *----------------------------------------------------------------*

           PERFORM 0611-CARREGAR-FILA
           IF WRK-QTDE-PENDENTES EQUAL ZEROS
              EXIT SECTION
           END-IF

           IF WRK-FILA-EXCEDIDA EQUAL 'S'
              DISPLAY 'CAIXAFILA.dat PASSA DE ' WRK-MAX-TAB-FILA
                      ' LINHAS - FILA NAO REPROCESSADA'
              EXIT SECTION
           END-IF

           OPEN EXTEND CAIXA-LOG
           IF WRK-FS-CAIXALOG NOT EQUAL '00'
              EXIT SECTION
           END-IF

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              CLOSE CAIXA-LOG
              EXIT SECTION
           END-IF

           OPEN EXTEND ARQ-FILAREC
           MOVE SPACES                 TO FD-LIN-FILAREC
           STRING 'REPROCESSAMENTO DA FILA DE CONTINGENCIA EM '
                  WS-DATE '-' WS-TIME ' - FILIAL ' FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-FILAREC
           END-STRING
           WRITE FD-LIN-FILAREC

           MOVE WS-DATE                TO WRK-SALVA-DATE
           MOVE WS-TIME                TO WRK-SALVA-TIME
           MOVE ZEROS                  TO WRK-OPER-ANTERIOR
                                          WRK-REC-OPERACOES
                                          WRK-REC-LINHAS
                                          WRK-REC-ITENS
                                          WRK-REC-NEGATIVOS
           MOVE 'S'                    TO WRK-REPROCESSANDO

           PERFORM VARYING WRK-IND-FILA FROM 1 BY 1 UNTIL
                      WRK-IND-FILA GREATER WRK-QTDE-FILA
              IF TAB-FIL-SIT(WRK-IND-FILA) EQUAL 'P'
                 IF TAB-FIL-OPERACAO(WRK-IND-FILA) NOT EQUAL
                    WRK-OPER-ANTERIOR
                    IF WRK-OPER-ANTERIOR GREATER ZEROS
                       PERFORM 0612-REGRAVAR-FILA
                    END-IF
                    MOVE TAB-FIL-OPERACAO(WRK-IND-FILA)
                                       TO WRK-OPER-ANTERIOR
                    ADD 1              TO WRK-REC-OPERACOES
                    MOVE SPACES        TO FD-LIN-FILAREC
                    STRING ' OPERACAO ' WRK-OPER-ANTERIOR
                           DELIMITED BY SIZE INTO FD-LIN-FILAREC
                    END-STRING
                    WRITE FD-LIN-FILAREC
                 END-IF
                 PERFORM 0613-REPROCESSAR-LINHA
                 MOVE 'R'              TO TAB-FIL-SIT(WRK-IND-FILA)
              END-IF
           END-PERFORM
           PERFORM 0612-REGRAVAR-FILA

           MOVE 'N'                    TO WRK-REPROCESSANDO
           MOVE WRK-SALVA-DATE         TO WS-DATE
           MOVE WRK-SALVA-TIME         TO WS-TIME

           MOVE SPACES                 TO FD-LIN-FILAREC
           STRING ' TOTAL: OPERACOES ' WRK-REC-OPERACOES
                  ' LINHAS DE LOG ' WRK-REC-LINHAS
                  ' ITENS BAIXADOS ' WRK-REC-ITENS
                  ' FALTAS ' WRK-REC-NEGATIVOS
                  DELIMITED BY SIZE INTO FD-LIN-FILAREC
           END-STRING
           WRITE FD-LIN-FILAREC
           DISPLAY 'FILA DE CONTINGENCIA REPROCESSADA (FILAREC.txt):'
           DISPLAY FD-LIN-FILAREC

           CLOSE ARQ-FILAREC
           CLOSE ARQUIVO-EST
           CLOSE CAIXA-LOG
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0610-end
       0610-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR CAIXAFILA.dat NA TABELA DA FILA, CONTANDO AS
      *    LINHAS PENDENTES
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0611-carregar-fila
       0611-CARREGAR-FILA              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-FILA
                                          WRK-QTDE-PENDENTES
           MOVE 'N'                    TO WRK-FIM-FILA
                                          WRK-FILA-EXCEDIDA
           OPEN INPUT ARQ-FILA
           PERFORM UNTIL WRK-FIM-FILA EQUAL 'S'
              READ ARQ-FILA
                 AT END MOVE 'S'       TO WRK-FIM-FILA
                 NOT AT END
                    MOVE FD-LIN-FILA   TO WRK-REG-FILA
                    IF WRK-RFL-OPERACAO IS NUMERIC
                       IF WRK-QTDE-FILA LESS WRK-MAX-TAB-FILA
                          ADD 1        TO WRK-QTDE-FILA
                          MOVE WRK-RFL-OPERACAO
                               TO TAB-FIL-OPERACAO(WRK-QTDE-FILA)
                          MOVE WRK-RFL-SIT
                               TO TAB-FIL-SIT(WRK-QTDE-FILA)
                          MOVE WRK-RFL-TIPO
                               TO TAB-FIL-TIPO(WRK-QTDE-FILA)
                          MOVE WRK-RFL-DADOS
                               TO TAB-FIL-DADOS(WRK-QTDE-FILA)
                          IF WRK-RFL-SIT EQUAL 'P'
                             ADD 1     TO WRK-QTDE-PENDENTES
                          END-IF
                       ELSE
                          MOVE 'S'     TO WRK-FILA-EXCEDIDA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-FILA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0611-end
       0611-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR CAIXAFILA.dat COM A SITUACAO ATUALIZADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0612-regravar-fila
       0612-REGRAVAR-FILA              SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-FILA
           PERFORM VARYING WRK-IND-FILA2 FROM 1 BY 1 UNTIL
                      WRK-IND-FILA2 GREATER WRK-QTDE-FILA
              MOVE TAB-FIL-OPERACAO(WRK-IND-FILA2)
                                       TO WRK-RFL-OPERACAO
              MOVE TAB-FIL-SIT(WRK-IND-FILA2)   TO WRK-RFL-SIT
              MOVE TAB-FIL-TIPO(WRK-IND-FILA2)  TO WRK-RFL-TIPO
              MOVE TAB-FIL-DADOS(WRK-IND-FILA2) TO WRK-RFL-DADOS
              MOVE WRK-REG-FILA        TO FD-LIN-FILA
              WRITE FD-LIN-FILA
           END-PERFORM
           CLOSE ARQ-FILA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0612-end
       0612-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REPROCESSAR A LINHA WRK-IND-FILA DA FILA: LINHA DE LOG OU
      *    ITEM A BAIXAR COM A DATA-HORA DA VENDA NO MOVIMENTO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0613-reprocessar-linha
       0613-REPROCESSAR-LINHA          SECTION.
      *----------------------------------------------------------------*

           EVALUATE TAB-FIL-TIPO(WRK-IND-FILA)
              WHEN 'L'
                 MOVE SPACES           TO WRK-CAIXALOG-REGISTRO
                 MOVE TAB-FIL-DADOS(WRK-IND-FILA)
                                       TO FD-CAIXALOG-LINHA
                 PERFORM 0052-GRAVAR-LINHA-LOG
                 ADD 1                 TO WRK-REC-LINHAS
              WHEN 'I'
                 MOVE TAB-FIL-DADOS(WRK-IND-FILA) TO WRK-FILA-ITEM
                 IF WRK-FIT-PRODUTO IS NUMERIC AND
                    WRK-FIT-QTDE IS NUMERIC AND
                    WRK-FIT-DATA IS NUMERIC AND
                    WRK-FIT-HORA IS NUMERIC
                    MOVE WRK-FIT-DATA  TO WS-DATE
                    MOVE WRK-FIT-HORA  TO WS-TIME
                    MOVE 1             TO WRK-IND-ITEM
                    MOVE WRK-FIT-PRODUTO TO WRK-ITEM-COD(1)
                    MOVE WRK-FIT-QTDE  TO WRK-ITEM-QTDE(1)
                    PERFORM 0062-EXPLODIR-ITEM
                    ADD 1              TO WRK-REC-ITENS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0613-end
       0613-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR EM FILAREC.txt O PRODUTO DA FILA QUE DEIXARIA A
      *    LOJA NEGATIVA (SALDO WRK-REC-SALDO MENOR QUE A VENDA)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0614-registrar-negativo
       0614-REGISTRAR-NEGATIVO         SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-REC-FALTA = WRK-BAIXA-QTDE - WRK-REC-SALDO
           ADD 1                       TO WRK-REC-NEGATIVOS

           MOVE SPACES                 TO FD-LIN-FILAREC
           STRING '   PRODUTO ' WRK-BAIXA-COD
                  ' SALDO LOJA ' WRK-REC-SALDO
                  ' VENDIDO ' WRK-BAIXA-QTDE
                  ' FICARIA NEGATIVO EM ' WRK-REC-FALTA
                  ' - ' WRK-REC-MOTIVO
                  DELIMITED BY SIZE INTO FD-LIN-FILAREC
           END-STRING
           WRITE FD-LIN-FILAREC
           DISPLAY FD-LIN-FILAREC
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0614-end
       0614-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GERAR A COPIA LOCAL DOS PRECOS (PRECOSNAP.dat) A PARTIR DO
      *    ESTOQUE.dat, JA CARREGANDO A TABELA DE CONTINGENCIA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0620-gerar-snapshot
       0620-GERAR-SNAPSHOT             SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-SNAP
           MOVE ZEROS                  TO WRK-QTDE-SNAP
           MOVE 'N'                    TO WRK-FIM-SNAP
           PERFORM UNTIL WRK-FIM-SNAP EQUAL 'S'
              READ ARQUIVO-EST NEXT
                 AT END MOVE 'S'       TO WRK-FIM-SNAP
                 NOT AT END
                    MOVE SPACES        TO FD-LIN-SNAP
                    STRING FDE-COD-PRODUTO SEP FDE-NOME-PRODUTO SEP
                           FDE-VALOR-PRODUTO SEP
                           DELIMITED BY SIZE INTO FD-LIN-SNAP
                    END-STRING
                    WRITE FD-LIN-SNAP
                    IF WRK-QTDE-SNAP LESS WRK-MAX-TAB-SNAP
                       ADD 1           TO WRK-QTDE-SNAP
                       MOVE FDE-COD-PRODUTO
                            TO TAB-SNP-PRODUTO(WRK-QTDE-SNAP)
                       MOVE FDE-NOME-PRODUTO
                            TO TAB-SNP-NOME(WRK-QTDE-SNAP)
                       MOVE FDE-VALOR-PRODUTO
                            TO TAB-SNP-PRECO(WRK-QTDE-SNAP)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-SNAP
           CLOSE ARQUIVO-EST

           MOVE 'S'                    TO WRK-SNAP-GERADO
                                          WRK-SNAP-CARREGADO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0620-end
       0620-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR A COPIA LOCAL DOS PRECOS (PRECOSNAP.dat) QUANDO O
      *    CAIXA JA ABRE EM CONTINGENCIA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0622-carregar-snapshot
       0622-CARREGAR-SNAPSHOT          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-SNAP
           MOVE 'N'                    TO WRK-FIM-SNAP
           OPEN INPUT ARQ-SNAP
           PERFORM UNTIL WRK-FIM-SNAP EQUAL 'S'
              READ ARQ-SNAP
                 AT END MOVE 'S'       TO WRK-FIM-SNAP
                 NOT AT END
                    MOVE SPACES        TO WRK-SNAP-CAMPOS
                    UNSTRING FD-LIN-SNAP DELIMITED BY SEP
                       INTO WRK-SNP-PRODUTO WRK-SNP-NOME
                            WRK-SNP-PRECO
                    END-UNSTRING
                    IF WRK-SNP-PRODUTO IS NUMERIC AND
                       WRK-SNP-PRECO IS NUMERIC AND
                       WRK-QTDE-SNAP LESS WRK-MAX-TAB-SNAP
                       ADD 1           TO WRK-QTDE-SNAP
                       MOVE WRK-SNP-PRODUTO
                            TO TAB-SNP-PRODUTO(WRK-QTDE-SNAP)
                       MOVE WRK-SNP-NOME
                            TO TAB-SNP-NOME(WRK-QTDE-SNAP)
                       MOVE WRK-SNP-PRECO-V
                            TO TAB-SNP-PRECO(WRK-QTDE-SNAP)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQ-SNAP

           MOVE 'S'                    TO WRK-SNAP-CARREGADO
           IF WRK-QTDE-SNAP EQUAL ZEROS
              DISPLAY 'SEM COPIA LOCAL DE PRECOS (PRECOSNAP.dat) - '
                      'SO ITEM AVULSO (CODIGO 0)'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0622-end
       0622-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O PRODUTO WRK-COD-PRODUTO NA COPIA LOCAL DOS
      *    PRECOS, TRAZENDO A DESCRICAO E O PRECO UNITARIO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0623-preco-contingencia
       0623-PRECO-CONTINGENCIA         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU-SNAP
           PERFORM VARYING WRK-IND-SNAP FROM 1 BY 1 UNTIL
                      WRK-IND-SNAP GREATER WRK-QTDE-SNAP OR
                      WRK-ACHOU-SNAP EQUAL 'S'
              IF TAB-SNP-PRODUTO(WRK-IND-SNAP) EQUAL WRK-COD-PRODUTO
                 MOVE 'S'              TO WRK-ACHOU-SNAP
                 MOVE TAB-SNP-NOME(WRK-IND-SNAP)  TO WRK-DESC-ITEM
                 MOVE TAB-SNP-PRECO(WRK-IND-SNAP)
                                       TO WRK-PRECO-UNITARIO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0623-end
       0623-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
