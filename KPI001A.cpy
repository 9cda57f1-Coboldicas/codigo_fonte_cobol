      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DOS INDICADORES DO LIVRO MENSAL DE KPI
      *              (KPIMES1A) COM A META PADRAO DE CADA UM. A META E
      *              A TOLERANCIA ABAIXO VALEM QUANDO O INDICADOR NAO
      *              TEM LINHA EM KPIMETA.dat; A LINHA DO ARQUIVO
      *              SUBSTITUI SO A META E A TOLERANCIA DAQUELE CODIGO.
      *              LINHA DE KPIMETA.dat:
      *              CODIGO(8)|META|TOLERANCIA|
      *              (VALORES COM VIRGULA, EX. 150000,00|10,00|)
      *----------------------------------------------------------------*
      * UNIDADE....: V = VALOR EM REAIS      P = PERCENTUAL
      *              X = VEZES NO PERIODO    D = DIAS
      *              Q = QUANTIDADE
      * SENTIDO....: M = QUANTO MAIOR MELHOR (VERDE COM O VALOR IGUAL
      *                  OU ACIMA DA META, AMARELO ATE A TOLERANCIA
      *                  ABAIXO DELA)
      *              N = QUANTO MENOR MELHOR (VERDE COM O VALOR IGUAL
      *                  OU ABAIXO DA META, AMARELO ATE A TOLERANCIA
      *                  ACIMA DELA)
      * TOLERANCIA.: PERCENTUAL SOBRE A META. META ZERO = INDICADOR
      *              SEM META (SEM FAROL).
      *================================================================*
       05  KPI001A-PADRAO.
           10  FILLER PIC X(08) VALUE 'RECEITA'.
           10  FILLER PIC X(10) VALUE 'VENDAS'.
           10  FILLER PIC X(30) VALUE 'RECEITA LIQUIDA (PDV + NF)'.
           10  FILLER PIC X(01) VALUE 'V'.
           10  FILLER PIC X(01) VALUE 'M'.
           10  FILLER PIC 9(11)V99 VALUE 100000,00.
           10  FILLER PIC 9(03)V99 VALUE 10,00.
           10  FILLER PIC X(08) VALUE 'TICKET'.
           10  FILLER PIC X(10) VALUE 'VENDAS'.
           10  FILLER PIC X(30) VALUE 'TICKET MEDIO DO PDV'.
           10  FILLER PIC X(01) VALUE 'V'.
           10  FILLER PIC X(01) VALUE 'M'.
           10  FILLER PIC 9(11)V99 VALUE 50,00.
           10  FILLER PIC 9(03)V99 VALUE 10,00.
           10  FILLER PIC X(08) VALUE 'INADIMPL'.
           10  FILLER PIC X(10) VALUE 'RECEBIVEIS'.
           10  FILLER PIC X(30) VALUE 'TAXA DE INADIMPLENCIA'.
           10  FILLER PIC X(01) VALUE 'P'.
           10  FILLER PIC X(01) VALUE 'N'.
           10  FILLER PIC 9(11)V99 VALUE 5,00.
           10  FILLER PIC 9(03)V99 VALUE 20,00.
           10  FILLER PIC X(08) VALUE 'PDD'.
           10  FILLER PIC X(10) VALUE 'RECEBIVEIS'.
           10  FILLER PIC X(30) VALUE 'SALDO DA PDD'.
           10  FILLER PIC X(01) VALUE 'V'.
           10  FILLER PIC X(01) VALUE 'N'.
           10  FILLER PIC 9(11)V99 VALUE 10000,00.
           10  FILLER PIC 9(03)V99 VALUE 20,00.
           10  FILLER PIC X(08) VALUE 'GIRO'.
           10  FILLER PIC X(10) VALUE 'ESTOQUE'.
           10  FILLER PIC X(30) VALUE 'GIRO DO ESTOQUE'.
           10  FILLER PIC X(01) VALUE 'X'.
           10  FILLER PIC X(01) VALUE 'M'.
           10  FILLER PIC 9(11)V99 VALUE 1,00.
           10  FILLER PIC 9(03)V99 VALUE 20,00.
           10  FILLER PIC X(08) VALUE 'DIASEST'.
           10  FILLER PIC X(10) VALUE 'ESTOQUE'.
           10  FILLER PIC X(30) VALUE 'DIAS DE ESTOQUE'.
           10  FILLER PIC X(01) VALUE 'D'.
           10  FILLER PIC X(01) VALUE 'N'.
           10  FILLER PIC 9(11)V99 VALUE 30,00.
           10  FILLER PIC 9(03)V99 VALUE 20,00.
           10  FILLER PIC X(08) VALUE 'FOLHA'.
           10  FILLER PIC X(10) VALUE 'FOLHA'.
           10  FILLER PIC X(30) VALUE 'CUSTO DA FOLHA (LIQUIDOS)'.
           10  FILLER PIC X(01) VALUE 'V'.
           10  FILLER PIC X(01) VALUE 'N'.
           10  FILLER PIC 9(11)V99 VALUE 50000,00.
           10  FILLER PIC 9(03)V99 VALUE 5,00.
           10  FILLER PIC X(08) VALUE 'HEADCNT'.
           10  FILLER PIC X(10) VALUE 'FOLHA'.
           10  FILLER PIC X(30) VALUE 'QUADRO DE FUNCIONARIOS'.
           10  FILLER PIC X(01) VALUE 'Q'.
           10  FILLER PIC X(01) VALUE 'N'.
           10  FILLER PIC 9(11)V99 VALUE 20,00.
           10  FILLER PIC 9(03)V99 VALUE 10,00.
           10  FILLER PIC X(08) VALUE 'VOLBANC'.
           10  FILLER PIC X(10) VALUE 'BANCARIO'.
           10  FILLER PIC X(30) VALUE 'VOLUME TRANSACIONADO'.
           10  FILLER PIC X(01) VALUE 'V'.
           10  FILLER PIC X(01) VALUE 'M'.
           10  FILLER PIC 9(11)V99 VALUE 200000,00.
           10  FILLER PIC 9(03)V99 VALUE 10,00.
           10  FILLER PIC X(08) VALUE 'QTDBANC'.
           10  FILLER PIC X(10) VALUE 'BANCARIO'.
           10  FILLER PIC X(30) VALUE 'QUANTIDADE DE TRANSACOES'.
           10  FILLER PIC X(01) VALUE 'Q'.
           10  FILLER PIC X(01) VALUE 'M'.
           10  FILLER PIC 9(11)V99 VALUE 500,00.
           10  FILLER PIC 9(03)V99 VALUE 10,00.
       05  KPI001A-PADRAO-R REDEFINES KPI001A-PADRAO.
           10  KPI001A-PAD-ITEM OCCURS 10 TIMES.
               15  KPI001A-PAD-CODIGO    PIC X(08).
               15  KPI001A-PAD-AREA      PIC X(10).
               15  KPI001A-PAD-DESCRICAO PIC X(30).
               15  KPI001A-PAD-UNIDADE   PIC X(01).
               15  KPI001A-PAD-SENTIDO   PIC X(01).
               15  KPI001A-PAD-META      PIC 9(11)V99.
               15  KPI001A-PAD-TOLERANCIA
                                         PIC 9(03)V99.
       05  KPI001A-QTDE-PADRAO           PIC 9(02) VALUE 10.
