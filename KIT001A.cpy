      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DA ESTRUTURA DE KIT / LISTA DE MATERIAIS
      *              (KITBOM1B). CADA KIT DE KITBOM.dat (MANTIDO PELO
      *              KITBOM1A) E UM PRODUTO DO ESTOQUE COM ATE 20
      *              COMPONENTES, TAMBEM PRODUTOS DO ESTOQUE, DE UM SO
      *              NIVEL (UM KIT NAO E COMPONENTE DE OUTRO KIT).
      *----------------------------------------------------------------*
      * KIT001A-ACAO.......: C = CONSULTAR O KIT KIT001A-PRODUTO
      * KIT001A-E-KIT......: S = PRODUTO TEM ESTRUTURA EM KITBOM.dat
      * KIT001A-TIPO.......: V = KIT VIRTUAL - NAO TEM ESTOQUE PROPRIO,
      *                          A VENDA BAIXA OS COMPONENTES
      *                      M = KIT MONTADO - TEM ESTOQUE PROPRIO,
      *                          PRODUZIDO PELA ORDEM DE MONTAGEM DO
      *                          PROG023B; A VENDA BAIXA O PROPRIO KIT
      * KIT001A-QTDE-COMP..: NUMERO DE COMPONENTES DEVOLVIDOS
      * KIT001A-COMP-QTDE..: QUANTIDADE DO COMPONENTE POR UNIDADE DO
      *                      KIT
      *================================================================*
       05  KIT001A-ACAO                  PIC X(01) VALUE SPACES.
       05  KIT001A-PRODUTO               PIC 9(05) VALUE ZEROS.
       05  KIT001A-E-KIT                 PIC X(01) VALUE 'N'.
       05  KIT001A-TIPO                  PIC X(01) VALUE SPACES.
       05  KIT001A-QTDE-COMP             PIC 9(02) VALUE ZEROS.
       05  KIT001A-COMPONENTE OCCURS 20 TIMES.
           10  KIT001A-COMP-COD          PIC 9(05) VALUE ZEROS.
           10  KIT001A-COMP-QTDE         PIC 9(05) VALUE ZEROS.
