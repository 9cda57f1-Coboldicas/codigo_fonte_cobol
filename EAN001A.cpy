      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DE CODIGOS DE BARRAS GTIN/EAN-13 DOS
      *              PRODUTOS (EANCOD1B). CADA PRODUTO DO ESTOQUE PODE
      *              TER UM OU MAIS CODIGOS EM EANPROD.dat (MANTIDO
      *              PELO EANCOD1A). O CODIGO LIDO ACEITA O CODIGO
      *              INTERNO DE ATE 5 DIGITOS OU O GTIN DE 8, 12 OU 13
      *              DIGITOS, NORMALIZADO PARA 13 COM ZEROS A ESQUERDA.
      *              CODIGO DE PESO/PRECO VARIAVEL DA BALANCA (PREFIXO
      *              2): 2 + PLU(5) + VALOR(6) + DIGITO, O PREFIXO DE
      *              6 POSICOES (2 + PLU) E CADASTRADO NO PRODUTO.
      *----------------------------------------------------------------*
      * EAN001A-ACAO.......: V = SO NORMALIZAR E VALIDAR O DIGITO
      *                          VERIFICADOR DE EAN001A-LIDO
      *                      C = CONSULTAR O PRODUTO DE EAN001A-LIDO
      * EAN001A-RETORNO....: I = CODIGO INTERNO (EAN001A-PRODUTO)
      *                      E = GTIN VALIDO (NA ACAO C, CADASTRADO
      *                          PARA EAN001A-PRODUTO)
      *                      D = DIGITO VERIFICADOR INVALIDO
      *                      N = GTIN VALIDO NAO CADASTRADO (ACAO C)
      *                      X = CODIGO INVALIDO (NAO NUMERICO OU
      *                          TAMANHO DIFERENTE DE 1-5, 8, 12, 13)
      * EAN001A-CODIGO.....: GTIN NORMALIZADO EM 13 DIGITOS
      * EAN001A-DIGITO.....: DIGITO VERIFICADOR CALCULADO (MODULO 10)
      * EAN001A-TIPO.......: N = CODIGO FIXO DO PRODUTO
      *                      P = PRECO VARIAVEL - EAN001A-VALOR
      *                      K = PESO VARIAVEL  - EAN001A-PESO (KG)
      *================================================================*
       05  EAN001A-ACAO                  PIC X(01) VALUE SPACES.
       05  EAN001A-LIDO                  PIC X(13) VALUE SPACES.
       05  EAN001A-RETORNO               PIC X(01) VALUE SPACES.
       05  EAN001A-CODIGO                PIC X(13) VALUE SPACES.
       05  EAN001A-DIGITO                PIC 9(01) VALUE ZEROS.
       05  EAN001A-PRODUTO               PIC 9(05) VALUE ZEROS.
       05  EAN001A-TIPO                  PIC X(01) VALUE SPACES.
       05  EAN001A-VALOR                 PIC 9(04)V99 VALUE ZEROS.
       05  EAN001A-PESO                  PIC 9(03)V999 VALUE ZEROS.
