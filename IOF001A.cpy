      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DAS ALIQUOTAS DE IOF SOBRE OPERACOES DE
      *              CAMBIO, POR TIPO DE OPERACAO. A TABELA PADRAO
      *              ABAIXO VALE QUANDO IOFPARM.dat NAO EXISTE OU ESTA
      *              VAZIO; COM O ARQUIVO PREENCHIDO, ELE SUBSTITUI A
      *              TABELA (MESMA REGRA DO MENUPROG.dat NO MENU01A).
      *              LINHA DE IOFPARM.dat:
      *              TIPO(1)|DESCRICAO(30)|ALIQ-VENDA|ALIQ-COMPRA|
      *              (ALIQUOTAS EM PERCENTUAL COM VIRGULA, EX. 3,50)
      *----------------------------------------------------------------*
      * TIPO.......: E = MOEDA EM ESPECIE
      *              C = CARTAO PRE-PAGO / CARTAO INTERNACIONAL
      *              T = TRANSFERENCIA AO EXTERIOR
      * ALIQ-VENDA.: A CASA VENDE A MOEDA AO CLIENTE (REAL PARA MOEDA
      *              ESTRANGEIRA) - IOF SOBRE O VALOR EM REAIS
      * ALIQ-COMPRA: A CASA COMPRA A MOEDA DO CLIENTE (MOEDA
      *              ESTRANGEIRA PARA REAL) - IOF SOBRE O VALOR BRUTO
      *              EM REAIS
      *================================================================*
       05  IOF001A-PADRAO.
           10  FILLER PIC X(01) VALUE 'E'.
           10  FILLER PIC X(30) VALUE 'MOEDA EM ESPECIE'.
           10  FILLER PIC 9(02)V99 VALUE 3,50.
           10  FILLER PIC 9(02)V99 VALUE 0,38.
           10  FILLER PIC X(01) VALUE 'C'.
           10  FILLER PIC X(30) VALUE 'CARTAO PRE-PAGO'.
           10  FILLER PIC 9(02)V99 VALUE 3,50.
           10  FILLER PIC 9(02)V99 VALUE 0,38.
           10  FILLER PIC X(01) VALUE 'T'.
           10  FILLER PIC X(30) VALUE 'TRANSFERENCIA AO EXTERIOR'.
           10  FILLER PIC 9(02)V99 VALUE 1,10.
           10  FILLER PIC 9(02)V99 VALUE 0,38.
       05  IOF001A-PADRAO-R REDEFINES IOF001A-PADRAO.
           10  IOF001A-PAD-ITEM OCCURS 3 TIMES.
               15  IOF001A-PAD-TIPO      PIC X(01).
               15  IOF001A-PAD-DESCRICAO PIC X(30).
               15  IOF001A-PAD-ALIQ-VENDA
                                         PIC 9(02)V99.
               15  IOF001A-PAD-ALIQ-COMPRA
                                         PIC 9(02)V99.
       05  IOF001A-QTDE-PADRAO           PIC 9(02) VALUE 3.
