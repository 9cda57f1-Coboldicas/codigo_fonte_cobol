      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO CADASTRO DE FILIAIS (FILIAL1B). CADA
      *              ESTABELECIMENTO (FILIAIS.dat, MANTIDO PELO
      *              FILIAL1A) TEM CODIGO DE 3 POSICOES E O CNPJ DE UMA
      *              EMPRESA VALIDADA EM EMPRESAS.dat. A FILIAL DESTA
      *              INSTALACAO FICA EM FILLOCAL.dat E E CARIMBADA
      *              PELOS GRAVADORES DE CAIXALOG.dat, NFREG.dat,
      *              MOVESTOQ.dat E LANCAGL.dat. A NUMERACAO DE NOTA
      *              FISCAL (NOTASEQ.dat) E UMA SERIE POR FILIAL.
      * MANUTENCAO.: 15/10/2026 - SERIE DO CUPOM FISCAL DE CONSUMIDOR
      *              (NFC-E DO CAIXAREG) EM NOTASEQ.dat, SEPARADA DA
      *              SERIE DA NOTA FISCAL DA MESMA FILIAL.
      *----------------------------------------------------------------*
      * FIL001A-ACAO.......: L = FILIAL DESTA INSTALACAO (FILLOCAL.dat)
      *                      C = CONSULTAR A FILIAL FIL001A-CODIGO
      *                      N = PROXIMO NUMERO DE NOTA DA SERIE DA
      *                          FILIAL FIL001A-CODIGO (RESERVA O
      *                          NUMERO EM NOTASEQ.dat)
      *                      U = ULTIMO NUMERO EMITIDO NA SERIE DA
      *                          FILIAL FIL001A-CODIGO (SO CONSULTA)
      * FIL001A-SERIE......: (ACOES N E U) BRANCO = NOTA FISCAL
      *                      C = CUPOM FISCAL DE CONSUMIDOR (NFC-E),
      *                          NUMERADO A PARTIR DE 500001 PARA NAO
      *                          COLIDIR COM A NOTA NA CHAVE NOTA +
      *                          FILIAL DE NFREG.dat/NOTASTATUS.dat
      * FIL001A-ENCONTRADA.: S = FILIAL CADASTRADA EM FILIAIS.dat
      * FIL001A-ATIVA......: S = SITUACAO 'A' NO CADASTRO
      * FIL001A-MATRIZ.....: FILIAL ASSUMIDA PARA REGISTRO GRAVADO
      *                      ANTES DA DIMENSAO DE FILIAL (CAMPO EM
      *                      BRANCO) E QUANDO NAO HA FILLOCAL.dat
      *================================================================*
       05  FIL001A-ACAO                  PIC X(01) VALUE SPACES.
       05  FIL001A-CODIGO                PIC X(03) VALUE SPACES.
       05  FIL001A-ENCONTRADA            PIC X(01) VALUE 'N'.
       05  FIL001A-ATIVA                 PIC X(01) VALUE 'N'.
       05  FIL001A-CNPJ                  PIC X(14) VALUE SPACES.
       05  FIL001A-NOME                  PIC X(30) VALUE SPACES.
       05  FIL001A-NOTA-NUMERO           PIC 9(06) VALUE ZEROS.
       05  FIL001A-MATRIZ                PIC X(03) VALUE '001'.
       05  FIL001A-SERIE                 PIC X(01) VALUE SPACES.
