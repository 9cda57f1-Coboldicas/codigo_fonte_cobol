      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO PEDIDO DE APLICACAO DAS ALTERACOES DE
      *              PARAMETROS (PARAM01B). O CHAMADOR (PARAM01A NA
      *              MANUTENCAO, PARAM02A NA CADEIA BATCH) INFORMA A
      *              DATA DE REFERENCIA E O OPERADOR; O PARAM01B
      *              GRAVA NOS ARQUIVOS DE PARAMETROS TODA ALTERACAO
      *              APROVADA (SITUACAO 'A' EM PARMALT.dat) COM
      *              VIGENCIA ATE A DATA, MARCA-A 'V' E REGISTRA A
      *              APLICACAO NA TRILHA PARMLOG.dat.
      *----------------------------------------------------------------*
      * PAR001A-DATA-REF.......: (ENTRADA, AAAAMMDD) DATA DE VIGENCIA
      *                          ATE A QUAL AS ALTERACOES SAO GRAVADAS
      * PAR001A-OPERADOR.......: (ENTRADA) QUEM DISPAROU A APLICACAO
      * PAR001A-QTDE-APLICADAS.: (SAIDA) ALTERACOES GRAVADAS
      * PAR001A-RETORNO........: (SAIDA) S = OK
      *                          E = PARMALT.dat OU ARQUIVO DE
      *                              PARAMETROS ALEM DA CAPACIDADE -
      *                              NADA FOI GRAVADO
      *================================================================*
       05  PAR001A-DATA-REF              PIC 9(08) VALUE ZEROS.
       05  PAR001A-OPERADOR              PIC X(20) VALUE SPACES.
       05  PAR001A-QTDE-APLICADAS        PIC 9(04) VALUE ZEROS.
       05  PAR001A-RETORNO               PIC X(01) VALUE SPACES.
