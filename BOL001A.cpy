      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DA VALIDACAO/DECODIFICACAO DE BOLETO
      *              (BOLETO1B). ACEITA O CODIGO DE BARRAS (44
      *              DIGITOS), A LINHA DIGITAVEL BANCARIA (47 DIGITOS)
      *              OU A LINHA DIGITAVEL DE ARRECADACAO/CONVENIO (48
      *              DIGITOS, INICIADA POR 8). PONTOS, ESPACOS E
      *              HIFENS DIGITADOS SAO DESPREZADOS. OS DVS SAO
      *              CALCULADOS COMO NO PROG025A: MOD-10 NOS CAMPOS DA
      *              LINHA BANCARIA E MOD-11 NO DV GERAL DO CODIGO DE
      *              BARRAS (0, 1 OU 10 VIRA 1).
      *----------------------------------------------------------------*
      * ENTRADA
      * BOL001A-CODIGO.........: CODIGO DIGITADO OU LIDO
      * BOL001A-DATA-REF.......: DATA DE REFERENCIA (AAAAMMDD) PARA O
      *                          CICLO DO FATOR DE VENCIMENTO, QUE
      *                          VOLTA A 1000 DEPOIS DE 9999
      * SAIDA
      * BOL001A-TIPO...........: B = BANCARIO  C = ARRECADACAO
      * BOL001A-COD-BARRAS.....: CODIGO DE BARRAS DE 44 POSICOES
      * BOL001A-BANCO..........: BANCO EMISSOR (BANCARIO)
      * BOL001A-FATOR..........: FATOR DE VENCIMENTO (0 = SEM)
      * BOL001A-VENCIMENTO.....: VENCIMENTO DECODIFICADO (AAAAMMDD,
      *                          ZEROS QUANDO NAO HA FATOR)
      * BOL001A-VALOR..........: VALOR DO DOCUMENTO (ZEROS QUANDO O
      *                          BOLETO NAO TRAZ VALOR)
      * BOL001A-RETORNO........: S = OK
      *                          T = QUANTIDADE DE DIGITOS INVALIDA
      *                          1 A 4 = DV DO CAMPO INVALIDO
      *                          G = DV GERAL INVALIDO
      * BOL001A-MENSAGEM.......: DESCRICAO DO RETORNO
      *================================================================*
       05  BOL001A-CODIGO                PIC X(60) VALUE SPACES.
       05  BOL001A-DATA-REF              PIC 9(08) VALUE ZEROS.
       05  BOL001A-TIPO                  PIC X(01) VALUE SPACES.
       05  BOL001A-COD-BARRAS            PIC X(44) VALUE SPACES.
       05  BOL001A-BANCO                 PIC X(03) VALUE SPACES.
       05  BOL001A-FATOR                 PIC 9(04) VALUE ZEROS.
       05  BOL001A-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       05  BOL001A-VALOR                 PIC 9(09)V99 VALUE ZEROS.
       05  BOL001A-RETORNO               PIC X(01) VALUE SPACES.
       05  BOL001A-MENSAGEM              PIC X(40) VALUE SPACES.
