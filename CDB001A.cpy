      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO CALCULO DE RESGATE DE UMA APLICACAO EM
      *              CDB (CDBCAL1B). O SALDO BRUTO E O VALOR APLICADO
      *              VEZES O FATOR ACUMULADO DAS APROPRIACOES DIARIAS
      *              (CDBREN1A). SOBRE O RENDIMENTO INCIDEM O IOF
      *              REGRESSIVO (RESGATE COM MENOS DE 30 DIAS) E, SOBRE
      *              O RENDIMENTO MENOS O IOF, O IMPOSTO DE RENDA PELA
      *              TABELA REGRESSIVA DO PRAZO DA APLICACAO:
      *                ATE 180 DIAS......: 22,5%
      *                DE 181 A 360 DIAS.: 20,0%
      *                DE 361 A 720 DIAS.: 17,5%
      *                ACIMA DE 720 DIAS.: 15,0%
      *----------------------------------------------------------------*
      * ENTRADA
      * CDB001A-DATA-INICIO....: DATA DA APLICACAO (AAAAMMDD)
      * CDB001A-DATA-RESGATE...: DATA DO RESGATE (AAAAMMDD)
      * CDB001A-VALOR-APLICADO.: VALOR APLICADO
      * CDB001A-FATOR-ACUM.....: FATOR ACUMULADO DO RENDIMENTO
      * SAIDA
      * CDB001A-DIAS...........: DIAS CORRIDOS DA APLICACAO
      * CDB001A-VALOR-BRUTO....: SALDO BRUTO NA DATA
      * CDB001A-RENDIMENTO.....: SALDO BRUTO MENOS O VALOR APLICADO
      * CDB001A-ALIQ-IOF.......: PERCENTUAL DE IOF SOBRE O RENDIMENTO
      * CDB001A-VALOR-IOF......: IOF RETIDO
      * CDB001A-ALIQ-IR........: PERCENTUAL DE IR DO PRAZO
      * CDB001A-VALOR-IR.......: IR RETIDO NA FONTE
      * CDB001A-VALOR-LIQUIDO..: VALOR LIQUIDO A CREDITAR NA CONTA
      * CDB001A-RETORNO........: S = OK
      *                          E = DATAS INVALIDAS OU RESGATE
      *                              ANTERIOR A APLICACAO
      *================================================================*
       05  CDB001A-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       05  CDB001A-DATA-RESGATE          PIC 9(08) VALUE ZEROS.
       05  CDB001A-VALOR-APLICADO        PIC 9(11)V99 VALUE ZEROS.
       05  CDB001A-FATOR-ACUM            PIC 9(04)V9(08) VALUE ZEROS.
       05  CDB001A-DIAS                  PIC 9(05) VALUE ZEROS.
       05  CDB001A-VALOR-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       05  CDB001A-RENDIMENTO            PIC 9(11)V99 VALUE ZEROS.
       05  CDB001A-ALIQ-IOF              PIC 9(03) VALUE ZEROS.
       05  CDB001A-VALOR-IOF             PIC 9(11)V99 VALUE ZEROS.
       05  CDB001A-ALIQ-IR               PIC 9(02)V9 VALUE ZEROS.
       05  CDB001A-VALOR-IR              PIC 9(11)V99 VALUE ZEROS.
       05  CDB001A-VALOR-LIQUIDO         PIC 9(11)V99 VALUE ZEROS.
       05  CDB001A-RETORNO               PIC X(01) VALUE SPACES.
