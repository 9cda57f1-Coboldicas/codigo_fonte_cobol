      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DA VERIFICACAO DE FECHAMENTO MENSAL
      *              (GLFCH01B). O CHAMADOR INFORMA A COMPETENCIA
      *              (AAAAMM) E O GLFCH01B DEVOLVE, PARA CADA ITEM DO
      *              CHECKLIST (GLCHKLST.dat), A SITUACAO APURADA NOS
      *              ARQUIVOS DE CONTROLE E HISTORICO DOS PROGRAMAS DE
      *              FECHAMENTO, JA CONSIDERANDO AS DISPENSAS
      *              REGISTRADAS EM GLFCHDSP.dat. USADO PELO GLFCH01A
      *              (PAINEL) E PELO GLPER01A (FECHAMENTO DA
      *              COMPETENCIA).
      *----------------------------------------------------------------*
      * FCH001A-LIBERADO.: S = TODO ITEM OBRIGATORIO ESTA VERDE OU
      *                    DISPENSADO - A COMPETENCIA PODE SER FECHADA
      * FCH001A-SITUACAO.: V = VERDE  R = VERMELHO  D = DISPENSADO
      * FCH001A-DETALHE..: O QUE FOI ENCONTRADO (OU O QUE FALTA), OU
      *                    O MOTIVO DA DISPENSA
      *================================================================*
       05  FCH001A-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       05  FCH001A-LIBERADO              PIC X(01) VALUE 'N'.
       05  FCH001A-QTDE-ITENS            PIC 9(02) VALUE ZEROS.
       05  FCH001A-QTDE-PENDENTES        PIC 9(02) VALUE ZEROS.
       05  FCH001A-ITEM OCCURS 20 TIMES.
           10  FCH001A-CODIGO            PIC X(08) VALUE SPACES.
           10  FCH001A-DESCRICAO         PIC X(30) VALUE SPACES.
           10  FCH001A-OBRIGATORIO       PIC X(01) VALUE SPACES.
           10  FCH001A-SITUACAO          PIC X(01) VALUE SPACES.
           10  FCH001A-DETALHE           PIC X(40) VALUE SPACES.
