      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DAS CATEGORIAS DE CHAMADO DO SAC. A TABELA
      *              PADRAO ABAIXO VALE QUANDO SACCAT.dat NAO EXISTE OU
      *              ESTA VAZIO; COM O ARQUIVO PREENCHIDO, ELE
      *              SUBSTITUI A TABELA (MESMA REGRA DO MENUPROG.dat NO
      *              MENU01A). LINHA DE SACCAT.dat:
      *              CODIGO(4)|DESCRICAO(30)|SLA-HORAS|AVISO-HORAS|
      *              EQUIPE(20)|
      *----------------------------------------------------------------*
      * SLA-HORAS..: PRAZO DE SOLUCAO EM HORAS CORRIDAS A PARTIR DA
      *              ABERTURA (OU DA REABERTURA)
      * AVISO-HORAS: QUANTAS HORAS ANTES DO PRAZO O CHAMADO PASSA A
      *              SER AVISADO COMO VENCENDO
      * EQUIPE.....: EQUIPE QUE ATENDE A CATEGORIA E RECEBE OS AVISOS
      *================================================================*
       05  SAC003A-PADRAO.
           10  FILLER PIC X(04) VALUE 'COBR'.
           10  FILLER PIC X(30) VALUE 'COBRANCA INDEVIDA'.
           10  FILLER PIC 9(04) VALUE 0120.
           10  FILLER PIC 9(03) VALUE 024.
           10  FILLER PIC X(20) VALUE 'COBRANCA'.
           10  FILLER PIC X(04) VALUE 'ENTR'.
           10  FILLER PIC X(30) VALUE 'ATRASO NA ENTREGA'.
           10  FILLER PIC 9(04) VALUE 0072.
           10  FILLER PIC 9(03) VALUE 012.
           10  FILLER PIC X(20) VALUE 'EXPEDICAO'.
           10  FILLER PIC X(04) VALUE 'PROD'.
           10  FILLER PIC X(30) VALUE 'PRODUTO COM DEFEITO'.
           10  FILLER PIC 9(04) VALUE 0240.
           10  FILLER PIC 9(03) VALUE 048.
           10  FILLER PIC X(20) VALUE 'QUALIDADE'.
           10  FILLER PIC X(04) VALUE 'CANC'.
           10  FILLER PIC X(30) VALUE 'CANCELAMENTO / DEVOLUCAO'.
           10  FILLER PIC 9(04) VALUE 0168.
           10  FILLER PIC 9(03) VALUE 024.
           10  FILLER PIC X(20) VALUE 'VENDAS'.
           10  FILLER PIC X(04) VALUE 'ATND'.
           10  FILLER PIC X(30) VALUE 'ATENDIMENTO'.
           10  FILLER PIC 9(04) VALUE 0048.
           10  FILLER PIC 9(03) VALUE 012.
           10  FILLER PIC X(20) VALUE 'SAC'.
           10  FILLER PIC X(04) VALUE 'CADA'.
           10  FILLER PIC X(30) VALUE 'DADOS CADASTRAIS / LGPD'.
           10  FILLER PIC 9(04) VALUE 0360.
           10  FILLER PIC 9(03) VALUE 072.
           10  FILLER PIC X(20) VALUE 'CADASTRO'.
       05  SAC003A-PADRAO-R REDEFINES SAC003A-PADRAO.
           10  SAC003A-PAD-ITEM OCCURS 6 TIMES.
               15  SAC003A-PAD-CODIGO    PIC X(04).
               15  SAC003A-PAD-DESCRICAO PIC X(30).
               15  SAC003A-PAD-SLA-HORAS PIC 9(04).
               15  SAC003A-PAD-AVISO-HORAS
                                         PIC 9(03).
               15  SAC003A-PAD-EQUIPE    PIC X(20).
       05  SAC003A-QTDE-PADRAO           PIC 9(02) VALUE 6.
