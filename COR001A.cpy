      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO HORARIO DE CORTE DAS TRANSACOES ENVIADAS
      *              AO BANCO (CORTE01B). O HORARIO LIMITE POR TIPO DE
      *              TRANSACAO E CANAL FICA EM CORTEHOR.dat; O CANAL
      *              '*' VALE PARA OS CANAIS SEM LINHA PROPRIA. TIPO
      *              SEM HORARIO CADASTRADO NAO TEM CORTE (EFETIVA NA
      *              HORA, MESMO EM DIA NAO UTIL). O DIA UTIL VEM DO
      *              PROGDATA (COD001A-PROX-DIA-UTIL).
      *----------------------------------------------------------------*
      * ENTRADA
      * COR001A-TIPO...........: 1 = TRANSFERENCIA  2 = PIX  3 = SAQUE
      * COR001A-CANAL..........: CANAL DO PEDIDO (AGENCIA, INTERNET,
      *                          AUTOATEND)
      * COR001A-DATA-HOJE......: DATA DO PEDIDO (AAAAMMDD)
      * COR001A-HORA-HOJE......: HORA DO PEDIDO (HHMMSS)
      * COR001A-DATA-PEDIDA....: DATA DE EXECUCAO PEDIDA (AAAAMMDD,
      *                          ZEROS = HOJE)
      * SAIDA
      * COR001A-HORARIO-CORTE..: HHMM DO CORTE (ZEROS = SEM CORTE)
      * COR001A-DATA-EXECUCAO..: DATA EM QUE A TRANSACAO SERA
      *                          EFETIVADA - DATA FUTURA VAI PARA O
      *                          PROXIMO DIA UTIL, COMO NO TRANSF2A
      * COR001A-ADIADA.........: S = PEDIDA PARA HOJE, MAS PASSA PARA
      *                          COR001A-DATA-EXECUCAO
      * COR001A-MOTIVO.........: H = APOS O HORARIO DE CORTE
      *                          U = HOJE NAO E DIA UTIL
      *                          BRANCO = NAO ADIADA
      *================================================================*
       05  COR001A-TIPO                  PIC 9(01) VALUE ZEROS.
       05  COR001A-CANAL                 PIC X(10) VALUE SPACES.
       05  COR001A-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       05  COR001A-HORA-HOJE             PIC 9(06) VALUE ZEROS.
       05  COR001A-DATA-PEDIDA           PIC 9(08) VALUE ZEROS.
       05  COR001A-HORARIO-CORTE         PIC 9(04) VALUE ZEROS.
       05  COR001A-DATA-EXECUCAO         PIC 9(08) VALUE ZEROS.
       05  COR001A-ADIADA                PIC X(01) VALUE 'N'.
       05  COR001A-MOTIVO                PIC X(01) VALUE SPACES.
