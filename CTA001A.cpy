      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DE INTERFACE COM O CADASTRO DE CONTAS
      *              (CONTAENT.dat INDEXADO PELO NUMERO DA CONTA,
      *              ACESSADO PELO CTAMST1B). TODO PROGRAMA QUE ALTERA
      *              SALDO LE A CONTA COM BLOQUEIO ('L'), REGRAVA SO
      *              A CONTA ALTERADA ('G') E LIBERA OS BLOQUEIOS NO
      *              FIM DA TRANSACAO ('D'), SEM COPIA DO ARQUIVO.
      * MANUTENCAO.: 15/10/2026 - ACAO 'T' PARA REGRAVAR O NOME DO
      *              TITULAR (ANONIMIZACAO LGPD).
      *----------------------------------------------------------------*
      * CTA001A-ACAO.......: L = LER A CONTA COM BLOQUEIO (TENTA DE
      *                          NOVO SE OUTRO PROGRAMA ESTIVER COM
      *                          ELA BLOQUEADA)
      *                      C = CONSULTAR A CONTA SEM BLOQUEIO
      *                      G = REGRAVAR O SALDO DA CONTA LIDA COM
      *                          BLOQUEIO (O BLOQUEIO CONTINUA)
      *                      T = REGRAVAR O NOME (CTA001A-NOME) DA
      *                          CONTA LIDA COM BLOQUEIO
      *                      D = LIBERAR OS BLOQUEIOS DA TRANSACAO
      *                      I = POSICIONAR NA PRIMEIRA CONTA >=
      *                          CTA001A-CONTA (VARREDURA)
      *                      P = PROXIMA CONTA DA VARREDURA (SEM
      *                          BLOQUEIO - PARA ALTERAR, LER COM 'L')
      *                      F = FECHAR O CADASTRO
      * CTA001A-CONTA......: NUMERO DA CONTA (CHAVE)
      * CTA001A-NOME.......: TITULAR (SAIDA; ENTRADA EM T)
      * CTA001A-SALDO......: SALDO COM SINAL (SAIDA EM L/C/P,
      *                      ENTRADA EM G)
      * CTA001A-RETORNO....: S = OK
      *                      N = CONTA NAO CADASTRADA
      *                      B = CONTA BLOQUEADA POR OUTRO PROGRAMA
      *                          MESMO APOS AS TENTATIVAS
      *                      F = FIM DA VARREDURA
      *                      E = ERRO DE ACESSO (CTA001A-FILE-STATUS)
      * CTA001A-FILE-STATUS: FILE STATUS DA ULTIMA OPERACAO
      *================================================================*
       05  CTA001A-ACAO                  PIC X(01) VALUE SPACES.
       05  CTA001A-CONTA                 PIC 9(10) VALUE ZEROS.
       05  CTA001A-NOME                  PIC X(20) VALUE SPACES.
       05  CTA001A-SALDO                 PIC S9(09)V99 VALUE ZEROS.
       05  CTA001A-RETORNO               PIC X(01) VALUE SPACES.
       05  CTA001A-FILE-STATUS           PIC X(02) VALUE SPACES.
