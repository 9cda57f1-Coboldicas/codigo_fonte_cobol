      *              DE CADA CONTA E APONTADO NO RELATORIO
      *              SALDOCHK.txt COMO A PRIMEIRA TRANSACAO DIVERGENTE.
      * NOME.......: VERSAL1A
      * MANUTENCAO.: 15/10/2026 - CONTAENT.dat PASSA A SER INDEXADO
      *              PELA CONTA (CTAMST1B); A LEITURA CONTINUA
      *              SEQUENCIAL, NA ORDEM DA CHAVE.
      * MANUTENCAO.: 15/10/2026 - APLICACAO EM CDB (CDBAPLIC) DEBITA E
      *              RESGATE DE CDB (CDBRESGATE) CREDITA A CONTA;
      *              CDBRENDA, CDBIOF E CDBIRRF SAO INFORMATIVOS.
      * MANUTENCAO.: 15/10/2026 - PAGAMENTO DE BOLETO (PAGBOLETO) DO
      *              TRANSF1A DEBITA A CONTA.
      * MANUTENCAO.: 15/10/2026 - ESTORNO (TRANSF3A): O DE TRANSFERENCIA
      *              DEBITA A CONTA A E CREDITA A CONTA B DA LINHA, COMO
      *              A TRANSFERENCIA; O DE PIX, SEM CONTA B, CREDITA A
      *              CONTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSAL1A.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTA-ENT ASSIGN TO 'CONTAENT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-NUM-CONTA.

           SELECT OPTIONAL SALDO-INI ASSIGN TO 'SALDOINI.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    TRATAR UMA LINHA DO LOG: SO A TRANSACAO EFETIVADA
      *    (STATUS=OK) MOVIMENTA SALDO. O SENTIDO DO LANCAMENTO VEM
      *    DO TIPO: TRANSFERENCIA DEBITA A ORIGEM E CREDITA O
      *    DESTINO; PIX, SAQUE, TARIFA, DEBAUTO, CDBAPLIC E
      *    PAGBOLETO DEBITAM; JUROS, FOLHA E CDBRESGATE CREDITAM
      *----------------------------------------------------------------*
       0005-TRATAR-LINHA-LOG           SECTION.
      *----------------------------------------------------------------*
                 ADD 1                 TO WRK-QTDE-APLICADAS
                 PERFORM 0006-LANCAR-DEBITO-ORIGEM
                 PERFORM 0007-LANCAR-CREDITO-DESTINO
              WHEN 'ESTORNO'
                 ADD 1                 TO WRK-QTDE-APLICADAS
                 IF WRK-LOG-DESTINO EQUAL SPACES
                    PERFORM 0007A-LANCAR-CREDITO-ORIGEM
                 ELSE
                    PERFORM 0006-LANCAR-DEBITO-ORIGEM
                    PERFORM 0007-LANCAR-CREDITO-DESTINO
                 END-IF
              WHEN 'PIX'
              WHEN 'SAQUE'
              WHEN 'TARIFA'
              WHEN 'DEBAUTO'
              WHEN 'JUROSCHESP'
              WHEN 'IOFCHESP'
              WHEN 'CDBAPLIC'
              WHEN 'PAGBOLETO'
                 ADD 1                 TO WRK-QTDE-APLICADAS
                 PERFORM 0006-LANCAR-DEBITO-ORIGEM
              WHEN 'JUROS'
              WHEN 'FOLHA'
              WHEN 'CDBRESGATE'
                 ADD 1                 TO WRK-QTDE-APLICADAS
                 PERFORM 0007A-LANCAR-CREDITO-ORIGEM
              WHEN OTHER
