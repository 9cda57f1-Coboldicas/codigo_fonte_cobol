      *              CNAB240A.
      * NOME.......: FRAUDE1A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - O PAGAMENTO DE BOLETO (PAGBOLETO) DO
      *              TRANSF1A ENTRA NO TOTAL DE DEBITOS DA CONTA.
      *              15/10/2026 - O ESTORNO (TRANSF3A) NAO E TRANSACAO
      *              DO CLIENTE: NAO CONTA NAS REGRAS 1 E 3, E NA REGRA
      *              2 ABATE DO TOTAL DE DEBITOS DA ORIGEM O VALOR DA
      *              TRANSACAO ESTORNADA QUANDO ELA E DO DIA ANALISADO.
      *----------------------------------------------------------------*
      * LAYOUT DE FRAUDREG.dat (PIPE, UMA LINHA):
      *   MAX-DEST-HORA(2)|TETO-DEBITO-CENTS(13)|HORA-INI(2)|HORA-FIM(2)
      *   SEM O ARQUIVO VALEM OS PADROES: 3 | 100000000 (1.000.000,00)
           MOVE WRK-LOG-CAMPO4(7:)     TO WRK-VALOR-EDIT
           PERFORM 0005A-CONVERTER-VALOR

      *    ESTORNO - SO DEVOLVE O DEBITO DA TRANSACAO ORIGINAL
           IF WRK-LOG-TIPO-EVENTO EQUAL 'ESTORNO'
              PERFORM 0007B-ABATER-ESTORNO
              EXIT SECTION
           END-IF

      *    REGRA 1 - VELOCIDADE POR DESTINO NA MESMA HORA
           IF WRK-LOG-DESTINO NOT EQUAL SPACES
              PERFORM 0006-CONTAR-VELOCIDADE
           IF WRK-LOG-TIPO-EVENTO EQUAL 'TRANSFERENCIA' OR
              WRK-LOG-TIPO-EVENTO EQUAL 'PIX' OR
              WRK-LOG-TIPO-EVENTO EQUAL 'SAQUE' OR
              WRK-LOG-TIPO-EVENTO EQUAL 'DEBAUTO' OR
              WRK-LOG-TIPO-EVENTO EQUAL 'PAGBOLETO'
              PERFORM 0007-ACUMULAR-DEBITO
           END-IF

       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ESTORNO DE UMA TRANSACAO DO DIA ANALISADO: ABATE O VALOR DO
      *    TOTAL DE DEBITOS DA ORIGEM ORIGINAL, QUE E A CONTA CREDITADA
      *    PELO ESTORNO (DEPOIS DE ' => ' NA TRANSFERENCIA, A PROPRIA
      *    CONTA DA LINHA NO PIX). O TOTAL NAO FICA NEGATIVO
      *----------------------------------------------------------------*
       0007B-ABATER-ESTORNO            SECTION.
      *----------------------------------------------------------------*

      *    CAMPO2 = 'TIPO=ESTORNO <SEQ> <DATA> <EVENTO>'
           IF WRK-LOG-CAMPO2(23:8) NOT EQUAL WRK-LOG-CAMPO1(1:8)
              EXIT SECTION
           END-IF

           IF WRK-LOG-DESTINO NOT EQUAL SPACES
              MOVE WRK-LOG-DESTINO     TO WRK-LOG-ORIGEM
           END-IF

           PERFORM VARYING WRK-IND-DEB FROM 1 BY 1 UNTIL
                      WRK-IND-DEB > WRK-QTDE-DEB
              IF TAB-DEB-CONTA(WRK-IND-DEB) EQUAL WRK-LOG-ORIGEM(1:10)
                 IF TAB-DEB-TOTAL(WRK-IND-DEB) GREATER WRK-VALOR-CENTS
                    SUBTRACT WRK-VALOR-CENTS
                                       FROM TAB-DEB-TOTAL(WRK-IND-DEB)
                 ELSE
                    MOVE ZEROS         TO TAB-DEB-TOTAL(WRK-IND-DEB)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007b-end
       0007B-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRANSACAO FORA DO HORARIO COMERCIAL: ALERTA QUANDO A
      *    CONTA ORIGEM ESTA MARCADA EM CONTASTA.dat (SITUACAO
