      *            - 09/08/2026 - WRK-REL0002A-SUB-SAL AMPLIADO PARA
      *              7 DIGITOS INTEIROS, ACOMPANHANDO O TAMANHO DE
      *              SUBTOTAL-SALARIO (PIC 9(7)V99).
      *            - 15/10/2026 - SALARIOS MASCARADOS (MASCAR1B) NA TELA
      *              E NO REL0002A.txt CONFORME O CARGO DO OPERADOR; O
      *              SPOOL GUARDA A IMAGEM COMPLETA E A REIMPRESSAO
      *              MASCARA PARA QUEM REIMPRIME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL0002A.
           05  WRK-SPL-RELATORIO          PIC X(08) VALUE SPACES.
           05  WRK-SPL-ORIGEM             PIC X(30) VALUE SPACES.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01  WRK-MSK-REGISTRO.
           COPY MSK001A.

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
            PERFORM 0001-ABRE-ARQUIVO
            PERFORM 0002-OBTER-DATA
            PERFORM 0003-OBTER-TIME
            PERFORM 0012-IDENTIFICAR-OPERADOR
            PERFORM 0010-CARREGAR-TABELA
            PERFORM 0011-CLASSIFICAR-TABELA
            PERFORM 0004-GERAR-CABECALHO
                                       TO SUBTOTAL-SALARIO
            ADD 1                      TO SUBTOTAL-QTD

            MOVE WRK-REL0002A-DET1     TO MSK001A-ENTRADA
            PERFORM 0013-EXIBIR-LINHA
            MOVE WRK-REL0002A-DET1     TO WRK-REL0002A-STRING
            WRITE WRK-REL0002A-REGISTRO

            WRITE WRK-REL0002A-REGISTRO

            DISPLAY 'QTDE. REG.: ' CONTADOR
            MOVE WRK-MASCARA-SALARIO   TO MSK001A-ENTRADA
            MOVE 'T'                   TO MSK001A-ACAO
            CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
            DISPLAY "SalÃ¡rio: R$" MSK001A-SAIDA(1:14)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
            MOVE SUBTOTAL-QTD          TO WRK-REL0002A-SUB-QTD
            MOVE SUBTOTAL-SALARIO      TO WRK-REL0002A-SUB-SAL

            MOVE WRK-REL0002A-SUB1     TO MSK001A-ENTRADA
            PERFORM 0013-EXIBIR-LINHA
            MOVE WRK-REL0002A-SUB1     TO WRK-REL0002A-STRING
            WRITE WRK-REL0002A-REGISTRO

       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O OPERADOR PARA O MASCARAMENTO DOS SALARIOS
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-identificar-operador
       0012-IDENTIFICAR-OPERADOR       SECTION.
      *----------------------------------------------------------------*

            MOVE 'I'                   TO MSK001A-ACAO
            MOVE 'REL0002A'            TO MSK001A-PROGRAMA
            MOVE 'EMISSAO'             TO MSK001A-CONTEXTO
            CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXIBIR NA TELA A LINHA JA MASCARADA PARA O OPERADOR
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-exibir-linha
       0013-EXIBIR-LINHA               SECTION.
      *----------------------------------------------------------------*

            MOVE 'T'                   TO MSK001A-ACAO
            CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
            DISPLAY MSK001A-SAIDA(1:80)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
           MOVE 'REL0002A.txt'          TO WRK-SPL-ORIGEM
           CALL 'SPOOL01B' USING WRK-SPL-PEDIDO

      *    O SPOOL FICA COM A IMAGEM COMPLETA; O ARQUIVO DO DIA SAI
      *    MASCARADO PARA O OPERADOR QUE EMITIU
           MOVE 'A'                     TO MSK001A-ACAO
           MOVE 'REL0002A.txt'          TO MSK001A-ARQUIVO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

            DISPLAY 'RELATORIO GERADO COM SUCESSO!'
            STOP RUN 
            .
