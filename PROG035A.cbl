      *              POR FAIXA DE IDADE; APROVEITADO PARA CORRIGIR A
      *              LISTAGEM, QUE MOVIA OS CAMPOS DO CLIENTE PARA A
      *              AREA DE TRABALHO MAS NUNCA OS EXIBIA.
      *            - 15/10/2026 - CPF EXIBIDO FORMATADO E MASCARADO
      *              (MASCAR1B) CONFORME O CARGO DO OPERADOR; CNPJ
      *              SEGUE COMO ESTA. A LISTAGEM COM CPF COMPLETO FICA
      *              REGISTRADA EM LGPDVIS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG035A. 
       01  WRK-IDADE-MAX                  PIC 9(03) VALUE 999.
       01  WRK-QTD-LISTADOS               PIC 9(05) VALUE ZEROS.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01  WRK-MSK-REGISTRO.
           COPY MSK001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           OPEN INPUT ARQUIVO-ENT

           MOVE 'I'                    TO MSK001A-ACAO
           MOVE 'PROG035A'             TO MSK001A-PROGRAMA
           MOVE 'LISTAGEM'             TO MSK001A-CONTEXTO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

           PERFORM 0003-SOLICITAR-FILTRO

           PERFORM 0001-LER-ARQSEQ
           MOVE FDE-REG-ID-CLIENTE     TO WRK-ID-CLIENTE
           MOVE FDE-REG-NOME-CLIENTE   TO WRK-NOME-CLIENTE
           MOVE FDE-REG-IDADE          TO WRK-IDADE
           MOVE FDE-REG-CPF-CNPJ       TO MSK001A-ENTRADA
           MOVE 'D'                    TO MSK001A-ACAO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           MOVE MSK001A-SAIDA(1:14)    TO WRK-CPF-CNPJ
           ADD 1                       TO WRK-IND1

           IF WRK-IDADE                NOT LESS THAN WRK-IDADE-MIN AND
