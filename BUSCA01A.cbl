      *              CADASTRO3.dat E clientes.dat, COM O RESULTADO
      *              ROTULADO PELO ARQUIVO DE ORIGEM E A CHAVE DE
      *              CADA REGISTRO.
      *              15/10/2026 - CPF EXIBIDO FORMATADO E MASCARADO
      *              (MASCAR1B) CONFORME O CARGO DO OPERADOR; A
      *              CONSULTA COM CPF COMPLETO FICA REGISTRADA EM
      *              LGPDVIS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA01A.
       01 WRK-CPF-PROCURADO            PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-LISTADO              PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-ENCONTRADO           PIC X(01) VALUE 'N'.
       01 WRK-CPF-EXIBIDO              PIC X(14) VALUE SPACES.
       01 WRK-IND1                     PIC 9(02) VALUE ZEROS.

      *  OPCAO DE BUSCA: 1 = CPF EXATO / 2 = NOME PARCIAL
       01 WRK-SND-TAM                  PIC 9(02) VALUE ZEROS.
       01 WRK-SND-DIGITOS              PIC 9(01) VALUE ZEROS.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01 WRK-MSK-REGISTRO.
           COPY MSK001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           OPEN INPUT ARQUIVO-ENTRADA

           MOVE 'I'                    TO MSK001A-ACAO
           MOVE 'BUSCA01A'             TO MSK001A-PROGRAMA
           MOVE 'CONSULTA'             TO MSK001A-CONTEXTO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

           DISPLAY 'COMO DESEJA BUSCAR?'
           DISPLAY '  1 - POR CPF (EXATO)'
           DISPLAY '  2 - POR NOME (PARCIAL)'
                         WRK-POS GREATER (31 - WRK-TAM-NOME)
                 IF WRK-NOME-LISTADO(WRK-POS:WRK-TAM-NOME) EQUAL
                    FUNCTION TRIM(WRK-NOME-PROCURADO)
                    PERFORM 0008-FORMATAR-CPF
                    DISPLAY 'ENCONTRADO: ' NOME
                            ' - CPF: ' WRK-CPF-EXIBIDO
                    ADD 1             TO WRK-QTD-ENCONTRADOS
                    MOVE 32           TO WRK-POS
                 END-IF

           IF WRK-SOUNDEX-LISTADO     EQUAL WRK-SOUNDEX-PROCURADO AND
              WRK-SOUNDEX-LISTADO     NOT EQUAL '0000'
              PERFORM 0008-FORMATAR-CPF
              DISPLAY 'ENCONTRADO (FONETICO): ' NOME
                      ' - CPF: ' WRK-CPF-EXIBIDO
              ADD 1                    TO WRK-QTD-ENCONTRADOS
           END-IF

                       MOVE 'S'        TO WRK-FED-ACHOU
                    END-IF
                    IF WRK-FED-ACHOU EQUAL 'S'
                       MOVE CPF        TO WRK-CPF-LISTADO
                       PERFORM 0008-FORMATAR-CPF
                       DISPLAY 'CADASTRO2: ' NOME ' - CPF: '
                               WRK-CPF-EXIBIDO
                       ADD 1           TO WRK-FED-QTDE
                    END-IF
              END-READ
       0006F-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CPF DO REGISTRO LISTADO FORMATADO PARA A TELA, MASCARADO SE
      *    O CARGO DO OPERADOR NAO VE O DOCUMENTO COMPLETO
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-FORMATAR-CPF
       0008-FORMATAR-CPF               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CPF-LISTADO        TO MSK001A-ENTRADA
           MOVE 'D'                    TO MSK001A-ACAO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
           MOVE MSK001A-SAIDA(1:14)    TO WRK-CPF-EXIBIDO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
