      *              CAPTURADA NA BIBLIOTECA DE SPOOL (SPOOL01B),
      *              PARA O SPOOL01A REIMPRIMIR O RELATORIO COMO
      *              FOI IMPRESSO NO DIA, INTEIRO OU POR PAGINAS.
      *            - 15/10/2026 - CPF DA EXPORTACAO CSV MASCARADO
      *              (MASCAR1B) CONFORME O CARGO DO OPERADOR; A
      *              EXPORTACAO COM CPF COMPLETO FICA REGISTRADA EM
      *              LGPDVIS.dat.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *    DEFINICAO DE DATA E HORA DO SISTEMA. 
       COPY COD001A.

      *--- Pedido de mascaramento de dados pessoais (MASCAR1B)
       01  WRK-MSK-REGISTRO.
           COPY MSK001A.
       01  WRK-CPF-CSV             PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
      *    Definição da estrutura do cadastro
       COPY COPY002A.
       0007-GERAR-CSV                   SECTION.
      *----------------------------------------------------------------*

      *    O CPF SO SAI COMPLETO PARA CARGO AUTORIZADO
           MOVE 'I'                   TO MSK001A-ACAO
           MOVE 'REL0001A'            TO MSK001A-PROGRAMA
           MOVE 'EXPORTACAO CSV'      TO MSK001A-CONTEXTO
           CALL 'MASCAR1B' USING WRK-MSK-REGISTRO

           OPEN OUTPUT REL0001A-CSV

           MOVE "COD,NOME,IDADE,DATA_NASC,CARGO,EMAIL,TELEFONE,
      *----------------------------------------------------------------*

           MOVE WRK-IND-TAB-ITEM(WRK-IND1)    TO WRK-IND2
           IF MSK001A-VER-DOC         EQUAL 'S'
              MOVE COPY002A-CPF(WRK-IND2) TO WRK-CPF-CSV
           ELSE
              MOVE COPY002A-CPF(WRK-IND2) TO MSK001A-ENTRADA
              MOVE 'D'                TO MSK001A-ACAO
              CALL 'MASCAR1B' USING WRK-MSK-REGISTRO
              MOVE MSK001A-SAIDA(1:14) TO WRK-CPF-CSV
           END-IF
           MOVE SPACES                TO WRK-REL0001A-CSV-LINHA
           STRING
              COPY002A-COD(WRK-IND2)        DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              COPY002A-CEP(WRK-IND2)        DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(WRK-CPF-CSV)    DELIMITED BY SIZE
                   INTO WRK-REL0001A-CSV-LINHA
           END-STRING
           WRITE WRK-REL0001A-CSV-REGISTRO
