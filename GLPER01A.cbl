      *              E FICA REGISTRADA EM GLPERLOG.dat. O
      *              ENCERRAMENTO DE EXERCICIO E O GLENC01A.
      * NOME.......: GLPER01A
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - O FECHAMENTO PASSA PELO CONTROLE DE
      *              FECHAMENTO MENSAL (GLFCH01B): A COMPETENCIA SO
      *              FECHA COM TODO ITEM OBRIGATORIO DO CHECKLIST
      *              (GLCHKLST.dat) VERDE OU DISPENSADO NO GLFCH01A;
      *              CASO CONTRARIO OS ITENS PENDENTES SAO LISTADOS E
      *              O FECHAMENTO E RECUSADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPER01A.
       01  WRK-COMP-ALVO                  PIC 9(06) VALUE ZEROS.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.
       01  WRK-ACAO-JORNAL                PIC X(10) VALUE SPACES.
       01  WRK-IND-ITEM                   PIC 9(02) VALUE ZEROS.

      *--- Controle do fechamento mensal (GLFCH01B)
       01  WRK-FCH-REGISTRO.
           COPY FCH001A.

      *--- Periodos em tabela
       01  WRK-MAX-TAB-PER                PIC 9(03) VALUE 120.
              EXIT SECTION
           END-IF

           PERFORM 0009-VERIFICAR-CHECKLIST

           IF FCH001A-LIBERADO NOT EQUAL 'S'
              DISPLAY 'FECHAMENTO RECUSADO - CHECKLIST DA COMPETENCIA '
                      'COM ITEM OBRIGATORIO PENDENTE'
              EXIT SECTION
           END-IF

           DISPLAY 'O BALANCETE DO GLBAL01A DA COMPETENCIA FOI '
                   'RODADO E BATEU (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR O CHECKLIST DO FECHAMENTO MENSAL E LISTAR OS ITENS
      *    OBRIGATORIOS AINDA VERMELHOS
      *----------------------------------------------------------------*
       0009-VERIFICAR-CHECKLIST        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-COMP-ALVO          TO FCH001A-COMPETENCIA
           CALL 'GLFCH01B' USING WRK-FCH-REGISTRO

           IF FCH001A-LIBERADO EQUAL 'S'
              EXIT SECTION
           END-IF

           DISPLAY 'ITENS PENDENTES (RODE O PROGRAMA OU DISPENSE NO '
                   'GLFCH01A):'
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER FCH001A-QTDE-ITENS
              IF FCH001A-OBRIGATORIO(WRK-IND-ITEM) EQUAL 'S' AND
                 FCH001A-SITUACAO(WRK-IND-ITEM) EQUAL 'R'
                 DISPLAY '  ' FCH001A-CODIGO(WRK-IND-ITEM) ' '
                         FCH001A-DETALHE(WRK-IND-ITEM)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0009-end
       0009-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
