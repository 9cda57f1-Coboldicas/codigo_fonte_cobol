      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PAINEL DE CONTROLE DO FECHAMENTO MENSAL. MOSTRA,
      *              PARA A COMPETENCIA INFORMADA, CADA ITEM DO
      *              CHECKLIST (GLCHKLST.dat) EM VERDE OU VERMELHO
      *              SEGUNDO A VERIFICACAO DO GLFCH01B NOS ARQUIVOS DE
      *              CONTROLE DOS PROGRAMAS DO FECHAMENTO, E REGISTRA A
      *              DISPENSA DE ITEM QUE NAO SE APLICA NO MES (COM
      *              RESPONSAVEL E MOTIVO OBRIGATORIOS) EM
      *              GLFCHDSP.dat. O GLPER01A SO FECHA A COMPETENCIA
      *              COM TODO ITEM OBRIGATORIO VERDE OU DISPENSADO.
      * NOME.......: GLFCH01A
      *----------------------------------------------------------------*
      * LAYOUT DE GLCHKLST.dat (PIPE, '*' NA COLUNA 1 = COMENTARIO):
      *   CODIGO|OBRIGATORIO S/N|
      *   CODIGOS: GLPOST PDD REAVAL FOLHA TARIFA DEPREC CMV RECORR
      *   CONCIL (VER GLFCH01B)
      * LAYOUT DE GLFCHDSP.dat (PIPE):
      *   COMPETENCIA|CODIGO|DATA|RESPONSAVEL|MOTIVO|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFCH01A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-DISPENSA ASSIGN TO 'GLFCHDSP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DISPENSA.
       01  FD-LIN-DISPENSA                PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-OPCAO                      PIC 9(01) VALUE ZEROS.
       01  WRK-SAIR                       PIC X(01) VALUE 'N'.
       01  WRK-COMP-ALVO                  PIC 9(06) VALUE ZEROS.
       01  WRK-CODIGO                     PIC X(08) VALUE SPACES.
       01  WRK-RESPONSAVEL                PIC X(20) VALUE SPACES.
       01  WRK-MOTIVO                     PIC X(60) VALUE SPACES.
       01  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.
       01  WRK-IND-ITEM                   PIC 9(02) VALUE ZEROS.
       01  WRK-ITEM-ACHADO                PIC 9(02) VALUE ZEROS.
       01  WRK-STATUS                     PIC X(10) VALUE SPACES.

      *--- Verificacao do fechamento (GLFCH01B)
       01  WRK-FCH-REGISTRO.
           COPY FCH001A.

      *  DATA DO SISTEMA
           COPY COD001A.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM UNTIL WRK-SAIR EQUAL 'S'
              PERFORM 0001-EXIBIR-MENU
           END-PERFORM

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MENU DO CONTROLE DE FECHAMENTO
      *----------------------------------------------------------------*
       0001-EXIBIR-MENU                SECTION.
      *----------------------------------------------------------------*

           DISPLAY ' '
           DISPLAY '*=========================================*'
           DISPLAY '* GLFCH01A - CONTROLE DO FECHAMENTO       *'
           DISPLAY '*=========================================*'
           DISPLAY '* 1 - VERIFICAR COMPETENCIA               *'
           DISPLAY '* 2 - DISPENSAR ITEM NA COMPETENCIA       *'
           DISPLAY '* 9 - SAIR                                *'
           DISPLAY '*=========================================*'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0002-VERIFICAR
              WHEN 2
                 PERFORM 0004-DISPENSAR
              WHEN 9
                 MOVE 'S'              TO WRK-SAIR
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    VERIFICAR A COMPETENCIA E MOSTRAR O QUADRO
      *----------------------------------------------------------------*
       0002-VERIFICAR                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WRK-COMP-ALVO

           IF WRK-COMP-ALVO EQUAL ZEROS
              DISPLAY 'COMPETENCIA NAO INFORMADA'
              EXIT SECTION
           END-IF

           MOVE WRK-COMP-ALVO          TO FCH001A-COMPETENCIA
           CALL 'GLFCH01B' USING WRK-FCH-REGISTRO

           PERFORM 0003-EXIBIR-QUADRO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    QUADRO VERDE/VERMELHO POR ITEM
      *----------------------------------------------------------------*
       0003-EXIBIR-QUADRO              SECTION.
      *----------------------------------------------------------------*

           DISPLAY ' '
           DISPLAY 'FECHAMENTO DA COMPETENCIA ' FCH001A-COMPETENCIA
           DISPLAY '-----------------------------------------------'
                   '-----------------------------------------------'

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER FCH001A-QTDE-ITENS
              EVALUATE FCH001A-SITUACAO(WRK-IND-ITEM)
                 WHEN 'V'
                    MOVE '[VERDE]'     TO WRK-STATUS
                 WHEN 'D'
                    MOVE '[DISPENSA]'  TO WRK-STATUS
                 WHEN OTHER
                    MOVE '[VERMELHO]'  TO WRK-STATUS
              END-EVALUATE
              IF FCH001A-OBRIGATORIO(WRK-IND-ITEM) EQUAL 'S'
                 DISPLAY WRK-STATUS ' '
                         FCH001A-CODIGO(WRK-IND-ITEM) ' '
                         FCH001A-DESCRICAO(WRK-IND-ITEM) ' '
                         FCH001A-DETALHE(WRK-IND-ITEM)
              ELSE
                 DISPLAY WRK-STATUS ' '
                         FCH001A-CODIGO(WRK-IND-ITEM) ' '
                         FCH001A-DESCRICAO(WRK-IND-ITEM) ' '
                         FCH001A-DETALHE(WRK-IND-ITEM)
                         ' (OPCIONAL)'
              END-IF
           END-PERFORM

           DISPLAY '-----------------------------------------------'
                   '-----------------------------------------------'

           IF FCH001A-LIBERADO EQUAL 'S'
              DISPLAY 'COMPETENCIA LIBERADA PARA FECHAMENTO NO '
                      'GLPER01A'
           ELSE
              DISPLAY FCH001A-QTDE-PENDENTES
                      ' ITEM(NS) OBRIGATORIO(S) PENDENTE(S) - '
                      'RODE O PROGRAMA OU REGISTRE A DISPENSA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DISPENSAR UM ITEM VERMELHO NA COMPETENCIA (COM MOTIVO)
      *----------------------------------------------------------------*
       0004-DISPENSAR                  SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WRK-COMP-ALVO

           IF WRK-COMP-ALVO EQUAL ZEROS
              DISPLAY 'COMPETENCIA NAO INFORMADA'
              EXIT SECTION
           END-IF

           MOVE WRK-COMP-ALVO          TO FCH001A-COMPETENCIA
           CALL 'GLFCH01B' USING WRK-FCH-REGISTRO

           DISPLAY 'ITEM A DISPENSAR: ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-CODIGO
           ACCEPT WRK-CODIGO
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO

           MOVE ZEROS                  TO WRK-ITEM-ACHADO
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM GREATER FCH001A-QTDE-ITENS
              IF FCH001A-CODIGO(WRK-IND-ITEM) EQUAL WRK-CODIGO
                 MOVE WRK-IND-ITEM     TO WRK-ITEM-ACHADO
              END-IF
           END-PERFORM

           IF WRK-ITEM-ACHADO EQUAL ZEROS
              DISPLAY 'ITEM FORA DO CHECKLIST'
              EXIT SECTION
           END-IF

           IF FCH001A-SITUACAO(WRK-ITEM-ACHADO) EQUAL 'V'
              DISPLAY 'ITEM JA ESTA VERDE - NADA A DISPENSAR'
              EXIT SECTION
           END-IF

           IF FCH001A-SITUACAO(WRK-ITEM-ACHADO) EQUAL 'D'
              DISPLAY 'ITEM JA DISPENSADO: '
                      FCH001A-DETALHE(WRK-ITEM-ACHADO)
              EXIT SECTION
           END-IF

           DISPLAY 'RESPONSAVEL: ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-RESPONSAVEL
           ACCEPT WRK-RESPONSAVEL

           IF WRK-RESPONSAVEL EQUAL SPACES
              DISPLAY 'RESPONSAVEL OBRIGATORIO - DISPENSA RECUSADA'
              EXIT SECTION
           END-IF

           DISPLAY 'MOTIVO: ' WITH NO ADVANCING
           MOVE SPACES                 TO WRK-MOTIVO
           ACCEPT WRK-MOTIVO

           IF WRK-MOTIVO EQUAL SPACES
              DISPLAY 'MOTIVO OBRIGATORIO - DISPENSA RECUSADA'
              EXIT SECTION
           END-IF

           DISPLAY 'DISPENSAR ' FUNCTION TRIM(WRK-CODIGO)
                   ' NA COMPETENCIA ' WRK-COMP-ALVO
                   ' (S/N)? ' WITH NO ADVANCING
           ACCEPT WRK-CONFIRMA

           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'DISPENSA ABANDONADA'
              EXIT SECTION
           END-IF

           PERFORM 0005-GRAVAR-DISPENSA

           DISPLAY 'DISPENSA REGISTRADA EM GLFCHDSP.dat'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A DISPENSA EM GLFCHDSP.dat
      *----------------------------------------------------------------*
       0005-GRAVAR-DISPENSA            SECTION.
      *----------------------------------------------------------------*

           CALL 'PROGDATA' USING COD001A-REGISTRO

           OPEN EXTEND ARQ-DISPENSA
           MOVE SPACES                 TO FD-LIN-DISPENSA
           STRING WRK-COMP-ALVO        DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CODIGO           DELIMITED BY SPACE
                  SEP                  DELIMITED BY SIZE
                  COD001A-DATA         DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-RESPONSAVEL      DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-MOTIVO           DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  INTO FD-LIN-DISPENSA
           END-STRING
           WRITE FD-LIN-DISPENSA
           CLOSE ARQ-DISPENSA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'FIM DE PROGRAMA'
           STOP RUN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
