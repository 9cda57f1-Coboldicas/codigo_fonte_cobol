      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: PASSO DA CADEIA BATCH QUE COLOCA EM VIGOR AS
      *              ALTERACOES DE PARAMETROS PROGRAMADAS NO PARAM01A.
      *              CHAMA O PARAM01B COM A DATA DO DIA: TODA
      *              ALTERACAO APROVADA COM VIGENCIA ATE HOJE E
      *              GRAVADA NO SEU ARQUIVO DE PARAMETROS ANTES DOS
      *              PROGRAMAS QUE O LEEM. DEVE SER O PASSO SEGUINTE
      *              AO BACKUP (BKPGER1A) NO PLANO.dat DO SCHED01A.
      *              RETURN-CODE 8 QUANDO ALGUMA ALTERACAO NAO PODE SER
      *              APLICADA.
      * NOME.......: PARAM02A
      * MANUTENCAO.: 15/10/2026 - O BACKUP GERACIONAL (BKPGER1A) PASSA
      *              A SER O PRIMEIRO PASSO DA CADEIA; ESTE VEM LOGO
      *              DEPOIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM02A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.

      *  PEDIDO DE APLICACAO DAS ALTERACOES (PARAM01B)
       01  WRK-PAR-REGISTRO.
           COPY PAR001A.

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

           CALL 'PROGDATA' USING COD001A-REGISTRO

           MOVE RETURN-CODE            TO WRK-RETURN-CODE

           IF WRK-RETURN-CODE NOT = 0
              DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
               WRK-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-FINALIZAR
           END-IF

           MOVE COD001A-DATA           TO PAR001A-DATA-REF
           MOVE 'BATCH'                TO PAR001A-OPERADOR
           CALL 'PARAM01B' USING WRK-PAR-REGISTRO

           DISPLAY '*=============================================*'
           DISPLAY '* VIGENCIA DOS PARAMETROS EM ' COD001A-DATA-DIA '/'
                   COD001A-DATA-MES '/' COD001A-DATA-ANO
           DISPLAY '* ALTERACOES APLICADAS.: ' PAR001A-QTDE-APLICADAS
           IF PAR001A-RETORNO EQUAL 'S'
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY '* HA ALTERACAO NAO APLICADA - VER MENSAGENS  *'
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '*=============================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
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
