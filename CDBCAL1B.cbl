      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CALCULO DO RESGATE DE UMA APLICACAO EM CDB (BOOK
      *              CDB001A): SALDO BRUTO PELO FATOR ACUMULADO, IOF
      *              REGRESSIVO PARA RESGATE COM MENOS DE 30 DIAS E
      *              IMPOSTO DE RENDA RETIDO PELA TABELA REGRESSIVA DO
      *              PRAZO. NAO LE NEM GRAVA ARQUIVOS - O CHAMADOR
      *              (CDBAPL1A NO RESGATE ANTECIPADO E NA SIMULACAO,
      *              CDBREN1A NO VENCIMENTO) CREDITA A CONTA E REGISTRA
      *              O RESGATE.
      * NOME.......: CDBCAL1B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBCAL1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    IOF REGRESSIVO SOBRE O RENDIMENTO: PERCENTUAL PELO DIA DO
      *    RESGATE (1 A 29); A PARTIR DO 30o DIA NAO HA IOF
       01  TAB-IOF-VALORES.
           05  FILLER                  PIC X(30) VALUE
               '969390868380767370666360565350'.
           05  FILLER                  PIC X(28) VALUE
               '4643403633302623201613100603'.
       01  TAB-IOF REDEFINES TAB-IOF-VALORES.
           05  TAB-IOF-PCT             PIC 9(02) OCCURS 29 TIMES.

       01  WRK-INT-INICIO              PIC 9(09) VALUE ZEROS.
       01  WRK-INT-RESGATE             PIC 9(09) VALUE ZEROS.
       01  WRK-FATOR                   PIC 9(04)V9(08) VALUE ZEROS.
       01  WRK-BASE-IR                 PIC 9(11)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-CDB-REGISTRO.
           COPY CDB001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-CDB-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO CDB001A-RETORNO
           MOVE ZEROS                  TO CDB001A-DIAS
                                          CDB001A-VALOR-BRUTO
                                          CDB001A-RENDIMENTO
                                          CDB001A-ALIQ-IOF
                                          CDB001A-VALOR-IOF
                                          CDB001A-ALIQ-IR
                                          CDB001A-VALOR-IR
                                          CDB001A-VALOR-LIQUIDO

           PERFORM 0001-CALCULAR-PRAZO
           IF CDB001A-RETORNO EQUAL 'S'
              PERFORM 0002-CALCULAR-BRUTO
              PERFORM 0003-CALCULAR-IOF
              PERFORM 0004-CALCULAR-IR
              COMPUTE CDB001A-VALOR-LIQUIDO =
                      CDB001A-VALOR-BRUTO - CDB001A-VALOR-IOF
                                          - CDB001A-VALOR-IR
           END-IF

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIAS CORRIDOS ENTRE A APLICACAO E O RESGATE
      *----------------------------------------------------------------*
       0001-CALCULAR-PRAZO             SECTION.
      *----------------------------------------------------------------*

           IF FUNCTION TEST-DATE-YYYYMMDD(CDB001A-DATA-INICIO)
                                       NOT EQUAL ZERO OR
              FUNCTION TEST-DATE-YYYYMMDD(CDB001A-DATA-RESGATE)
                                       NOT EQUAL ZERO
              MOVE 'E'                 TO CDB001A-RETORNO
              EXIT SECTION
           END-IF

           IF CDB001A-DATA-RESGATE LESS CDB001A-DATA-INICIO
              MOVE 'E'                 TO CDB001A-RETORNO
              EXIT SECTION
           END-IF

           COMPUTE WRK-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(CDB001A-DATA-INICIO)
           COMPUTE WRK-INT-RESGATE =
                   FUNCTION INTEGER-OF-DATE(CDB001A-DATA-RESGATE)
           COMPUTE CDB001A-DIAS = WRK-INT-RESGATE - WRK-INT-INICIO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO BRUTO = VALOR APLICADO X FATOR ACUMULADO (APLICACAO
      *    AINDA SEM APROPRIACAO TEM FATOR 1)
      *----------------------------------------------------------------*
       0002-CALCULAR-BRUTO             SECTION.
      *----------------------------------------------------------------*

           MOVE CDB001A-FATOR-ACUM     TO WRK-FATOR
           IF WRK-FATOR LESS 1
              MOVE 1                   TO WRK-FATOR
           END-IF

           COMPUTE CDB001A-VALOR-BRUTO ROUNDED =
                   CDB001A-VALOR-APLICADO * WRK-FATOR
           COMPUTE CDB001A-RENDIMENTO =
                   CDB001A-VALOR-BRUTO - CDB001A-VALOR-APLICADO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IOF REGRESSIVO SOBRE O RENDIMENTO (RESGATE NO MESMO DIA DA
      *    APLICACAO NAO TEM RENDIMENTO)
      *----------------------------------------------------------------*
       0003-CALCULAR-IOF               SECTION.
      *----------------------------------------------------------------*

           IF CDB001A-DIAS GREATER ZERO AND CDB001A-DIAS LESS 30
              MOVE TAB-IOF-PCT(CDB001A-DIAS) TO CDB001A-ALIQ-IOF
              COMPUTE CDB001A-VALOR-IOF ROUNDED =
                      CDB001A-RENDIMENTO * CDB001A-ALIQ-IOF / 100
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IMPOSTO DE RENDA PELA TABELA REGRESSIVA, SOBRE O RENDIMENTO
      *    MENOS O IOF
      *----------------------------------------------------------------*
       0004-CALCULAR-IR                SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CDB001A-DIAS NOT GREATER 180
                    MOVE 22,5          TO CDB001A-ALIQ-IR
               WHEN CDB001A-DIAS NOT GREATER 360
                    MOVE 20,0          TO CDB001A-ALIQ-IR
               WHEN CDB001A-DIAS NOT GREATER 720
                    MOVE 17,5          TO CDB001A-ALIQ-IR
               WHEN OTHER
                    MOVE 15,0          TO CDB001A-ALIQ-IR
           END-EVALUATE

           COMPUTE WRK-BASE-IR =
                   CDB001A-RENDIMENTO - CDB001A-VALOR-IOF
           COMPUTE CDB001A-VALOR-IR ROUNDED =
                   WRK-BASE-IR * CDB001A-ALIQ-IR / 100
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FINALIZAR PROGRAMA
      *----------------------------------------------------------------*
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
