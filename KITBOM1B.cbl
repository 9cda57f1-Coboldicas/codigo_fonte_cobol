      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: CONSULTA DA ESTRUTURA DE KIT / LISTA DE MATERIAIS
      *              (BOOK KIT001A). DEVOLVE SE O PRODUTO E KIT, O TIPO
      *              (V = VIRTUAL, EXPLODIDO NA VENDA; M = MONTADO, COM
      *              ESTOQUE PROPRIO) E OS COMPONENTES COM A QUANTIDADE
      *              POR UNIDADE DO KIT. KITBOM.dat E MANTIDO PELO
      *              KITBOM1A E LIDO A CADA CHAMADA.
      * NOME.......: KITBOM1B
      *----------------------------------------------------------------*
      * LAYOUT DE KITBOM.dat (PIPE), UMA LINHA POR COMPONENTE:
      *   KIT(5)|TIPO V/M|COMPONENTE(5)|QTDE(5)|
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITBOM1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-KITBOM ASSIGN TO 'KITBOM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-KITBOM.
       01  FD-LIN-KITBOM                  PIC X(040).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-MAX-COMP                   PIC 9(02) VALUE 20.

      *--- Campos de KITBOM.dat desmontados
       01  WRK-BOM-KIT                    PIC 9(05) VALUE ZEROS.
       01  WRK-BOM-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-BOM-COMPONENTE             PIC 9(05) VALUE ZEROS.
       01  WRK-BOM-QTDE                   PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-KIT-REGISTRO.
           COPY KIT001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-KIT-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           EVALUATE KIT001A-ACAO
              WHEN 'C'
                 PERFORM 0001-CONSULTAR-KIT
           END-EVALUATE

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR OS COMPONENTES DO KIT KIT001A-PRODUTO
      *----------------------------------------------------------------*
       0001-CONSULTAR-KIT              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO KIT001A-E-KIT
           MOVE SPACES                 TO KIT001A-TIPO
           MOVE ZEROS                  TO KIT001A-QTDE-COMP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-KITBOM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-KITBOM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS         TO WRK-BOM-KIT
                                          WRK-BOM-COMPONENTE
                                          WRK-BOM-QTDE
                    MOVE SPACES        TO WRK-BOM-TIPO
                    UNSTRING FD-LIN-KITBOM DELIMITED BY SEP
                       INTO WRK-BOM-KIT
                            WRK-BOM-TIPO
                            WRK-BOM-COMPONENTE
                            WRK-BOM-QTDE
                    END-UNSTRING
                    IF WRK-BOM-KIT     EQUAL KIT001A-PRODUTO
                    AND KIT001A-QTDE-COMP LESS WRK-MAX-COMP
                       MOVE 'S'        TO KIT001A-E-KIT
                       MOVE WRK-BOM-TIPO
                                       TO KIT001A-TIPO
                       ADD 1           TO KIT001A-QTDE-COMP
                       MOVE WRK-BOM-COMPONENTE TO
                            KIT001A-COMP-COD(KIT001A-QTDE-COMP)
                       MOVE WRK-BOM-QTDE TO
                            KIT001A-COMP-QTDE(KIT001A-QTDE-COMP)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-KITBOM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RETORNO AO PROGRAMA CHAMADOR
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-finalizar
       9999-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

            GOBACK
            .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
