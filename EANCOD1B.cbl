      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: IDENTIFICACAO DO PRODUTO PELO CODIGO DIGITADO OU
      *              LIDO NO LEITOR (BOOK EAN001A): CODIGO INTERNO DE
      *              ATE 5 DIGITOS OU CODIGO DE BARRAS GTIN/EAN-13 COM
      *              VALIDACAO DO DIGITO VERIFICADOR (MODULO 10). O
      *              CODIGO DE BALANCA (PREFIXO 2) DEVOLVE O PRECO OU O
      *              PESO EMBUTIDO. EANPROD.dat E MANTIDO PELO EANCOD1A
      *              E LIDO A CADA CHAMADA.
      * NOME.......: EANCOD1B
      *----------------------------------------------------------------*
      * LAYOUT DE EANPROD.dat (PIPE), UMA LINHA POR CODIGO:
      *   CODIGO(13)|PRODUTO(5)|TIPO N/P/K|
      *   TIPO N: GTIN DE 13 DIGITOS
      *   TIPO P/K: PREFIXO DE BALANCA 2 + PLU(5) NAS 6 PRIMEIRAS
      *   POSICOES. O CODIGO LIDO TRAZ NAS POSICOES 7-12 O PRECO EM
      *   CENTAVOS (P) OU O PESO EM GRAMAS (K)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EANCOD1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-EAN ASSIGN TO 'EANPROD.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EAN.
       01  FD-LIN-EAN                     PIC X(030).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-ACHOU                      PIC X(01) VALUE 'N'.

      *--- Codigo lido alinhado a esquerda e o seu tamanho
       01  WRK-LIDO                       PIC X(13) VALUE SPACES.
       01  WRK-TAM                        PIC 9(02) VALUE ZEROS.
       01  WRK-POS                        PIC 9(02) VALUE ZEROS.

      *--- GTIN normalizado em 13 digitos
       01  WRK-GTIN                       PIC X(13) VALUE ALL '0'.
       01  WRK-GTIN-R REDEFINES WRK-GTIN.
           05  WRK-GTIN-DIG               PIC 9(01) OCCURS 13 TIMES.
       01  WRK-GTIN-CAMPOS REDEFINES WRK-GTIN.
           05  WRK-GTIN-PREFIXO           PIC X(06).
           05  WRK-GTIN-VALOR             PIC 9(06).
           05  FILLER                     PIC X(01).

      *--- Calculo do digito verificador
       01  WRK-IND-DIG                    PIC 9(02) VALUE ZEROS.
       01  WRK-SOMA                       PIC 9(04) VALUE ZEROS.
       01  WRK-QUOCIENTE                  PIC 9(04) VALUE ZEROS.
       01  WRK-RESTO                      PIC 9(02) VALUE ZEROS.

      *--- Campos de EANPROD.dat desmontados
       01  WRK-EAN-CODIGO                 PIC X(13) VALUE SPACES.
       01  WRK-EAN-PRODUTO                PIC 9(05) VALUE ZEROS.
       01  WRK-EAN-TIPO                   PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01  LNK-EAN-REGISTRO.
           COPY EAN001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-EAN-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO EAN001A-CODIGO
                                          EAN001A-TIPO
           MOVE ZEROS                  TO EAN001A-DIGITO
                                          EAN001A-PRODUTO
                                          EAN001A-VALOR
                                          EAN001A-PESO

           PERFORM 0001-VALIDAR-CODIGO

           IF EAN001A-ACAO EQUAL 'C' AND EAN001A-RETORNO EQUAL 'E'
              PERFORM 0002-CONSULTAR-PRODUTO
           END-IF

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CLASSIFICAR O CODIGO LIDO: INTERNO (1 A 5 DIGITOS) OU GTIN
      *    DE 8, 12 OU 13 DIGITOS, NORMALIZADO PARA 13 POSICOES, COM
      *    O DIGITO VERIFICADOR CONFERIDO
      *----------------------------------------------------------------*
       0001-VALIDAR-CODIGO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'X'                    TO EAN001A-RETORNO
           MOVE FUNCTION TRIM(EAN001A-LIDO)
                                       TO WRK-LIDO
           MOVE ZEROS                  TO WRK-TAM
           INSPECT WRK-LIDO TALLYING WRK-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE

           IF WRK-TAM EQUAL ZEROS
              EXIT SECTION
           END-IF
           IF WRK-LIDO(1:WRK-TAM) IS NOT NUMERIC
              EXIT SECTION
           END-IF

           IF WRK-TAM NOT GREATER 5
              MOVE WRK-LIDO(1:WRK-TAM) TO EAN001A-PRODUTO
              MOVE 'I'                 TO EAN001A-RETORNO
              EXIT SECTION
           END-IF

           IF WRK-TAM NOT EQUAL 8 AND WRK-TAM NOT EQUAL 12 AND
              WRK-TAM NOT EQUAL 13
              EXIT SECTION
           END-IF

           MOVE ALL '0'                TO WRK-GTIN
           COMPUTE WRK-POS = 14 - WRK-TAM
           MOVE WRK-LIDO(1:WRK-TAM)    TO WRK-GTIN(WRK-POS:WRK-TAM)
           MOVE WRK-GTIN               TO EAN001A-CODIGO

      *    PESOS 1 E 3 ALTERNADOS DA ESQUERDA PARA A DIREITA NAS 12
      *    PRIMEIRAS POSICOES; O DIGITO COMPLETA A SOMA ATE A DEZENA
           MOVE ZEROS                  TO WRK-SOMA
           PERFORM VARYING WRK-IND-DIG FROM 1 BY 1 UNTIL
                      WRK-IND-DIG GREATER 12
              DIVIDE WRK-IND-DIG BY 2 GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO
              IF WRK-RESTO EQUAL ZEROS
                 COMPUTE WRK-SOMA = WRK-SOMA
                                  + WRK-GTIN-DIG(WRK-IND-DIG) * 3
              ELSE
                 ADD WRK-GTIN-DIG(WRK-IND-DIG) TO WRK-SOMA
              END-IF
           END-PERFORM

           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO
           IF WRK-RESTO EQUAL ZEROS
              MOVE ZEROS               TO EAN001A-DIGITO
           ELSE
              COMPUTE EAN001A-DIGITO = 10 - WRK-RESTO
           END-IF

           IF EAN001A-DIGITO EQUAL WRK-GTIN-DIG(13)
              MOVE 'E'                 TO EAN001A-RETORNO
           ELSE
              MOVE 'D'                 TO EAN001A-RETORNO
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR O GTIN EM EANPROD.dat: PRIMEIRO O CODIGO FIXO;
      *    SEM ELE, O CODIGO DE BALANCA PELO PREFIXO 2 + PLU
      *----------------------------------------------------------------*
       0002-CONSULTAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU
           PERFORM 0003-PROCURAR-CODIGO

           IF WRK-ACHOU NOT EQUAL 'S' AND
              WRK-GTIN(1:1) EQUAL '2'
              MOVE 'V'                 TO WRK-ACHOU
              PERFORM 0003-PROCURAR-CODIGO
           END-IF

           IF WRK-ACHOU NOT EQUAL 'S'
              MOVE 'N'                 TO EAN001A-RETORNO
              EXIT SECTION
           END-IF

           EVALUATE EAN001A-TIPO
              WHEN 'P'
                 COMPUTE EAN001A-VALOR = WRK-GTIN-VALOR / 100
              WHEN 'K'
                 COMPUTE EAN001A-PESO  = WRK-GTIN-VALOR / 1000
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LER EANPROD.dat PROCURANDO O CODIGO FIXO (WRK-ACHOU 'N')
      *    OU O PREFIXO DE BALANCA (WRK-ACHOU 'V')
      *----------------------------------------------------------------*
       0003-PROCURAR-CODIGO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-EAN

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-EAN
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-EAN-CODIGO
                                          WRK-EAN-TIPO
                    MOVE ZEROS         TO WRK-EAN-PRODUTO
                    UNSTRING FD-LIN-EAN DELIMITED BY SEP
                       INTO WRK-EAN-CODIGO
                            WRK-EAN-PRODUTO
                            WRK-EAN-TIPO
                    END-UNSTRING
                    IF (WRK-ACHOU EQUAL 'N' AND
                        WRK-EAN-TIPO EQUAL 'N' AND
                        WRK-EAN-CODIGO EQUAL WRK-GTIN) OR
                       (WRK-ACHOU EQUAL 'V' AND
                        WRK-EAN-TIPO NOT EQUAL 'N' AND
                        WRK-EAN-CODIGO(1:6) EQUAL WRK-GTIN-PREFIXO)
                       MOVE 'S'        TO WRK-ACHOU
                                          WRK-FIM-ARQ
                       MOVE WRK-EAN-PRODUTO
                                       TO EAN001A-PRODUTO
                       MOVE WRK-EAN-TIPO
                                       TO EAN001A-TIPO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-EAN
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
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
