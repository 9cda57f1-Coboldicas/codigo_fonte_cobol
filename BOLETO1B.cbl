      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: VALIDACAO E DECODIFICACAO DE BOLETO (BOOK
      *              BOL001A) PARA PAGAMENTO: CONFERE OS DVS DOS
      *              CAMPOS DA LINHA DIGITAVEL E O DV GERAL DO CODIGO
      *              DE BARRAS, MONTA O CODIGO DE BARRAS DE 44
      *              POSICOES E DECODIFICA BANCO, FATOR DE VENCIMENTO
      *              E VALOR. O BOLETO BANCARIO SEGUE AS MESMAS
      *              REGRAS DE DV DO GERADOR PROG025A; O DE
      *              ARRECADACAO (INICIADO POR 8) USA MOD-10 OU MOD-11
      *              CONFORME O IDENTIFICADOR DE VALOR (3a POSICAO).
      *              NAO LE NEM GRAVA ARQUIVOS.
      * NOME.......: BOLETO1B
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO1B.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SOMENTE OS ALGARISMOS DO CODIGO INFORMADO
       01  WRK-DIGITOS                    PIC X(60) VALUE SPACES.
       01  WRK-QTDE-DIG                   PIC 9(02) VALUE ZEROS.
       01  WRK-POS                        PIC 9(02) VALUE ZEROS.

      *    CALCULO DOS DIGITOS VERIFICADORES (MOD-11 E MOD-10)
       01  WRK-DV-POS                     PIC 9(02) VALUE ZEROS.
       01  WRK-DV-PESO                    PIC 9(02) VALUE ZEROS.
       01  WRK-DV-SOMA                    PIC 9(05) VALUE ZEROS.
       01  WRK-DV-PROD                    PIC 9(03) VALUE ZEROS.
       01  WRK-DV-RESTO                   PIC 9(02) VALUE ZEROS.
       01  WRK-DV-DIGITO                  PIC 9(01) VALUE ZEROS.
       01  WRK-DV-CAMPO                   PIC X(43) VALUE SPACES.
       01  WRK-DV-TAMANHO                 PIC 9(02) VALUE ZEROS.
       01  WRK-DV-INFORMADO               PIC 9(01) VALUE ZEROS.
      *        B = REGRA BANCARIA (0, 1 OU 10 VIRA 1)
      *        C = REGRA DE ARRECADACAO (0 OU 1 VIRA 0)
       01  WRK-DV-REGRA                   PIC X(01) VALUE 'B'.
      *        10 = MOD-10  11 = MOD-11 (ARRECADACAO)
       01  WRK-MODULO-CONV                PIC 9(02) VALUE ZEROS.
       01  WRK-IND-BLOCO                  PIC 9(01) VALUE ZEROS.
       01  WRK-INICIO-BLOCO               PIC 9(02) VALUE ZEROS.

      *    FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997
       01  WRK-FATOR-BASE-INT             PIC 9(09) VALUE ZEROS.
       01  WRK-VENC-INT                   PIC 9(09) VALUE ZEROS.
       01  WRK-REF-INT                    PIC 9(09) VALUE ZEROS.

      *    VALOR DO CODIGO DE BARRAS, COM 2 DECIMAIS IMPLICITAS
       01  WRK-VALOR-10-STR               PIC X(10) VALUE ZEROS.
       01  WRK-VALOR-10-NUM REDEFINES WRK-VALOR-10-STR.
           05 WRK-VALOR-10                PIC 9(08)V99.
       01  WRK-VALOR-11-STR               PIC X(11) VALUE ZEROS.
       01  WRK-VALOR-11-NUM REDEFINES WRK-VALOR-11-STR.
           05 WRK-VALOR-11                PIC 9(09)V99.

       LINKAGE SECTION.
       01  LNK-BOL-REGISTRO.
           COPY BOL001A.

      *================================================================*
       PROCEDURE DIVISION USING LNK-BOL-REGISTRO.
      *================================================================*

      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-processar
       0000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO BOL001A-RETORNO
           MOVE 'BOLETO VALIDO'        TO BOL001A-MENSAGEM
           MOVE SPACES                 TO BOL001A-TIPO
                                          BOL001A-COD-BARRAS
                                          BOL001A-BANCO
           MOVE ZEROS                  TO BOL001A-FATOR
                                          BOL001A-VENCIMENTO
                                          BOL001A-VALOR

           PERFORM 0001-EXTRAIR-DIGITOS

           EVALUATE TRUE
               WHEN WRK-QTDE-DIG EQUAL 44
                    MOVE WRK-DIGITOS(1:44) TO BOL001A-COD-BARRAS
               WHEN WRK-QTDE-DIG EQUAL 47 AND
                    WRK-DIGITOS(1:1) NOT EQUAL '8'
                    PERFORM 0002-VALIDAR-LINHA-BANCARIA
               WHEN WRK-QTDE-DIG EQUAL 48 AND
                    WRK-DIGITOS(1:1) EQUAL '8'
                    PERFORM 0003-VALIDAR-LINHA-CONVENIO
               WHEN OTHER
                    MOVE 'T'           TO BOL001A-RETORNO
                    MOVE 'INFORME 44, 47 OU 48 DIGITOS'
                                       TO BOL001A-MENSAGEM
           END-EVALUATE

           IF BOL001A-RETORNO EQUAL 'S'
              IF BOL001A-COD-BARRAS(1:1) EQUAL '8'
                 MOVE 'C'              TO BOL001A-TIPO
                 PERFORM 0005-DECODIFICAR-CONVENIO
              ELSE
                 MOVE 'B'              TO BOL001A-TIPO
                 PERFORM 0004-DECODIFICAR-BANCARIO
              END-IF
           END-IF

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXTRAIR OS ALGARISMOS DO CODIGO INFORMADO (A LINHA
      *    DIGITAVEL COSTUMA VIR COM PONTOS E ESPACOS)
      *----------------------------------------------------------------*
       0001-EXTRAIR-DIGITOS            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DIGITOS
           MOVE ZEROS                  TO WRK-QTDE-DIG

           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL
                      WRK-POS GREATER 60
              IF BOL001A-CODIGO(WRK-POS:1) IS NUMERIC AND
                 WRK-QTDE-DIG LESS 60
                 ADD 1                 TO WRK-QTDE-DIG
                 MOVE BOL001A-CODIGO(WRK-POS:1)
                                       TO WRK-DIGITOS(WRK-QTDE-DIG:1)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DIGITAVEL BANCARIA (47): CAMPO 1 = POSICOES 1-9 + DV
      *    (10), CAMPO 2 = 11-20 + DV (21), CAMPO 3 = 22-31 + DV (32),
      *    CAMPO 4 = DV GERAL (33), CAMPO 5 = FATOR + VALOR (34-47).
      *    O CODIGO DE BARRAS E BANCO/MOEDA, DV GERAL, FATOR/VALOR E
      *    OS 25 DIGITOS DO CAMPO LIVRE
      *----------------------------------------------------------------*
       0002-VALIDAR-LINHA-BANCARIA     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DV-CAMPO
           MOVE WRK-DIGITOS(1:9)       TO WRK-DV-CAMPO
           MOVE 9                      TO WRK-DV-TAMANHO
           PERFORM 0010-CALC-DV-MOD10
           MOVE WRK-DIGITOS(10:1)      TO WRK-DV-INFORMADO
           IF WRK-DV-DIGITO NOT EQUAL WRK-DV-INFORMADO
              MOVE '1'                 TO BOL001A-RETORNO
              MOVE 'DV DO CAMPO 1 INVALIDO' TO BOL001A-MENSAGEM
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-DV-CAMPO
           MOVE WRK-DIGITOS(11:10)     TO WRK-DV-CAMPO
           MOVE 10                     TO WRK-DV-TAMANHO
           PERFORM 0010-CALC-DV-MOD10
           MOVE WRK-DIGITOS(21:1)      TO WRK-DV-INFORMADO
           IF WRK-DV-DIGITO NOT EQUAL WRK-DV-INFORMADO
              MOVE '2'                 TO BOL001A-RETORNO
              MOVE 'DV DO CAMPO 2 INVALIDO' TO BOL001A-MENSAGEM
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-DV-CAMPO
           MOVE WRK-DIGITOS(22:10)     TO WRK-DV-CAMPO
           MOVE 10                     TO WRK-DV-TAMANHO
           PERFORM 0010-CALC-DV-MOD10
           MOVE WRK-DIGITOS(32:1)      TO WRK-DV-INFORMADO
           IF WRK-DV-DIGITO NOT EQUAL WRK-DV-INFORMADO
              MOVE '3'                 TO BOL001A-RETORNO
              MOVE 'DV DO CAMPO 3 INVALIDO' TO BOL001A-MENSAGEM
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO BOL001A-COD-BARRAS
           STRING WRK-DIGITOS(1:4)     DELIMITED BY SIZE
                  WRK-DIGITOS(33:1)    DELIMITED BY SIZE
                  WRK-DIGITOS(34:14)   DELIMITED BY SIZE
                  WRK-DIGITOS(5:5)     DELIMITED BY SIZE
                  WRK-DIGITOS(11:10)   DELIMITED BY SIZE
                  WRK-DIGITOS(22:10)   DELIMITED BY SIZE
                  INTO BOL001A-COD-BARRAS
           END-STRING
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DIGITAVEL DE ARRECADACAO (48): QUATRO BLOCOS DE 11
      *    DIGITOS, CADA UM SEGUIDO DO SEU DV (MOD-10 SE A 3a
      *    POSICAO FOR 6 OU 7, MOD-11 SE FOR 8 OU 9). O CODIGO DE
      *    BARRAS SAO OS QUATRO BLOCOS SEM OS DVS
      *----------------------------------------------------------------*
       0003-VALIDAR-LINHA-CONVENIO     SECTION.
      *----------------------------------------------------------------*

           PERFORM 0012-OBTER-MODULO-CONVENIO
           IF BOL001A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO BOL001A-COD-BARRAS
           PERFORM VARYING WRK-IND-BLOCO FROM 1 BY 1 UNTIL
                      WRK-IND-BLOCO GREATER 4 OR
                      BOL001A-RETORNO NOT EQUAL 'S'
              COMPUTE WRK-INICIO-BLOCO = (WRK-IND-BLOCO - 1) * 12 + 1
              MOVE SPACES              TO WRK-DV-CAMPO
              MOVE WRK-DIGITOS(WRK-INICIO-BLOCO:11) TO WRK-DV-CAMPO
              MOVE 11                  TO WRK-DV-TAMANHO
              IF WRK-MODULO-CONV EQUAL 10
                 PERFORM 0010-CALC-DV-MOD10
              ELSE
                 MOVE 'C'              TO WRK-DV-REGRA
                 PERFORM 0011-CALC-DV-MOD11
              END-IF
              MOVE WRK-DIGITOS(WRK-INICIO-BLOCO + 11:1)
                                       TO WRK-DV-INFORMADO
              IF WRK-DV-DIGITO NOT EQUAL WRK-DV-INFORMADO
                 MOVE WRK-IND-BLOCO    TO BOL001A-RETORNO
                 MOVE SPACES           TO BOL001A-MENSAGEM
                 STRING 'DV DO CAMPO ' WRK-IND-BLOCO ' INVALIDO'
                        DELIMITED BY SIZE INTO BOL001A-MENSAGEM
                 END-STRING
              ELSE
                 MOVE WRK-DIGITOS(WRK-INICIO-BLOCO:11) TO
                      BOL001A-COD-BARRAS((WRK-IND-BLOCO - 1) * 11 + 1:
                                         11)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BOLETO BANCARIO: CONFERE O DV GERAL (POSICAO 5) E
      *    DECODIFICA BANCO, FATOR DE VENCIMENTO E VALOR
      *----------------------------------------------------------------*
       0004-DECODIFICAR-BANCARIO       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DV-CAMPO
           STRING BOL001A-COD-BARRAS(1:4)  DELIMITED BY SIZE
                  BOL001A-COD-BARRAS(6:39) DELIMITED BY SIZE
                  INTO WRK-DV-CAMPO
           END-STRING
           MOVE 43                     TO WRK-DV-TAMANHO
           MOVE 'B'                    TO WRK-DV-REGRA
           PERFORM 0011-CALC-DV-MOD11
           MOVE BOL001A-COD-BARRAS(5:1) TO WRK-DV-INFORMADO
           IF WRK-DV-DIGITO NOT EQUAL WRK-DV-INFORMADO
              MOVE 'G'                 TO BOL001A-RETORNO
              MOVE 'DV GERAL DO CODIGO DE BARRAS INVALIDO'
                                       TO BOL001A-MENSAGEM
              EXIT SECTION
           END-IF

           MOVE BOL001A-COD-BARRAS(1:3)  TO BOL001A-BANCO
           MOVE BOL001A-COD-BARRAS(6:4)  TO BOL001A-FATOR
           MOVE BOL001A-COD-BARRAS(10:10) TO WRK-VALOR-10-STR
           MOVE WRK-VALOR-10           TO BOL001A-VALOR

      *    O FATOR VOLTA A 1000 DEPOIS DE 9999 (REGRA FEBRABAN DE
      *    2025): VALE O CICLO MAIS PROXIMO DA DATA DE REFERENCIA
           IF BOL001A-FATOR GREATER ZEROS
              COMPUTE WRK-FATOR-BASE-INT =
                      FUNCTION INTEGER-OF-DATE(19971007)
              COMPUTE WRK-VENC-INT = WRK-FATOR-BASE-INT + BOL001A-FATOR
              IF FUNCTION TEST-DATE-YYYYMMDD(BOL001A-DATA-REF)
                                       EQUAL ZERO
                 COMPUTE WRK-REF-INT =
                         FUNCTION INTEGER-OF-DATE(BOL001A-DATA-REF)
                 PERFORM UNTIL WRK-VENC-INT + 4500 NOT LESS
                               WRK-REF-INT
                    ADD 9000           TO WRK-VENC-INT
                 END-PERFORM
              END-IF
              COMPUTE BOL001A-VENCIMENTO =
                      FUNCTION DATE-OF-INTEGER(WRK-VENC-INT)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BOLETO DE ARRECADACAO: CONFERE O DV GERAL (POSICAO 4) E
      *    OBTEM O VALOR (POSICOES 5-15) QUANDO O IDENTIFICADOR FOR
      *    DE VALOR EFETIVO (6 OU 8); 7 OU 9 SAO VALOR DE REFERENCIA
      *----------------------------------------------------------------*
       0005-DECODIFICAR-CONVENIO       SECTION.
      *----------------------------------------------------------------*

      *    O IDENTIFICADOR DE VALOR E LIDO DO PROPRIO CODIGO
           MOVE BOL001A-COD-BARRAS     TO WRK-DIGITOS
           PERFORM 0012-OBTER-MODULO-CONVENIO
           IF BOL001A-RETORNO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE SPACES                 TO WRK-DV-CAMPO
           STRING BOL001A-COD-BARRAS(1:3)  DELIMITED BY SIZE
                  BOL001A-COD-BARRAS(5:40) DELIMITED BY SIZE
                  INTO WRK-DV-CAMPO
           END-STRING
           MOVE 43                     TO WRK-DV-TAMANHO
           IF WRK-MODULO-CONV EQUAL 10
              PERFORM 0010-CALC-DV-MOD10
           ELSE
              MOVE 'C'                 TO WRK-DV-REGRA
              PERFORM 0011-CALC-DV-MOD11
           END-IF
           MOVE BOL001A-COD-BARRAS(4:1) TO WRK-DV-INFORMADO
           IF WRK-DV-DIGITO NOT EQUAL WRK-DV-INFORMADO
              MOVE 'G'                 TO BOL001A-RETORNO
              MOVE 'DV GERAL DO CODIGO DE BARRAS INVALIDO'
                                       TO BOL001A-MENSAGEM
              EXIT SECTION
           END-IF

           IF BOL001A-COD-BARRAS(3:1) EQUAL '6' OR
              BOL001A-COD-BARRAS(3:1) EQUAL '8'
              MOVE BOL001A-COD-BARRAS(5:11) TO WRK-VALOR-11-STR
              MOVE WRK-VALOR-11        TO BOL001A-VALOR
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DV MOD-10 DO CAMPO EM WRK-DV-CAMPO (TAMANHO EM
      *    WRK-DV-TAMANHO): PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      *    ESQUERDA, PRODUTO MAIOR QUE 9 SOMA OS DOIS ALGARISMOS
      *----------------------------------------------------------------*
       0010-CALC-DV-MOD10              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 2                      TO WRK-DV-PESO

           PERFORM VARYING WRK-DV-POS FROM WRK-DV-TAMANHO BY -1 UNTIL
                      WRK-DV-POS LESS 1
              COMPUTE WRK-DV-PROD =
                 FUNCTION NUMVAL(WRK-DV-CAMPO(WRK-DV-POS:1))
                 * WRK-DV-PESO
              IF WRK-DV-PROD GREATER 9
                 SUBTRACT 9            FROM WRK-DV-PROD
              END-IF
              ADD WRK-DV-PROD          TO WRK-DV-SOMA
              IF WRK-DV-PESO EQUAL 2
                 MOVE 1                TO WRK-DV-PESO
              ELSE
                 MOVE 2                TO WRK-DV-PESO
              END-IF
           END-PERFORM

           COMPUTE WRK-DV-DIGITO =
              FUNCTION MOD(10 - FUNCTION MOD(WRK-DV-SOMA, 10), 10)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DV MOD-11 DO CAMPO EM WRK-DV-CAMPO (TAMANHO EM
      *    WRK-DV-TAMANHO): PESOS 2 A 9 DA DIREITA PARA A ESQUERDA.
      *    REGRA B (BANCARIO): RESTO 0, 1 OU 10 DA DV 1.
      *    REGRA C (ARRECADACAO): RESTO 0 OU 1 DA DV 0
      *----------------------------------------------------------------*
       0011-CALC-DV-MOD11              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 2                      TO WRK-DV-PESO

           PERFORM VARYING WRK-DV-POS FROM WRK-DV-TAMANHO BY -1 UNTIL
                      WRK-DV-POS LESS 1
              COMPUTE WRK-DV-PROD =
                 FUNCTION NUMVAL(WRK-DV-CAMPO(WRK-DV-POS:1))
                 * WRK-DV-PESO
              ADD WRK-DV-PROD          TO WRK-DV-SOMA
              ADD 1                    TO WRK-DV-PESO
              IF WRK-DV-PESO GREATER 9
                 MOVE 2                TO WRK-DV-PESO
              END-IF
           END-PERFORM

           COMPUTE WRK-DV-RESTO = FUNCTION MOD(WRK-DV-SOMA, 11)
           COMPUTE WRK-DV-DIGITO = 11 - WRK-DV-RESTO
              ON SIZE ERROR MOVE 1     TO WRK-DV-DIGITO
           END-COMPUTE
           IF WRK-DV-REGRA EQUAL 'C'
              IF WRK-DV-RESTO EQUAL 0 OR WRK-DV-RESTO EQUAL 1
                 MOVE 0                TO WRK-DV-DIGITO
              END-IF
           ELSE
              IF WRK-DV-RESTO EQUAL 0 OR WRK-DV-RESTO EQUAL 1 OR
                 WRK-DV-RESTO EQUAL 10
                 MOVE 1                TO WRK-DV-DIGITO
              END-IF
           END-IF
           MOVE 'B'                    TO WRK-DV-REGRA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MODULO DO BOLETO DE ARRECADACAO PELO IDENTIFICADOR DE
      *    VALOR (3a POSICAO DE WRK-DIGITOS)
      *----------------------------------------------------------------*
       0012-OBTER-MODULO-CONVENIO      SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-DIGITOS(3:1)
               WHEN '6'
               WHEN '7'
                    MOVE 10            TO WRK-MODULO-CONV
               WHEN '8'
               WHEN '9'
                    MOVE 11            TO WRK-MODULO-CONV
               WHEN OTHER
                    MOVE 'G'           TO BOL001A-RETORNO
                    MOVE 'IDENTIFICADOR DE VALOR INVALIDO'
                                       TO BOL001A-MENSAGEM
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
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
