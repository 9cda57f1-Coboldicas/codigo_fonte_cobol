      *              VIA CAMBIO1B) COM A DATA DE HOJE - TAXAS.dat
      *              FICA COMO RESERVA QUANDO O HISTORICO NAO TEM A
      *              MOEDA.
      *              15/10/2026 - SPREAD E IOF: A CONVERSAO PASSA A SER
      *              UMA OPERACAO DE CAMBIO COM O CLIENTE, DE UMA MOEDA
      *              E UM TIPO DE OPERACAO (E=ESPECIE, C=CARTAO PRE-
      *              PAGO, T=TRANSFERENCIA AO EXTERIOR). A TAXA DE
      *              REFERENCIA RECEBE O SPREAD DE VENDA (REAL PARA
      *              MOEDA) OU DE COMPRA (MOEDA PARA REAL) DA MOEDA -
      *              LINHAS 'MOEDA|SPREAD-COMPRA|SPREAD-VENDA|' APOS A
      *              PRIMEIRA LINHA DE TAXAS.dat, EM PERCENTUAL - E O
      *              IOF SAI PELA ALIQUOTA DO TIPO DE OPERACAO
      *              (IOFPARM.dat OU TABELA PADRAO DO BOOK IOF001A).
      *              O COMPROVANTE DO CLIENTE (TELA E RECCAMB.txt)
      *              MOSTRA A TAXA DE REFERENCIA, O SPREAD, A TAXA
      *              APLICADA, O IOF E O VET. A OPCAO 3 MOSTRA AS
      *              COTACOES DE COMPRA E VENDA DO DIA. A LINHA DE
      *              CONVHIST.dat GANHA TIPO, TAXA APLICADA, VALOR DO
      *              CAMBIO EM REAIS, SPREAD, ALIQUOTA E VALOR DO IOF E
      *              VET (APURADOS E CONTABILIZADOS PELO PROG029C) E A
      *              LINHA DE TAXAHIST.dat GANHA OS SPREADS.
      *----------------------------------------------------------------*
      * LAYOUT DE CONVHIST.dat:
      *   DATA(8)|HORA(6)|SENTIDO(3)|MOEDA(1)|VALOR-ORIGEM|
      *   TAXA-REFERENCIA|VALOR-DESTINO|TIPO-OPERACAO(1)|TAXA-APLICADA|
      *   VALOR-CAMBIO-REAIS|SPREAD-REAIS|ALIQ-IOF|IOF-REAIS|VET|
      *   (R>M: ORIGEM EM REAIS, DESTINO NA MOEDA; M>R: ORIGEM NA
      *   MOEDA, DESTINO EM REAIS LIQUIDO DO IOF. LINHAS ANTERIORES A
      *   15/10/2026 TERMINAM NO VALOR-DESTINO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG029A.
           SELECT OPTIONAL ARQ-CONVHIST ASSIGN TO 'CONVHIST.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-IOFPARM ASSIGN TO 'IOFPARM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RECIBO ASSIGN TO 'RECCAMB.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARM.
       01  FD-LIN-TAXAS                   PIC X(040).

       FD  ARQ-TAXAHIST.
       01  FD-LIN-TAXAHIST                PIC X(100).

       FD  ARQ-CONVHIST.
       01  FD-LIN-CONVHIST                PIC X(150).

       FD  ARQ-IOFPARM.
       01  FD-LIN-IOFPARM                 PIC X(080).

       FD  ARQ-RECIBO.
       01  FD-LIN-RECIBO                  PIC X(060).

       WORKING-STORAGE SECTION.
       01 SEP                          PIC X(01) VALUE '|'.
       01 WRK-OPCAO-MENU                PIC 9(01) VALUE ZEROS.
       01 WRK-FIM-ARQ                  PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * VARIAVEIS DE ENTRADA
       01 WRK-TAXA-IENE                PIC 9(3)V999 VALUE 0,034.

      *----------------------------------------------------------------*
      * SPREADS DE COMPRA E VENDA POR MOEDA (PERCENTUAL SOBRE A TAXA
      * DE REFERENCIA) - SUBSTITUIDOS PELAS LINHAS DE TAXAS.dat
      *----------------------------------------------------------------*
       01 WRK-SPREAD-COMPRA-DOLAR      PIC 9(2)V99 VALUE 2,00.
       01 WRK-SPREAD-VENDA-DOLAR       PIC 9(2)V99 VALUE 4,00.
       01 WRK-SPREAD-COMPRA-EURO       PIC 9(2)V99 VALUE 2,00.
       01 WRK-SPREAD-VENDA-EURO        PIC 9(2)V99 VALUE 4,00.
       01 WRK-SPREAD-COMPRA-IENE       PIC 9(2)V99 VALUE 3,00.
       01 WRK-SPREAD-VENDA-IENE        PIC 9(2)V99 VALUE 5,00.
       01 WRK-QTDE-LIN-TAXAS           PIC 9(03) VALUE ZEROS.
       01 WRK-LIN-MOEDA                PIC X(01) VALUE SPACES.
       01 WRK-LIN-COMPRA               PIC X(10) VALUE SPACES.
       01 WRK-LIN-VENDA                PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * ALIQUOTAS DE IOF POR TIPO DE OPERACAO (IOFPARM.dat OU PADRAO)
      *----------------------------------------------------------------*
       01 TAB-IOF-PADRAO.
           COPY IOF001A.
       01 WRK-MAX-TAB-IOF              PIC 9(02) VALUE 10.
       01 WRK-QTDE-IOF                 PIC 9(02) VALUE ZEROS.
       01 WRK-IND-IOF                  PIC 9(02) VALUE ZEROS.
       01 WRK-IOF-ACHADO               PIC 9(02) VALUE ZEROS.
       01 TAB-IOF.
           05 TAB-IOF-ITEM OCCURS 10 TIMES.
              10 TAB-IOF-TIPO          PIC X(01).
              10 TAB-IOF-DESCRICAO     PIC X(30).
              10 TAB-IOF-ALIQ-VENDA    PIC 9(2)V99.
              10 TAB-IOF-ALIQ-COMPRA   PIC 9(2)V99.
       01 WRK-LIN-TIPO                 PIC X(01) VALUE SPACES.
       01 WRK-LIN-DESCRICAO            PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * OPERACAO DE CAMBIO EM CURSO
      *----------------------------------------------------------------*
       01 WRK-OPE-TIPO                 PIC X(01) VALUE SPACES.
       01 WRK-OPE-TAXA-REF             PIC 9(3)V9(6) VALUE ZEROS.
       01 WRK-OPE-SPREAD-PCT           PIC 9(2)V99 VALUE ZEROS.
       01 WRK-OPE-TAXA-EFET            PIC 9(3)V9(6) VALUE ZEROS.
       01 WRK-OPE-IOF-PCT              PIC 9(2)V99 VALUE ZEROS.
       01 WRK-OPE-VALOR-MOEDA          PIC 9(9)V99 VALUE ZEROS.
       01 WRK-OPE-VALOR-CAMBIO         PIC 9(9)V99 VALUE ZEROS.
       01 WRK-OPE-SPREAD-VALOR         PIC S9(9)V99 VALUE ZEROS.
       01 WRK-OPE-IOF-VALOR            PIC 9(9)V99 VALUE ZEROS.
       01 WRK-OPE-TOTAL-CLIENTE        PIC 9(9)V99 VALUE ZEROS.
       01 WRK-OPE-VET                  PIC 9(3)V9(6) VALUE ZEROS.
       01 WRK-OPE-NOME-MOEDA           PIC X(10) VALUE SPACES.
       01 WRK-COT-SPREAD-COMPRA        PIC 9(2)V99 VALUE ZEROS.
       01 WRK-COT-SPREAD-VENDA         PIC 9(2)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * MASCARA EXIBICAO
      *----------------------------------------------------------------*
       01 WRK-MASC-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-MASC-SPREAD              PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-MASC-TAXA                PIC ZZ9,999999.
       01 WRK-MASC-TAXA-COMPRA         PIC ZZ9,999999.
       01 WRK-MASC-TAXA-VENDA          PIC ZZ9,999999.
       01 WRK-MASC-PCT                 PIC Z9,99.
       01 WRK-MASC-PCT-COMPRA          PIC Z9,99.

      *----------------------------------------------------------------*
      * CONTROLE
      *----------------------------------------------------------------*
       01 WRK-MENSAGEM                 PIC X(50) VALUE SPACES.
       01 WRK-LIN-RECIBO               PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
      * CONVERSAO INVERSA (MOEDA ESTRANGEIRA PARA REAL)
      *----------------------------------------------------------------*
       01 WRK-MOEDA-ORIGEM             PIC X(01) VALUE SPACES.
       01 WRK-VALOR-MOEDA              PIC 9(7)V9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * HISTORICO DE TAXAS E DE CONVERSOES
       01 WRK-HORA-HHMMSS              PIC 9(06) VALUE ZEROS.
       01 WRK-HIS-SENTIDO              PIC X(03) VALUE SPACES.
       01 WRK-HIS-MOEDA                PIC X(01) VALUE SPACES.
       01 WRK-HIS-VALOR-ORIG           PIC 9(9)V99 VALUE ZEROS.
       01 WRK-HIS-TAXA                 PIC 9(3)V999 VALUE ZEROS.
       01 WRK-HIS-VALOR-DEST           PIC 9(9)V99 VALUE ZEROS.
       01 WRK-HIS-SPREAD               PIC S9(9)V99 VALUE ZEROS
                                       SIGN LEADING SEPARATE.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
           COPY COD001A.
           PERFORM 0005-LER-ARQUIVO-TAXAS
           PERFORM 0015-APLICAR-HISTORICO
           PERFORM 0012-HISTORIAR-TAXAS
           PERFORM 0007-CARREGAR-IOF
           PERFORM 0006-TELA-MENU
           PERFORM 9999-FINALIZAR
           .
           DISPLAY '**---------------------------------------**'
           DISPLAY '1 - CONVERTER REAL PARA MOEDA ESTRANGEIRA'
           DISPLAY '2 - CONVERTER MOEDA ESTRANGEIRA PARA REAL'
           DISPLAY '3 - COTACOES DE COMPRA E VENDA DO DIA'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WRK-OPCAO-MENU

           EVALUATE WRK-OPCAO-MENU
              WHEN 1
                 MOVE 'R>M'            TO WRK-HIS-SENTIDO
                 PERFORM 0001-INFORMAR-VALOR
                 PERFORM 0002-VALIDAR-VALOR
                 PERFORM 0016-INFORMAR-MOEDA
                 IF WRK-MENSAGEM EQUAL SPACES
                    PERFORM 0017-INFORMAR-TIPO-OPERACAO
                 END-IF
                 IF WRK-MENSAGEM EQUAL SPACES
                    PERFORM 0003-CALCULAR-VALOR
                 END-IF
                 IF WRK-MENSAGEM EQUAL SPACES
                    PERFORM 0013-HISTORIAR-CONVERSOES
                    PERFORM 0004-EXIBIR-RESULTADO
                 ELSE
                    DISPLAY FUNCTION TRIM(WRK-MENSAGEM)
                    MOVE SPACES        TO WRK-MENSAGEM
                 END-IF
                 PERFORM 0006-TELA-MENU
              WHEN 2
                 PERFORM 0010-CONVERSAO-INVERSA
                 PERFORM 0006-TELA-MENU
              WHEN 3
                 PERFORM 0020-EXIBIR-COTACOES
                 PERFORM 0006-TELA-MENU
              WHEN 9
                 CONTINUE
              WHEN OTHER

      *----------------------------------------------------------------*
      *    LEITURA DAS TAXAS DE CONVERSAO NO ARQUIVO DE PARAMETROS
      *    TAXAS.DAT. A PRIMEIRA LINHA TRAZ AS TAXAS (FORMATO
      *    DOLAR|EURO|IENE); AS SEGUINTES, OS SPREADS DE CADA MOEDA
      *    (MOEDA|SPREAD-COMPRA|SPREAD-VENDA|). SE O ARQUIVO NAO
      *    EXISTIR OU VIER VAZIO, MANTEM AS TAXAS E SPREADS PADRAO.
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-ler-arquivo-taxas
       0005-LER-ARQUIVO-TAXAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LIN-TAXAS
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-PARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PARM
                  AT END MOVE 'S'      TO WRK-FIM-ARQ
                  NOT AT END
                     ADD 1             TO WRK-QTDE-LIN-TAXAS
                     IF WRK-QTDE-LIN-TAXAS EQUAL 1
                        UNSTRING FD-LIN-TAXAS DELIMITED BY SEP
                                 INTO WRK-TAXA-DOLAR, WRK-TAXA-EURO,
                                      WRK-TAXA-IENE
                        END-UNSTRING
                     ELSE
                        IF FD-LIN-TAXAS NOT EQUAL SPACES
                           PERFORM 0008-TRATAR-LINHA-SPREAD
                        END-IF
                     END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PARM
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LINHA DE SPREAD DE TAXAS.dat: MOEDA|SPREAD-COMPRA|
      *    SPREAD-VENDA| (PERCENTUAIS COM VIRGULA)
      *----------------------------------------------------------------*
       0008-TRATAR-LINHA-SPREAD        SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LIN-MOEDA
                                          WRK-LIN-COMPRA
                                          WRK-LIN-VENDA
           UNSTRING FD-LIN-TAXAS DELIMITED BY SEP
              INTO WRK-LIN-MOEDA
                   WRK-LIN-COMPRA
                   WRK-LIN-VENDA
           END-UNSTRING

           IF WRK-LIN-COMPRA EQUAL SPACES OR
              WRK-LIN-VENDA  EQUAL SPACES
              DISPLAY 'TAXAS.dat: LINHA DE SPREAD IGNORADA - '
                      FUNCTION TRIM(FD-LIN-TAXAS)
              EXIT SECTION
           END-IF

           EVALUATE FUNCTION UPPER-CASE(WRK-LIN-MOEDA)
              WHEN 'D'
                 MOVE FUNCTION NUMVAL(WRK-LIN-COMPRA)
                                       TO WRK-SPREAD-COMPRA-DOLAR
                 MOVE FUNCTION NUMVAL(WRK-LIN-VENDA)
                                       TO WRK-SPREAD-VENDA-DOLAR
              WHEN 'E'
                 MOVE FUNCTION NUMVAL(WRK-LIN-COMPRA)
                                       TO WRK-SPREAD-COMPRA-EURO
                 MOVE FUNCTION NUMVAL(WRK-LIN-VENDA)
                                       TO WRK-SPREAD-VENDA-EURO
              WHEN 'I'
                 MOVE FUNCTION NUMVAL(WRK-LIN-COMPRA)
                                       TO WRK-SPREAD-COMPRA-IENE
                 MOVE FUNCTION NUMVAL(WRK-LIN-VENDA)
                                       TO WRK-SPREAD-VENDA-IENE
              WHEN OTHER
                 DISPLAY 'TAXAS.dat: LINHA DE SPREAD IGNORADA - '
                         FUNCTION TRIM(FD-LIN-TAXAS)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0008-end
       0008-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ALIQUOTAS DE IOF POR TIPO DE OPERACAO: IOFPARM.dat
      *    (TIPO|DESCRICAO|ALIQ-VENDA|ALIQ-COMPRA|) OU, SEM ARQUIVO,
      *    A TABELA PADRAO DO BOOK IOF001A
      *----------------------------------------------------------------*
       0007-CARREGAR-IOF               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-IOF
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-IOFPARM

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-IOFPARM
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-LIN-TIPO
                                          WRK-LIN-DESCRICAO
                                          WRK-LIN-VENDA
                                          WRK-LIN-COMPRA
                    UNSTRING FD-LIN-IOFPARM DELIMITED BY SEP
                       INTO WRK-LIN-TIPO
                            WRK-LIN-DESCRICAO
                            WRK-LIN-VENDA
                            WRK-LIN-COMPRA
                    END-UNSTRING
                    IF WRK-LIN-TIPO NOT EQUAL SPACES AND
                       WRK-LIN-TIPO NOT EQUAL '*' AND
                       WRK-LIN-VENDA NOT EQUAL SPACES AND
                       WRK-LIN-COMPRA NOT EQUAL SPACES AND
                       WRK-QTDE-IOF LESS WRK-MAX-TAB-IOF
                       ADD 1           TO WRK-QTDE-IOF
                       MOVE FUNCTION UPPER-CASE(WRK-LIN-TIPO)
                                  TO TAB-IOF-TIPO(WRK-QTDE-IOF)
                       MOVE WRK-LIN-DESCRICAO
                                  TO TAB-IOF-DESCRICAO(WRK-QTDE-IOF)
                       MOVE FUNCTION NUMVAL(WRK-LIN-VENDA)
                                  TO TAB-IOF-ALIQ-VENDA(WRK-QTDE-IOF)
                       MOVE FUNCTION NUMVAL(WRK-LIN-COMPRA)
                                  TO TAB-IOF-ALIQ-COMPRA(WRK-QTDE-IOF)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-IOFPARM
           MOVE 'N'                    TO WRK-FIM-ARQ

           IF WRK-QTDE-IOF EQUAL ZEROS
              PERFORM VARYING WRK-IND-IOF FROM 1 BY 1 UNTIL
                         WRK-IND-IOF > IOF001A-QTDE-PADRAO
                 MOVE IOF001A-PAD-TIPO(WRK-IND-IOF)
                                  TO TAB-IOF-TIPO(WRK-IND-IOF)
                 MOVE IOF001A-PAD-DESCRICAO(WRK-IND-IOF)
                                  TO TAB-IOF-DESCRICAO(WRK-IND-IOF)
                 MOVE IOF001A-PAD-ALIQ-VENDA(WRK-IND-IOF)
                                  TO TAB-IOF-ALIQ-VENDA(WRK-IND-IOF)
                 MOVE IOF001A-PAD-ALIQ-COMPRA(WRK-IND-IOF)
                                  TO TAB-IOF-ALIQ-COMPRA(WRK-IND-IOF)
              END-PERFORM
              MOVE IOF001A-QTDE-PADRAO TO WRK-QTDE-IOF
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0007-end
       0007-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONVERSAO INVERSA - MOEDA ESTRANGEIRA PARA REAL
      *----------------------------------------------------------------*
       0010-CONVERSAO-INVERSA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'M>R'                  TO WRK-HIS-SENTIDO
           PERFORM 0016-INFORMAR-MOEDA

           IF WRK-MENSAGEM EQUAL SPACES
              DISPLAY "INFORME O VALOR NA MOEDA ESTRANGEIRA: "
                       WITH NO ADVANCING
              ACCEPT WRK-VALOR-MOEDA
              IF WRK-VALOR-MOEDA <= 0
                 MOVE 'VALOR INVALIDO INFORMADO.'
                                       TO WRK-MENSAGEM
              END-IF
           END-IF

           IF WRK-MENSAGEM EQUAL SPACES
              PERFORM 0017-INFORMAR-TIPO-OPERACAO
           END-IF

           IF WRK-MENSAGEM EQUAL SPACES
              PERFORM 0003-CALCULAR-VALOR
           END-IF

           IF WRK-MENSAGEM EQUAL SPACES
              PERFORM 0013-HISTORIAR-CONVERSOES
              PERFORM 0004-EXIBIR-RESULTADO
           ELSE
              DISPLAY FUNCTION TRIM(WRK-MENSAGEM)
              MOVE SPACES              TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CALCULAR A OPERACAO: TAXA DE REFERENCIA DA MOEDA + SPREAD
      *    DE VENDA (R>M) OU - SPREAD DE COMPRA (M>R) = TAXA APLICADA.
      *    O IOF INCIDE SOBRE O VALOR DO CAMBIO EM REAIS: NA VENDA E
      *    SOMADO AO QUE O CLIENTE PAGA, NA COMPRA E DESCONTADO DO
      *    QUE ELE RECEBE. O SPREAD EM REAIS E A DIFERENCA ENTRE O
      *    CAMBIO A TAXA APLICADA E A TAXA DE REFERENCIA. O VET E O
      *    TOTAL EM REAIS DO CLIENTE DIVIDIDO PELO VALOR NA MOEDA.
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-calcular-valor
       0003-CALCULAR-VALOR             SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-MOEDA-ORIGEM
              WHEN 'D'
                 MOVE WRK-TAXA-DOLAR   TO WRK-OPE-TAXA-REF
                 MOVE 'DOLAR'          TO WRK-OPE-NOME-MOEDA
                 IF WRK-HIS-SENTIDO EQUAL 'R>M'
                    MOVE WRK-SPREAD-VENDA-DOLAR
                                       TO WRK-OPE-SPREAD-PCT
                 ELSE
                    MOVE WRK-SPREAD-COMPRA-DOLAR
                                       TO WRK-OPE-SPREAD-PCT
                 END-IF
              WHEN 'E'
                 MOVE WRK-TAXA-EURO    TO WRK-OPE-TAXA-REF
                 MOVE 'EURO'           TO WRK-OPE-NOME-MOEDA
                 IF WRK-HIS-SENTIDO EQUAL 'R>M'
                    MOVE WRK-SPREAD-VENDA-EURO
                                       TO WRK-OPE-SPREAD-PCT
                 ELSE
                    MOVE WRK-SPREAD-COMPRA-EURO
                                       TO WRK-OPE-SPREAD-PCT
                 END-IF
              WHEN 'I'
                 MOVE WRK-TAXA-IENE    TO WRK-OPE-TAXA-REF
                 MOVE 'IENE'           TO WRK-OPE-NOME-MOEDA
                 IF WRK-HIS-SENTIDO EQUAL 'R>M'
                    MOVE WRK-SPREAD-VENDA-IENE
                                       TO WRK-OPE-SPREAD-PCT
                 ELSE
                    MOVE WRK-SPREAD-COMPRA-IENE
                                       TO WRK-OPE-SPREAD-PCT
                 END-IF
           END-EVALUATE

           IF WRK-OPE-TAXA-REF EQUAL ZEROS
              STRING 'TAXA DO '        DELIMITED BY SIZE
                     WRK-OPE-NOME-MOEDA DELIMITED BY SPACE
                     ' NAO CARREGADA - OPERACAO NAO REALIZADA'
                                       DELIMITED BY SIZE
                     INTO WRK-MENSAGEM
              END-STRING
              EXIT SECTION
           END-IF

           IF WRK-HIS-SENTIDO EQUAL 'R>M'
              MOVE TAB-IOF-ALIQ-VENDA(WRK-IOF-ACHADO)
                                       TO WRK-OPE-IOF-PCT
              COMPUTE WRK-OPE-TAXA-EFET ROUNDED =
                      WRK-OPE-TAXA-REF * (1 + WRK-OPE-SPREAD-PCT / 100)
              MOVE WRK-VALOR-REAL      TO WRK-OPE-VALOR-CAMBIO
              COMPUTE WRK-OPE-VALOR-MOEDA ROUNDED =
                      WRK-OPE-VALOR-CAMBIO / WRK-OPE-TAXA-EFET
              COMPUTE WRK-OPE-SPREAD-VALOR ROUNDED =
                      WRK-OPE-VALOR-CAMBIO -
                      WRK-OPE-VALOR-MOEDA * WRK-OPE-TAXA-REF
              COMPUTE WRK-OPE-IOF-VALOR ROUNDED =
                      WRK-OPE-VALOR-CAMBIO * WRK-OPE-IOF-PCT / 100
              COMPUTE WRK-OPE-TOTAL-CLIENTE =
                      WRK-OPE-VALOR-CAMBIO + WRK-OPE-IOF-VALOR
              MOVE WRK-VALOR-REAL      TO WRK-HIS-VALOR-ORIG
              MOVE WRK-OPE-VALOR-MOEDA TO WRK-HIS-VALOR-DEST
           ELSE
              MOVE TAB-IOF-ALIQ-COMPRA(WRK-IOF-ACHADO)
                                       TO WRK-OPE-IOF-PCT
              COMPUTE WRK-OPE-TAXA-EFET ROUNDED =
                      WRK-OPE-TAXA-REF * (1 - WRK-OPE-SPREAD-PCT / 100)
              MOVE WRK-VALOR-MOEDA     TO WRK-OPE-VALOR-MOEDA
              COMPUTE WRK-OPE-VALOR-CAMBIO ROUNDED =
                      WRK-OPE-VALOR-MOEDA * WRK-OPE-TAXA-EFET
              COMPUTE WRK-OPE-SPREAD-VALOR ROUNDED =
                      WRK-OPE-VALOR-MOEDA * WRK-OPE-TAXA-REF -
                      WRK-OPE-VALOR-CAMBIO
              COMPUTE WRK-OPE-IOF-VALOR ROUNDED =
                      WRK-OPE-VALOR-CAMBIO * WRK-OPE-IOF-PCT / 100
              COMPUTE WRK-OPE-TOTAL-CLIENTE =
                      WRK-OPE-VALOR-CAMBIO - WRK-OPE-IOF-VALOR
              MOVE WRK-VALOR-MOEDA     TO WRK-HIS-VALOR-ORIG
              MOVE WRK-OPE-TOTAL-CLIENTE TO WRK-HIS-VALOR-DEST
           END-IF

           IF WRK-OPE-VALOR-MOEDA EQUAL ZEROS
              MOVE 'VALOR INSUFICIENTE PARA A OPERACAO'
                                       TO WRK-MENSAGEM
              EXIT SECTION
           END-IF

           COMPUTE WRK-OPE-VET ROUNDED =
                   WRK-OPE-TOTAL-CLIENTE / WRK-OPE-VALOR-MOEDA
           MOVE WRK-MOEDA-ORIGEM       TO WRK-HIS-MOEDA
           MOVE WRK-OPE-TAXA-REF       TO WRK-HIS-TAXA
           MOVE WRK-OPE-SPREAD-VALOR   TO WRK-HIS-SPREAD
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPROVANTE DO CLIENTE - NA TELA E EM RECCAMB.txt (O
      *    ARQUIVO GUARDA O COMPROVANTE DA ULTIMA OPERACAO, PARA A
      *    IMPRESSORA DO GUICHE)
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-exibir-resultado
       0004-EXIBIR-RESULTADO           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-RECIBO

           MOVE '**---------------------------------------**'
                                       TO WRK-LIN-RECIBO
           PERFORM 0019-LINHA-RECIBO
           MOVE '**   COMPROVANTE DE OPERACAO DE CAMBIO   **'
                                       TO WRK-LIN-RECIBO
           PERFORM 0019-LINHA-RECIBO
           MOVE '**---------------------------------------**'
                                       TO WRK-LIN-RECIBO
           PERFORM 0019-LINHA-RECIBO

           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'DATA/HORA.......: '  DELIMITED BY SIZE
                  WRK-DATA-AAAAMMDD(7:2) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WRK-DATA-AAAAMMDD(5:2) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WRK-DATA-AAAAMMDD(1:4) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-HORA-HHMMSS(1:2)  DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WRK-HORA-HHMMSS(3:2)  DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WRK-HORA-HHMMSS(5:2)  DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           IF WRK-HIS-SENTIDO EQUAL 'R>M'
              MOVE 'OPERACAO........: VENDA DE MOEDA AO CLIENTE'
                                       TO WRK-LIN-RECIBO
           ELSE
              MOVE 'OPERACAO........: COMPRA DE MOEDA DO CLIENTE'
                                       TO WRK-LIN-RECIBO
           END-IF
           PERFORM 0019-LINHA-RECIBO

           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'MOEDA...........: ' DELIMITED BY SIZE
                  WRK-OPE-NOME-MOEDA   DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'TIPO............: ' DELIMITED BY SIZE
                  TAB-IOF-DESCRICAO(WRK-IOF-ACHADO)
                                       DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-VALOR-MOEDA    TO WRK-MASC-VALOR
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'VALOR NA MOEDA..: ' DELIMITED BY SIZE
                  WRK-MASC-VALOR       DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-TAXA-REF       TO WRK-MASC-TAXA
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'TAXA REFERENCIA.: ' DELIMITED BY SIZE
                  WRK-MASC-TAXA        DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-SPREAD-PCT     TO WRK-MASC-PCT
           MOVE WRK-OPE-SPREAD-VALOR   TO WRK-MASC-SPREAD
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'SPREAD..........: ' DELIMITED BY SIZE
                  WRK-MASC-PCT         DELIMITED BY SIZE
                  ' %  R$'             DELIMITED BY SIZE
                  WRK-MASC-SPREAD      DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-TAXA-EFET      TO WRK-MASC-TAXA
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'TAXA APLICADA...: ' DELIMITED BY SIZE
                  WRK-MASC-TAXA        DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-VALOR-CAMBIO   TO WRK-MASC-VALOR
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'CAMBIO EM REAIS.: ' DELIMITED BY SIZE
                  WRK-MASC-VALOR       DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-IOF-PCT        TO WRK-MASC-PCT
           MOVE WRK-OPE-IOF-VALOR      TO WRK-MASC-VALOR
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'IOF.............: ' DELIMITED BY SIZE
                  WRK-MASC-PCT         DELIMITED BY SIZE
                  ' %  R$'             DELIMITED BY SIZE
                  WRK-MASC-VALOR       DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-TOTAL-CLIENTE  TO WRK-MASC-VALOR
           MOVE SPACES                 TO WRK-LIN-RECIBO
           IF WRK-HIS-SENTIDO EQUAL 'R>M'
              STRING 'TOTAL PAGO......: ' DELIMITED BY SIZE
                     WRK-MASC-VALOR    DELIMITED BY SIZE
                     INTO WRK-LIN-RECIBO
              END-STRING
           ELSE
              STRING 'TOTAL RECEBIDO..: ' DELIMITED BY SIZE
                     WRK-MASC-VALOR    DELIMITED BY SIZE
                     INTO WRK-LIN-RECIBO
              END-STRING
           END-IF
           PERFORM 0019-LINHA-RECIBO

           MOVE WRK-OPE-VET            TO WRK-MASC-TAXA
           MOVE SPACES                 TO WRK-LIN-RECIBO
           STRING 'VET.............: ' DELIMITED BY SIZE
                  WRK-MASC-TAXA        DELIMITED BY SIZE
                  ' REAIS POR UNIDADE' DELIMITED BY SIZE
                  INTO WRK-LIN-RECIBO
           END-STRING
           PERFORM 0019-LINHA-RECIBO

           MOVE '**---------------------------------------**'
                                       TO WRK-LIN-RECIBO
           PERFORM 0019-LINHA-RECIBO

           CLOSE ARQ-RECIBO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EXIBIR E GRAVAR UMA LINHA DO COMPROVANTE
      *----------------------------------------------------------------*
       0019-LINHA-RECIBO               SECTION.
      *----------------------------------------------------------------*

           DISPLAY WRK-LIN-RECIBO
           WRITE FD-LIN-RECIBO         FROM WRK-LIN-RECIBO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0019-end
       0019-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR A MOEDA DA OPERACAO
      *----------------------------------------------------------------*
       0016-INFORMAR-MOEDA             SECTION.
      *----------------------------------------------------------------*

           DISPLAY "MOEDA (D=DOLAR, E=EURO, I=IENE): "
                    WITH NO ADVANCING
           ACCEPT WRK-MOEDA-ORIGEM
           MOVE FUNCTION UPPER-CASE(WRK-MOEDA-ORIGEM)
                                       TO WRK-MOEDA-ORIGEM

           IF WRK-MOEDA-ORIGEM NOT EQUAL 'D' AND
              WRK-MOEDA-ORIGEM NOT EQUAL 'E' AND
              WRK-MOEDA-ORIGEM NOT EQUAL 'I'
              MOVE 'MOEDA INVALIDA.'   TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INFORMAR O TIPO DE OPERACAO (DEFINE A ALIQUOTA DE IOF)
      *----------------------------------------------------------------*
       0017-INFORMAR-TIPO-OPERACAO     SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'TIPOS DE OPERACAO:'
           PERFORM VARYING WRK-IND-IOF FROM 1 BY 1 UNTIL
                      WRK-IND-IOF > WRK-QTDE-IOF
              DISPLAY '  ' TAB-IOF-TIPO(WRK-IND-IOF) ' - '
                      TAB-IOF-DESCRICAO(WRK-IND-IOF)
           END-PERFORM
           DISPLAY 'TIPO: ' WITH NO ADVANCING
           ACCEPT WRK-OPE-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-OPE-TIPO) TO WRK-OPE-TIPO

           MOVE ZEROS                  TO WRK-IOF-ACHADO
           PERFORM VARYING WRK-IND-IOF FROM 1 BY 1 UNTIL
                      WRK-IND-IOF > WRK-QTDE-IOF
              IF TAB-IOF-TIPO(WRK-IND-IOF) EQUAL WRK-OPE-TIPO
                 MOVE WRK-IND-IOF      TO WRK-IOF-ACHADO
                 MOVE WRK-QTDE-IOF     TO WRK-IND-IOF
              END-IF
           END-PERFORM

           IF WRK-IOF-ACHADO EQUAL ZEROS
              MOVE 'TIPO DE OPERACAO INVALIDO.'
                                       TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COTACOES DO DIA: REFERENCIA, COMPRA E VENDA DE CADA MOEDA E
      *    AS ALIQUOTAS DE IOF POR TIPO DE OPERACAO
      *----------------------------------------------------------------*
       0020-EXIBIR-COTACOES            SECTION.
      *----------------------------------------------------------------*

           DISPLAY '**---------------------------------------**'
           DISPLAY '**      COTACOES DE COMPRA E VENDA       **'
           DISPLAY '**---------------------------------------**'
           DISPLAY 'MOEDA   REFERENCIA      COMPRA       VENDA'

           MOVE WRK-TAXA-DOLAR         TO WRK-OPE-TAXA-REF
           MOVE WRK-SPREAD-COMPRA-DOLAR TO WRK-COT-SPREAD-COMPRA
           MOVE WRK-SPREAD-VENDA-DOLAR TO WRK-COT-SPREAD-VENDA
           MOVE 'DOLAR'                TO WRK-OPE-NOME-MOEDA
           PERFORM 0021-EXIBIR-LINHA-COTACAO

           MOVE WRK-TAXA-EURO          TO WRK-OPE-TAXA-REF
           MOVE WRK-SPREAD-COMPRA-EURO TO WRK-COT-SPREAD-COMPRA
           MOVE WRK-SPREAD-VENDA-EURO  TO WRK-COT-SPREAD-VENDA
           MOVE 'EURO'                 TO WRK-OPE-NOME-MOEDA
           PERFORM 0021-EXIBIR-LINHA-COTACAO

           MOVE WRK-TAXA-IENE          TO WRK-OPE-TAXA-REF
           MOVE WRK-SPREAD-COMPRA-IENE TO WRK-COT-SPREAD-COMPRA
           MOVE WRK-SPREAD-VENDA-IENE  TO WRK-COT-SPREAD-VENDA
           MOVE 'IENE'                 TO WRK-OPE-NOME-MOEDA
           PERFORM 0021-EXIBIR-LINHA-COTACAO

           DISPLAY '**---------------------------------------**'
           DISPLAY 'IOF POR TIPO DE OPERACAO      VENDA  COMPRA'
           PERFORM VARYING WRK-IND-IOF FROM 1 BY 1 UNTIL
                      WRK-IND-IOF > WRK-QTDE-IOF
              MOVE TAB-IOF-ALIQ-VENDA(WRK-IND-IOF)  TO WRK-MASC-PCT
              MOVE TAB-IOF-ALIQ-COMPRA(WRK-IND-IOF)
                                       TO WRK-MASC-PCT-COMPRA
              DISPLAY TAB-IOF-TIPO(WRK-IND-IOF) ' '
                      TAB-IOF-DESCRICAO(WRK-IND-IOF)(1:26) ' '
                      WRK-MASC-PCT '%  ' WRK-MASC-PCT-COMPRA '%'
           END-PERFORM
           DISPLAY '**---------------------------------------**'
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA LINHA DA TABELA DE COTACOES
      *----------------------------------------------------------------*
       0021-EXIBIR-LINHA-COTACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-OPE-TAXA-REF       TO WRK-MASC-TAXA
           COMPUTE WRK-OPE-TAXA-EFET ROUNDED =
                   WRK-OPE-TAXA-REF * (1 - WRK-COT-SPREAD-COMPRA / 100)
           MOVE WRK-OPE-TAXA-EFET      TO WRK-MASC-TAXA-COMPRA
           COMPUTE WRK-OPE-TAXA-EFET ROUNDED =
                   WRK-OPE-TAXA-REF * (1 + WRK-COT-SPREAD-VENDA / 100)
           MOVE WRK-OPE-TAXA-EFET      TO WRK-MASC-TAXA-VENDA

           DISPLAY WRK-OPE-NOME-MOEDA(1:6) '  ' WRK-MASC-TAXA '  '
                   WRK-MASC-TAXA-COMPRA '  ' WRK-MASC-TAXA-VENDA
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
               SEP                     DELIMITED BY SIZE
               WRK-TAXA-IENE           DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-SPREAD-COMPRA-DOLAR DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-SPREAD-VENDA-DOLAR  DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-SPREAD-COMPRA-EURO  DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-SPREAD-VENDA-EURO   DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-SPREAD-COMPRA-IENE  DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-SPREAD-VENDA-IENE   DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               INTO FD-LIN-TAXAHIST
           END-STRING
           WRITE FD-LIN-TAXAHIST
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    HISTORIAR A OPERACAO DE CAMBIO REALIZADA
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-historiar-conversoes
       0013-HISTORIAR-CONVERSOES       SECTION.
      *----------------------------------------------------------------*

           PERFORM 0014-GRAVAR-CONVERSAO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
               SEP                     DELIMITED BY SIZE
               WRK-HIS-VALOR-DEST      DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPE-TIPO            DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPE-TAXA-EFET       DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPE-VALOR-CAMBIO    DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-HIS-SPREAD          DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPE-IOF-PCT         DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPE-IOF-VALOR       DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               WRK-OPE-VET             DELIMITED BY SIZE
               SEP                     DELIMITED BY SIZE
               INTO FD-LIN-CONVHIST
           END-STRING
           WRITE FD-LIN-CONVHIST
      *> cobol-lint CL002 9999-end
       9999-END.                       EXIT.
      *----------------------------------------------------------------*
