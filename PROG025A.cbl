      *              DIAS ENFILEIRA UM AVISO PARA A COBRANCA NA FILA
      *              CENTRAL DE NOTIFICACOES (NOTIFICA.dat, VIA
      *              NOTIF01A).
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - O BOLETO DO TITULO EM ABERTO PASSA A
      *              TRAZER TAMBEM O PIX COPIA E COLA (BR CODE EMV COM
      *              A CHAVE ATIVA DA CONTA DE COBRANCA EM
      *              PIXCHAVE.dat, VALOR DO TITULO, TXID = NOSSO
      *              NUMERO E CRC16 NO CAMPO 63). A LIQUIDACAO PELO
      *              RECEBIMENTO PIX E FEITA PELO PROG025L.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025A. 
           SELECT OPTIONAL ARQUIVO-INST ASSIGN TO 'INSTRUCO.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PIX ASSIGN TO 'PIXCHAVE.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       FD  ARQUIVO-INST.
       01  FD-LIN-INSTRUCAO               PIC X(120).

       FD  ARQUIVO-PIX.
       01  FD-LIN-PIX                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X VALUE '|'.
       01  WRK-HOJE-AAAAMMDD              PIC 9(8).
        03 FILLER                      PIC X(10) VALUE SPACES.
        03 FILLER                      PIC X(02) VALUE ' *'.

       01  WRK-BOLETO-DET11.
        03 FILLER                      PIC X(02) VALUE '* '.
        03 WRK-BOLETO-PIX-ROTULO       PIC X(22) VALUE SPACES.
        03 WRK-BOLETO-PIX-TRECHO       PIC X(54) VALUE SPACES.
        03 FILLER                      PIC X(02) VALUE ' *'.

      *--- PIX copia e cola (BR Code EMV) do titulo corrente
      *    CHAVE = PRIMEIRA CHAVE ATIVA DE PIXCHAVE.dat (PIXDIR1A)
      *    APONTANDO PARA A CONTA DE COBRANCA DO CAMPO LIVRE
       01  WRK-PIX-CHAVE                  PIC X(40) VALUE SPACES.
       01  WRK-PIX-CIDADE                 PIC X(15) VALUE 'SAO PAULO'.
       01  WRK-PIX-FIM-ARQ                PIC X(01) VALUE 'N'.
       01  WRK-PIX-CONTA-COBR             PIC 9(10) VALUE ZEROS.
       01  WRK-PIX-LIDO.
         05 WRK-PIX-LIDO-CHAVE            PIC X(40).
         05 WRK-PIX-LIDO-TIPO             PIC X(01).
         05 WRK-PIX-LIDO-CONTA            PIC 9(10).
         05 WRK-PIX-LIDO-SITUACAO         PIC X(01).
         05 WRK-PIX-LIDO-DATA             PIC 9(08).
       01  WRK-PIX-PAYLOAD                PIC X(256) VALUE SPACES.
       01  WRK-PIX-PONT                   PIC 9(03) VALUE ZEROS.
       01  WRK-PIX-TAM-PAYLOAD            PIC 9(03) VALUE ZEROS.
       01  WRK-PIX-ID                     PIC X(02) VALUE SPACES.
       01  WRK-PIX-VALOR                  PIC X(99) VALUE SPACES.
       01  WRK-PIX-TAM                    PIC 9(02) VALUE ZEROS.
       01  WRK-PIX-CONTA-INFO             PIC X(99) VALUE SPACES.
       01  WRK-PIX-TXID                   PIC X(25) VALUE SPACES.
       01  WRK-PIX-REAIS                  PIC 9(08) VALUE ZEROS.
       01  WRK-PIX-REAIS-ED               PIC Z(07)9.
       01  WRK-PIX-CENTAVOS               PIC 9(02) VALUE ZEROS.
       01  WRK-PIX-POS                    PIC 9(03) VALUE ZEROS.

      *--- CRC16-CCITT (POLINOMIO 1021, INICIAL FFFF) DO BR CODE
       01  WRK-CRC                        PIC 9(05) VALUE ZEROS.
       01  WRK-CRC-BYTE                   PIC 9(03) VALUE ZEROS.
       01  WRK-CRC-BIT                    PIC 9(01) VALUE ZEROS.
       01  WRK-CRC-BIT-DADO               PIC 9(01) VALUE ZEROS.
       01  WRK-CRC-BIT-TOPO               PIC 9(01) VALUE ZEROS.
       01  WRK-CRC-PESO                   PIC 9(05) VALUE ZEROS.
       01  WRK-CRC-QUOC                   PIC 9(05) VALUE ZEROS.
       01  WRK-CRC-RESTO                  PIC 9(05) VALUE ZEROS.
       01  WRK-CRC-HEX                    PIC X(04) VALUE SPACES.
       01  WRK-CRC-DIG                    PIC 9(02) VALUE ZEROS.
       01  WRK-HEX-DIGITOS                PIC X(16)
                                          VALUE '0123456789ABCDEF'.

      *--- Montagem do codigo de barras FEBRABAN e linha digitavel
       01  WRK-CB-BANCO                   PIC X(03) VALUE '001'.
       01  WRK-CB-MOEDA                   PIC X(01) VALUE '9'.
           MOVE WRK-BOLETO-DET10       TO FD-LIN-BOLETOS
           WRITE FD-LIN-BOLETOS

           *> PIX copia e cola - somente titulo em aberto e com a
           *> chave da conta de cobranca cadastrada
           IF WRK-PIX-CHAVE NOT EQUAL SPACES AND
             (TITULOS-PAGTO-AAAAMMDD EQUAL ZEROS OR
              TITULOS-PAGTO-AAAAMMDD = " ")
              PERFORM 0012-MONTAR-PIX
              PERFORM 0015-GRAVAR-PIX
           END-IF

           MOVE WRK-BOLETO-LINHA       TO FD-LIN-BOLETOS
           WRITE FD-LIN-BOLETOS

               OUTPUT ARQUIVO-SAI

           PERFORM 0002-LER-ARQUIVO-PARM
           PERFORM 0011-CARREGAR-CHAVE-PIX
           PERFORM 0003-PROCESSAR-TITULOS

           CLOSE ARQUIVO-ENT
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER A CHAVE PIX DA CONTA DE COBRANCA: PRIMEIRA CHAVE
      *    ATIVA DE PIXCHAVE.dat (DIRETORIO DO PIXDIR1A) CUJA CONTA
      *    E A MESMA DO CAMPO LIVRE DO BOLETO. SEM CHAVE, O BOLETO
      *    SAI SOMENTE COM O CODIGO DE BARRAS.
      *----------------------------------------------------------------*
       0011-CARREGAR-CHAVE-PIX         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIX-CHAVE
           MOVE WRK-CB-CONTA           TO WRK-PIX-CONTA-COBR
           MOVE 'N'                    TO WRK-PIX-FIM-ARQ

           OPEN INPUT ARQUIVO-PIX

           PERFORM UNTIL WRK-PIX-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-PIX
                 AT END MOVE 'S'       TO WRK-PIX-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-PIX-LIDO
                    MOVE ZEROS         TO WRK-PIX-LIDO-CONTA
                                          WRK-PIX-LIDO-DATA
                    UNSTRING FD-LIN-PIX DELIMITED BY SEP
                       INTO WRK-PIX-LIDO-CHAVE
                            WRK-PIX-LIDO-TIPO
                            WRK-PIX-LIDO-CONTA
                            WRK-PIX-LIDO-SITUACAO
                            WRK-PIX-LIDO-DATA
                    END-UNSTRING
                    IF WRK-PIX-LIDO-SITUACAO EQUAL 'A' AND
                       WRK-PIX-LIDO-CONTA EQUAL WRK-PIX-CONTA-COBR
                       MOVE WRK-PIX-LIDO-CHAVE TO WRK-PIX-CHAVE
                       MOVE 'S'        TO WRK-PIX-FIM-ARQ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-PIX

           IF WRK-PIX-CHAVE EQUAL SPACES
              DISPLAY 'CONTA DE COBRANCA SEM CHAVE PIX ATIVA - '
                      'BOLETOS SEM PIX COPIA E COLA'
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR O BR CODE EMV (PIX COPIA E COLA) DO TITULO CORRENTE:
      *    00 FORMATO / 26 CONTA (GUI + CHAVE) / 52 MCC / 53 MOEDA /
      *    54 VALOR / 58 PAIS / 59 RECEBEDOR / 60 CIDADE /
      *    62 DADOS ADICIONAIS (05 TXID) / 63 CRC16
      *    VALOR = VALOR EM ABERTO DO TITULO, O MESMO DO CODIGO DE
      *    BARRAS; TXID = NOSSO NUMERO, QUE O PROG025L USA PARA
      *    LOCALIZAR O TITULO NO RECEBIMENTO.
      *----------------------------------------------------------------*
       0012-MONTAR-PIX                 SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-PIX-PAYLOAD
           MOVE 1                      TO WRK-PIX-PONT

           MOVE '00'                   TO WRK-PIX-ID
           MOVE '01'                   TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

      *    CAMPO 26 E COMPOSTO: 00 = GUI DO ARRANJO, 01 = CHAVE
           MOVE SPACES                 TO WRK-PIX-CONTA-INFO
           COMPUTE WRK-PIX-TAM =
                   FUNCTION LENGTH(FUNCTION TRIM(WRK-PIX-CHAVE))
           STRING '0014BR.GOV.BCB.PIX'    DELIMITED BY SIZE
                  '01'                    DELIMITED BY SIZE
                  WRK-PIX-TAM             DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-PIX-CHAVE)
                                          DELIMITED BY SIZE
                  INTO WRK-PIX-CONTA-INFO
           END-STRING
           MOVE '26'                   TO WRK-PIX-ID
           MOVE WRK-PIX-CONTA-INFO     TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

           MOVE '52'                   TO WRK-PIX-ID
           MOVE '0000'                 TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

           MOVE '53'                   TO WRK-PIX-ID
           MOVE '986'                  TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

      *    VALOR COM PONTO DECIMAL E SEM ZEROS A ESQUERDA (9999.99)
           DIVIDE TITULOS-VALOR-CENTS BY 100
                  GIVING WRK-PIX-REAIS REMAINDER WRK-PIX-CENTAVOS
           MOVE WRK-PIX-REAIS          TO WRK-PIX-REAIS-ED
           MOVE SPACES                 TO WRK-PIX-VALOR
           STRING FUNCTION TRIM(WRK-PIX-REAIS-ED)
                                       DELIMITED BY SIZE
                  '.'                  DELIMITED BY SIZE
                  WRK-PIX-CENTAVOS     DELIMITED BY SIZE
                  INTO WRK-PIX-VALOR
           END-STRING
           MOVE '54'                   TO WRK-PIX-ID
           PERFORM 0013-INCLUIR-CAMPO-PIX

           MOVE '58'                   TO WRK-PIX-ID
           MOVE 'BR'                   TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

           MOVE '59'                   TO WRK-PIX-ID
           MOVE TITULOS-CEDENTE(1:25)  TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

           MOVE '60'                   TO WRK-PIX-ID
           MOVE WRK-PIX-CIDADE         TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

      *    CAMPO 62 E COMPOSTO: 05 = TXID (NOSSO NUMERO)
           MOVE FUNCTION TRIM(TITULOS-NOSSONUM) TO WRK-PIX-TXID
           MOVE SPACES                 TO WRK-PIX-CONTA-INFO
           COMPUTE WRK-PIX-TAM =
                   FUNCTION LENGTH(FUNCTION TRIM(WRK-PIX-TXID))
           STRING '05'                    DELIMITED BY SIZE
                  WRK-PIX-TAM             DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-PIX-TXID)
                                          DELIMITED BY SIZE
                  INTO WRK-PIX-CONTA-INFO
           END-STRING
           MOVE '62'                   TO WRK-PIX-ID
           MOVE WRK-PIX-CONTA-INFO     TO WRK-PIX-VALOR
           PERFORM 0013-INCLUIR-CAMPO-PIX

      *    O CRC COBRE TODO O CONTEUDO, INCLUSIVE O '6304' DO CAMPO 63
           STRING '6304'               DELIMITED BY SIZE
                  INTO WRK-PIX-PAYLOAD WITH POINTER WRK-PIX-PONT
           END-STRING
           COMPUTE WRK-PIX-TAM-PAYLOAD = WRK-PIX-PONT - 1

           PERFORM 0014-CALC-CRC16

           STRING WRK-CRC-HEX          DELIMITED BY SIZE
                  INTO WRK-PIX-PAYLOAD WITH POINTER WRK-PIX-PONT
           END-STRING
           COMPUTE WRK-PIX-TAM-PAYLOAD = WRK-PIX-PONT - 1
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR NO BR CODE O CAMPO WRK-PIX-ID COM O CONTEUDO DE
      *    WRK-PIX-VALOR (SEM OS BRANCOS FINAIS): ID(2) TAMANHO(2)
      *    CONTEUDO
      *----------------------------------------------------------------*
       0013-INCLUIR-CAMPO-PIX          SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-PIX-TAM = FUNCTION LENGTH(
                   FUNCTION TRIM(WRK-PIX-VALOR TRAILING))

           STRING WRK-PIX-ID           DELIMITED BY SIZE
                  WRK-PIX-TAM          DELIMITED BY SIZE
                  WRK-PIX-VALOR(1:WRK-PIX-TAM)
                                       DELIMITED BY SIZE
                  INTO WRK-PIX-PAYLOAD WITH POINTER WRK-PIX-PONT
           END-STRING

           MOVE SPACES                 TO WRK-PIX-VALOR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CRC16-CCITT DOS WRK-PIX-TAM-PAYLOAD PRIMEIROS BYTES DO BR
      *    CODE (POLINOMIO 1021, VALOR INICIAL FFFF), BIT A BIT DO
      *    MAIS PARA O MENOS SIGNIFICATIVO: QUANDO O BIT QUE SAI DO
      *    CRC DIFERE DO BIT DO DADO, O POLINOMIO E APLICADO (OU
      *    EXCLUSIVO NOS BITS 12, 5 E 0). RESULTADO EM 4 DIGITOS
      *    HEXADECIMAIS MAIUSCULOS EM WRK-CRC-HEX.
      *----------------------------------------------------------------*
       0014-CALC-CRC16                 SECTION.
      *----------------------------------------------------------------*

           MOVE 65535                  TO WRK-CRC

           PERFORM VARYING WRK-PIX-POS FROM 1 BY 1 UNTIL
                      WRK-PIX-POS GREATER WRK-PIX-TAM-PAYLOAD
              COMPUTE WRK-CRC-BYTE =
                      FUNCTION ORD(WRK-PIX-PAYLOAD(WRK-PIX-POS:1)) - 1
              PERFORM VARYING WRK-CRC-BIT FROM 1 BY 1 UNTIL
                         WRK-CRC-BIT GREATER 8
                 IF WRK-CRC-BYTE NOT LESS 128
                    MOVE 1             TO WRK-CRC-BIT-DADO
                    SUBTRACT 128       FROM WRK-CRC-BYTE
                 ELSE
                    MOVE 0             TO WRK-CRC-BIT-DADO
                 END-IF
                 COMPUTE WRK-CRC-BYTE = WRK-CRC-BYTE * 2

                 IF WRK-CRC NOT LESS 32768
                    MOVE 1             TO WRK-CRC-BIT-TOPO
                    SUBTRACT 32768     FROM WRK-CRC
                 ELSE
                    MOVE 0             TO WRK-CRC-BIT-TOPO
                 END-IF
                 COMPUTE WRK-CRC = WRK-CRC * 2

                 IF WRK-CRC-BIT-TOPO NOT EQUAL WRK-CRC-BIT-DADO
                    MOVE 4096          TO WRK-CRC-PESO
                    PERFORM 0016-INVERTER-BIT-CRC
                    MOVE 32            TO WRK-CRC-PESO
                    PERFORM 0016-INVERTER-BIT-CRC
                    MOVE 1             TO WRK-CRC-PESO
                    PERFORM 0016-INVERTER-BIT-CRC
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES                 TO WRK-CRC-HEX
           DIVIDE WRK-CRC BY 4096 GIVING WRK-CRC-QUOC
                                  REMAINDER WRK-CRC-RESTO
           COMPUTE WRK-CRC-DIG = WRK-CRC-QUOC + 1
           MOVE WRK-HEX-DIGITOS(WRK-CRC-DIG:1) TO WRK-CRC-HEX(1:1)
           DIVIDE WRK-CRC-RESTO BY 256 GIVING WRK-CRC-QUOC
                                       REMAINDER WRK-CRC-RESTO
           COMPUTE WRK-CRC-DIG = WRK-CRC-QUOC + 1
           MOVE WRK-HEX-DIGITOS(WRK-CRC-DIG:1) TO WRK-CRC-HEX(2:1)
           DIVIDE WRK-CRC-RESTO BY 16 GIVING WRK-CRC-QUOC
                                      REMAINDER WRK-CRC-RESTO
           COMPUTE WRK-CRC-DIG = WRK-CRC-QUOC + 1
           MOVE WRK-HEX-DIGITOS(WRK-CRC-DIG:1) TO WRK-CRC-HEX(3:1)
           COMPUTE WRK-CRC-DIG = WRK-CRC-RESTO + 1
           MOVE WRK-HEX-DIGITOS(WRK-CRC-DIG:1) TO WRK-CRC-HEX(4:1)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PIX COPIA E COLA NO BOLETO, EM TRECHOS DE 54
      *    POSICOES
      *----------------------------------------------------------------*
       0015-GRAVAR-PIX                 SECTION.
      *----------------------------------------------------------------*

           MOVE 'PIX copia e cola:'    TO WRK-BOLETO-PIX-ROTULO

           PERFORM VARYING WRK-PIX-POS FROM 1 BY 54 UNTIL
                      WRK-PIX-POS GREATER WRK-PIX-TAM-PAYLOAD
              MOVE WRK-PIX-PAYLOAD(WRK-PIX-POS:54)
                                       TO WRK-BOLETO-PIX-TRECHO
              MOVE WRK-BOLETO-DET11    TO FD-LIN-BOLETOS
              WRITE FD-LIN-BOLETOS
              MOVE SPACES              TO WRK-BOLETO-PIX-ROTULO
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INVERTER NO CRC O BIT DE PESO WRK-CRC-PESO (POTENCIA DE 2)
      *----------------------------------------------------------------*
       0016-INVERTER-BIT-CRC           SECTION.
      *----------------------------------------------------------------*

           DIVIDE WRK-CRC BY WRK-CRC-PESO GIVING WRK-CRC-QUOC
           IF FUNCTION MOD(WRK-CRC-QUOC, 2) EQUAL 1
              SUBTRACT WRK-CRC-PESO    FROM WRK-CRC
           ELSE
              ADD WRK-CRC-PESO         TO WRK-CRC
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRAR O PAGAMENTO DE UM TITULO EXISTENTE - ATUALIZA
      *    TITULOS-PAGTO-AAAAMMDD NO ARQUIVO TITULOS.DAT
