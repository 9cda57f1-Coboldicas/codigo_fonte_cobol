      ******************************************************************
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL. LE O
      *              ARQUIVO DIARIO DA LOJA (LOJAWEB.dat, CABECALHO E
      *              ITENS) E GRAVA CADA PEDIDO ACEITO COMO O PEDVEN1A:
      *              NUMERO DE PEDVSEQ.dat, RESERVA DO ESTOQUE (LOJA
      *              -> RESRV, COM MOVIMENTO EM MOVESTOQ.dat) E
      *              GRAVACAO EM PEDVENDA.dat/PEDVITEM.dat (SEM
      *              VENDEDOR). O PEDIDO SEGUE NO PEDVEN1A.
      *              O CLIENTE E LOCALIZADO EM CADASTRO1.dat PELO
      *              CPF/CNPJ. CLIENTE NOVO RECEBE O PROXIMO ID E VAI
      *              PARA O LOTE DE ENTRADA CADENT001.dat (COM HDR/TRL)
      *              CRITICADO PELO PROG034B; O PEDIDO FICA PENDENTE
      *              EM WEBPEND.dat E E RETOMADO NA PROXIMA EXECUCAO:
      *              CLIENTE ACEITO NA CRITICA (CADACEIT.dat) E
      *              INCLUIDO EM CADASTRO1.dat (COM JORNAL VIA
      *              JRNCAD1A) E O PEDIDO SEGUE; CLIENTE REJEITADO
      *              (CADREJ01.dat) RECUSA O PEDIDO. CADEIA:
      *              PEDWEB1A -> PROG034B -> PEDWEB1A.
      *              PEDIDO RECUSADO VAI PARA WEBREJ.dat COM O MOTIVO;
      *              A RESPOSTA PARA A LOJA (WEBRET.dat) LEVA O NOSSO
      *              NUMERO DE PEDIDO OU O CODIGO DA RECUSA. OS PEDIDOS
      *              DA LOJA JA IMPORTADOS FICAM EM WEBIMP.dat, PARA
      *              RECUSAR O REENVIO.
      * NOME.......: PEDWEB1A
      *----------------------------------------------------------------*
      * LAYOUT DE LOJAWEB.dat E WEBPEND.dat (PIPE):
      *   H|PEDIDO-LOJA(10)|DATA(8)|CPF-CNPJ(14)|NOME(30)|IDADE(3)|
      *     ID-CLIENTE(5, SO EM WEBPEND.dat)
      *   I|COD-PRODUTO(5)|QTDE(5)|PRECO-CENTS(10, 0 = TABELA)
      *   (OS ITENS SEGUEM O SEU CABECALHO)
      * LAYOUT DE WEBREJ.dat: AS LINHAS DO PEDIDO RECUSADO, COM
      *   |CODIGO|DESCRICAO NO FIM DO CABECALHO
      * LAYOUT DE WEBRET.dat (PIPE):
      *   PEDIDO-LOJA|SITUACAO|NOSSO-PEDIDO(6)|CODIGO|DESCRICAO
      *   (A = ACEITO / R = RECUSADO / P = PENDENTE DE CADASTRO)
      * LAYOUT DE WEBIMP.dat (PIPE):
      *   PEDIDO-LOJA|NOSSO-PEDIDO(6)|DATA(8)|CLIENTE-ID(5)
      * CODIGOS DE RECUSA:
      *   R01 = CPF/CNPJ INVALIDO (CRITICA DO PROG034B, MOTIVO 01)
      *   R02 = CADASTRO RECUSADO NA CRITICA (MOTIVOS 02 A 04)
      *   R03 = PRODUTO NAO CADASTRADO NO ESTOQUE
      *   R04 = ESTOQUE INSUFICIENTE NA LOJA
      *   R05 = PEDIDO DA LOJA DUPLICADO
      *   R06 = PEDIDO SEM ITENS OU COM ITEM INVALIDO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDWEB1A.
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-LOJA ASSIGN TO 'LOJAWEB.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PENDENTES ASSIGN TO 'WEBPEND.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-IMPORTADOS ASSIGN TO 'WEBIMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REJEITADOS ASSIGN TO 'WEBREJ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RETORNO ASSIGN TO 'WEBRET.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEDIDOS ASSIGN TO 'PEDVENDA.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-ITENS ASSIGN TO 'PEDVITEM.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PEDSEQ ASSIGN TO 'PEDVSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CLI ASSIGN TO 'CADASTRO1.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-LOTE ASSIGN TO 'CADENT001.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ACE ASSIGN TO 'CADACEIT.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-REJ ASSIGN TO 'CADREJ01.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EST ASSIGN TO 'ESTOQUE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-COD-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT OPTIONAL ARQUIVO-MOV ASSIGN TO 'MOVESTOQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOJA.
       01  FD-LIN-LOJA                    PIC X(100).

       FD  ARQ-PENDENTES.
       01  FD-LIN-PENDENTE                PIC X(100).

       FD  ARQ-IMPORTADOS.
       01  FD-LIN-IMPORTADO               PIC X(040).

       FD  ARQ-REJEITADOS.
       01  FD-LIN-REJEITADO               PIC X(150).

       FD  ARQ-RETORNO.
       01  FD-LIN-RETORNO                 PIC X(100).

       FD  ARQ-PEDIDOS.
       01  FD-LIN-PEDIDO                  PIC X(120).

       FD  ARQ-ITENS.
       01  FD-LIN-ITEM                    PIC X(40).

       FD  ARQ-PEDSEQ.
       01  FD-LIN-PEDSEQ                  PIC 9(06).

       FD  ARQUIVO-CLI.
       01  FD-ARQ-CLI.
           COPY CLI001A REPLACING CLI001A-ID-CLIENTE
                                      BY FDC-ID-CLIENTE
                                  CLI001A-NOME-CLIENTE
                                      BY FDC-NOME-CLIENTE
                                  CLI001A-IDADE
                                      BY FDC-IDADE
                                  CLI001A-CPF-CNPJ
                                      BY FDC-CPF-CNPJ.

      *    LOTE DE ENTRADA DE CLIENTES CRITICADO PELO PROG034B
       FD  ARQUIVO-LOTE.
       01  FD-ARQ-LOTE.
           COPY CLI001A REPLACING CLI001A-ID-CLIENTE
                                      BY FDL-ID-CLIENTE
                                  CLI001A-NOME-CLIENTE
                                      BY FDL-NOME-CLIENTE
                                  CLI001A-IDADE
                                      BY FDL-IDADE
                                  CLI001A-CPF-CNPJ
                                      BY FDL-CPF-CNPJ.
       01  FD-LIN-LOTE-CTL                PIC X(052).

       FD  ARQUIVO-ACE.
       01  FD-ARQ-ACE.
           COPY CLI001A REPLACING CLI001A-ID-CLIENTE
                                      BY FDA-ID-CLIENTE
                                  CLI001A-NOME-CLIENTE
                                      BY FDA-NOME-CLIENTE
                                  CLI001A-IDADE
                                      BY FDA-IDADE
                                  CLI001A-CPF-CNPJ
                                      BY FDA-CPF-CNPJ.

      *    REJEITADOS DA CRITICA - MESMO REGISTRO DO PROG034B
       FD  ARQUIVO-REJ.
       01  FD-ARQ-REJ.
           05  FDR-REGISTRO.
               10  FDR-REG-ID-CLIENTE     PIC 9(05).
               10  FDR-REG-NOME-CLIENTE   PIC X(30).
               10  FDR-REG-IDADE          PIC 9(03).
               10  FDR-REG-CPF-CNPJ       PIC X(14).
           05  FDR-MOTIVO                 PIC 9(02).

      *    LAYOUT DO ESTOQUE - MESMO REGISTRO DO CAIXAREG
       FD  ARQUIVO-EST.
       01  FD-ARQ-EST.
         05  FDE-COD-PRODUTO              PIC 9(05) VALUE ZEROS.
         05  FDE-NOME-PRODUTO             PIC X(20) VALUE SPACES.
         05  FDE-QTDE-PRODUTO             PIC 9(05) VALUE ZEROS.
         05  FDE-VALOR-PRODUTO            PIC 9(15)V99 VALUE ZEROS.
         05  FDE-QTDE-MINIMA              PIC 9(05) VALUE ZEROS.
         05  FDE-QTDE-LOCAL OCCURS 10 TIMES.
             10  FDE-LOCAL-COD            PIC X(05) VALUE SPACES.
             10  FDE-LOCAL-QTDE           PIC 9(05) VALUE ZEROS.

       FD  ARQUIVO-MOV.
       01  FD-LIN-MOVIMENTO               PIC X(100).

       WORKING-STORAGE SECTION.
       01  SEP                            PIC X(01) VALUE '|'.
       01  WRK-FIM-ARQ                    PIC X(01) VALUE 'N'.
       01  WRK-RETURN-CODE                PIC S9(4) COMP VALUE ZERO.
       01  WRK-HOJE-AAAAMMDD              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-HHMMSS                PIC 9(06) VALUE ZEROS.
       01  WRK-FS-ESTOQUE                 PIC X(02) VALUE SPACES.
       01  WRK-LOCAL-LOJA                 PIC X(05) VALUE 'LOJA '.
       01  WRK-LOCAL-RESERVA              PIC X(05) VALUE 'RESRV'.

      *--- Linha lida do arquivo da loja / dos pendentes
       01  WRK-LIN-ENTRADA                PIC X(100) VALUE SPACES.
       01  WRK-ORIGEM-LEITURA             PIC X(01) VALUE SPACES.
       01  WRK-ENT-TIPO                   PIC X(01) VALUE SPACES.
       01  WRK-ENT-CAMPO1                 PIC X(14) VALUE SPACES.
       01  WRK-ENT-CAMPO2                 PIC X(10) VALUE SPACES.
       01  WRK-ENT-CAMPO3                 PIC X(14) VALUE SPACES.
       01  WRK-ENT-CAMPO4                 PIC X(30) VALUE SPACES.
       01  WRK-ENT-CAMPO5                 PIC X(03) VALUE SPACES.
       01  WRK-ENT-CAMPO6                 PIC X(05) VALUE SPACES.

      *--- Pedidos da loja (PENDENTES DA EXECUCAO ANTERIOR PRIMEIRO)
      *    TAB-WEB-ORIGEM: 'P' = WEBPEND.dat / 'N' = LOJAWEB.dat
      *    TAB-WEB-SITUACAO: A = ACEITO / R = RECUSADO / P = PENDENTE
       01  WRK-MAX-TAB-WEB                PIC 9(03) VALUE 200.
       01  WRK-QTDE-WEB                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-WEB                    PIC 9(03) VALUE ZEROS.
       01  WRK-IND-WEB2                   PIC 9(03) VALUE ZEROS.
       01  TAB-PEDIDOS-WEB.
           05  TAB-WEB-LINHA OCCURS 200 TIMES.
               10  TAB-WEB-PEDIDO-LOJA    PIC X(10).
               10  TAB-WEB-DATA           PIC X(08).
               10  TAB-WEB-DOC            PIC X(14).
               10  TAB-WEB-NOME           PIC X(30).
               10  TAB-WEB-IDADE          PIC X(03).
               10  TAB-WEB-CLIENTE        PIC 9(05).
               10  TAB-WEB-ORIGEM         PIC X(01).
               10  TAB-WEB-ITEM-INI       PIC 9(04).
               10  TAB-WEB-QTDE-ITENS     PIC 9(02).
               10  TAB-WEB-SITUACAO       PIC X(01).
               10  TAB-WEB-PEDIDO         PIC 9(06).
               10  TAB-WEB-CODIGO         PIC X(03).
               10  TAB-WEB-DESCRICAO      PIC X(40).

      *--- Itens dos pedidos da loja, como vieram no arquivo
       01  WRK-MAX-TAB-WIT                PIC 9(04) VALUE 2000.
       01  WRK-QTDE-WIT                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-WIT                    PIC 9(04) VALUE ZEROS.
       01  TAB-ITENS-WEB.
           05  TAB-WIT-LINHA OCCURS 2000 TIMES.
               10  TAB-WIT-COD            PIC X(05).
               10  TAB-WIT-QTDE           PIC X(05).
               10  TAB-WIT-PRECO          PIC X(10).

      *--- Pedidos da loja ja importados (WEBIMP.dat)
       01  WRK-IMP-PEDIDO-LIDO            PIC X(10) VALUE SPACES.
       01  WRK-MAX-TAB-IMP                PIC 9(04) VALUE 3000.
       01  WRK-QTDE-IMP                   PIC 9(04) VALUE ZEROS.
       01  WRK-IND-IMP                    PIC 9(04) VALUE ZEROS.
       01  TAB-IMPORTADOS.
           05  TAB-IMP-PEDIDO-LOJA OCCURS 3000 TIMES PIC X(10).

      *--- Clientes de CADASTRO1.dat (ID, DOCUMENTO E NOME)
       01  WRK-MAX-TAB-CLI                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CLI                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CLI                    PIC 9(03) VALUE ZEROS.
       01  WRK-MAIOR-ID                   PIC 9(05) VALUE ZEROS.
       01  TAB-CLIENTES.
           05  TAB-CLI-LINHA OCCURS 500 TIMES.
               10  TAB-CLI-ID             PIC 9(05).
               10  TAB-CLI-DOC            PIC X(14).
               10  TAB-CLI-NOME           PIC X(30).

      *--- Veredito da critica do PROG034B para os clientes novos:
      *    TAB-CRT-MOTIVO ZERO = ACEITO (CADACEIT.dat)
       01  WRK-MAX-TAB-CRT                PIC 9(03) VALUE 500.
       01  WRK-QTDE-CRT                   PIC 9(03) VALUE ZEROS.
       01  WRK-IND-CRT                    PIC 9(03) VALUE ZEROS.
       01  WRK-CRT-ACHADO                 PIC 9(03) VALUE ZEROS.
       01  TAB-CRITICA.
           05  TAB-CRT-LINHA OCCURS 500 TIMES.
               10  TAB-CRT-ID             PIC 9(05).
               10  TAB-CRT-NOME           PIC X(30).
               10  TAB-CRT-IDADE          PIC 9(03).
               10  TAB-CRT-DOC            PIC X(14).
               10  TAB-CRT-MOTIVO         PIC 9(02).

      *--- Pedido corrente
       01  WRK-CLIENTE-ID                 PIC 9(05) VALUE ZEROS.
       01  WRK-CLIENTE-NOME               PIC X(30) VALUE SPACES.
       01  WRK-CLIENTE-OK                 PIC X(01) VALUE 'N'.
       01  WRK-PEDIDO-NUMERO              PIC 9(06) VALUE ZEROS.
       01  WRK-VENDEDOR                   PIC X(30) VALUE SPACES.
       01  WRK-ITEM-OK                    PIC X(01) VALUE 'N'.

      *--- Itens do pedido corrente (MESMA TABELA DO PEDVEN1A)
       01  WRK-MAX-ITENS                  PIC 9(02) VALUE 20.
       01  WRK-QTD-ITENS                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-ITEM                   PIC 9(02) VALUE ZEROS.
       01  TAB-ITENS-PEDIDO.
           05  TAB-ITEM-LINHA OCCURS 20 TIMES.
               10  TAB-ITEM-COD           PIC 9(05) VALUE ZEROS.
               10  TAB-ITEM-QTDE          PIC 9(05) VALUE ZEROS.
               10  TAB-ITEM-PRECO-CENTS   PIC 9(10) VALUE ZEROS.

       01  WRK-ITEM-COD                   PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-QTDE                  PIC 9(05) VALUE ZEROS.
       01  WRK-ITEM-PRECO-CENTS           PIC 9(10) VALUE ZEROS.

      *--- Movimento de reserva / liberacao no estoque
       01  WRK-IND-LOCAL                  PIC 9(02) VALUE ZEROS.
       01  WRK-IND-LOC2                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-LOJA                   PIC 9(02) VALUE ZEROS.
       01  WRK-IND-RESRV                  PIC 9(02) VALUE ZEROS.
       01  WRK-MOV-OK                     PIC X(01) VALUE 'N'.
       01  WRK-MOV-MOTIVO                 PIC X(20) VALUE SPACES.
       01  WRK-MOV-SENTIDO                PIC X(01) VALUE 'S'.
       01  WRK-MOV-SINAL                  PIC X(01) VALUE '-'.
       01  WRK-MOV-LOCAL                  PIC X(05) VALUE SPACES.
       01  WRK-MOV-QTDE                   PIC 9(05) VALUE ZEROS.

      *--- Lote de clientes novos para o PROG034B (HDR/TRL)
       01  WRK-QTDE-LOTE                  PIC 9(09) VALUE ZEROS.
       01  WRK-HASH-LOTE                  PIC 9(15) VALUE ZEROS.

      *--- Totais da execucao
       01  WRK-QTDE-ACEITOS               PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-RECUSADOS             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-PENDENTES             PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-CLI-INCLUIDOS         PIC 9(05) VALUE ZEROS.

      *--- Pedido de jornal do cadastro (JRNCAD1A)
       01  WRK-JRN-REGISTRO.
           COPY JRN001A.

      *--- Filial desta instalacao: carimbo de MOVESTOQ.dat
       01  WRK-FIL-REGISTRO.
           COPY FIL001A.

      *     DEFINICAO DE DATA E HORA DO SISTEMA.
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

           PERFORM 0001-OBTER-DATA-HORA

           MOVE 'L'                    TO FIL001A-ACAO
           CALL 'FILIAL1B' USING WRK-FIL-REGISTRO

           PERFORM 0002-CARREGAR-CLIENTES
           PERFORM 0003-CARREGAR-IMPORTADOS
           PERFORM 0004-CARREGAR-PEDIDOS-LOJA
           PERFORM 0005-CARREGAR-CRITICA

           IF WRK-QTDE-WEB EQUAL ZEROS
              DISPLAY 'NENHUM PEDIDO DA LOJA A IMPORTAR'
              PERFORM 9999-FINALIZAR
           END-IF

           OPEN OUTPUT ARQ-REJEITADOS
                       ARQ-RETORNO

           PERFORM VARYING WRK-IND-WEB FROM 1 BY 1 UNTIL
                      WRK-IND-WEB > WRK-QTDE-WEB
              PERFORM 0010-TRATAR-PEDIDO
              PERFORM 0020-GRAVAR-RETORNO
              IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
                 PERFORM 0021-GRAVAR-REJEITADO
              END-IF
           END-PERFORM

           CLOSE ARQ-REJEITADOS
                 ARQ-RETORNO

           PERFORM 0030-GRAVAR-PENDENTES
           PERFORM 0031-GRAVAR-LOTE-CLIENTES

           DISPLAY '*=========================================*'
           DISPLAY '* PEDWEB1A - PEDIDOS DA LOJA VIRTUAL      *'
           DISPLAY '* PEDIDOS LIDOS.......: ' WRK-QTDE-WEB
           DISPLAY '* ACEITOS.............: ' WRK-QTDE-ACEITOS
           DISPLAY '* RECUSADOS...........: ' WRK-QTDE-RECUSADOS
           DISPLAY '* PENDENTES (CADASTRO): ' WRK-QTDE-PENDENTES
           DISPLAY '* CLIENTES INCLUIDOS..: ' WRK-QTDE-CLI-INCLUIDOS
           DISPLAY '* CLIENTES NO LOTE....: ' WRK-QTDE-LOTE
           DISPLAY '*=========================================*'

           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0000-end
       0000-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER DATA E HORA DO SISTEMA
      *----------------------------------------------------------------*
       0001-OBTER-DATA-HORA            SECTION.
      *----------------------------------------------------------------*

            CALL 'PROGDATA' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGDATA. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-DATA-ANO      TO WRK-HOJE-AAAAMMDD(1:4)
            MOVE COD001A-DATA-MES      TO WRK-HOJE-AAAAMMDD(5:2)
            MOVE COD001A-DATA-DIA      TO WRK-HOJE-AAAAMMDD(7:2)

            CALL 'PROGTIME' USING COD001A-REGISTRO

            MOVE RETURN-CODE TO WRK-RETURN-CODE

            IF WRK-RETURN-CODE NOT = 0
               DISPLAY 'ERRO NA CHAMADA PROGTIME. RETURN-CODE: '
                WRK-RETURN-CODE
               STOP RUN
            END-IF

            MOVE COD001A-HORA          TO WRK-HORA-HHMMSS(1:2)
            MOVE COD001A-MINUTO        TO WRK-HORA-HHMMSS(3:2)
            MOVE COD001A-SEGUNDO       TO WRK-HORA-HHMMSS(5:2)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0001-end
       0001-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS CLIENTES DE CADASTRO1.dat E O MAIOR ID EM USO
      *----------------------------------------------------------------*
       0002-CARREGAR-CLIENTES          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CLI WRK-MAIOR-ID
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQUIVO-CLI

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-CLI
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF FDC-ID-CLIENTE GREATER WRK-MAIOR-ID
                       MOVE FDC-ID-CLIENTE TO WRK-MAIOR-ID
                    END-IF
                    IF WRK-QTDE-CLI LESS WRK-MAX-TAB-CLI
                       ADD 1           TO WRK-QTDE-CLI
                       MOVE FDC-ID-CLIENTE
                                       TO TAB-CLI-ID(WRK-QTDE-CLI)
                       MOVE FDC-CPF-CNPJ
                                       TO TAB-CLI-DOC(WRK-QTDE-CLI)
                       MOVE FDC-NOME-CLIENTE
                                       TO TAB-CLI-NOME(WRK-QTDE-CLI)
                    ELSE
                       DISPLAY 'TABELA DE CLIENTES CHEIA - '
                               'IMPORTACAO ABANDONADA'
                       CLOSE ARQUIVO-CLI
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-CLI
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0002-end
       0002-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PEDIDOS DA LOJA JA IMPORTADOS (WEBIMP.dat)
      *----------------------------------------------------------------*
       0003-CARREGAR-IMPORTADOS        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-IMP
           MOVE 'N'                    TO WRK-FIM-ARQ

           OPEN INPUT ARQ-IMPORTADOS

           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-IMPORTADOS
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE SPACES        TO WRK-IMP-PEDIDO-LIDO
                    UNSTRING FD-LIN-IMPORTADO DELIMITED BY SEP
                             INTO WRK-IMP-PEDIDO-LIDO
                    END-UNSTRING
                    IF WRK-QTDE-IMP LESS WRK-MAX-TAB-IMP
                       ADD 1           TO WRK-QTDE-IMP
                       MOVE WRK-IMP-PEDIDO-LIDO
                            TO TAB-IMP-PEDIDO-LOJA(WRK-QTDE-IMP)
                    ELSE
                       DISPLAY 'TABELA DE IMPORTADOS CHEIA - '
                               'IMPORTACAO ABANDONADA'
                       CLOSE ARQ-IMPORTADOS
                       PERFORM 9999-FINALIZAR
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-IMPORTADOS
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0003-end
       0003-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR OS PEDIDOS PENDENTES (WEBPEND.dat) E OS DO
      *    ARQUIVO DO DIA DA LOJA (LOJAWEB.dat)
      *----------------------------------------------------------------*
       0004-CARREGAR-PEDIDOS-LOJA      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-WEB WRK-QTDE-WIT

           MOVE 'P'                    TO WRK-ORIGEM-LEITURA
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-PENDENTES
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-PENDENTES
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-PENDENTE TO WRK-LIN-ENTRADA
                    PERFORM 0004A-TRATAR-LINHA
              END-READ
           END-PERFORM
           CLOSE ARQ-PENDENTES

           MOVE 'N'                    TO WRK-ORIGEM-LEITURA
           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQ-LOJA
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQ-LOJA
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    MOVE FD-LIN-LOJA   TO WRK-LIN-ENTRADA
                    PERFORM 0004A-TRATAR-LINHA
              END-READ
           END-PERFORM
           CLOSE ARQ-LOJA
           MOVE 'N'                    TO WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004-end
       0004-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GUARDAR UMA LINHA H (CABECALHO) OU I (ITEM) NAS TABELAS
      *----------------------------------------------------------------*
       0004A-TRATAR-LINHA              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-ENT-TIPO
                                          WRK-ENT-CAMPO1
                                          WRK-ENT-CAMPO2
                                          WRK-ENT-CAMPO3
                                          WRK-ENT-CAMPO4
                                          WRK-ENT-CAMPO5
                                          WRK-ENT-CAMPO6

           UNSTRING WRK-LIN-ENTRADA DELIMITED BY SEP
                    INTO WRK-ENT-TIPO
                         WRK-ENT-CAMPO1
                         WRK-ENT-CAMPO2
                         WRK-ENT-CAMPO3
                         WRK-ENT-CAMPO4
                         WRK-ENT-CAMPO5
                         WRK-ENT-CAMPO6
           END-UNSTRING

           EVALUATE WRK-ENT-TIPO
              WHEN 'H'
                 IF WRK-QTDE-WEB NOT LESS WRK-MAX-TAB-WEB
                    DISPLAY 'TABELA DE PEDIDOS CHEIA! MAXIMO '
                             WRK-MAX-TAB-WEB ' - PEDIDO '
                             WRK-ENT-CAMPO1 ' FICA PARA A PROXIMA'
                    EXIT SECTION
                 END-IF
                 ADD 1                 TO WRK-QTDE-WEB
                 MOVE WRK-ENT-CAMPO1
                      TO TAB-WEB-PEDIDO-LOJA(WRK-QTDE-WEB)
                 MOVE WRK-ENT-CAMPO2   TO TAB-WEB-DATA(WRK-QTDE-WEB)
                 MOVE WRK-ENT-CAMPO3   TO TAB-WEB-DOC(WRK-QTDE-WEB)
                 MOVE FUNCTION UPPER-CASE(WRK-ENT-CAMPO4)
                                       TO TAB-WEB-NOME(WRK-QTDE-WEB)
                 MOVE WRK-ENT-CAMPO5   TO TAB-WEB-IDADE(WRK-QTDE-WEB)
                 IF WRK-ORIGEM-LEITURA EQUAL 'P' AND
                    WRK-ENT-CAMPO6 IS NUMERIC
                    MOVE WRK-ENT-CAMPO6
                         TO TAB-WEB-CLIENTE(WRK-QTDE-WEB)
                 ELSE
                    MOVE ZEROS         TO TAB-WEB-CLIENTE(WRK-QTDE-WEB)
                 END-IF
                 MOVE WRK-ORIGEM-LEITURA
                                       TO TAB-WEB-ORIGEM(WRK-QTDE-WEB)
                 COMPUTE TAB-WEB-ITEM-INI(WRK-QTDE-WEB) =
                         WRK-QTDE-WIT + 1
                 MOVE ZEROS          TO TAB-WEB-QTDE-ITENS(WRK-QTDE-WEB)
                                        TAB-WEB-PEDIDO(WRK-QTDE-WEB)
                 MOVE SPACES         TO TAB-WEB-SITUACAO(WRK-QTDE-WEB)
                                        TAB-WEB-CODIGO(WRK-QTDE-WEB)
                                        TAB-WEB-DESCRICAO(WRK-QTDE-WEB)
              WHEN 'I'
                 IF WRK-QTDE-WEB EQUAL ZEROS
                    DISPLAY 'ITEM SEM CABECALHO IGNORADO: '
                            WRK-LIN-ENTRADA(1:40)
                    EXIT SECTION
                 END-IF
                 IF WRK-QTDE-WIT NOT LESS WRK-MAX-TAB-WIT
                    DISPLAY 'TABELA DE ITENS CHEIA! MAXIMO '
                             WRK-MAX-TAB-WIT
                    EXIT SECTION
                 END-IF
                 ADD 1                 TO WRK-QTDE-WIT
                 ADD 1          TO TAB-WEB-QTDE-ITENS(WRK-QTDE-WEB)
                 MOVE WRK-ENT-CAMPO1(1:5)
                                       TO TAB-WIT-COD(WRK-QTDE-WIT)
                 MOVE WRK-ENT-CAMPO2(1:5)
                                       TO TAB-WIT-QTDE(WRK-QTDE-WIT)
                 MOVE WRK-ENT-CAMPO3(1:10)
                                       TO TAB-WIT-PRECO(WRK-QTDE-WIT)
              WHEN OTHER
                 IF WRK-LIN-ENTRADA NOT EQUAL SPACES
                    DISPLAY 'LINHA DESCONHECIDA IGNORADA: '
                            WRK-LIN-ENTRADA(1:40)
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0004a-end
       0004A-END.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR O VEREDITO DA CRITICA DO PROG034B (ACEITOS EM
      *    CADACEIT.dat, REJEITADOS COM MOTIVO EM CADREJ01.dat)
      *----------------------------------------------------------------*
       0005-CARREGAR-CRITICA           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-CRT

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ACE
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-ACE
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CRT LESS WRK-MAX-TAB-CRT
                       ADD 1           TO WRK-QTDE-CRT
                       MOVE FDA-ID-CLIENTE
                                       TO TAB-CRT-ID(WRK-QTDE-CRT)
                       MOVE FDA-NOME-CLIENTE
                                       TO TAB-CRT-NOME(WRK-QTDE-CRT)
                       MOVE FDA-IDADE  TO TAB-CRT-IDADE(WRK-QTDE-CRT)
                       MOVE FDA-CPF-CNPJ
                                       TO TAB-CRT-DOC(WRK-QTDE-CRT)
                       MOVE ZEROS      TO TAB-CRT-MOTIVO(WRK-QTDE-CRT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ACE

           MOVE 'N'                    TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-REJ
           PERFORM UNTIL WRK-FIM-ARQ EQUAL 'S'
              READ ARQUIVO-REJ
                 AT END MOVE 'S'       TO WRK-FIM-ARQ
                 NOT AT END
                    IF WRK-QTDE-CRT LESS WRK-MAX-TAB-CRT
                       ADD 1           TO WRK-QTDE-CRT
                       MOVE FDR-REG-ID-CLIENTE
                                       TO TAB-CRT-ID(WRK-QTDE-CRT)
                       MOVE FDR-REG-NOME-CLIENTE
                                       TO TAB-CRT-NOME(WRK-QTDE-CRT)
                       MOVE FDR-REG-IDADE
                                       TO TAB-CRT-IDADE(WRK-QTDE-CRT)
                       MOVE FDR-REG-CPF-CNPJ
                                       TO TAB-CRT-DOC(WRK-QTDE-CRT)
                       MOVE FDR-MOTIVO TO TAB-CRT-MOTIVO(WRK-QTDE-CRT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-REJ
           MOVE 'N'                    TO WRK-FIM-ARQ

      *    ID JA USADO NA CRITICA TAMBEM NAO PODE SER DADO DE NOVO
           PERFORM VARYING WRK-IND-CRT FROM 1 BY 1 UNTIL
                      WRK-IND-CRT > WRK-QTDE-CRT
              IF TAB-CRT-ID(WRK-IND-CRT) GREATER WRK-MAIOR-ID
                 MOVE TAB-CRT-ID(WRK-IND-CRT) TO WRK-MAIOR-ID
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0005-end
       0005-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATAR O PEDIDO DA LOJA WRK-IND-WEB - O PRIMEIRO PROBLEMA
      *    ENCONTRADO DEFINE A RECUSA
      *----------------------------------------------------------------*
       0010-TRATAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*

           PERFORM 0011-VERIFICAR-DUPLICADO
           IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
              EXIT SECTION
           END-IF

           PERFORM 0012-MONTAR-ITENS
           IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
              EXIT SECTION
           END-IF

           PERFORM 0013-IDENTIFICAR-CLIENTE
           IF WRK-CLIENTE-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM 0014-VERIFICAR-ESTOQUE
           IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
              EXIT SECTION
           END-IF

           PERFORM 0015-OBTER-PROX-PEDIDO

      *    RESERVA CADA ITEM - O ITEM SEM SALDO NA LOJA DERRUBA O
      *    PEDIDO INTEIRO E DESFAZ AS RESERVAS JA FEITAS
           MOVE 'S'                    TO WRK-MOV-OK
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      (WRK-IND-ITEM > WRK-QTD-ITENS) OR
                      (WRK-MOV-OK EQUAL 'N')
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'RESERVA PEDIDO'    TO WRK-MOV-MOTIVO
              PERFORM 0050-RESERVAR-ITEM
           END-PERFORM

           IF WRK-MOV-OK EQUAL 'N'
              PERFORM 0016-DESFAZER-RESERVAS
              MOVE 'R'                 TO TAB-WEB-SITUACAO(WRK-IND-WEB)
              MOVE 'R04'               TO TAB-WEB-CODIGO(WRK-IND-WEB)
              MOVE 'ESTOQUE INSUFICIENTE NA LOJA'
                                     TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
              EXIT SECTION
           END-IF

           PERFORM 0017-GRAVAR-PEDIDO

           MOVE 'A'                    TO TAB-WEB-SITUACAO(WRK-IND-WEB)
           MOVE WRK-PEDIDO-NUMERO      TO TAB-WEB-PEDIDO(WRK-IND-WEB)
           MOVE 'PEDIDO ACEITO'      TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0010-end
       0010-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PEDIDO DA LOJA JA IMPORTADO OU REPETIDO NO MESMO ARQUIVO
      *    E RECUSADO (R05)
      *----------------------------------------------------------------*
       0011-VERIFICAR-DUPLICADO        SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IND-IMP FROM 1 BY 1 UNTIL
                      WRK-IND-IMP > WRK-QTDE-IMP
              IF TAB-IMP-PEDIDO-LOJA(WRK-IND-IMP) EQUAL
                 TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB)
                 MOVE 'R'              TO TAB-WEB-SITUACAO(WRK-IND-WEB)
              END-IF
           END-PERFORM

           PERFORM VARYING WRK-IND-WEB2 FROM 1 BY 1 UNTIL
                      WRK-IND-WEB2 NOT LESS WRK-IND-WEB
              IF TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB2) EQUAL
                 TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB) AND
                 TAB-WEB-CODIGO(WRK-IND-WEB2) NOT EQUAL 'R05'
                 MOVE 'R'              TO TAB-WEB-SITUACAO(WRK-IND-WEB)
              END-IF
           END-PERFORM

           IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
              MOVE 'R05'               TO TAB-WEB-CODIGO(WRK-IND-WEB)
              MOVE 'PEDIDO DA LOJA DUPLICADO'
                                     TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0011-end
       0011-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTAR A TABELA DE ITENS DO PEDIDO (COMO NO PEDVEN1A) -
      *    PEDIDO SEM ITENS OU COM ITEM NAO NUMERICO E RECUSADO (R06)
      *----------------------------------------------------------------*
       0012-MONTAR-ITENS               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-ITENS
           MOVE 'S'                    TO WRK-ITEM-OK

           IF TAB-WEB-QTDE-ITENS(WRK-IND-WEB) EQUAL ZEROS OR
              TAB-WEB-QTDE-ITENS(WRK-IND-WEB) GREATER WRK-MAX-ITENS
              MOVE 'N'                 TO WRK-ITEM-OK
           END-IF

           PERFORM VARYING WRK-IND-WIT FROM
                      TAB-WEB-ITEM-INI(WRK-IND-WEB) BY 1 UNTIL
                      WRK-IND-WIT NOT LESS
                      TAB-WEB-ITEM-INI(WRK-IND-WEB) +
                      TAB-WEB-QTDE-ITENS(WRK-IND-WEB) OR
                      WRK-ITEM-OK EQUAL 'N'
              IF TAB-WIT-COD(WRK-IND-WIT) IS NUMERIC AND
                 TAB-WIT-QTDE(WRK-IND-WIT) IS NUMERIC AND
                 TAB-WIT-QTDE(WRK-IND-WIT) NOT EQUAL '00000'
                 ADD 1                 TO WRK-QTD-ITENS
                 MOVE TAB-WIT-COD(WRK-IND-WIT)
                                       TO TAB-ITEM-COD(WRK-QTD-ITENS)
                 MOVE TAB-WIT-QTDE(WRK-IND-WIT)
                                       TO TAB-ITEM-QTDE(WRK-QTD-ITENS)
                 IF TAB-WIT-PRECO(WRK-IND-WIT) IS NUMERIC
                    MOVE TAB-WIT-PRECO(WRK-IND-WIT)
                         TO TAB-ITEM-PRECO-CENTS(WRK-QTD-ITENS)
                 ELSE
                    MOVE ZEROS
                         TO TAB-ITEM-PRECO-CENTS(WRK-QTD-ITENS)
                 END-IF
              ELSE
                 MOVE 'N'              TO WRK-ITEM-OK
              END-IF
           END-PERFORM

           IF WRK-ITEM-OK NOT EQUAL 'S'
              MOVE 'R'                 TO TAB-WEB-SITUACAO(WRK-IND-WEB)
              MOVE 'R06'               TO TAB-WEB-CODIGO(WRK-IND-WEB)
              MOVE 'PEDIDO SEM ITENS OU COM ITEM INVALIDO'
                                     TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0012-end
       0012-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    IDENTIFICAR O CLIENTE PELO CPF/CNPJ EM CADASTRO1.dat. SEM
      *    CADASTRO: PEDIDO PENDENTE COM O CLIENTE NO LOTE DO
      *    PROG034B; NA VOLTA, ACEITO NA CRITICA ENTRA NO CADASTRO E
      *    REJEITADO RECUSA O PEDIDO (R01/R02)
      *----------------------------------------------------------------*
       0013-IDENTIFICAR-CLIENTE        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CLIENTE-OK
           MOVE ZEROS                  TO WRK-CLIENTE-ID
           MOVE SPACES                 TO WRK-CLIENTE-NOME

           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1 UNTIL
                      WRK-IND-CLI > WRK-QTDE-CLI
              IF FUNCTION TRIM(TAB-CLI-DOC(WRK-IND-CLI)) EQUAL
                 FUNCTION TRIM(TAB-WEB-DOC(WRK-IND-WEB)) AND
                 TAB-WEB-DOC(WRK-IND-WEB) NOT EQUAL SPACES
                 MOVE 'S'              TO WRK-CLIENTE-OK
                 MOVE TAB-CLI-ID(WRK-IND-CLI)   TO WRK-CLIENTE-ID
                 MOVE TAB-CLI-NOME(WRK-IND-CLI) TO WRK-CLIENTE-NOME
                 MOVE WRK-QTDE-CLI     TO WRK-IND-CLI
              END-IF
           END-PERFORM
           IF WRK-CLIENTE-OK EQUAL 'S'
              EXIT SECTION
           END-IF

      *    CLIENTE JA MANDADO PARA A CRITICA: VEREDITO PELO ID + DOC
      *    (CADACEIT.dat VEM PRIMEIRO - REJEITADO CORRIGIDO NO
      *    PROG034C VALE COMO ACEITO)
           MOVE ZEROS                  TO WRK-CRT-ACHADO
           IF TAB-WEB-CLIENTE(WRK-IND-WEB) NOT EQUAL ZEROS
              PERFORM VARYING WRK-IND-CRT FROM 1 BY 1 UNTIL
                         WRK-IND-CRT > WRK-QTDE-CRT
                 IF TAB-CRT-ID(WRK-IND-CRT) EQUAL
                    TAB-WEB-CLIENTE(WRK-IND-WEB) AND
                    FUNCTION TRIM(TAB-CRT-DOC(WRK-IND-CRT)) EQUAL
                    FUNCTION TRIM(TAB-WEB-DOC(WRK-IND-WEB)) AND
                    WRK-CRT-ACHADO EQUAL ZEROS
                    MOVE WRK-IND-CRT   TO WRK-CRT-ACHADO
                 END-IF
              END-PERFORM
           END-IF

           IF WRK-CRT-ACHADO GREATER ZEROS
              IF TAB-CRT-MOTIVO(WRK-CRT-ACHADO) EQUAL ZEROS
                 PERFORM 0018-INCLUIR-CLIENTE
                 MOVE 'S'              TO WRK-CLIENTE-OK
                 EXIT SECTION
              END-IF
              MOVE 'R'                 TO TAB-WEB-SITUACAO(WRK-IND-WEB)
              IF TAB-CRT-MOTIVO(WRK-CRT-ACHADO) EQUAL 01
                 MOVE 'R01'            TO TAB-WEB-CODIGO(WRK-IND-WEB)
                 MOVE 'CPF/CNPJ INVALIDO'
                                     TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
              ELSE
                 MOVE 'R02'            TO TAB-WEB-CODIGO(WRK-IND-WEB)
                 MOVE SPACES         TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
                 STRING 'CADASTRO RECUSADO NA CRITICA - MOTIVO '
                        TAB-CRT-MOTIVO(WRK-CRT-ACHADO)
                        DELIMITED BY SIZE
                        INTO TAB-WEB-DESCRICAO(WRK-IND-WEB)
                 END-STRING
              END-IF
              EXIT SECTION
           END-IF

      *    CLIENTE NOVO: MESMO ID DE OUTRO PEDIDO PENDENTE DO MESMO
      *    DOCUMENTO, SENAO O PROXIMO ID LIVRE
           IF TAB-WEB-CLIENTE(WRK-IND-WEB) EQUAL ZEROS
              PERFORM VARYING WRK-IND-WEB2 FROM 1 BY 1 UNTIL
                         WRK-IND-WEB2 NOT LESS WRK-IND-WEB
                 IF TAB-WEB-SITUACAO(WRK-IND-WEB2) EQUAL 'P' AND
                    FUNCTION TRIM(TAB-WEB-DOC(WRK-IND-WEB2)) EQUAL
                    FUNCTION TRIM(TAB-WEB-DOC(WRK-IND-WEB))
                    MOVE TAB-WEB-CLIENTE(WRK-IND-WEB2)
                                   TO TAB-WEB-CLIENTE(WRK-IND-WEB)
                 END-IF
              END-PERFORM
           END-IF
           IF TAB-WEB-CLIENTE(WRK-IND-WEB) EQUAL ZEROS
              ADD 1                    TO WRK-MAIOR-ID
              MOVE WRK-MAIOR-ID        TO TAB-WEB-CLIENTE(WRK-IND-WEB)
           END-IF

           MOVE 'P'                    TO TAB-WEB-SITUACAO(WRK-IND-WEB)
           MOVE 'P01'                  TO TAB-WEB-CODIGO(WRK-IND-WEB)
           MOVE 'CLIENTE EM ANALISE CADASTRAL'
                                     TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0013-end
       0013-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERIR CADA ITEM NO ESTOQUE: PRODUTO SEM FICHA (R03) OU
      *    SALDO DA LOJA MENOR QUE O PEDIDO (R04). PRECO ZERO = PRECO
      *    DE TABELA DO ESTOQUE
      *----------------------------------------------------------------*
       0014-VERIFICAR-ESTOQUE          SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - STATUS: '
                       WRK-FS-ESTOQUE
              MOVE 'R'                 TO TAB-WEB-SITUACAO(WRK-IND-WEB)
              MOVE 'R04'               TO TAB-WEB-CODIGO(WRK-IND-WEB)
              MOVE 'ESTOQUE INDISPONIVEL'
                                     TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM > WRK-QTD-ITENS OR
                      TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
              MOVE TAB-ITEM-COD(WRK-IND-ITEM) TO FDE-COD-PRODUTO
              READ ARQUIVO-EST
                 INVALID KEY
                    MOVE 'R'           TO TAB-WEB-SITUACAO(WRK-IND-WEB)
                    MOVE 'R03'         TO TAB-WEB-CODIGO(WRK-IND-WEB)
                    MOVE SPACES      TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
                    STRING 'PRODUTO ' TAB-ITEM-COD(WRK-IND-ITEM)
                           ' NAO CADASTRADO' DELIMITED BY SIZE
                           INTO TAB-WEB-DESCRICAO(WRK-IND-WEB)
                    END-STRING
                 NOT INVALID KEY
                    PERFORM 0053-LOCALIZAR-LOCAIS
                    IF WRK-IND-LOJA EQUAL ZEROS
                       MOVE 'R'        TO TAB-WEB-SITUACAO(WRK-IND-WEB)
                    ELSE
                       IF FDE-LOCAL-QTDE(WRK-IND-LOJA) LESS
                          TAB-ITEM-QTDE(WRK-IND-ITEM)
                          MOVE 'R'     TO TAB-WEB-SITUACAO(WRK-IND-WEB)
                       END-IF
                    END-IF
                    IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'R'
                       MOVE 'R04'      TO TAB-WEB-CODIGO(WRK-IND-WEB)
                       MOVE SPACES   TO TAB-WEB-DESCRICAO(WRK-IND-WEB)
                       STRING 'ESTOQUE INSUFICIENTE - PRODUTO '
                              TAB-ITEM-COD(WRK-IND-ITEM)
                              DELIMITED BY SIZE
                              INTO TAB-WEB-DESCRICAO(WRK-IND-WEB)
                       END-STRING
                    END-IF
                    IF TAB-ITEM-PRECO-CENTS(WRK-IND-ITEM) EQUAL ZEROS
                       COMPUTE TAB-ITEM-PRECO-CENTS(WRK-IND-ITEM)
                               ROUNDED = FDE-VALOR-PRODUTO * 100
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQUIVO-EST
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0014-end
       0014-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OBTER O PROXIMO NUMERO DE PEDIDO (PEDVSEQ.dat, A MESMA
      *    SEQUENCIA DO PEDVEN1A)
      *----------------------------------------------------------------*
       0015-OBTER-PROX-PEDIDO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-PEDIDO-NUMERO

           OPEN INPUT ARQ-PEDSEQ
           READ ARQ-PEDSEQ
               AT END MOVE ZEROS       TO WRK-PEDIDO-NUMERO
               NOT AT END MOVE FD-LIN-PEDSEQ TO WRK-PEDIDO-NUMERO
           END-READ
           CLOSE ARQ-PEDSEQ

           ADD 1                       TO WRK-PEDIDO-NUMERO

           OPEN OUTPUT ARQ-PEDSEQ
           MOVE WRK-PEDIDO-NUMERO      TO FD-LIN-PEDSEQ
           WRITE FD-LIN-PEDSEQ
           CLOSE ARQ-PEDSEQ
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0015-end
       0015-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESFAZER AS RESERVAS JA FEITAS DE UM PEDIDO RECUSADO
      *    (OS ITENS ANTERIORES AO QUE FALHOU)
      *----------------------------------------------------------------*
       0016-DESFAZER-RESERVAS          SECTION.
      *----------------------------------------------------------------*

      *    O VARYING JA AVANCOU ALEM DO ITEM QUE FALHOU
           SUBTRACT 1 FROM WRK-IND-ITEM GIVING WRK-IND-LOC2

           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM NOT LESS WRK-IND-LOC2
              MOVE TAB-ITEM-COD(WRK-IND-ITEM)  TO WRK-ITEM-COD
              MOVE TAB-ITEM-QTDE(WRK-IND-ITEM) TO WRK-ITEM-QTDE
              MOVE 'RESERVA DESFEITA'  TO WRK-MOV-MOTIVO
              PERFORM 0051-LIBERAR-ITEM
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0016-end
       0016-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PEDIDO E OS ITENS NO LAYOUT DO PEDVEN1A (SEM
      *    VENDEDOR) E O PEDIDO DA LOJA EM WEBIMP.dat
      *----------------------------------------------------------------*
       0017-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND ARQ-PEDIDOS
           MOVE SPACES                 TO FD-LIN-PEDIDO
           STRING WRK-PEDIDO-NUMERO    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-CLIENTE-ID       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CLIENTE-NOME)
                                       DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  WRK-HOJE-AAAAMMDD    DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  'A'                  DELIMITED BY SIZE
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-VENDEDOR)
                                       DELIMITED BY SIZE
                  INTO FD-LIN-PEDIDO
           END-STRING
           WRITE FD-LIN-PEDIDO
           CLOSE ARQ-PEDIDOS

           OPEN EXTEND ARQ-ITENS
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1 UNTIL
                      WRK-IND-ITEM > WRK-QTD-ITENS
              MOVE SPACES              TO FD-LIN-ITEM
              STRING WRK-PEDIDO-NUMERO DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-COD(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-QTDE(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     SEP               DELIMITED BY SIZE
                     TAB-ITEM-PRECO-CENTS(WRK-IND-ITEM)
                                       DELIMITED BY SIZE
                     INTO FD-LIN-ITEM
              END-STRING
              WRITE FD-LIN-ITEM
           END-PERFORM
           CLOSE ARQ-ITENS

           OPEN EXTEND ARQ-IMPORTADOS
           MOVE SPACES                 TO FD-LIN-IMPORTADO
           STRING FUNCTION TRIM(TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB))
                                       DELIMITED BY SIZE
                  SEP WRK-PEDIDO-NUMERO SEP WRK-HOJE-AAAAMMDD
                  SEP WRK-CLIENTE-ID   DELIMITED BY SIZE
                  INTO FD-LIN-IMPORTADO
           END-STRING
           WRITE FD-LIN-IMPORTADO
           CLOSE ARQ-IMPORTADOS

           IF WRK-QTDE-IMP LESS WRK-MAX-TAB-IMP
              ADD 1                    TO WRK-QTDE-IMP
              MOVE TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB)
                   TO TAB-IMP-PEDIDO-LOJA(WRK-QTDE-IMP)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0017-end
       0017-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INCLUIR EM CADASTRO1.dat O CLIENTE ACEITO NA CRITICA
      *    (TAB-CRITICA WRK-CRT-ACHADO), COM JORNAL VIA JRNCAD1A
      *----------------------------------------------------------------*
       0018-INCLUIR-CLIENTE            SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CRT-ID(WRK-CRT-ACHADO)   TO WRK-CLIENTE-ID
           MOVE TAB-CRT-NOME(WRK-CRT-ACHADO) TO WRK-CLIENTE-NOME

           OPEN EXTEND ARQUIVO-CLI
           MOVE TAB-CRT-ID(WRK-CRT-ACHADO)    TO FDC-ID-CLIENTE
           MOVE TAB-CRT-NOME(WRK-CRT-ACHADO)  TO FDC-NOME-CLIENTE
           MOVE TAB-CRT-IDADE(WRK-CRT-ACHADO) TO FDC-IDADE
           MOVE TAB-CRT-DOC(WRK-CRT-ACHADO)   TO FDC-CPF-CNPJ
           WRITE FD-ARQ-CLI
           CLOSE ARQUIVO-CLI
           ADD 1                       TO WRK-QTDE-CLI-INCLUIDOS

           MOVE 'PEDWEB1A'             TO JRN001A-PROGRAMA
           MOVE 'LOJA VIRTUAL'         TO JRN001A-OPERADOR
           MOVE 'I'                    TO JRN001A-OPERACAO
           MOVE ZEROS                  TO JRN001A-ANT-ID
                                          JRN001A-ANT-IDADE
           MOVE SPACES                 TO JRN001A-ANT-NOME
                                          JRN001A-ANT-CPF-CNPJ
           MOVE TAB-CRT-ID(WRK-CRT-ACHADO)    TO JRN001A-DEP-ID
           MOVE TAB-CRT-NOME(WRK-CRT-ACHADO)  TO JRN001A-DEP-NOME
           MOVE TAB-CRT-IDADE(WRK-CRT-ACHADO) TO JRN001A-DEP-IDADE
           MOVE TAB-CRT-DOC(WRK-CRT-ACHADO)   TO JRN001A-DEP-CPF-CNPJ
           CALL 'JRNCAD1A' USING WRK-JRN-REGISTRO

      *    OUTROS PEDIDOS DO MESMO CLIENTE JA O ACHAM NO CADASTRO
           IF WRK-QTDE-CLI LESS WRK-MAX-TAB-CLI
              ADD 1                    TO WRK-QTDE-CLI
              MOVE TAB-CRT-ID(WRK-CRT-ACHADO)
                                       TO TAB-CLI-ID(WRK-QTDE-CLI)
              MOVE TAB-CRT-DOC(WRK-CRT-ACHADO)
                                       TO TAB-CLI-DOC(WRK-QTDE-CLI)
              MOVE TAB-CRT-NOME(WRK-CRT-ACHADO)
                                       TO TAB-CLI-NOME(WRK-QTDE-CLI)
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0018-end
       0018-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR A RESPOSTA DO PEDIDO PARA A LOJA (WEBRET.dat)
      *----------------------------------------------------------------*
       0020-GRAVAR-RETORNO             SECTION.
      *----------------------------------------------------------------*

           EVALUATE TAB-WEB-SITUACAO(WRK-IND-WEB)
              WHEN 'A'
                 ADD 1                 TO WRK-QTDE-ACEITOS
              WHEN 'R'
                 ADD 1                 TO WRK-QTDE-RECUSADOS
              WHEN OTHER
                 ADD 1                 TO WRK-QTDE-PENDENTES
           END-EVALUATE

           MOVE SPACES                 TO FD-LIN-RETORNO
           STRING FUNCTION TRIM(TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB))
                                       DELIMITED BY SIZE
                  SEP TAB-WEB-SITUACAO(WRK-IND-WEB)
                  SEP TAB-WEB-PEDIDO(WRK-IND-WEB)
                  SEP TAB-WEB-CODIGO(WRK-IND-WEB)
                  SEP                  DELIMITED BY SIZE
                  FUNCTION TRIM(TAB-WEB-DESCRICAO(WRK-IND-WEB))
                                       DELIMITED BY SIZE
                  INTO FD-LIN-RETORNO
           END-STRING
           WRITE FD-LIN-RETORNO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0020-end
       0020-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O PEDIDO RECUSADO EM WEBREJ.dat: O CABECALHO COM O
      *    CODIGO E A DESCRICAO NO FIM E OS ITENS COMO VIERAM
      *----------------------------------------------------------------*
       0021-GRAVAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FD-LIN-REJEITADO
           STRING 'H' SEP
                  FUNCTION TRIM(TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB))
                  SEP TAB-WEB-DATA(WRK-IND-WEB)
                  SEP FUNCTION TRIM(TAB-WEB-DOC(WRK-IND-WEB))
                  SEP FUNCTION TRIM(TAB-WEB-NOME(WRK-IND-WEB))
                  SEP TAB-WEB-IDADE(WRK-IND-WEB)
                  SEP TAB-WEB-CODIGO(WRK-IND-WEB)
                  SEP FUNCTION TRIM(TAB-WEB-DESCRICAO(WRK-IND-WEB))
                  DELIMITED BY SIZE INTO FD-LIN-REJEITADO
           END-STRING
           WRITE FD-LIN-REJEITADO

           PERFORM VARYING WRK-IND-WIT FROM
                      TAB-WEB-ITEM-INI(WRK-IND-WEB) BY 1 UNTIL
                      WRK-IND-WIT NOT LESS
                      TAB-WEB-ITEM-INI(WRK-IND-WEB) +
                      TAB-WEB-QTDE-ITENS(WRK-IND-WEB)
              MOVE SPACES              TO FD-LIN-REJEITADO
              STRING 'I' SEP TAB-WIT-COD(WRK-IND-WIT)
                     SEP TAB-WIT-QTDE(WRK-IND-WIT)
                     SEP TAB-WIT-PRECO(WRK-IND-WIT)
                     DELIMITED BY SIZE INTO FD-LIN-REJEITADO
              END-STRING
              WRITE FD-LIN-REJEITADO
           END-PERFORM
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0021-end
       0021-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR WEBPEND.dat SO COM OS PEDIDOS AINDA PENDENTES DE
      *    CADASTRO (COM O ID RESERVADO PARA O CLIENTE)
      *----------------------------------------------------------------*
       0030-GRAVAR-PENDENTES           SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-PENDENTES

           PERFORM VARYING WRK-IND-WEB FROM 1 BY 1 UNTIL
                      WRK-IND-WEB > WRK-QTDE-WEB
              IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'P'
                 MOVE SPACES           TO FD-LIN-PENDENTE
                 STRING 'H' SEP
                     FUNCTION TRIM(TAB-WEB-PEDIDO-LOJA(WRK-IND-WEB))
                     SEP TAB-WEB-DATA(WRK-IND-WEB)
                     SEP FUNCTION TRIM(TAB-WEB-DOC(WRK-IND-WEB))
                     SEP FUNCTION TRIM(TAB-WEB-NOME(WRK-IND-WEB))
                     SEP TAB-WEB-IDADE(WRK-IND-WEB)
                     SEP TAB-WEB-CLIENTE(WRK-IND-WEB)
                     DELIMITED BY SIZE INTO FD-LIN-PENDENTE
                 END-STRING
                 WRITE FD-LIN-PENDENTE
                 PERFORM VARYING WRK-IND-WIT FROM
                            TAB-WEB-ITEM-INI(WRK-IND-WEB) BY 1 UNTIL
                            WRK-IND-WIT NOT LESS
                            TAB-WEB-ITEM-INI(WRK-IND-WEB) +
                            TAB-WEB-QTDE-ITENS(WRK-IND-WEB)
                    MOVE SPACES        TO FD-LIN-PENDENTE
                    STRING 'I' SEP TAB-WIT-COD(WRK-IND-WIT)
                           SEP TAB-WIT-QTDE(WRK-IND-WIT)
                           SEP TAB-WIT-PRECO(WRK-IND-WIT)
                           DELIMITED BY SIZE INTO FD-LIN-PENDENTE
                    END-STRING
                    WRITE FD-LIN-PENDENTE
                 END-PERFORM
              END-IF
           END-PERFORM

           CLOSE ARQ-PENDENTES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0030-end
       0030-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR O LOTE CADENT001.dat PARA A CRITICA DO PROG034B COM
      *    OS CLIENTES DOS PEDIDOS PENDENTES AINDA SEM VEREDITO (UM
      *    REGISTRO POR CLIENTE), COM CABECALHO HDR E TRAILER TRL
      *    (CONTAGEM E SOMA DOS IDS, COMO O CTLWRAP1)
      *----------------------------------------------------------------*
       0031-GRAVAR-LOTE-CLIENTES       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-LOTE WRK-HASH-LOTE

           IF WRK-QTDE-PENDENTES EQUAL ZEROS
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQUIVO-LOTE

           MOVE SPACES                 TO FD-LIN-LOTE-CTL
           STRING 'HDR' SEP 'CADENT001' SEP WRK-HOJE-AAAAMMDD SEP
                  WRK-HORA-HHMMSS SEP 'PEDWEB1A' SEP
                  DELIMITED BY SIZE INTO FD-LIN-LOTE-CTL
           END-STRING
           WRITE FD-LIN-LOTE-CTL

           PERFORM VARYING WRK-IND-WEB FROM 1 BY 1 UNTIL
                      WRK-IND-WEB > WRK-QTDE-WEB
              IF TAB-WEB-SITUACAO(WRK-IND-WEB) EQUAL 'P'
      *          SO A PRIMEIRA OCORRENCIA DO CLIENTE ENTRA NO LOTE
                 MOVE 'S'              TO WRK-ITEM-OK
                 PERFORM VARYING WRK-IND-WEB2 FROM 1 BY 1 UNTIL
                            WRK-IND-WEB2 NOT LESS WRK-IND-WEB
                    IF TAB-WEB-SITUACAO(WRK-IND-WEB2) EQUAL 'P' AND
                       TAB-WEB-CLIENTE(WRK-IND-WEB2) EQUAL
                       TAB-WEB-CLIENTE(WRK-IND-WEB)
                       MOVE 'N'        TO WRK-ITEM-OK
                    END-IF
                 END-PERFORM
                 IF WRK-ITEM-OK EQUAL 'S'
                    MOVE TAB-WEB-CLIENTE(WRK-IND-WEB) TO FDL-ID-CLIENTE
                    MOVE TAB-WEB-NOME(WRK-IND-WEB) TO FDL-NOME-CLIENTE
                    IF TAB-WEB-IDADE(WRK-IND-WEB) IS NUMERIC
                       MOVE TAB-WEB-IDADE(WRK-IND-WEB) TO FDL-IDADE
                    ELSE
                       MOVE ZEROS      TO FDL-IDADE
                    END-IF
                    MOVE TAB-WEB-DOC(WRK-IND-WEB) TO FDL-CPF-CNPJ
                    WRITE FD-ARQ-LOTE
                    ADD 1              TO WRK-QTDE-LOTE
                    ADD FDL-ID-CLIENTE TO WRK-HASH-LOTE
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES                 TO FD-LIN-LOTE-CTL
           STRING 'TRL' SEP WRK-QTDE-LOTE SEP WRK-HASH-LOTE SEP
                  DELIMITED BY SIZE INTO FD-LIN-LOTE-CTL
           END-STRING
           WRITE FD-LIN-LOTE-CTL

           CLOSE ARQUIVO-LOTE
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0031-end
       0031-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESERVAR UM ITEM: MOVE A QUANTIDADE DO LOCAL LOJA PARA O
      *    LOCAL RESRV DO REGISTRO DO PRODUTO, COM MOVIMENTO EM
      *    MOVESTOQ.dat (SAIDA DA LOJA E ENTRADA NA RESERVA)
      *----------------------------------------------------------------*
       0050-RESERVAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-MOV-OK

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - RESERVA NAO FEITA'
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM FICHA DE '
                         'ESTOQUE - RESERVA NAO FEITA'
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-READ

           PERFORM 0053-LOCALIZAR-LOCAIS

           IF WRK-IND-LOJA EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM SALDO NO LOCAL '
                      'LOJA - RESERVA NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           IF FDE-LOCAL-QTDE(WRK-IND-LOJA) LESS WRK-ITEM-QTDE
              DISPLAY 'SALDO DA LOJA INSUFICIENTE PARA O PRODUTO '
                       WRK-ITEM-COD ' - RESERVA NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           IF WRK-IND-RESRV EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM VAGA DE LOCAL '
                      'PARA A RESERVA - RESERVA NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           SUBTRACT WRK-ITEM-QTDE      FROM
                                       FDE-LOCAL-QTDE(WRK-IND-LOJA)
           MOVE WRK-LOCAL-RESERVA      TO
                FDE-LOCAL-COD(WRK-IND-RESRV)
           ADD WRK-ITEM-QTDE           TO
                                       FDE-LOCAL-QTDE(WRK-IND-RESRV)

           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO ' WRK-ITEM-COD
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-REWRITE

           CLOSE ARQUIVO-EST

           MOVE 'S'                    TO WRK-MOV-SENTIDO
           MOVE '-'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-LOJA         TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO
           MOVE 'E'                    TO WRK-MOV-SENTIDO
           MOVE '+'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-RESERVA      TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO

           MOVE 'S'                    TO WRK-MOV-OK
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0050-end
       0050-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LIBERAR UM ITEM RESERVADO: MOVE A QUANTIDADE DO LOCAL
      *    RESRV DE VOLTA PARA A LOJA
      *----------------------------------------------------------------*
       0051-LIBERAR-ITEM               SECTION.
      *----------------------------------------------------------------*

           OPEN I-O ARQUIVO-EST
           IF WRK-FS-ESTOQUE NOT EQUAL '00'
              DISPLAY 'ESTOQUE.dat INDISPONIVEL - LIBERACAO NAO FEITA'
              EXIT SECTION
           END-IF

           MOVE WRK-ITEM-COD           TO FDE-COD-PRODUTO
           READ ARQUIVO-EST
              INVALID KEY
                 DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM FICHA DE '
                         'ESTOQUE - LIBERACAO NAO FEITA'
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-READ

           PERFORM 0053-LOCALIZAR-LOCAIS

           IF WRK-IND-RESRV EQUAL ZEROS OR
              FDE-LOCAL-COD(WRK-IND-RESRV) NOT EQUAL
                 WRK-LOCAL-RESERVA OR
              FDE-LOCAL-QTDE(WRK-IND-RESRV) LESS WRK-ITEM-QTDE
              DISPLAY 'RESERVA DO PRODUTO ' WRK-ITEM-COD
                      ' NAO LOCALIZADA - LIBERACAO NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           IF WRK-IND-LOJA EQUAL ZEROS
              DISPLAY 'PRODUTO ' WRK-ITEM-COD ' SEM LOCAL LOJA - '
                      'LIBERACAO NAO FEITA'
              CLOSE ARQUIVO-EST
              EXIT SECTION
           END-IF

           SUBTRACT WRK-ITEM-QTDE      FROM
                                       FDE-LOCAL-QTDE(WRK-IND-RESRV)
           ADD WRK-ITEM-QTDE           TO
                                       FDE-LOCAL-QTDE(WRK-IND-LOJA)

           REWRITE FD-ARQ-EST
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR O PRODUTO ' WRK-ITEM-COD
                 CLOSE ARQUIVO-EST
                 EXIT SECTION
           END-REWRITE

           CLOSE ARQUIVO-EST

           MOVE 'S'                    TO WRK-MOV-SENTIDO
           MOVE '-'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-RESERVA      TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO
           MOVE 'E'                    TO WRK-MOV-SENTIDO
           MOVE '+'                    TO WRK-MOV-SINAL
           MOVE WRK-LOCAL-LOJA         TO WRK-MOV-LOCAL
           PERFORM 0054-GRAVAR-MOVIMENTO
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0051-end
       0051-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZAR OS SLOTS DOS LOCAIS LOJA E RESRV NO REGISTRO
      *    CORRENTE DO ESTOQUE - PARA A RESERVA, UM SLOT LIVRE
      *    (CODIGO EM BRANCO) SERVE DE VAGA QUANDO RESRV NAO EXISTE
      *----------------------------------------------------------------*
       0053-LOCALIZAR-LOCAIS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IND-LOJA
                                          WRK-IND-RESRV

           PERFORM VARYING WRK-IND-LOCAL FROM 1 BY 1 UNTIL
                      WRK-IND-LOCAL > 10
              IF FDE-LOCAL-COD(WRK-IND-LOCAL) EQUAL WRK-LOCAL-LOJA
                 AND WRK-IND-LOJA EQUAL ZEROS
                 MOVE WRK-IND-LOCAL    TO WRK-IND-LOJA
              END-IF
              IF FDE-LOCAL-COD(WRK-IND-LOCAL) EQUAL
                 WRK-LOCAL-RESERVA AND WRK-IND-RESRV EQUAL ZEROS
                 MOVE WRK-IND-LOCAL    TO WRK-IND-RESRV
              END-IF
           END-PERFORM

           IF WRK-IND-RESRV EQUAL ZEROS
              PERFORM VARYING WRK-IND-LOCAL FROM 1 BY 1 UNTIL
                         WRK-IND-LOCAL > 10
                 IF FDE-LOCAL-COD(WRK-IND-LOCAL) EQUAL SPACES AND
                    WRK-IND-RESRV EQUAL ZEROS
                    MOVE WRK-IND-LOCAL TO WRK-IND-RESRV
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0053-end
       0053-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVAR UM MOVIMENTO EM MOVESTOQ.dat NO FORMATO DO
      *    CAIXAREG, COM O NUMERO DO PEDIDO NO MOTIVO
      *----------------------------------------------------------------*
       0054-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ITEM-QTDE          TO WRK-MOV-QTDE

           OPEN EXTEND ARQUIVO-MOV
           MOVE SPACES                 TO FD-LIN-MOVIMENTO
           STRING WRK-HOJE-AAAAMMDD '|' WRK-HORA-HHMMSS '|'
                  WRK-ITEM-COD '|' WRK-MOV-LOCAL '|'
                  WRK-MOV-SENTIDO '|' WRK-MOV-SINAL '|' '00'
                  WRK-MOV-QTDE '|'
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MOV-MOTIVO) DELIMITED BY SIZE
                  ' ' WRK-PEDIDO-NUMERO '|' 'PEDVENDA' '|' '|'
                  FIL001A-CODIGO
                  DELIMITED BY SIZE INTO FD-LIN-MOVIMENTO
           END-STRING
           WRITE FD-LIN-MOVIMENTO
           CLOSE ARQUIVO-MOV
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0054-end
       0054-END.                       EXIT.
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
