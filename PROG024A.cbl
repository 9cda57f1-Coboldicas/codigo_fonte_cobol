      *              CADASTRO DE EXEMPLAR PASSA A PEDI-LOS E A
      *              MANUTENCAO POR TITULO E A BUSCA (AUTOR/TITULO
      *              PARCIAL E CATEGORIA) FICAM NO BIBCAT1A.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A RESERVA EFETUADA PASSA A SER
      *              CARIMBADA NO LOG BIBLIOTECA.txt (TRANSACAO
      *              RESERVAR), BASE DA DEMANDA POR TITULO NAS
      *              ESTATISTICAS DE CIRCULACAO DO BIBEST1A.
      *----------------------------------------------------------------*
      * MANUTENCAO.: 15/10/2026 - A FILA DE RESERVA PASSA A SER
      *              GUARDADA EM RESERVAS.dat (CODIGO|NOME|, NA ORDEM
      *              DA FILA), LIDA NA ENTRADA E REGRAVADA NA SAIDA,
      *              PARA QUE O INVENTARIO DO ACERVO (BIBINV1A) POSSA
      *              REAVALIA-LA. O EXEMPLAR DADO COMO EXTRAVIADO NO
      *              INVENTARIO FICA COM DISPONIVEL = 'X' E NAO E MAIS
      *              EMPRESTADO, DEVOLVIDO NEM RENOVADO; TITULO SEM
      *              NENHUM EXEMPLAR NO ACERVO NAO ACEITA RESERVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG024A. 
           SELECT OPTIONAL ARQ-RENPARM ASSIGN TO 'RENOVPAR.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RESERVAS ASSIGN TO 'RESERVAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENT.
       FD  ARQ-RENPARM.
       01  FD-LIN-RENPARM                 PIC X(010).

       FD  ARQ-RESERVAS.
       01  FD-LIN-RESERVA                 PIC X(060).

       WORKING-STORAGE SECTION.
      *  PEDIDO DE NOTIFICACAO PARA A FILA CENTRAL (NOTIF01A)
       01  WRK-NOT-REGISTRO.
      *  CAMPOS PARA FILA DE RESERVA DE LIVROS EMPRESTADOS
       01  WRK-MAX-RESERVA              PIC 9(02) VALUE 10.
       01  WRK-RESERVA-NOME             PIC X(40) VALUE SPACES.
       01  WRK-RESERVA-CODIGO           PIC 9(05) VALUE ZEROS.
       01  WRK-FIM-RES                  PIC X(01) VALUE 'N'.
       01  WRK-IND2                     PIC 9(02) VALUE ZEROS.

      *    TABELA INTERNA COM 50 OCOCRRENCIAS
           PERFORM 0016-CARREGAR-EMPRESTIMOS
           PERFORM 0017-CARREGAR-PARM-BIB
           PERFORM 0024-CARREGAR-PARM-RENOV
           PERFORM 0025-CARREGAR-RESERVAS
           PERFORM 0002-TELA-MENU
           PERFORM 0007-GRAVAR-ARQUIVO
           PERFORM 0026-GRAVAR-RESERVAS
           PERFORM 9999-FINALIZAR
           .
      *----------------------------------------------------------------*
                          TAB-DATA(WRK-IND1)  '     *'

              IF TAB-DISPONIVEL(WRK-IND1) 
                                       NOT EQUAL 'S'
                 DISPLAY 'LIVRO NAO DISPONIVEL PARA EMPRESTIMO' 
              ELSE
                 PERFORM 0018-VALIDAR-MEMBRO-EMPR
                          TAB-DATA(WRK-IND1)  '     *'

              IF TAB-DISPONIVEL(WRK-IND1) 
                                       NOT EQUAL 'N'
                 DISPLAY 'FAVOR VERIFICAR O CODIGO CORRETO DO LIVRO'
              ELSE
      *    A MULTA E CALCULADA SOBRE A DATA DO EMPRESTIMO, ANTES DE
              MOVE SPACES              TO FDS-DATA-DEVOLUCAO
           END-IF

           IF WRK-OPCAO                EQUAL 7
              MOVE 'RESERVAR'          TO FDS-TRANSACAO
              MOVE TAB-CODIGO(WRK-IND1)
                                      TO FDS-COD-LIVRO
              MOVE TAB-NOME(WRK-IND1)  TO FDS-NOME-LIVRO
              MOVE TAB-AUTOR(WRK-IND1) TO FDS-AUTOR-LIVRO
              MOVE TAB-DISPONIVEL(WRK-IND1)
                                       TO FDS-DISPONIVEL
              MOVE SPACES              TO FDS-DATA-EMPRESTIMO
              MOVE SPACES              TO FDS-DATA-DEVOLUCAO
           END-IF

           IF WRK-OPCAO                EQUAL 3
              MOVE 'DEVOLVER'          TO FDS-TRANSACAO
              MOVE TAB-CODIGO(WRK-IND1)
           PERFORM 0041-CONSULTAR-LIVRO

           IF WRK-ENCONTROU            EQUAL 'S'
      *    TITULO COM TODOS OS EXEMPLARES EXTRAVIADOS NAO TEM O QUE
      *    RESERVAR
              MOVE ZEROS               TO WRK-QTDE-COPIAS-TIT
              PERFORM VARYING WRK-IND4 FROM 1 BY 1 UNTIL
                         WRK-IND4 > WRK-QTDE-REG
                 IF TAB-CODIGO(WRK-IND4) EQUAL TAB-CODIGO(WRK-IND1) AND
                    TAB-DISPONIVEL(WRK-IND4) NOT EQUAL 'X'
                    ADD 1              TO WRK-QTDE-COPIAS-TIT
                 END-IF
              END-PERFORM
              IF TAB-DISPONIVEL(WRK-IND1) EQUAL 'S'
                 DISPLAY 'TITULO COM EXEMPLAR DISPONIVEL! NAO E '
                         'NECESSARIO RESERVAR'
              ELSE
              IF WRK-QTDE-COPIAS-TIT EQUAL ZEROS
                 DISPLAY 'TITULO SEM EXEMPLAR NO ACERVO (EXTRAVIADO) - '
                         'RESERVA NAO PERMITIDA'
              ELSE
                 PERFORM 0044-LOCALIZAR-FILA-TITULO
                 IF WRK-IND-RES EQUAL ZEROS
                            TAB-RESERVA-NOME(WRK-IND-RES,
                                        TAB-QTDE-RESERVA(WRK-IND-RES))
                       DISPLAY 'RESERVA EFETUADA COM SUCESSO'
                       PERFORM 0009-GRAVAR-LOG
                    END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
           ELSE
              DISPLAY 'LIVRO NAO CADASTRADO'
           END-IF
       0024-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGAR AS FILAS DE RESERVA DE RESERVAS.dat (UMA LINHA
      *    CODIGO|NOME| POR RESERVA, NA ORDEM DA FILA)
      *----------------------------------------------------------------*
       0025-CARREGAR-RESERVAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTDE-TITULOS-RES
           MOVE 'N'                    TO WRK-FIM-RES

           OPEN INPUT ARQ-RESERVAS

           PERFORM UNTIL WRK-FIM-RES EQUAL 'S'
              READ ARQ-RESERVAS
                 AT END MOVE 'S'       TO WRK-FIM-RES
                 NOT AT END
                    MOVE ZEROS         TO WRK-RESERVA-CODIGO
                    MOVE SPACES        TO WRK-RESERVA-NOME
                    UNSTRING FD-LIN-RESERVA DELIMITED BY '|'
                       INTO WRK-RESERVA-CODIGO
                            WRK-RESERVA-NOME
                    END-UNSTRING
                    MOVE ZEROS         TO WRK-IND-RES
                    PERFORM VARYING WRK-IND4 FROM 1 BY 1 UNTIL
                               WRK-IND4 > WRK-QTDE-TITULOS-RES
                       IF TAB-RESTIT-CODIGO(WRK-IND4) EQUAL
                          WRK-RESERVA-CODIGO
                          MOVE WRK-IND4 TO WRK-IND-RES
                       END-IF
                    END-PERFORM
                    IF WRK-IND-RES EQUAL ZEROS AND
                       WRK-QTDE-TITULOS-RES LESS WRK-MAX-TITULOS-RES
                       ADD 1           TO WRK-QTDE-TITULOS-RES
                       MOVE WRK-QTDE-TITULOS-RES TO WRK-IND-RES
                       MOVE WRK-RESERVA-CODIGO TO
                                       TAB-RESTIT-CODIGO(WRK-IND-RES)
                       MOVE ZEROS      TO TAB-QTDE-RESERVA(WRK-IND-RES)
                    END-IF
                    IF WRK-IND-RES GREATER ZEROS AND
                       TAB-QTDE-RESERVA(WRK-IND-RES) < WRK-MAX-RESERVA
                       ADD 1           TO TAB-QTDE-RESERVA(WRK-IND-RES)
                       MOVE WRK-RESERVA-NOME TO
                            TAB-RESERVA-NOME(WRK-IND-RES,
                                        TAB-QTDE-RESERVA(WRK-IND-RES))
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-RESERVAS
           MOVE ZEROS                  TO WRK-IND-RES
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0025-end
       0025-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRAVAR RESERVAS.dat COM AS FILAS DE RESERVA
      *----------------------------------------------------------------*
       0026-GRAVAR-RESERVAS            SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT ARQ-RESERVAS

           PERFORM VARYING WRK-IND-RES FROM 1 BY 1 UNTIL
                      WRK-IND-RES > WRK-QTDE-TITULOS-RES
              PERFORM VARYING WRK-IND2 FROM 1 BY 1 UNTIL
                         WRK-IND2 > TAB-QTDE-RESERVA(WRK-IND-RES)
                 MOVE SPACES           TO FD-LIN-RESERVA
                 STRING TAB-RESTIT-CODIGO(WRK-IND-RES)
                                                 DELIMITED BY SIZE
                        '|'                      DELIMITED BY SIZE
                        TAB-RESERVA-NOME(WRK-IND-RES, WRK-IND2)
                                                 DELIMITED BY SIZE
                        '|'                      DELIMITED BY SIZE
                        INTO FD-LIN-RESERVA
                 END-STRING
                 WRITE FD-LIN-RESERVA
              END-PERFORM
           END-PERFORM

           CLOSE ARQ-RESERVAS
           .
      *----------------------------------------------------------------*
      *> cobol-lint CL002 0026-end
       0026-END.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RENOVAR UM EMPRESTIMO: O PRAZO REINICIA NA DATA DE HOJE,
      *    RESPEITANDO O MAXIMO DE RENOVACOES DA CATEGORIA DO MEMBRO
              EXIT SECTION
           END-IF

           IF TAB-DISPONIVEL(WRK-IND1) NOT EQUAL 'N'
              DISPLAY 'EXEMPLAR NAO ESTA EMPRESTADO'
              PERFORM 0002-TELA-MENU
              EXIT SECTION
