      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO RESULTADO DO LOGIN01A. O LOGIN01A RODA
      *              SOZINHO OU CHAMADO PELO MENU PRINCIPAL (MENU01A);
      *              POR ISSO NAO TEM LINKAGE E DEVOLVE A IDENTIDADE
      *              AUTENTICADA NESTA AREA EXTERNAL, QUE O CHAMADOR
      *              DECLARA COM O MESMO BOOK.
      *----------------------------------------------------------------*
      * LGN001A-USUARIO........: NOME DE LOGIN INFORMADO
      * LGN001A-CARGO..........: CARGO DO USUARIO NO CADASTRO
      *                          (SEQENT01.dat), BRANCO SE NAO ACHOU
      * LGN001A-NIVEL..........: 1 = SUPERVISOR  2 = OPERADOR
      * LGN001A-SITUACAO.......: S = LOGIN VALIDO
      *                          N = USUARIO OU SENHA INVALIDOS
      *                          B = BLOQUEADO (LOGINBLQ.dat)
      *                          I = DESLIGADO (USUINAT.dat)
      *================================================================*
       01  LGN001A-REGISTRO IS EXTERNAL.
           05  LGN001A-USUARIO           PIC X(20).
           05  LGN001A-CARGO             PIC X(20).
           05  LGN001A-NIVEL             PIC 9(01).
           05  LGN001A-SITUACAO          PIC X(01).
