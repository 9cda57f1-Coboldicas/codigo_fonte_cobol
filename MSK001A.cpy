      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO PEDIDO DE MASCARAMENTO DE DADOS PESSOAIS
      *              (MASCAR1B). A MESMA REGRA VALE PARA TODOS OS
      *              RELATORIOS E TELAS COM CPF, SALARIO OU SALDO: O
      *              QUE O OPERADOR VE DEPENDE DO CARGO DO LOGIN.
      *              PRIMEIRO O PROGRAMA PEDE 'I' (IDENTIFICAR QUEM VE)
      *              E DEPOIS USA 'D', 'T' OU 'A' COM A MESMA AREA.
      *----------------------------------------------------------------*
      * MSK001A-ACAO.........: (ENTRADA)
      *                        I = IDENTIFICAR O OPERADOR (SESSAO DO
      *                            MENU OU LOGIN01A), CARREGAR O QUE O
      *                            CARGO PODE VER E REGISTRAR EM
      *                            LGPDVIS.dat A VISAO SEM MASCARA
      *                        D = FORMATAR UM CPF (ENTRADA 1:14) PARA
      *                            999.999.999-99 OU ***.999.999-**
      *                        T = MASCARAR UMA LINHA DE RELATORIO
      *                            (ENTRADA -> SAIDA)
      *                        A = MASCARAR UM ARQUIVO TEXTO INTEIRO
      *                            (MSK001A-ARQUIVO)
      * MSK001A-PROGRAMA.....: (ENTRADA) RELATORIO / PROGRAMA QUE
      *                        MOSTRA OS DADOS (DEFINE AS CATEGORIAS)
      * MSK001A-CONTEXTO.....: (ENTRADA) COMPLEMENTO PARA O REGISTRO DA
      *                        VISAO (EX.: REIMPRESSAO 000012)
      * MSK001A-USUARIO/CARGO/NIVEL: (SAIDA EM I) QUEM ESTA VENDO;
      *                        EM BRANCO = NAO IDENTIFICADO (MASCARA).
      *                        SE JA VIER PREENCHIDO (NOVO 'I' NA MESMA
      *                        EXECUCAO), O OPERADOR E MANTIDO
      * MSK001A-TEM-DOC......: (SAIDA EM I) S = RELATORIO MOSTRA CPF
      * MSK001A-TEM-VALOR....: (SAIDA EM I) S = MOSTRA SALARIO
      *                                     V = MOSTRA SALDO
      * MSK001A-VER-DOC/SALARIO/SALDO: (SAIDA EM I) S = CARGO VE O
      *                        DADO COMPLETO, N = VE MASCARADO
      * MSK001A-RETORNO......: (SAIDA) S = OK
      *                        M = HOUVE MASCARAMENTO (D/T/A)
      *                        E = ERRO NO ARQUIVO (A)
      *================================================================*
       05  MSK001A-ACAO                  PIC X(01) VALUE SPACES.
       05  MSK001A-PROGRAMA              PIC X(08) VALUE SPACES.
       05  MSK001A-CONTEXTO              PIC X(30) VALUE SPACES.
       05  MSK001A-USUARIO               PIC X(20) VALUE SPACES.
       05  MSK001A-CARGO                 PIC X(20) VALUE SPACES.
       05  MSK001A-NIVEL                 PIC 9(01) VALUE ZEROS.
       05  MSK001A-TEM-DOC               PIC X(01) VALUE SPACES.
       05  MSK001A-TEM-VALOR             PIC X(01) VALUE SPACES.
       05  MSK001A-VER-DOC               PIC X(01) VALUE 'N'.
       05  MSK001A-VER-SALARIO           PIC X(01) VALUE 'N'.
       05  MSK001A-VER-SALDO             PIC X(01) VALUE 'N'.
       05  MSK001A-ARQUIVO               PIC X(40) VALUE SPACES.
       05  MSK001A-ENTRADA               PIC X(170) VALUE SPACES.
       05  MSK001A-SAIDA                 PIC X(170) VALUE SPACES.
       05  MSK001A-RETORNO               PIC X(01) VALUE SPACES.
