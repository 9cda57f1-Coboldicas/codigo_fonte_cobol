      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO HISTORICO DE LOGIN (LOGINHST.dat,
      *              POSICIONAL COM '|' ENTRE OS CAMPOS). O LOGIN01A
      *              GRAVA UMA LINHA POR TENTATIVA; O RECERT1A USA O
      *              ULTIMO SUCESSO DE CADA USUARIO NA RECERTIFICACAO.
      *              SO RECEBE LINHAS NOVAS (EXTEND).
      *----------------------------------------------------------------*
      * LGN002A-RESULTADO: SUCESSO   = LOGIN ACEITO
      *                    FALHA     = USUARIO OU SENHA INVALIDOS
      *                    BLOQUEIO  = FALHA QUE ESGOTOU AS TENTATIVAS
      *                                E BLOQUEOU O USUARIO
      *                    BLOQUEADO = TENTATIVA DE USUARIO JA
      *                                BLOQUEADO (LOGINBLQ.dat)
      *                    INATIVO   = CREDENCIAIS CORRETAS DE USUARIO
      *                                DESLIGADO (USUINAT.dat)
      *================================================================*
       05  LGN002A-USUARIO               PIC X(20) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  LGN002A-DATA                  PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  LGN002A-HORA                  PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  LGN002A-RESULTADO             PIC X(10) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
