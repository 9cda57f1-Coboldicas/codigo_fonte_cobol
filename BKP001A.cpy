      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO CATALOGO DE GERACOES DE BACKUP
      *              (BKPCAT.dat, POSICIONAL COM '|' ENTRE OS CAMPOS).
      *              O BKPGER1A GRAVA UMA LINHA POR ARQUIVO COPIADO EM
      *              CADA EXECUCAO DA CADEIA; O BKPRST1A CONSULTA O
      *              CATALOGO PARA ESCOLHER E CONFERIR A GERACAO A
      *              RESTAURAR.
      *----------------------------------------------------------------*
      * BKP001A-DATA/HORA...: MOMENTO DA COPIA (AAAAMMDD / HHMMSS)
      * BKP001A-ARQUIVO.....: ARQUIVO DE ORIGEM (NOME COMO NO PROGRAMA)
      * BKP001A-CONJUNTO....: GRUPO DE ARQUIVOS RESTAURADOS JUNTOS
      *                       (MESMA DATA = CONJUNTO CONSISTENTE)
      * BKP001A-GERACAO.....: NOME DA COPIA (BACKUP/ARQUIVO.AAAAMMDD)
      * BKP001A-QTDE........: REGISTROS COPIADOS
      * BKP001A-HASH........: HASH DO CONTEUDO (MESMA REGRA DO
      *                       LOGSEG1A, LINHA A LINHA)
      * BKP001A-SITUACAO....: V = COPIA CONFERIDA
      *                       F = FALHOU (SEM GERACAO UTIL)
      *                       E = EXPURGADA NA ROTACAO
      *================================================================*
       05  BKP001A-DATA                  PIC 9(08) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-HORA                  PIC 9(06) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-ARQUIVO               PIC X(30) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-CONJUNTO              PIC X(10) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-GERACAO               PIC X(60) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-QTDE                  PIC 9(09) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-HASH                  PIC 9(09) VALUE ZEROS.
       05  FILLER                        PIC X(01) VALUE '|'.
       05  BKP001A-SITUACAO              PIC X(01) VALUE SPACES.
       05  FILLER                        PIC X(01) VALUE '|'.
