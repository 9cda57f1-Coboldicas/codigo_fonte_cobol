      *================================================================*
      * PROGRAMADOR: JOSE ROBERTO - COBOL DICAS
      * DATA.......: 15/10/2026
      * DESCRICAO..: BOOK DO PEDIDO DE COPIA / CONFERENCIA /
      *              RESTAURACAO DE UM ARQUIVO (BKPARQ1B). CHAMADO
      *              PELO BKPGER1A (BACKUP DA CADEIA) E PELO BKPRST1A
      *              (RESTAURACAO).
      *----------------------------------------------------------------*
      * BKP002A-ACAO.........: (ENTRADA)
      *                        C = COPIAR ARQUIVO PARA GERACAO E
      *                            CONFERIR A COPIA
      *                        V = CONFERIR A GERACAO (CONTA E HASH)
      *                        R = RESTAURAR A GERACAO NO ARQUIVO,
      *                            SO SE ELA BATER COM QTDE/HASH
      *                            INFORMADOS
      * BKP002A-ARQUIVO......: (ENTRADA) ARQUIVO DE DADOS
      * BKP002A-GERACAO......: (ENTRADA) ARQUIVO DA GERACAO
      * BKP002A-QTDE/HASH....: (SAIDA EM C/V, ENTRADA EM R) REGISTROS
      *                        E HASH DO CONTEUDO
      * BKP002A-RETORNO......: (SAIDA) S = OK
      *                        O = ORIGEM INDISPONIVEL
      *                        D = ERRO AO GRAVAR O DESTINO
      *                        C = CONFERENCIA DIVERGENTE
      * BKP002A-FILE-STATUS..: (SAIDA) STATUS DO ARQUIVO QUE FALHOU
      * BKP002A-MENSAGEM.....: (SAIDA) DESCRICAO DA FALHA
      *================================================================*
       05  BKP002A-ACAO                  PIC X(01) VALUE SPACES.
       05  BKP002A-ARQUIVO               PIC X(30) VALUE SPACES.
       05  BKP002A-GERACAO               PIC X(60) VALUE SPACES.
       05  BKP002A-QTDE                  PIC 9(09) VALUE ZEROS.
       05  BKP002A-HASH                  PIC 9(09) VALUE ZEROS.
       05  BKP002A-RETORNO               PIC X(01) VALUE SPACES.
       05  BKP002A-FILE-STATUS           PIC X(02) VALUE SPACES.
       05  BKP002A-MENSAGEM              PIC X(80) VALUE SPACES.
