      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE PRAZOS DE RETENCAO DE DADOS
      *    ==          PESSOAIS (ARQUIVO "RETENCAO"), UMA LINHA POR
      *    ==          CATEGORIA DE DADO COM O PRAZO EM ANOS CONTADO DO
      *    ==          ULTIMO MOVIMENTO DO TITULAR. O ANONIMIZ LE ESTA
      *    ==          TABELA NO PRIMEIRO DIA UTIL DO ANO E ANONIMIZA
      *    ==          OS DADOS PESSOAIS QUE PASSARAM DO PRAZO (LGPD).
      *==DATA XX/XX/2026
      *==OBSERVACOES: CATEGORIAS: "CLIENTE" (CLIENTE E CLIENDER),
      *==             "FUNCIONA" (FUNCIONAR), "ALUNO" (ALUNO),
      *==             "NOTAFARQ" (NOTAS ARQUIVADAS) E "AUDITARQ"
      *==             (AUDITORIA ARQUIVADA). CATEGORIA FORA DA TABELA
      *==             OU COM PRAZO ZERO NAO E ANONIMIZADA.
      *===========================================
       01  RETENCAO-REC.
           05  RET-CATEGORIA       PIC X(08).
           05  RET-ANOS            PIC 9(02).
           05  RET-DESCRICAO       PIC X(30).
