      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE ENDERECOS DE ARMAZENAGEM
      *    ==          (ARQUIVO INDEXADO "ENDARMZ"): ONDE FICA CADA
      *    ==          PRODUTO NO DEPOSITO DA FILIAL (CORREDOR,
      *    ==          PRATELEIRA E NIVEL). MANTIDO PELO CADARMZ; LIDO
      *    ==          PELA SEPARA (LISTA DE SEPARACAO DO DIA, EM ORDEM
      *    ==          DE CAMINHADA) E PELO GERACONT (FICHA DE
      *    ==          CONTAGEM).
      *==DATA XX/XX/2026
      *==OBSERVACOES: ARM-LOTE EM BRANCO = ENDERECO DO PRODUTO (VALE
      *==             PARA QUALQUER LOTE SEM ENDERECO PROPRIO E PARA
      *==             OS PRODUTOS SEM CONTROLE DE LOTE). ARM-LOTE
      *==             PREENCHIDO = ENDERECO DAQUELE LOTE DO "ESTLOTES"
      *==             (ITENS FEFO GUARDADOS EM POSICOES DIFERENTES).
      *==             ARM-ATIVO "N" = ENDERECO DESATIVADO, IGNORADO
      *==             NA SEPARACAO E NA CONTAGEM. A ORDEM DE CAMINHADA
      *==             E A ORDEM ALFANUMERICA DE CORREDOR + PRATELEIRA
      *==             + NIVEL.
      *===========================================
       01  ENDARMZ-REC.
           05  ARM-CHAVE.
               10  ARM-FILIAL      PIC 9(02).
               10  ARM-PRODUTO     PIC X(10).
               10  ARM-LOTE        PIC X(10).
           05  ARM-LOCAL.
               10  ARM-CORREDOR    PIC X(03).
               10  ARM-PRATELEIRA  PIC X(03).
               10  ARM-NIVEL       PIC X(02).
           05  ARM-ATIVO           PIC X(01).
               88  ARM-DESATIVADO           VALUE "N".
