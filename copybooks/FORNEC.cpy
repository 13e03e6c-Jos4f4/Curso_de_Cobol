      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE FORNECEDORES (ARQUIVO
      *    ==          INDEXADO "FORNEC"), MANTIDO PELO CADFORN: CNPJ,
      *    ==          DADOS BANCARIOS PARA O PAGAMENTO E PRAZO DE
      *    ==          PAGAMENTO EM DIAS CORRIDOS A PARTIR DA EMISSAO
      *    ==          DA NOTA. O PEDIDO DE COMPRA (PEDCOMP) APONTA
      *    ==          PARA O FORNECEDOR PELO CODIGO, E O CONTAS A
      *    ==          PAGAR (CONTAPAG) SO ACEITA NOTA DE FORNECEDOR
      *    ==          CADASTRADO E ATIVO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A TRANSPORTADORA QUE FATURA FRETE E CADASTRADA
      *==             AQUI TAMBEM, COM FOR-TRANSPORTADORA APONTANDO
      *==             PARA O CODIGO DELA NO "TRANSP" (ZERO = NAO E
      *==             TRANSPORTADORA) -- O "TRANSP" NAO TEM CNPJ NEM
      *==             CONTA PARA PAGAMENTO.
      *===========================================
       01  FORNEC-REC.
           05  FOR-CODIGO          PIC 9(06).
           05  FOR-NOME            PIC X(30).
           05  FOR-CNPJ            PIC X(14).
           05  FOR-BANCO           PIC 9(03).
           05  FOR-AGENCIA         PIC 9(04).
           05  FOR-CONTA           PIC 9(08).
           05  FOR-PRAZO-PAGTO     PIC 9(03).
           05  FOR-TRANSPORTADORA  PIC 9(03).
           05  FOR-ATIVO           PIC X(01).
