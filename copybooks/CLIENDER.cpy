      *==DATA XX/XX/2026
      *==OBSERVACOES: CODIGO 000 NO PEDIDO = ENTREGA NO ENDERECO DO
      *==             PROPRIO CADASTRO DE CLIENTES (COMO SEMPRE FOI).
      *==   XX/XX/2026 - INCLUIDO O CEP DO ENDERECO (CLIEND-CEP), QUE
      *==                DEFINE A ZONA DE ENTREGA (TABELA "ZONACEP")
      *==                USADA NO FRETE E NO PRAZO. ZERADO/EM BRANCO
      *==                NOS ENDERECOS ANTERIORES AO CAMPO = SEM ZONA
      *==                (FRETE SO PELA UF).
      *==   XX/XX/2026 - ENDERECO DE CLIENTE ANONIMIZADO (ANONIMIZ)
      *==                FICA COM CLIEND-ENDERECO EM BRANCO E CEP ZERO.
      *===========================================
       01  CLIENDER-REC.
           05  CLIEND-CHAVE.
           05  CLIEND-ENDERECO     PIC X(40).
           05  CLIEND-UF           PIC X(02).
           05  CLIEND-ATIVO        PIC X(01).
           05  CLIEND-CEP          PIC 9(08).
