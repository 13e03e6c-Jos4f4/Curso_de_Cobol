      *==                (NOTA-ENDERECO, CADERNO "CLIENDER"); EM
      *==                BRANCO QUANDO A ENTREGA E NO ENDERECO DO
      *==                CADASTRO DE CLIENTES.
      *==   XX/XX/2026 - INCLUIDAS A SEGUNDA MELHOR COTACAO DE
      *==                TRANSPORTADORA (NOTA-TRANSP-ALT/
      *==                NOTA-FRETE-ALT-ED) E A ECONOMIA DA ESCOLHA
      *==                (NOTA-ECONOMIA-ED = FRETE DA SEGUNDA MENOS O
      *==                FRETE COBRADO; NEGATIVA NO PEDIDO URGENTE,
      *==                QUE PAGA PELO PRAZO). EM BRANCO/ZERO QUANDO
      *==                SO UMA TRANSPORTADORA FOI COTADA.
      *==   XX/XX/2026 - INCLUIDOS OS ADICIONAIS DE FRETE JA SOMADOS EM
      *==                NOTA-FRETE-ED (AD-VALOREM, GRIS, PEDAGIO E
      *==                COMBUSTIVEL, TABELA "ADICFRET"), PARA O
      *==                CLIENTE VER CADA LINHA QUE A TRANSPORTADORA
      *==                COBRA.
      *==   XX/XX/2026 - INCLUIDA A ZONA DE ENTREGA DO CEP (NOTA-ZONA,
      *==                TABELA "ZONACEP"), EM BRANCO QUANDO O FRETE
      *==                SAIU SO PELA UF.
      *==   XX/XX/2026 - INCLUIDAS A FILIAL EMITENTE (NOTA-FILIAL) E A
      *==                SERIE E O NUMERO DA NOTA ELETRONICA
      *==                (NOTA-NF-SERIE/NOTA-NF-NUMERO), ZERADOS QUANDO
      *==                O PEDIDO SAIU SEM NF-E. E POR ELES QUE O
      *==                LIVROSAI MONTA O LIVRO DE REGISTRO DE SAIDAS.
      *===========================================
       01  NOTA-LINHA.
           05  NOTA-PRODUTO          PIC X(30).
           05  NOTA-ENDERECO         PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-CPF-CNPJ         PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-TRANSP-ALT       PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-FRETE-ALT-ED     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-ECONOMIA-ED      PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-ADVALOREM-ED     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-GRIS-ED          PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-PEDAGIO-ED       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-COMBUST-ED       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-ZONA             PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-FILIAL           PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-NF-SERIE         PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NOTA-NF-NUMERO        PIC 9(09).

      *=======NOTA-ITEM-TAG E PREENCHIDO ("ITEM") PELO PROGRAMA, E NAO
      *=======POR VALUE: CLAUSULA VALUE EM REGISTRO DE FD NAO INICIALIZA
