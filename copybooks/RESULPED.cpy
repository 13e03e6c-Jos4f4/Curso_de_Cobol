      *==                PEDIDO (RES-ENDERECO-COD, CADERNO "CLIENDER";
      *==                ZERO = ENDERECO DO CADASTRO), PARA O ROMANEIO
      *==                IMPRIMIR O ENDERECO ESCOLHIDO NO MANIFESTO.
      *==   XX/XX/2026 - INCLUIDOS O INDICADOR DE PEDIDO URGENTE E A
      *==                SEGUNDA MELHOR COTACAO DE TRANSPORTADORA DA
      *==                CALCFRET (RES-TRANSP-ALT/RES-FRETE-ALT; ZERO
      *==                = SO UMA TRANSPORTADORA COTADA), PARA MOSTRAR
      *==                A ECONOMIA DA ESCOLHA E O REFRETE RECOTAR
      *==                COM O MESMO CRITERIO.
      *==   XX/XX/2026 - INCLUIDO O CEP DO ENDERECO DE ENTREGA
      *==                (RES-CEP; ZERO = SEM CEP), PARA O REFRETE
      *==                RECALCULAR COM A MESMA ZONA DE ENTREGA.
      *==   XX/XX/2026 - INCLUIDO O NUMERO DO EMBARQUE CONSOLIDADO
      *==                (RES-EMBARQUE; ZERO = PEDIDO EMBARCADO
      *==                SOZINHO), PARA O ROMANEIO MOSTRAR OS PEDIDOS
      *==                DO EMBARQUE COMO UMA SO CARGA. RES-FRETE JA E
      *==                A PARTE DO PEDIDO NO FRETE DO EMBARQUE.
      *==   XX/XX/2026 - INCLUIDOS A SERIE E O NUMERO DA NOTA FISCAL
      *==                ELETRONICA EXPORTADA PARA O PEDIDO
      *==                (RES-NF-SERIE/RES-NF-NUMERO, ARQUIVO
      *==                "NFEEXP"); ZERO = PEDIDO SEM NOTA (ESTORNO OU
      *==                FILIAL SEM CNPJ CADASTRADO).
      *==   XX/XX/2026 - INCLUIDOS O PESO CUBADO DO PEDIDO
      *==                (RES-PESO-CUBADO; ZERO = FRETE POR VALOR OU
      *==                PRODUTO SEM DIMENSAO) E A QUANTIDADE DE
      *==                VOLUMES (RES-VOLUMES, SOMA DAS QUANTIDADES
      *==                DOS ITENS EMBARCADOS), PARA O AVISO DE
      *==                EMBARQUE A TRANSPORTADORA (AVISOTRN).
      *===========================================
       01  RESULTADO-REC.
           05  RES-PRODUTO         PIC X(30).
           05  RES-DESCONTO        PIC 9(08)V99.
           05  RES-ENDERECO-COD    PIC 9(03).
           05  RES-FILIAL          PIC 9(02).
           05  RES-URGENTE         PIC X(01).
           05  RES-TRANSP-ALT      PIC 9(03).
           05  RES-FRETE-ALT       PIC S9(08)V99.
           05  RES-CEP             PIC 9(08).
           05  RES-EMBARQUE        PIC 9(08).
           05  RES-NF-SERIE        PIC 9(03).
           05  RES-NF-NUMERO       PIC 9(09).
           05  RES-PESO-CUBADO     PIC 9(05)V99.
           05  RES-VOLUMES         PIC 9(05).
