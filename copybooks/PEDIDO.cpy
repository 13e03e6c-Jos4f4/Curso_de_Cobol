      *==                ENTREGA NO ENDERECO DO CADASTRO DE CLIENTES,
      *==                COMO SEMPRE FOI. QUANDO INFORMADO, A UF DO
      *==                PEDIDO SAI DO ENDERECO ESCOLHIDO.
      *==   XX/XX/2026 - INCLUIDO O INDICADOR DE PEDIDO URGENTE
      *==                (PED-URGENTE "S"): NA COTACAO ENTRE
      *==                TRANSPORTADORAS DA CALCFRET, O URGENTE VAI
      *==                PELA DE MENOR PRAZO E OS DEMAIS PELA DE
      *==                MENOR FRETE. BRANCO = NAO URGENTE.
      *==   XX/XX/2026 - INCLUIDO O NUMERO DO EMBARQUE CONSOLIDADO
      *==                (PED-EMBARQUE, ARQUIVO "EMBCONS"), GRAVADO
      *==                PELA CONSOLID NO CABECALHO DOS PEDIDOS DO
      *==                MESMO CLIENTE E ENDERECO DE ENTREGA QUE SEGUEM
      *==                NUM SO EMBARQUE: O PROGRAMA11 CALCULA UM FRETE
      *==                PARA O GRUPO E RATEIA ENTRE OS PEDIDOS. ZERO/
      *==                EM BRANCO = PEDIDO EMBARCADO SOZINHO.
      *==   XX/XX/2026 - INCLUIDA NO ITEM A ORDEM DO KIT DE QUE A LINHA
      *==                E COMPONENTE (PED-KIT-SEQ, NO ESPACO DO
      *==                FILLER): UM CODIGO DE KIT DIGITADO OU
      *==                IMPORTADO E EXPLODIDO NAS LINHAS DOS
      *==                COMPONENTES (SUBROTINA EXPLKIT), E A LINHA DO
      *==                KIT FICA NO ARQUIVO "PEDKIT" PELO NUMERO DO
      *==                PEDIDO + ESSA ORDEM. ZERO/EM BRANCO = ITEM
      *==                AVULSO. O RESTO DO SISTEMA (ESTOQUE, FEFO,
      *==                SEPARACAO) TRATA O COMPONENTE COMO ITEM NORMAL.
      *==   XX/XX/2026 - INCLUIDO NO CABECALHO O MOTIVO DA DEVOLUCAO
      *==                (PED-MOTIVO-DEV, TABELA "MOTDEV", NO ESPACO DO
      *==                FILLER), OBRIGATORIO NO RETORNO (PED-TIPO-MOV
      *==                "R") E EM BRANCO NOS DEMAIS TIPOS. O
      *==                PROGRAMA11 O LEVA ATE A AUTORIZACAO "DEVAUT".
      *===========================================
       01  PEDIDO-REC.
           05  PED-TIPO-REG        PIC X(01).
               10  PED-VENDEDOR        PIC 9(04).
               10  PED-FILIAL          PIC 9(02).
               10  PED-COTACAO         PIC 9(08).
               10  PED-URGENTE         PIC X(01).
                   88  PED-E-URGENTE            VALUE "S".
               10  PED-EMBARQUE        PIC 9(08).
               10  PED-MOTIVO-DEV      PIC X(02).
               10  FILLER              PIC X(02).
           05  PED-ITEM REDEFINES PED-DADOS.
               10  PED-PRODUTO         PIC X(30).
               10  PED-QUANTIDADE      PIC 9(05).
               10  PED-VALOR           PIC 9(08)V99.
               10  PED-PESO            PIC 9(05)V99.
               10  PED-PRODUTO-COD     PIC X(10).
               10  PED-KIT-SEQ         PIC 9(02).
               10  FILLER              PIC X(05).
