      *==                (ARQUIVO DE OCORRENCIAS DAS
      *==                TRANSPORTADORAS). EM BRANCO NOS REGISTROS
      *==                ENTREGUES ANTES DO CAMPO EXISTIR.
      *==   XX/XX/2026 - INCLUIDAS A FILIAL DE ORIGEM DO PEDIDO
      *==                (PHIST-FILIAL, A MESMA DO RES-FILIAL) E A
      *==                QUANTIDADE DE UNIDADES SAIDAS, SOMA DOS
      *==                ITENS (PHIST-QUANTIDADE), PARA A ANALISE
      *==                MENSAL DE VENDAS (RELVENDA) ABRIR POR FILIAL
      *==                E MOSTRAR QUANTIDADE. ZERADAS NOS REGISTROS
      *==                ANTIGOS.
      *===========================================
       01  PEDHIST-REC.
           05  PHIST-NUMERO        PIC 9(08).
           05  PHIST-TRANSPORTADORA PIC 9(03).
           05  PHIST-VENDEDOR      PIC 9(04).
           05  PHIST-PROMO         PIC X(08).
           05  PHIST-FILIAL        PIC 9(02).
           05  PHIST-QUANTIDADE    PIC 9(07).
