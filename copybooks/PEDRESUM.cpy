      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO RESUMO MENSAL DO HISTORICO DE
      *    ==          PEDIDOS (ARQUIVO INDEXADO "PEDRESUM"), UM
      *    ==          REGISTRO POR MES X CLIENTE X UF X
      *    ==          TRANSPORTADORA X VENDEDOR X FILIAL, COM OS
      *    ==          TOTAIS DE PEDIDOS, VALOR, FRETE, DESCONTO,
      *    ==          DEVOLUCOES, ESTORNOS E PONTUALIDADE DAS
      *    ==          ENTREGAS. MANTIDO TODA NOITE PELO RESUMPED E
      *    ==          RECONSTRUIDO/CONFERIDO PELO RESUMCNF; OS
      *    ==          RELATORIOS MENSAIS (RELTRANS, COMISSAO,
      *    ==          RELLUCRO) LEEM O MES DAQUI EM VEZ DE VARRER O
      *    ==          "PEDHIST" INTEIRO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MES (AAAAMM) = MES DE PROCESSAMENTO DO PEDIDO
      *==             PARA OS PEDIDOS, O DESCONTO, OS ESTORNOS E AS
      *==             ENTREGAS (O ESTORNO E A ENTREGA VOLTAM AO MES
      *==             DO PEDIDO ORIGINAL); PARA AS DEVOLUCOES, O MES
      *==             DA DEVOLUCAO. AS DIMENSOES SAO SEMPRE AS DO
      *==             PEDIDO ORIGINAL NO HISTORICO. OS TOTAIS SAO
      *==             BRUTOS: LIQUIDO = PEDIDOS - ESTORNOS (E -
      *==             DEVOLUCOES, QUANDO FOR O CASO). OS CAMPOS
      *==             "PROMO" SAO A PARTE DO VALOR DE PEDIDO COM
      *==             PROMOCAO (PHIST-PROMO PREENCHIDO). ENTREGA DE
      *==             PEDIDO SEM DATA PROMETIDA NAO ENTRA NOS
      *==             CONTADORES DE PONTUALIDADE. O REGISTRO DE MES
      *==             "000000" E O CONTROLE DA CARGA (VISAO
      *==             RSM-CONTROLE): DATA/HORA DO ULTIMO EVENTO DE
      *==             ENTREGA DA TRILHA "PEDSTAT" JA SOMADO.
      *===========================================
       01  PEDRESUM-REC.
           05  RSM-CHAVE.
               10  RSM-MES             PIC X(06).
               10  RSM-CLIENTE         PIC 9(06).
               10  RSM-ESTADO          PIC X(02).
               10  RSM-TRANSPORTADORA  PIC 9(03).
               10  RSM-VENDEDOR        PIC 9(04).
               10  RSM-FILIAL          PIC 9(02).
           05  RSM-TOTAIS.
               10  RSM-QTD-PEDIDOS     PIC S9(07).
               10  RSM-VALOR           PIC S9(11)V99.
               10  RSM-FRETE           PIC S9(11)V99.
               10  RSM-DESCONTO        PIC S9(11)V99.
               10  RSM-UNIDADES        PIC S9(09).
               10  RSM-VALOR-PROMO     PIC S9(11)V99.
               10  RSM-QTD-RETORNOS    PIC S9(07).
               10  RSM-VALOR-RETORNOS  PIC S9(11)V99.
               10  RSM-RETORNOS-PROMO  PIC S9(11)V99.
               10  RSM-QTD-ESTORNOS    PIC S9(07).
               10  RSM-VALOR-ESTORNOS  PIC S9(11)V99.
               10  RSM-FRETE-ESTORNOS  PIC S9(11)V99.
               10  RSM-ESTORNOS-PROMO  PIC S9(11)V99.
               10  RSM-UNID-ESTORNADAS PIC S9(09).
               10  RSM-QTD-NO-PRAZO    PIC S9(07).
               10  RSM-QTD-ATRASADOS   PIC S9(07).
               10  RSM-DIAS-ATRASO     PIC S9(09).
           05  RSM-CONTROLE REDEFINES RSM-TOTAIS.
               10  RSM-ULT-EVENTO-DATA PIC X(08).
               10  RSM-ULT-EVENTO-HORA PIC X(08).
               10  RSM-ULT-CARGA       PIC X(08).
               10  FILLER              PIC X(155).
           05  RSM-DATA-ATUALIZ        PIC X(08).
