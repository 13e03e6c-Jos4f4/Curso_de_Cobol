      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO REGISTRO DE PEDIDOS CANCELADOS
      *    ==          (ARQUIVO "PEDCANC"), UMA LINHA ACRESCENTADA
      *    ==          (EXTEND) PELO CANCPED A CADA CANCELAMENTO, COM
      *    ==          O MOTIVO INFORMADO PELO ATENDIMENTO. A TRILHA
      *    ==          "PEDSTAT" RECEBE O STATUS "CA" NA MESMA HORA;
      *    ==          ESTE ARQUIVO GUARDA O PORQUE, QUE A TRILHA NAO
      *    ==          TEM ONDE GUARDAR. LIDO PELO CONSPED E PELO
      *    ==          CONSCLI.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PCA-MOTIVO: "01" DESISTENCIA DO CLIENTE, "02"
      *==             ERRO DE DIGITACAO, "03" PRAZO DE ENTREGA, "04"
      *==             PRECO/CONDICAO, "05" DUPLICIDADE, "99" OUTROS
      *==             (TEXTO OBRIGATORIO). PCA-COTACAO E A COTACAO DE
      *==             FRETE DEVOLVIDA A ATIVA (ZERO = SEM COTACAO) E
      *==             PCA-RESERVA DIZ SE A RESERVA DE SALDO FOI
      *==             DEVOLVIDA AQUI ("S") OU JA TINHA SIDO DEVOLVIDA
      *==             NA REJEICAO DO PEDIDO PELO LOTE ("N").
      *===========================================
       01  PEDCANC-REC.
           05  PCA-NUMERO          PIC 9(08).
           05  FILLER              PIC X(02).
           05  PCA-CLIENTE         PIC 9(06).
           05  FILLER              PIC X(02).
           05  PCA-DATA            PIC X(08).
           05  FILLER              PIC X(02).
           05  PCA-HORA            PIC X(08).
           05  FILLER              PIC X(02).
           05  PCA-MOTIVO          PIC X(02).
           05  FILLER              PIC X(02).
           05  PCA-TEXTO           PIC X(40).
           05  FILLER              PIC X(02).
           05  PCA-OPERADOR        PIC X(08).
           05  FILLER              PIC X(02).
           05  PCA-COTACAO         PIC 9(08).
           05  FILLER              PIC X(02).
           05  PCA-RESERVA         PIC X(01).
