      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO SALDO EM QUARENTENA (ARQUIVO
      *    ==          INDEXADO "QUARENT"), UM REGISTRO POR FILIAL +
      *    ==          PRODUTO + LOTE. O RETORNO VALIDADO NO PROGRAMA11
      *    ==          CREDITA AQUI, E NAO NO SALDO VENDAVEL DO
      *    ==          "ESTOQUE"; A INSPECAO (INSPQUAR) LIBERA PARA O
      *    ==          SALDO VENDAVEL, MANDA PARA SUCATA OU DEVOLVE AO
      *    ==          FORNECEDOR.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SALDO EM QUARENTENA NAO E DISPONIVEL: NAO ENTRA
      *==             NA RESERVA DO ENTRAPED, NA BAIXA DO PROGRAMA11,
      *==             NO VALOR DO VALESTOQ NEM NO SALDO DO RELREPOS.
      *==             O RETORNO ENTRA NO LOTE "RETORNO" (A DEVOLUCAO
      *==             NAO TRAZ O LOTE DE FABRICA). QUA-DATA-INSPECAO
      *==             EM BRANCO = NUNCA INSPECIONADO.
      *===========================================
       01  QUARENT-REC.
           05  QUA-CHAVE.
               10  QUA-FILIAL      PIC 9(02).
               10  QUA-PRODUTO     PIC X(10).
               10  QUA-LOTE        PIC X(10).
           05  QUA-SALDO           PIC 9(07)V99.
           05  QUA-DATA-ENTRADA    PIC X(08).
           05  QUA-DATA-INSPECAO   PIC X(08).
