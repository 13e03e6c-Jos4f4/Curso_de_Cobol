      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO EXTRATO BANCARIO DIARIO (ARQUIVO
      *    ==          "EXTRATO") RECEBIDO DO BANCO: UM BLOCO POR
      *    ==          CONTA CORRENTE, COM O SALDO DE ABERTURA NO
      *    ==          HEADER, UM LANCAMENTO POR LINHA E O SALDO DE
      *    ==          FECHAMENTO NO TRAILER. IMPORTADO PELO CONCBANC,
      *    ==          QUE CONCILIA CADA LANCAMENTO COM A SUA ORIGEM.
      *==DATA XX/XX/2026
      *==OBSERVACOES: EXT-x-TIPO-REG "H" = HEADER DA CONTA, "D" =
      *==             LANCAMENTO, "T" = TRAILER DA CONTA. NATUREZA E
      *==             SINAL DE SALDO "C" = CREDITO, "D" = DEBITO.
      *==             VALORES EM REAIS SEM SINAL, DATAS AAAAMMDD. OS
      *==             TRES LAYOUTS DIVIDEM O MESMO BUFFER.
      *===========================================
       01  EXTRATO-HEADER.
           05  EXT-H-TIPO-REG      PIC X(01).
           05  EXT-H-BANCO         PIC 9(03).
           05  EXT-H-AGENCIA       PIC 9(04).
           05  EXT-H-CONTA         PIC 9(08).
           05  EXT-H-DATA          PIC X(08).
           05  EXT-H-SALDO-INICIAL PIC 9(12)V99.
           05  EXT-H-SINAL-INICIAL PIC X(01).

       01  EXTRATO-DETALHE.
           05  EXT-D-TIPO-REG      PIC X(01).
           05  EXT-D-DATA          PIC X(08).
           05  EXT-D-DOCUMENTO     PIC X(10).
           05  EXT-D-HISTORICO     PIC X(25).
           05  EXT-D-VALOR         PIC 9(10)V99.
           05  EXT-D-NATUREZA      PIC X(01).

       01  EXTRATO-TRAILER.
           05  EXT-T-TIPO-REG      PIC X(01).
           05  EXT-T-QTD-LANCAMENTOS PIC 9(05).
           05  EXT-T-SALDO-FINAL   PIC 9(12)V99.
           05  EXT-T-SINAL-FINAL   PIC X(01).
