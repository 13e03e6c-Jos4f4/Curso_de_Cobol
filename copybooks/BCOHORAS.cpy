      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO RAZAO DO BANCO DE HORAS (ARQUIVO
      *    ==          INDEXADO "BCOHORAS"), UM LOTE POR FUNCIONARIO
      *    ==          E MES DE REFERENCIA, GRAVADO PELO APURPONT:
      *    ==          MINUTOS CREDITADOS (EXTRAS) E DEBITADOS (FALTAS
      *    ==          E SAIDAS ANTECIPADAS) NO MES E O SALDO DO LOTE
      *    ==          QUE AINDA NAO FOI COMPENSADO. O SALDO DO MES
      *    ==          COMPENSA PRIMEIRO OS LOTES MAIS ANTIGOS DE
      *    ==          SINAL CONTRARIO. LOTE POSITIVO QUE COMPLETA 6
      *    ==          MESES ABERTO VENCE E E PAGO PELA FOLHA COMO
      *    ==          HORA EXTRA; NO DESLIGAMENTO A FOLHA PAGA O
      *    ==          SALDO POSITIVO E DESCONTA O NEGATIVO. O EXTBHORA
      *    ==          IMPRIME O EXTRATO MENSAL POR FUNCIONARIO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O LOTE DO MES E SEMPRE GRAVADO, MESMO QUANDO
      *==             TODO COMPENSADO (BCH-COMPENSADO), PARA O
      *==             APURPONT NAO LANCAR O MESMO MES DUAS VEZES.
      *===========================================
       01  BCOHORAS-REC.
           05  BCH-CHAVE.
               10  BCH-FUNCIONARIO PIC 9(04).
               10  BCH-REFERENCIA  PIC X(06).
           05  BCH-MIN-CREDITO     PIC 9(06).
           05  BCH-MIN-DEBITO      PIC 9(06).
           05  BCH-SALDO-MIN       PIC S9(06).
           05  BCH-SITUACAO        PIC X(01).
               88  BCH-ABERTO              VALUE "A".
               88  BCH-COMPENSADO          VALUE "C".
               88  BCH-PAGO                VALUE "P".
               88  BCH-DESCONTADO          VALUE "D".
           05  BCH-DATA-BAIXA      PIC X(08).
           05  BCH-MIN-BAIXA       PIC S9(06).
           05  BCH-VALOR-BAIXA     PIC 9(06).
