      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO RAZAO DE PONTOS DE FIDELIDADE
      *    ==          (ARQUIVO INDEXADO "PONTOS"), UM LOTE POR
      *    ==          CLIENTE E MES EM QUE OS PONTOS FORAM GANHOS,
      *    ==          NO MESMO ESQUEMA DO BANCO DE HORAS "BCOHORAS".
      *    ==          O PROGRAMA11 CREDITA OS PONTOS DE CADA SAIDA
      *    ==          ACEITA NO LOTE DO MES, DEBITA O RESGATE DOS
      *    ==          LOTES MAIS ANTIGOS PRIMEIRO E DESFAZ OS DOIS NO
      *    ==          ESTORNO OU NO RETORNO DO PEDIDO; O EXTPONTO
      *    ==          VENCE OS LOTES DE 12 MESES E IMPRIME O EXTRATO
      *    ==          MENSAL; O RELPONTO VALORIZA O SALDO EM ABERTO
      *    ==          PARA A CONTABILIDADE.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PTO-REFERENCIA E O MES DO GANHO (AAAAMM); O
      *==             LOTE VALE 12 MESES CONTANDO O DO GANHO E VENCE
      *==             NO FECHAMENTO DO ULTIMO (REFERENCIA + 11).
      *==             PTO-DEVOLVIDOS SAO PONTOS DE RESGATE DEVOLVIDOS
      *==             AO CLIENTE NUM ESTORNO OU RETORNO, CREDITADOS NO
      *==             LOTE DO MES DA DEVOLUCAO. PTO-SALDO = GANHOS +
      *==             DEVOLVIDOS - ESTORNADOS - RESGATADOS - VENCIDOS.
      *==             PTO-SITUACAO "A" = ABERTO, "V" = VENCIDO PELO
      *==             EXTPONTO (PTO-DATA-BAIXA).
      *===========================================
       01  PONTOS-REC.
           05  PTO-CHAVE.
               10  PTO-CLIENTE     PIC 9(06).
               10  PTO-REFERENCIA  PIC X(06).
           05  PTO-GANHOS          PIC 9(07).
           05  PTO-DEVOLVIDOS      PIC 9(07).
           05  PTO-ESTORNADOS      PIC 9(07).
           05  PTO-RESGATADOS      PIC 9(07).
           05  PTO-VENCIDOS        PIC 9(07).
           05  PTO-SALDO           PIC 9(07).
           05  PTO-SITUACAO        PIC X(01).
               88  PTO-ABERTO               VALUE "A".
               88  PTO-VENCIDO              VALUE "V".
           05  PTO-DATA-ULT-MOV    PIC X(08).
           05  PTO-DATA-BAIXA      PIC X(08).
