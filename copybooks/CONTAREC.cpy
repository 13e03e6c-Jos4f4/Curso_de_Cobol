      *==                CONSUMIDA VIRA "Q". OS SOMATORIOS DE TITULOS
      *==                EM ABERTO (LIMITE DE CREDITO, FLUXO) JA A
      *==                ABATEM NATURALMENTE PELO SINAL.
      *==   XX/XX/2026 - INCLUIDA A SITUACAO DO TITULO NO BANCO
      *==                (CREC-SITUACAO-BANCO: BRANCO = NAO
      *==                REGISTRADO, "R" = REGISTRADO PELA REMESSA DE
      *==                COBRANCA, "B" = PEDIDO DE BAIXA ENVIADO, "L" =
      *==                LIQUIDADO PELO RETORNO DO BANCO), O NUMERO DA
      *==                ULTIMA REMESSA QUE LEVOU O TITULO
      *==                (CREC-REMESSA, ZERO = NUNCA ENVIADO), A
      *==                INSTRUCAO ENVIADA NELA (CREC-INSTR-REMETIDA) E
      *==                O VENCIMENTO E O VALOR QUE O BANCO TEM
      *==                (CREC-VENC-REMETIDO/CREC-VALOR-REMETIDO). O
      *==                REMCOBRA COMPARA ESTES CAMPOS COM O TITULO
      *==                PARA SABER O QUE MANDAR NA REMESSA DO DIA;
      *==                QUEM GRAVA TITULO NOVO ZERA TODOS.
      *==   XX/XX/2026 - NOVA SITUACAO "P" = BAIXADO COMO PERDA
      *==                (INCOBRAVEL), FEITA NO PAGAREC POR OPERADOR
      *==                COM ALCADA, COM DATA, MOTIVO E OPERADOR
      *==                GRAVADOS (CREC-DATA-PERDA, CREC-MOTIVO-PERDA,
      *==                CREC-OPERADOR-PERDA). FORA DE "A", O TITULO
      *==                SAI DO ENVELHECIMENTO, DO FLUXO DE CAIXA E DO
      *==                LIMITE DE CREDITO; SE O CLIENTE PAGAR DEPOIS
      *==                PELO BANCO, O RETCOBRA O QUITA ("Q") COMO
      *==                RECUPERACAO. CREC-VALOR-PDD = PROVISAO PARA
      *==                DEVEDORES DUVIDOSOS CONSTITUIDA NO TITULO PELO
      *==                LOTE MENSAL PROVPDD (ZERO = SEM PROVISAO).
      *===========================================
       01  CONTAREC-REC.
           05  CREC-NUMERO         PIC 9(08).
               88  CREC-EM-ABERTO           VALUE "A".
               88  CREC-QUITADO             VALUE "Q".
               88  CREC-ESTORNADO           VALUE "E".
               88  CREC-BAIXADO-PERDA       VALUE "P".
           05  CREC-DATA-PAGAMENTO PIC X(08).
           05  CREC-PEDIDO-ORIGEM  PIC 9(08).
           05  CREC-PARCELA        PIC 9(02).
           05  CREC-VALOR-ENCARGOS PIC S9(08)V99.
           05  CREC-SITUACAO-BANCO PIC X(01).
               88  CREC-NAO-REGISTRADO      VALUE " ".
               88  CREC-REGISTRADO          VALUE "R".
               88  CREC-BAIXA-ENVIADA       VALUE "B".
               88  CREC-LIQUIDADO-BANCO     VALUE "L".
           05  CREC-REMESSA        PIC 9(06).
           05  CREC-INSTR-REMETIDA PIC X(02).
           05  CREC-VENC-REMETIDO  PIC X(08).
           05  CREC-VALOR-REMETIDO PIC S9(08)V99.
           05  CREC-VALOR-PDD      PIC S9(08)V99.
           05  CREC-DATA-PERDA     PIC X(08).
           05  CREC-MOTIVO-PERDA   PIC X(30).
           05  CREC-OPERADOR-PERDA PIC X(08).
