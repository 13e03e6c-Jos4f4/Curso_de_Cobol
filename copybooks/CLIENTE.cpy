      *==                CARENCIA DO PARAMETRO "CPFOBRIG" O CRITPED
      *==                REJEITA SAIDA DE CLIENTE SEM DOCUMENTO. SAI
      *==                IMPRESSO NA NOTA DE FRETE E NO EXTRATO.
      *==   XX/XX/2026 - INCLUIDA A PREFERENCIA DE AVISO DE EMBARQUE
      *==                (CLI-AVISO-EMBARQUE: "N" = CLIENTE NAO QUER
      *==                AVISO; "A" = CARTA E ARQUIVO DE INTERFACE;
      *==                BRANCO/"C" = SO A CARTA), MANTIDA PELO
      *==                PROGRAMA22 E USADA PELO AVISOCLI.
      *==   XX/XX/2026 - CLI-LIMITE-CREDITO E CLI-BLOQ-CREDITO PASSAM A
      *==                SER REVISTOS TODO MES: O REVCRED PROPOE PELO
      *==                COMPORTAMENTO DE PAGAMENTO E O APROVLIM
      *==                APLICA A PROPOSTA APROVADA, COM HISTORICO NO
      *==                "LIMHIST". LAYOUT SEM ALTERACAO.
      *==   XX/XX/2026 - CLIENTE INATIVO FORA DO PRAZO DE RETENCAO E
      *==                ANONIMIZADO PELO ANONIMIZ: CLI-NOME =
      *==                "ANONIMIZADO", ENDERECO E CPF/CNPJ EM BRANCO,
      *==                IDADE ZERO (LAYOUT SEM MUDANCA).
      *===========================================
       01  CLIENTE-REC.
           05  CLI-CODIGO          PIC 9(06).
               10  CLI-PRAZO-PARC  PIC 9(03) OCCURS 3 TIMES.
           05  CLI-BLOQ-CREDITO    PIC X(01).
           05  CLI-CPF-CNPJ        PIC X(14).
           05  CLI-AVISO-EMBARQUE  PIC X(01).
               88  CLI-SEM-AVISO            VALUE "N".
               88  CLI-AVISO-ARQUIVO        VALUE "A".
