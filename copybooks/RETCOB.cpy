      *    ==          ARQUIVO DE EXCECAO "RETCOBEXC".
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - RTC-OCORRENCIA PASSA A SER TRATADA: "02" =
      *==                ENTRADA CONFIRMADA, "03" = ENTRADA OU
      *==                INSTRUCAO REJEITADA, "06"/"17" = LIQUIDACAO,
      *==                "09"/"10" = BAIXA NO BANCO. EM BRANCO (RETORNO
      *==                ANTERIOR A REMESSA DE COBRANCA) = LIQUIDACAO.
      *===========================================
       01  RETCOB-REC.
           05  RTC-NUMERO          PIC 9(08).
