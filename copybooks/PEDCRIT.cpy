      *==   XX/XX/2026 - INCLUIDA A DATA DA REJEICAO (PCR-DATA),
      *==                PARA O ENVELHECIMENTO DAS FILAS DE CORRECAO
      *==                NO RELREJ.
      *==   XX/XX/2026 - NOVO MOTIVO "MOTIVO-DEV" = RETORNO SEM MOTIVO
      *==                DE DEVOLUCAO OU COM CODIGO FORA DA TABELA
      *==                "MOTDEV".
      *===========================================
       01  PEDCRIT-REC.
           05  PCR-MOTIVO          PIC X(12).
