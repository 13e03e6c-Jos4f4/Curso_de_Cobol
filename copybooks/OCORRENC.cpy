      *==             "01" = ENTREGA REALIZADA.
      *==             "02" = ENTREGA RECUSADA PELO DESTINATARIO.
      *==             "03" = DESTINATARIO AUSENTE.
      *==             "04" = MERCADORIA AVARIADA.
      *==             "05" = MERCADORIA EXTRAVIADA.
      *==             "99" = OUTRAS (TEXTO LIVRE NO COMPLEMENTO).
      *==             SO A "01" CONFIRMA A ENTREGA; AS DEMAIS SAEM NA
      *==             LISTA DE EXCECAO PARA TRATAMENTO MANUAL.
      *==   XX/XX/2026 - INCLUIDOS OS CODIGOS "04" (AVARIA) E "05"
      *==                (EXTRAVIO); COM A "02" (RECUSA), ABREM
      *==                SINISTRO CONTRA A TRANSPORTADORA NO ENTRELOT.
      *===========================================
       01  OCORRENC-REC.
           05  OCO-NUMERO          PIC 9(08).
