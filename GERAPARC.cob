      *==             ZERO), JA BAIXADO OU DE CLIENTE SEM CONDICAO DE
      *==             PAGAMENTO FICA COMO ESTA. O CONTROLE "RUNCTRL"
      *==             IMPEDE O DESDOBRAMENTO EM DOBRO NUM RESUBMIT.
      *==   XX/XX/2026 - TITULO NOVO NO CONTAS A RECEBER SAI COM OS
      *==                CAMPOS DA REMESSA DE COBRANCA ZERADOS (NAO
      *==                REGISTRADO NO BANCO), PARA O REMCOBRA ENVIAR.
      *==   XX/XX/2026 - TITULO NOVO SAI SEM PROVISAO PARA DEVEDORES
      *==                DUVIDOSOS E SEM DADOS DE BAIXA POR PERDA.
      *===========================================

       ENVIRONMENT         DIVISION.
           MOVE RES-NUMERO      TO CREC-PEDIDO-ORIGEM.
           MOVE WRK-IDX-PARC    TO CREC-PARCELA.
           MOVE ZEROS           TO CREC-VALOR-ENCARGOS.
           MOVE SPACES          TO CREC-SITUACAO-BANCO.
           MOVE ZEROS           TO CREC-REMESSA.
           MOVE SPACES          TO CREC-INSTR-REMETIDA.
           MOVE SPACES          TO CREC-VENC-REMETIDO.
           MOVE ZEROS           TO CREC-VALOR-REMETIDO.
           MOVE ZEROS           TO CREC-VALOR-PDD.
           MOVE SPACES          TO CREC-DATA-PERDA.
           MOVE SPACES          TO CREC-MOTIVO-PERDA.
           MOVE SPACES          TO CREC-OPERADOR-PERDA.
           WRITE CONTAREC-REC
               INVALID KEY
                   DISPLAY "PARCELA " WRK-NUMERO-NOVO " JÁ EXISTE "
