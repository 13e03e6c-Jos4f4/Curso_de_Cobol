      *==                GRATIS ("FRETEGRAT"), QUE O REPROCESSAMENTO
      *==                ANTES IGNORAVA E GERAVA DIVERGENCIA FALSA EM
      *==                PEDIDO QUE SAIU COM FRETE ZERADO.
      *==   XX/XX/2026 - PASSA A AREA COMPLEMENTAR DA CALCFRET
      *==                (CALCFRLK) COM O INDICADOR DE URGENCIA DO
      *==                PROPRIO PEDIDO (RES-URGENTE), PARA A RECOTACAO
      *==                ENTRE TRANSPORTADORAS ("TRANSUF") ESCOLHER
      *==                PELO MESMO CRITERIO DO PROGRAMA11.
      *==   XX/XX/2026 - OS ADICIONAIS DE FRETE ("ADICFRET") ENTRAM NO
      *==                RECALCULO PELA VIGENCIA DA DATA EM QUE O
      *==                PEDIDO FOI PROCESSADO (RES-DATA-PROC).
      *==   XX/XX/2026 - O RECALCULO USA O CEP GRAVADO NO RESULTADO
      *==                (RES-CEP), PARA A ZONA DE ENTREGA ENTRAR IGUAL
      *==                AO CALCULO ORIGINAL.
      *==   XX/XX/2026 - PEDIDO DE EMBARQUE CONSOLIDADO (RES-EMBARQUE)
      *==                FICA FORA DO REPROCESSAMENTO: O FRETE DELE E
      *==                A PARTE RATEADA DE UM FRETE CALCULADO SOBRE O
      *==                EMBARQUE INTEIRO, E O RECALCULO DO PEDIDO
      *==                SOZINHO SEMPRE DARIA DIVERGENCIA FALSA.
      *===========================================

       ENVIRONMENT         DIVISION.
       77  WRK-TOTAL-SOBREFATURADO  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-DIVERGENTE PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-IGNORADO   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONSOLIDADO PIC 9(05) VALUE ZEROS.

       77  WRK-TIPO-MOV       PIC X(01) VALUE SPACES.
           88  TIPO-E-RETORNO          VALUE "R".
       77  WRK-TRANSPORTADORA PIC 9(03) VALUE ZEROS.
       77  WRK-ICMS-PERC      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-RETORNO-CALCFRET PIC X(02) VALUE "00".
           COPY CALCFRLK.

       77  WRK-FRETE-ANTIGO-ED PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-FRETE-NOVO-ED   PIC ZZ.ZZZ.ZZ9,99.
               ADD 1 TO WRK-QTD-IGNORADO
               DISPLAY "PEDIDO " RES-PRODUTO " (" RES-TIPO-MOV ") "
                       "NÃO É SAÍDA -- FORA DO REPROCESSAMENTO."
           ELSE
           IF RES-EMBARQUE IS NUMERIC
              AND RES-EMBARQUE GREATER ZEROS
               ADD 1 TO WRK-QTD-CONSOLIDADO
               DISPLAY "PEDIDO " RES-NUMERO " DO EMBARQUE "
                       RES-EMBARQUE " -- FRETE RATEADO, FORA DO "
                       "REPROCESSAMENTO."
           ELSE
               MOVE RES-MODO-FRETE TO WRK-MODO-FRETE
               MOVE RES-VALOR      TO WRK-VALOR-CALC
               MOVE RES-PESO       TO WRK-PESO-CALC
               MOVE RES-URGENTE    TO CFR-URGENTE
               MOVE RES-DATA-PROC  TO CFR-DATA-BASE
               MOVE RES-CEP        TO CFR-CEP
               MOVE ZEROS          TO WRK-FRETE-NOVO

               CALL "CALCFRET" USING RES-ESTADO
                                      WRK-TRANSPORTADORA
                                      WRK-ICMS-PERC
                                      WRK-RETORNO-CALCFRET
                                      CALCFRET-COMPL
               EVALUATE WRK-RETORNO-CALCFRET
                   WHEN "00"
                       PERFORM 0200-GRAVAR-DIVERGENCIA
                       DISPLAY "UF " RES-ESTADO " NÃO CADASTRADA -- "
                               "PEDIDO " RES-PRODUTO " IGNORADO."
               END-EVALUATE
           END-IF
           END-IF.

           PERFORM 0100-LER-RESULTADO.
       0300-ENCERRAR      SECTION.
           DISPLAY "PEDIDOS DE RETORNO/ESTORNO IGNORADOS... "
                   WRK-QTD-IGNORADO.
           DISPLAY "PEDIDOS DE EMBARQUE CONSOLIDADO...... "
                   WRK-QTD-CONSOLIDADO.
           DISPLAY "PEDIDOS COM FRETE DIVERGENTE... "
                   WRK-QTD-DIVERGENTE.
           MOVE WRK-TOTAL-SUBFATURADO TO EDIT-MOEDA-1.
