      *    ==          PROMOCAO EXATAMENTE COMO COTADOS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MESMO ESTILO DE MENU DO CONSPED/PAGAREC.
      *==   XX/XX/2026 - PERGUNTA SE O PEDIDO E URGENTE E MOSTRA A
      *==                TRANSPORTADORA ESCOLHIDA NA COTACAO ENTRE
      *==                TRANSPORTADORAS DA CALCFRET ("TRANSUF"), COM A
      *==                SEGUNDA MELHOR COTACAO PARA COMPARACAO.
      *==   XX/XX/2026 - O FRETE COTADO PASSA A INCLUIR OS ADICIONAIS DA
      *==                TRANSPORTADORA (TABELA "ADICFRET" VIGENTE NA
      *==                DATA DA COTACAO), DISCRIMINADOS NA TELA.
      *==   XX/XX/2026 - PERGUNTA O CEP DE ENTREGA (BRANCO = SEM CEP)
      *==                PARA A CALCFRET APLICAR A ZONA DE ENTREGA DA
      *==                TABELA "ZONACEP" (ACRESCIMO NO FRETE E DIAS A
      *==                MAIS NO PRAZO), MOSTRADA NA TELA.
      *===========================================

       ENVIRONMENT         DIVISION.
       77  WRK-TRANSPORTADORA PIC 9(03) VALUE ZEROS.
       77  WRK-ICMS-PERC      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-RETORNO-CALCFRET PIC X(02) VALUE "00".
           COPY CALCFRLK.
       77  WRK-URGENTE        PIC X(01) VALUE "N".
           88  URGENTE-VALIDO           VALUE "S" "N".
       77  WRK-CEP-DIGITADO   PIC X(08) VALUE SPACES.
       77  WRK-CEP            PIC 9(08) VALUE ZEROS.
       77  WRK-CEP-VALIDO     PIC X(01) VALUE "N".
           88  CEP-E-VALIDO             VALUE "S".

      *=======CAMPOS DA CHAMADA A DATACALC (VALIDADE DA COTACAO)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
           ACCEPT WRK-CLIENTE.
           DISPLAY "ESTADO (UF) DE ENTREGA... ".
           ACCEPT WRK-ESTADO.
           MOVE "N" TO WRK-CEP-VALIDO.
           PERFORM 0215-RECEBE-CEP UNTIL CEP-E-VALIDO.
           MOVE SPACES TO WRK-MODO-FRETE.
           PERFORM 0210-RECEBE-MODO UNTIL MODO-FRETE-VALIDO.
           PERFORM 0220-RECEBE-VALOR.
               ACCEPT WRK-PESO
           END-IF.
           PERFORM 0230-RECEBE-PROMO.
           MOVE SPACES TO WRK-URGENTE.
           PERFORM 0240-RECEBE-URGENTE UNTIL URGENTE-VALIDO.
           PERFORM 0300-CALCULAR.

       0210-RECEBE-MODO   SECTION.
               DISPLAY "MODO INVÁLIDO. DIGITE V OU P."
           END-IF.

      *=======CEP EM BRANCO = COTACAO SO PELA UF, SEM ZONA.
       0215-RECEBE-CEP    SECTION.
           DISPLAY "CEP DE ENTREGA (BRANCO = SEM CEP)... ".
           ACCEPT WRK-CEP-DIGITADO.
           IF WRK-CEP-DIGITADO EQUAL SPACES
               MOVE ZEROS TO WRK-CEP
               SET CEP-E-VALIDO TO TRUE
           ELSE
               IF WRK-CEP-DIGITADO IS NUMERIC
                   MOVE WRK-CEP-DIGITADO TO WRK-CEP
                   SET CEP-E-VALIDO TO TRUE
               ELSE
                   DISPLAY "CEP INVÁLIDO. DIGITE OS 8 NÚMEROS."
               END-IF
           END-IF.

       0220-RECEBE-VALOR  SECTION.
           MOVE "N" TO WRK-VALOR-VALIDO.
           PERFORM 0225-PEDIR-VALOR UNTIL VALOR-E-VALIDO.
               END-READ
           END-IF.

       0240-RECEBE-URGENTE SECTION.
           DISPLAY "PEDIDO URGENTE (S/N)... ".
           ACCEPT WRK-URGENTE.
           IF NOT URGENTE-VALIDO
               DISPLAY "RESPOSTA INVÁLIDA. DIGITE S OU N."
           END-IF.

       0300-CALCULAR      SECTION.
           MOVE ZEROS TO WRK-DESCONTO.
           MOVE WRK-VALOR TO WRK-VALOR-CALC.
           MOVE WRK-URGENTE TO CFR-URGENTE.
           MOVE WRK-DATA-HOJE TO CFR-DATA-BASE.
           MOVE WRK-CEP TO CFR-CEP.
           IF WRK-PROMO NOT EQUAL SPACES
               PERFORM 0320-APLICAR-PROMO
           END-IF.
                                  WRK-DIAS-ENTREGA
                                  WRK-TRANSPORTADORA
                                  WRK-ICMS-PERC
                                  WRK-RETORNO-CALCFRET
                                  CALCFRET-COMPL.
           EVALUATE WRK-RETORNO-CALCFRET
               WHEN "00"
                   PERFORM 0400-GRAVAR-COTACAO
                   " TOTAL " EDIT-MOEDA-SINAL-2.
           DISPLAY "VÁLIDA ATÉ " COT-DATA-VALIDADE
                   " (AAAAMMDD).".
           IF WRK-TRANSPORTADORA GREATER ZEROS
               DISPLAY "TRANSPORTADORA " WRK-TRANSPORTADORA
                       " PRAZO " WRK-DIAS-ENTREGA " DIAS ÚTEIS"
           END-IF.
           IF WRK-FRETE GREATER CFR-FRETE-BASE
               MOVE CFR-FRETE-BASE TO EDIT-MOEDA-1
               MOVE CFR-ADVALOREM  TO EDIT-MOEDA-2
               MOVE CFR-GRIS       TO EDIT-MOEDA-3
               DISPLAY "FRETE-BASE " EDIT-MOEDA-1
                       " AD-VALOREM " EDIT-MOEDA-2
                       " GRIS " EDIT-MOEDA-3
               MOVE CFR-PEDAGIO     TO EDIT-MOEDA-1
               MOVE CFR-COMBUSTIVEL TO EDIT-MOEDA-2
               DISPLAY "PEDÁGIO " EDIT-MOEDA-1
                       " COMBUSTÍVEL " EDIT-MOEDA-2
           END-IF.
           IF CFR-ZONA NOT EQUAL SPACES
               MOVE CFR-ZONA-ACRESCIMO TO EDIT-MOEDA-1
               DISPLAY "ZONA DE ENTREGA " CFR-ZONA
                       " ACRÉSCIMO " EDIT-MOEDA-1
                       " PRAZO +" CFR-ZONA-DIAS " DIAS ÚTEIS"
           ELSE
               IF WRK-CEP GREATER ZEROS
                   DISPLAY "CEP " WRK-CEP " FORA DAS ZONAS DE "
                           "ENTREGA -- FRETE SÓ PELA UF."
               END-IF
           END-IF.
           IF CFR-TRANSP-ALT GREATER ZEROS
               MOVE CFR-FRETE-ALT TO EDIT-MOEDA-SINAL
               DISPLAY "SEGUNDA COTAÇÃO: TRANSPORTADORA "
                       CFR-TRANSP-ALT " FRETE " EDIT-MOEDA-SINAL
                       " PRAZO " CFR-DIAS-ALT " DIAS ÚTEIS"
           END-IF.

      *=======MESMO ESQUEMA DE SEQUENCIA DO ENTRAPED ("SEQPEDIDO"),
      *=======SO QUE NO PARAMETRO "SEQCOTACA".
