      *==                DA NOITE APLICAVA -- ERA DAI QUE VINHA
      *==                CLIENTE COTADO COM UM FRETE NO BALCAO E
      *==                FATURADO COM OUTRO DE NOITE.
      *==   XX/XX/2026 - PASSA A AREA COMPLEMENTAR DA CALCFRET
      *==                (CALCFRLK), SEMPRE COMO PEDIDO NAO URGENTE:
      *==                COM A TABELA "TRANSUF" O BALCAO MOSTRA A
      *==                TRANSPORTADORA DE MENOR FRETE DA UF. O
      *==                FRETE JA VEM COM OS ADICIONAIS DA TABELA
      *==                "ADICFRET" VIGENTES NO DIA.
      *===========================================

       ENVIRONMENT         DIVISION.
       77  WRK-TRANSPORTADORA PIC 9(03) VALUE ZEROS.
       77  WRK-ICMS-PERC      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-RETORNO-CALCFRET PIC X(02) VALUE "00".
           COPY CALCFRLK.
       77  WRK-ESTADO-VALIDO PIC X(01) VALUE "N".
           88  ESTADO-E-VALIDO          VALUE "S".
       77  WRK-VALOR-VALIDO  PIC X(01) VALUE "N".
           ELSE
               SET VALOR-E-VALIDO TO TRUE
               MOVE WRK-VALOR TO WRK-VALOR-CALC
               MOVE "N" TO CFR-URGENTE
               MOVE SPACES TO CFR-DATA-BASE
               MOVE ZEROS TO CFR-CEP
               CALL "CALCFRET" USING WRK-ESTADO
                                      WRK-VALOR-CALC
                                      WRK-PESO
                                      WRK-TRANSPORTADORA
                                      WRK-ICMS-PERC
                                      WRK-RETORNO-CALCFRET
                                      CALCFRET-COMPL
               EVALUATE WRK-RETORNO-CALCFRET
                   WHEN "00"
                       SET ESTADO-E-VALIDO TO TRUE

           IF WRK-FRETE GREATER 0
               DISPLAY " FRETE " EDIT-MOEDA-2
               IF WRK-TRANSPORTADORA GREATER ZEROS
                   DISPLAY " TRANSPORTADORA " WRK-TRANSPORTADORA
               END-IF
           ELSE
               DISPLAY "NÃO ENTREGAMOS NESTE ESTADO" WRK-ESTADO
           END-IF.
