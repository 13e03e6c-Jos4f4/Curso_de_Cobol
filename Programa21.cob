      *==                MAIS O FRETE DO MES PASSADO, JA QUE O ARQUIVO
      *==                E SO ACRESCIMO E NUNCA FOI APARADO. O
      *==                CONSOLIDADO DO MES E DO FECHAMES.
      *==   XX/XX/2026 - AS LINHAS DE ADICIONAIS DE FRETE DO PROGRAMA11
      *==                ("ADVALOR-UF", "GRIS-UF", "PEDAGIO-UF",
      *==                "COMBUST-UF") ENTRAM NA RECEITA DE FRETE DA UF
      *==                JUNTO COM O "FRETE-UF" (AGORA SO O
      *==                FRETE-BASE), E O RESUMO ABRE O TOTAL DE CADA
      *==                ADICIONAL.
      *==   XX/XX/2026 - AS LINHAS "ESTOURO" DO RELJANEL (STEP DO LOTE
      *==                NOTURNO QUE PASSOU DO LIMITE SOBRE A MEDIA DAS
      *==                ULTIMAS 30 NOITES) SAEM EM DESTAQUE NO FIM DO
      *==                RESUMO, COM O TEMPO DA NOITE E O PERCENTUAL.
      *===========================================

       ENVIRONMENT         DIVISION.
               10  WRK-DEP-CODIGO  PIC X(10) VALUE SPACES.
               10  WRK-DEP-LIQUIDO PIC 9(10)V99 VALUE ZEROS.

      *=======STEPS DO LOTE ACIMA DO TEMPO MEDIO (LINHAS "ESTOURO")
       77  WRK-QTD-ESTOUROS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-EST          PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ESTOUROS.
           05  WRK-EST-ITEM OCCURS 20 TIMES.
               10  WRK-EST-PROGRAMA PIC X(10) VALUE SPACES.
               10  WRK-EST-MINUTOS  PIC 9(10)V99 VALUE ZEROS.
               10  WRK-EST-PCT      PIC 9(07) VALUE ZEROS.
       77  WRK-EST-MINUTOS-ED   PIC ZZZ9,99.
       77  WRK-EST-PCT-ED       PIC ZZZZ9.

      *=======TOTAIS GERAIS DO DIA
       77  WRK-TOTAL-FOLHA      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-FUNCIONARIOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-REPOSICAO    PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-FRETE-GERAL PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-ADVALOREM  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-GRIS       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-PEDAGIO    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-COMBUST    PIC 9(10)V99 VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           EVALUATE DIA-TIPO
               WHEN "FRETE-UF"
                   PERFORM 0160-ACUMULAR-FRETE-UF
               WHEN "ADVALOR-UF"
                   ADD DIA-VALOR TO WRK-TOTAL-ADVALOREM
                   PERFORM 0160-ACUMULAR-FRETE-UF
               WHEN "GRIS-UF"
                   ADD DIA-VALOR TO WRK-TOTAL-GRIS
                   PERFORM 0160-ACUMULAR-FRETE-UF
               WHEN "PEDAGIO-UF"
                   ADD DIA-VALOR TO WRK-TOTAL-PEDAGIO
                   PERFORM 0160-ACUMULAR-FRETE-UF
               WHEN "COMBUST-UF"
                   ADD DIA-VALOR TO WRK-TOTAL-COMBUST
                   PERFORM 0160-ACUMULAR-FRETE-UF
               WHEN "ICMS-UF"
                   PERFORM 0170-ACUMULAR-ICMS-UF
               WHEN "FOLHA"
                   ADD DIA-QUANTIDADE TO WRK-QTD-REPOSICAO
               WHEN "VALESTOQ"
                   MOVE DIA-VALOR TO WRK-VALOR-ESTOQUE
               WHEN "ESTOURO"
                   PERFORM 0190-GUARDAR-ESTOURO
               WHEN OTHER
                   DISPLAY "LINHA DE DIATOTAL COM TIPO DESCONHECIDO -- "
                           DIA-PROGRAMA " " DIA-TIPO " IGNORADA."
               ADD 1 TO WRK-IDX-DEP
           END-IF.

       0190-GUARDAR-ESTOURO SECTION.
           IF WRK-QTD-ESTOUROS LESS 20
               ADD 1 TO WRK-QTD-ESTOUROS
               MOVE DIA-CHAVE      TO WRK-EST-PROGRAMA(WRK-QTD-ESTOUROS)
               MOVE DIA-VALOR      TO WRK-EST-MINUTOS(WRK-QTD-ESTOUROS)
               MOVE DIA-QUANTIDADE TO WRK-EST-PCT(WRK-QTD-ESTOUROS)
           END-IF.

       0165-PROCURAR-UF   SECTION.
           IF WRK-TOT-UF(WRK-IDX) EQUAL DIA-CHAVE
               SET UF-FOI-ENCONTRADA TO TRUE
               UNTIL WRK-IDX-REL GREATER WRK-TOTAL-UF-QTD.
           MOVE WRK-TOTAL-FRETE-GERAL TO EDIT-MOEDA-1.
           DISPLAY "TOTAL GERAL DE FRETE............... " EDIT-MOEDA-1.
           MOVE WRK-TOTAL-ADVALOREM TO EDIT-MOEDA-1.
           DISPLAY "  DOS QUAIS AD-VALOREM............. " EDIT-MOEDA-1.
           MOVE WRK-TOTAL-GRIS TO EDIT-MOEDA-1.
           DISPLAY "  DOS QUAIS GRIS................... " EDIT-MOEDA-1.
           MOVE WRK-TOTAL-PEDAGIO TO EDIT-MOEDA-1.
           DISPLAY "  DOS QUAIS PEDÁGIO................ " EDIT-MOEDA-1.
           MOVE WRK-TOTAL-COMBUST TO EDIT-MOEDA-1.
           DISPLAY "  DOS QUAIS COMBUSTÍVEL............ " EDIT-MOEDA-1.
           DISPLAY "-------------------------------------".
           DISPLAY "ICMS RECOLHIDO POR ESTADO:".
           MOVE 1 TO WRK-IDX-REL-ICM.
           MOVE WRK-VALOR-ESTOQUE TO EDIT-MOEDA-1.
           DISPLAY "VALOR DO ESTOQUE (CUSTO MÉDIO)...... "
                   EDIT-MOEDA-1.
           IF WRK-QTD-ESTOUROS GREATER ZEROS
               DISPLAY "-------------------------------------"
               DISPLAY "*** STEPS DO LOTE ACIMA DO TEMPO MÉDIO ***"
               MOVE 1 TO WRK-IDX-EST
               PERFORM 0340-IMPRIME-ESTOURO
                   UNTIL WRK-IDX-EST GREATER WRK-QTD-ESTOUROS
           END-IF.
           DISPLAY "=====================================".

           CLOSE ARQ-DIATOTAL.
                   EDIT-MOEDA-1.
           ADD 1 TO WRK-IDX-REL-DEP.

       0340-IMPRIME-ESTOURO SECTION.
           MOVE WRK-EST-MINUTOS(WRK-IDX-EST) TO WRK-EST-MINUTOS-ED.
           MOVE WRK-EST-PCT(WRK-IDX-EST)     TO WRK-EST-PCT-ED.
           DISPLAY "  " WRK-EST-PROGRAMA(WRK-IDX-EST) " - "
                   WRK-EST-MINUTOS-ED " MIN, " WRK-EST-PCT-ED
                   "% ACIMA DA MÉDIA".
           ADD 1 TO WRK-IDX-EST.

       0320-IMPRIME-ICMS-UF SECTION.
           MOVE WRK-TOT-ICMS(WRK-IDX-REL-ICM) TO EDIT-MOEDA-1.
           DISPLAY "  " WRK-TOT-UF-ICM(WRK-IDX-REL-ICM) " - "
