      *==             NA AUDITLOG E NO DIATOTAL SO AS LINHAS DO
      *==             PROGRAMA11 COM A DATA DO CONTROLE ENTRAM NA
      *==             CONTA, JA QUE OS DOIS ARQUIVOS SAO ACUMULATIVOS.
      *==   XX/XX/2026 - COM OS ADICIONAIS DE FRETE EM LINHAS PROPRIAS
      *==                NO DIATOTAL ("ADVALOR-UF", "GRIS-UF",
      *==                "PEDAGIO-UF", "COMBUST-UF"), O FRETE DO DIA
      *==                E A SOMA DELES COM O "FRETE-UF" (FRETE-BASE).
      *===========================================

       ENVIRONMENT         DIVISION.
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF DIA-PROGRAMA EQUAL "PROGRAMA11"
                      AND (DIA-TIPO EQUAL "FRETE-UF"
                           OR DIA-TIPO EQUAL "ADVALOR-UF"
                           OR DIA-TIPO EQUAL "GRIS-UF"
                           OR DIA-TIPO EQUAL "PEDAGIO-UF"
                           OR DIA-TIPO EQUAL "COMBUST-UF")
                      AND DIA-DATA EQUAL WRK-FCT-DATA
                       ADD DIA-VALOR TO WRK-TOT-FRETE-DIA
                   END-IF
