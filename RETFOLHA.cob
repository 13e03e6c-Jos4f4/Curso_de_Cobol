      *    ==          FUNCIONARIO BATIA NA PORTA DO RH.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MESMO ESTILO DE MENU DO CONSPED/PAGAREC.
      *==   XX/XX/2026 - CREDITO DE PENSAO ALIMENTICIA NO REMBANCO
      *==                (REM-FINALIDADE "P", MESMO REM-FUNCIONARIO)
      *==                NAO E CONFUNDIDO COM O SALARIO DEVOLVIDO.
      *===========================================

       ENVIRONMENT         DIVISION.
                   " CTA " FUNC-CONTA " -- " RJB-MOTIVO.

      *=======O VALOR DO CREDITO DEVOLVIDO SAI DO REMBANCO DA FOLHA
      *=======DO MES (DETALHE DO FUNCIONARIO; O CREDITO DE PENSAO
      *=======PAGO AO BENEFICIARIO NAO CONTA).
       0300-BUSCAR-CREDITO SECTION.
           MOVE ZEROS TO WRK-VALOR-CREDITO.
           MOVE "N"   TO WRK-CREDITO-ACHADO.
               NOT AT END
                   IF REM-TIPO-REG EQUAL "D"
                      AND REM-FUNCIONARIO EQUAL WRK-CODIGO
                      AND NOT REM-CREDITO-PENSAO
                       MOVE REM-VALOR-CREDITO TO WRK-VALOR-CREDITO
                       SET CREDITO-FOI-ACHADO TO TRUE
                   END-IF
