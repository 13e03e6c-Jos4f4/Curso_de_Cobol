      *    ==          PADRAO DAS DEMAIS CARGAS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR ANTES DO PROGRAMA00 EXIGIR O SIGN-ON.
      *==   XX/XX/2026 - O OPERADOR CARREGADO SAI SEM DATA DE ULTIMO
      *==                ACESSO (OPR-DATA-ACESSO EM BRANCO).
      *===========================================

       ENVIRONMENT         DIVISION.
           MOVE "N"    TO OPR-BLOQUEADO.
           MOVE SPACES TO OPR-SENHA-ANT1.
           MOVE SPACES TO OPR-SENHA-ANT2.
           MOVE SPACES TO OPR-DATA-ACESSO.
           WRITE OPERADOR-REC.
           IF WRK-FS-OPERADOR EQUAL "00"
               ADD 1 TO WRK-TOTAL-GRAVADO
