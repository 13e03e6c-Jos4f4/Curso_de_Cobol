      *    ==          INVENTARIO DE MESES DEPOIS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RETURN-CODE 0004 QUANDO HOUVE DIVERGENCIA.
      *==   XX/XX/2026 - AS LINHAS DA QUARENTENA DE DEVOLUCOES ("Q",
      *==                "P" E "D") FICAM FORA DO SALDO ESPERADO: MEXEM
      *==                SO NO "QUARENT", NAO NO SALDO VENDAVEL. A
      *==                LIBERACAO ("L") ENTRA COMO UMA ENTRADA.
      *===========================================

       ENVIRONMENT         DIVISION.
       0150-REPROCESSAR   SECTION.
           PERFORM 0200-LOCALIZAR-ITEM.
           IF WRK-IDX NOT GREATER WRK-QTD-ITENS
               IF MOV-TIPO NOT EQUAL "Q" AND NOT EQUAL "P"
                  AND NOT EQUAL "D"
                   ADD MOV-QUANTIDADE TO WRK-VRF-ESPERADO(WRK-IDX)
               END-IF
               IF MOV-SALDO-ANTERIOR
                  NOT EQUAL WRK-VRF-ULT-SALDO(WRK-IDX)
                   MOVE "S" TO WRK-VRF-EMENDA(WRK-IDX)
