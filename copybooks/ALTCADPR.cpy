      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PARAGRAFOS PADRAO DO DIARIO DE ALTERACOES DOS
      *    ==          CADASTROS (VER ALTCADWS.CPY). A COMPARACAO
      *    ==          GUARDA SO O CAMPO QUE REALMENTE MUDOU; A
      *    ==          GRAVACAO ACRESCENTA NO "ALTCAD" UMA LINHA POR
      *    ==          CAMPO GUARDADO, COM DATA, HORA, PROGRAMA E
      *    ==          OPERADOR, E ESVAZIA A LISTA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: INCLUIR NA PROCEDURE DIVISION, JUNTO COM OS
      *==             DEMAIS COPYS DE PARAGRAFO (FSERROPR). O
      *==             CHAMADOR DECLARA ARQ-ALTCAD (LINE SEQUENTIAL,
      *==             FILE STATUS WRK-FS-ALTCAD, COPY ALTCAD); O
      *==             ARQUIVO E ABERTO E FECHADO AQUI A CADA
      *==             GRAVACAO, COMO O AUDITLOG, E CRIADO NA PRIMEIRA.
      *==             SEM O ARQUIVO A MANUTENCAO SEGUE, COM AVISO.
      *===========================================
       9300-INICIA-ALTERACAO SECTION.
           MOVE ZEROS TO UTIL-ALT-QTD.
           MOVE "N"   TO UTIL-ALT-SENSIVEL.

       9310-COMPARA-CAMPO SECTION.
           IF UTIL-ALT-ANTIGO NOT EQUAL UTIL-ALT-NOVO
               IF UTIL-ALT-QTD LESS 20
                   ADD 1 TO UTIL-ALT-QTD
                   MOVE UTIL-ALT-CAMPO
                       TO UTIL-ALT-PEND-CAMPO(UTIL-ALT-QTD)
                   MOVE UTIL-ALT-ANTIGO
                       TO UTIL-ALT-PEND-ANTIGO(UTIL-ALT-QTD)
                   MOVE UTIL-ALT-NOVO
                       TO UTIL-ALT-PEND-NOVO(UTIL-ALT-QTD)
                   MOVE UTIL-ALT-SENSIVEL
                       TO UTIL-ALT-PEND-SENSIVEL(UTIL-ALT-QTD)
               END-IF
           END-IF.
           MOVE "N" TO UTIL-ALT-SENSIVEL.

       9320-COMPARA-NUMERO SECTION.
           MOVE UTIL-ALT-NUM-ANTIGO TO UTIL-ALT-NUM-ED.
           MOVE UTIL-ALT-NUM-ED     TO UTIL-ALT-ANTIGO.
           MOVE UTIL-ALT-NUM-NOVO   TO UTIL-ALT-NUM-ED.
           MOVE UTIL-ALT-NUM-ED     TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.

       9350-GRAVA-ALTERACOES SECTION.
           IF UTIL-ALT-QTD GREATER ZEROS
               OPEN EXTEND ARQ-ALTCAD
               IF WRK-FS-ALTCAD EQUAL "35"
                   OPEN OUTPUT ARQ-ALTCAD
               END-IF
               IF WRK-FS-ALTCAD NOT EQUAL "00"
                   DISPLAY "DIÁRIO DE ALTERAÇÕES INDISPONÍVEL "
                           "(STATUS " WRK-FS-ALTCAD
                           ") -- ALTERAÇÃO SEM REGISTRO."
               ELSE
                   MOVE 1 TO UTIL-ALT-IDX
                   PERFORM 9360-GRAVA-UM-CAMPO
                       UNTIL UTIL-ALT-IDX GREATER UTIL-ALT-QTD
                   CLOSE ARQ-ALTCAD
               END-IF
           END-IF.
           MOVE ZEROS TO UTIL-ALT-QTD.

       9360-GRAVA-UM-CAMPO SECTION.
           MOVE SPACES TO ALTCAD-REC.
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
           MOVE UTIL-ALT-OPERADOR TO ALT-OPERADOR.
           MOVE UTIL-ALT-PROGRAMA TO ALT-PROGRAMA.
           MOVE UTIL-ALT-ARQUIVO  TO ALT-ARQUIVO.
           MOVE UTIL-ALT-CHAVE    TO ALT-CHAVE.
           MOVE UTIL-ALT-PEND-CAMPO(UTIL-ALT-IDX)    TO ALT-CAMPO.
           MOVE UTIL-ALT-PEND-ANTIGO(UTIL-ALT-IDX)
               TO ALT-VALOR-ANTIGO.
           MOVE UTIL-ALT-PEND-NOVO(UTIL-ALT-IDX)     TO ALT-VALOR-NOVO.
           MOVE UTIL-ALT-PEND-SENSIVEL(UTIL-ALT-IDX) TO ALT-SENSIVEL.
           WRITE ALTCAD-REC.
           ADD 1 TO UTIL-ALT-IDX.
