      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PARAGRAFOS PADRAO DA CONSULTA DE PERIODO
      *    ==          FECHADO (VER PERIODWS.CPY), USADOS PELOS
      *    ==          PROGRAMAS QUE LANCAM MOVIMENTO COM DATA
      *    ==          (ESTOQUE, RECEBER, FOLHA E PARAMETROS): O MES
      *    ==          DA DATA INFORMADA E PROCURADO NO CONTROLE
      *    ==          "PERIODO"; FECHADO ("F"), O LANCAMENTO E
      *    ==          RECUSADO PELO CHAMADOR, QUE MOSTRA OU DESVIA
      *    ==          A LINHA DO SEU JEITO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: INCLUIR NA PROCEDURE DIVISION, JUNTO COM OS
      *==             DEMAIS COPYS DE PARAGRAFO (FSERROPR). O
      *==             CHAMADOR DECLARA ARQ-PERIODO (INDEXADO, ACESSO
      *==             RANDOM, CHAVE PER-MES, COPY PERIODO); O ARQUIVO
      *==             E ABERTO E FECHADO AQUI A CADA MES NOVO
      *==             CONSULTADO. SEM O ARQUIVO, TODO MES ESTA
      *==             ABERTO.
      *===========================================
       9400-VERIFICA-PERIODO SECTION.
           MOVE UTIL-PER-DATA(1:6) TO UTIL-PER-MES.
           IF UTIL-PER-MES NOT EQUAL UTIL-PER-ULT-MES
               PERFORM 9410-CONSULTA-PERIODO
           END-IF.
           MOVE UTIL-PER-ULT-SITUACAO TO UTIL-PER-SITUACAO.

       9410-CONSULTA-PERIODO SECTION.
           MOVE UTIL-PER-MES TO UTIL-PER-ULT-MES.
           MOVE "A"          TO UTIL-PER-ULT-SITUACAO.
           OPEN INPUT ARQ-PERIODO.
           IF WRK-FS-PERIODO EQUAL "00"
               MOVE UTIL-PER-MES TO PER-MES
               READ ARQ-PERIODO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PER-SITUACAO TO UTIL-PER-ULT-SITUACAO
               END-READ
               CLOSE ARQ-PERIODO
           END-IF.
