       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSALT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONSULTA AO DIARIO DE ALTERACOES DOS CADASTROS
      *    ==          (ARQUIVO "ALTCAD"), NO ESTILO DO CONSAUDI: POR
      *    ==          ARQUIVO E CHAVE COMPLETA OU PARCIAL (TODA A
      *    ==          VIDA DE UM REGISTRO -- QUEM MUDOU O QUE, DE QUE
      *    ==          VALOR PARA QUAL, QUANDO) OU POR OPERADOR E
      *    ==          PERIODO (TUDO O QUE UM OPERADOR ALTEROU ENTRE
      *    ==          DUAS DATAS). LISTA NA ORDEM EM QUE FOI GRAVADO,
      *    ==          QUE E A ORDEM DE TEMPO, JA QUE O DIARIO E SO
      *    ==          ACRESCIMO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO CONSULTA; O DIARIO E GRAVADO PELOS PROGRAMAS
      *==             DE CADASTRO (ALTCADPR).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTCAD   ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ALTCAD      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-REGISTRO          VALUE "1".
           88  OPCAO-OPERADOR          VALUE "2".
           88  OPCAO-ENCERRAR          VALUE "3".
       77  WRK-FIM-CONSULTA   PIC X(01) VALUE "N".
           88  FIM-DE-CONSULTA         VALUE "S".
       77  WRK-FIM-ALTCAD     PIC X(01) VALUE "N".
           88  FIM-DO-ALTCAD           VALUE "S".

      *=======FILTROS: NA CONSULTA POR REGISTRO, ARQUIVO E CHAVE; NA
      *=======CONSULTA POR OPERADOR, OPERADOR E DATAS DE/ATE. O FILTRO
      *=======QUE NAO SE APLICA FICA ABERTO (BRANCO / DATAS EXTREMAS).
       77  WRK-ARQUIVO        PIC X(10) VALUE SPACES.
       77  WRK-CHAVE          PIC X(20) VALUE SPACES.
       77  WRK-TAM-CHAVE      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX            PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-DATA-INICIO    PIC X(08) VALUE SPACES.
       77  WRK-DATA-FIM       PIC X(08) VALUE SPACES.

       77  WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SELECIONADOS PIC 9(07) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0100-MENU UNTIL FIM-DE-CONSULTA.
           STOP RUN.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "DIÁRIO DE ALTERAÇÕES DOS CADASTROS".
           DISPLAY "1 - POR ARQUIVO E CHAVE".
           DISPLAY "2 - POR OPERADOR E PERÍODO".
           DISPLAY "3 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-REGISTRO
                   PERFORM 0200-RECEBE-REGISTRO
                   PERFORM 0500-CONSULTAR
               WHEN OPCAO-OPERADOR
                   PERFORM 0300-RECEBE-OPERADOR
                   PERFORM 0500-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-CONSULTA TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0200-RECEBE-REGISTRO SECTION.
           DISPLAY "ARQUIVO (CLIENTE, FUNCIONAR, PRODUTO, TRANSP,".
           DISPLAY "         CLIENDER, OPERADOR, FILIAL, UFRATE)... ".
           ACCEPT WRK-ARQUIVO.
           DISPLAY "CHAVE COMPLETA OU PARCIAL (BRANCO = TODAS)... ".
           ACCEPT WRK-CHAVE.
           PERFORM 0250-MEDIR-CHAVE.
           MOVE SPACES     TO WRK-OPERADOR.
           MOVE LOW-VALUES TO WRK-DATA-INICIO.
           MOVE HIGH-VALUES TO WRK-DATA-FIM.

      *=======MEDE O TRECHO DIGITADO DA CHAVE (ATE O ULTIMO CARACTERE
      *=======NAO BRANCO), PARA A COMPARACAO PARCIAL SO OLHAR O QUE O
      *=======OPERADOR REALMENTE DIGITOU.
       0250-MEDIR-CHAVE   SECTION.
           MOVE ZEROS TO WRK-TAM-CHAVE.
           MOVE 1     TO WRK-IDX.
           PERFORM 0260-TESTAR-POSICAO UNTIL WRK-IDX GREATER 20.

       0260-TESTAR-POSICAO SECTION.
           IF WRK-CHAVE(WRK-IDX:1) NOT EQUAL SPACE
               MOVE WRK-IDX TO WRK-TAM-CHAVE
           END-IF.
           ADD 1 TO WRK-IDX.

       0300-RECEBE-OPERADOR SECTION.
           DISPLAY "OPERADOR... ".
           ACCEPT WRK-OPERADOR.
           DISPLAY "DATA INICIAL (AAAAMMDD)... ".
           ACCEPT WRK-DATA-INICIO.
           DISPLAY "DATA FINAL (AAAAMMDD)..... ".
           ACCEPT WRK-DATA-FIM.
           MOVE SPACES TO WRK-ARQUIVO.
           MOVE SPACES TO WRK-CHAVE.
           MOVE ZEROS  TO WRK-TAM-CHAVE.

      *=======CADA CONSULTA LE O DIARIO DO COMECO: ELE E SO ACRESCIMO
      *=======E NAO TEM CHAVE, COMO O AUDITLOG NO CONSAUDI.
       0500-CONSULTAR     SECTION.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-SELECIONADOS.
           MOVE "N"   TO WRK-FIM-ALTCAD.
           OPEN INPUT ARQ-ALTCAD.
           IF WRK-FS-ALTCAD EQUAL "35"
               DISPLAY "NENHUMA ALTERAÇÃO DE CADASTRO GRAVADA AINDA."
           ELSE
               IF WRK-FS-ALTCAD NOT EQUAL "00"
                   MOVE WRK-FS-ALTCAD TO UTIL-FS-CODIGO
                   MOVE "ALTCAD"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               DISPLAY "============================================"
               PERFORM 0510-LER-ALTCAD
               PERFORM 0550-FILTRAR UNTIL FIM-DO-ALTCAD
               CLOSE ARQ-ALTCAD
               DISPLAY "============================================"
               DISPLAY "ALTERAÇÕES LIDAS............ " WRK-QTD-LIDOS
               DISPLAY "ALTERAÇÕES SELECIONADAS..... "
                       WRK-QTD-SELECIONADOS
           END-IF.

       0510-LER-ALTCAD    SECTION.
           READ ARQ-ALTCAD
               AT END
                   SET FIM-DO-ALTCAD TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0550-FILTRAR       SECTION.
           IF ALT-DATA NOT LESS WRK-DATA-INICIO
              AND ALT-DATA NOT GREATER WRK-DATA-FIM
              AND (WRK-ARQUIVO EQUAL SPACES
                   OR ALT-ARQUIVO EQUAL WRK-ARQUIVO)
              AND (WRK-OPERADOR EQUAL SPACES
                   OR ALT-OPERADOR EQUAL WRK-OPERADOR)
              AND (WRK-TAM-CHAVE EQUAL ZEROS
                   OR ALT-CHAVE(1:WRK-TAM-CHAVE)
                      EQUAL WRK-CHAVE(1:WRK-TAM-CHAVE))
               PERFORM 0600-LISTAR
           END-IF.
           PERFORM 0510-LER-ALTCAD.

       0600-LISTAR        SECTION.
           ADD 1 TO WRK-QTD-SELECIONADOS.
           DISPLAY ALT-DATA " " ALT-HORA " " ALT-OPERADOR " "
                   ALT-PROGRAMA " " ALT-ARQUIVO " " ALT-CHAVE.
           IF ALT-CAMPO-SENSIVEL
               DISPLAY "   * " ALT-CAMPO " DE: " ALT-VALOR-ANTIGO
                       " PARA: " ALT-VALOR-NOVO
           ELSE
               DISPLAY "     " ALT-CAMPO " DE: " ALT-VALOR-ANTIGO
                       " PARA: " ALT-VALOR-NOVO
           END-IF.

       COPY FSERROPR.
