      *==                CONTAGEM + HASH DO CAMPO NUMERICO CHAVE), O
      *==                MESMO CONTROLE QUE AS CARGA* PASSARAM A
      *==                EXIGIR ANTES DE TOCAR NO INDEXADO.
      *==   XX/XX/2026 - DESCARGA DO FUNCIONAR LEVA A FILIAL DE
      *==                LOTACAO (FUNC-FILIAL) NO FINAL DO REGISTRO,
      *==                NO MESMO LAYOUT QUE A CARGAFUNC LE.
      *==   XX/XX/2026 - DESCARGA DO CLIENTE LEVA O AVISO DE EMBARQUE
      *==                (CLI-AVISO-EMBARQUE) NA POSICAO 117, NO MESMO
      *==                LAYOUT QUE A CARGACLI LE.
      *===========================================

       ENVIRONMENT         DIVISION.
           05  SEED-AGENCIA      PIC 9(04).
           05  SEED-CONTA        PIC 9(08).
           05  SEED-DEPARTAMENTO PIC X(03).
           05  SEED-FILIAL-F     PIC 9(02).

       FD  ARQ-CLIENTE.
           COPY CLIENTE.
           05  SEED-COND-PAGTO-C PIC X(09).
           05  SEED-BLOQ-CRED-C  PIC X(01).
           05  SEED-CPF-CNPJ-C   PIC X(14).
           05  SEED-AVISO-EMB-C  PIC X(01).

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.
                   MOVE FUNC-AGENCIA          TO SEED-AGENCIA
                   MOVE FUNC-CONTA            TO SEED-CONTA
                   MOVE FUNC-DEPARTAMENTO     TO SEED-DEPARTAMENTO
                   MOVE FUNC-FILIAL           TO SEED-FILIAL-F
                   ADD 1 TO WRK-QTD-REGISTROS
                   ADD SEED-CODIGO-F TO WRK-CTL-HASH
                   WRITE SAIDA-FUNCION
                   MOVE CLI-COND-PAGTO        TO SEED-COND-PAGTO-C
                   MOVE CLI-BLOQ-CREDITO      TO SEED-BLOQ-CRED-C
                   MOVE CLI-CPF-CNPJ          TO SEED-CPF-CNPJ-C
                   MOVE CLI-AVISO-EMBARQUE    TO SEED-AVISO-EMB-C
                   ADD 1 TO WRK-QTD-REGISTROS
                   ADD SEED-CODIGO-C TO WRK-CTL-HASH
                   WRITE SAIDA-CLIENTE
