      *==             NAO TEM DATA PROPRIA: FICAM RETIDAS ATE A LINHA
      *==             DE TOTAIS DO PEDIDO, QUE DECIDE O DESTINO DO
      *==             BLOCO INTEIRO.
      *==   XX/XX/2026 - O MORTO E O VIVO NOVO DA NOTAFISC PASSAM A
      *==                GUARDAR A LINHA DE TOTAIS INTEIRA (402
      *==                POSICOES): COM 140, O ARQUIVAMENTO CORTAVA O
      *==                NUMERO DO PEDIDO, O ICMS E OS CAMPOS
      *==                SEGUINTES, E O LIVROSAI NAO CONSEGUIA LER UM
      *==                MES JA ARQUIVADO.
      *===========================================

       ENVIRONMENT         DIVISION.
       FD  ARQ-NOTA.
           COPY NOTA.
       FD  ARQ-NOTAFARQ.
       01  NOTAFARQ-REC        PIC X(402).
       FD  ARQ-NOTAFNOV.
       01  NOTAFNOV-REC        PIC X(402).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ENTRADA     PIC X(02) VALUE "00".
