      *    ==          (DECTERCO), NO LUGAR DO 12 FIXO.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - O DESLIGAMENTO ("D") PASSA A TRAZER O TIPO DE
      *==                RESCISAO (EVF-TIPO-RESCISAO) E O AVISO PREVIO
      *==                (EVF-AVISO: INDENIZADO OU TRABALHADO), DE ONDE
      *==                A FOLHA TIRA AS VERBAS DEVIDAS, A MULTA DO
      *==                FGTS E O TRCT. EVENTO ANTIGO EM BRANCO E
      *==                CALCULADO COMO SEM JUSTA CAUSA COM AVISO
      *==                INDENIZADO, COM AVISO NA FOLHA.
      *===========================================
       01  EVENFUNC-REC.
           05  EVF-CODIGO          PIC 9(04).
               88  EVF-LICENCA              VALUE "L".
           05  FILLER              PIC X(02).
           05  EVF-DATA            PIC X(08).
           05  FILLER              PIC X(02).
           05  EVF-TIPO-RESCISAO   PIC X(01).
               88  EVF-SEM-JUSTA-CAUSA      VALUE "S".
               88  EVF-JUSTA-CAUSA          VALUE "J".
               88  EVF-PEDIDO-DEMISSAO      VALUE "P".
               88  EVF-ACORDO               VALUE "A".
               88  EVF-RESCISAO-VALIDA      VALUE "S" "J" "P" "A".
           05  FILLER              PIC X(02).
           05  EVF-AVISO           PIC X(01).
               88  EVF-AVISO-INDENIZADO     VALUE "I".
               88  EVF-AVISO-TRABALHADO     VALUE "T".
               88  EVF-AVISO-VALIDO         VALUE "I" "T".
