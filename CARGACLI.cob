      *==OBSERVACOES: USADO NA CARGA INICIAL DO CADASTRO DE CLIENTES,
      *==             ANTES DO PROGRAMA11 PASSAR A CONSULTAR PEDIDOS
      *==             POR CODIGO DE CLIENTE.
      *==   XX/XX/2026 - NOVA COLUNA DE PREFERENCIA DE AVISO DE
      *==                EMBARQUE (SEED-AVISO-EMB, POSICAO 117); SEED
      *==                ANTIGO SEM A COLUNA CARREGA EM BRANCO (SO A
      *==                CARTA).
      *===========================================

       ENVIRONMENT         DIVISION.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SEED         RECORD CONTAINS 117 CHARACTERS.
       01  SEED-REC.
           05  SEED-CODIGO      PIC 9(06).
           05  SEED-NOME        PIC X(30).
           05  SEED-COND-PAGTO  PIC X(09).
           05  SEED-BLOQ-CRED   PIC X(01).
           05  SEED-CPF-CNPJ    PIC X(14).
           05  SEED-AVISO-EMB   PIC X(01).

       FD  ARQ-CLIENTE.
           COPY CLIENTE.
           END-IF.
           MOVE SEED-BLOQ-CRED     TO CLI-BLOQ-CREDITO.
           MOVE SEED-CPF-CNPJ      TO CLI-CPF-CNPJ.
           MOVE SEED-AVISO-EMB     TO CLI-AVISO-EMBARQUE.
           WRITE CLIENTE-REC.
           IF WRK-FS-CLIENTE EQUAL "00"
               ADD 1 TO WRK-TOTAL-GRAVADO
