      *==                RESERVA FICAVA PENDURADA PARA SEMPRE. SEM O
      *==                ARQUIVO DE ESTOQUE, A REPROVACAO SEGUE SEM
      *==                DEVOLUCAO, COM AVISO.
      *==   XX/XX/2026 - A LINHA DO PEDSTAT SAI COM O OPERADOR DA
      *==                SESSAO (PST-OPERADOR), PARA O RELOPER.
      *===========================================

       ENVIRONMENT         DIVISION.
           ACCEPT PST-DATA FROM DATE YYYYMMDD.
           ACCEPT PST-HORA FROM TIME.
           MOVE "APROVPED" TO PST-PROGRAMA.
           MOVE WRK-OPERADOR TO PST-OPERADOR.

       0360-ESCREVER-STATUS SECTION.
           WRITE PEDSTAT-REC.
