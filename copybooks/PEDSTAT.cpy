      *    ==          TRILHA INTEIRA DE UM NUMERO DE PEDIDO.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - NOVO STATUS "CA" CANCELADO A PEDIDO DO CLIENTE
      *==                ANTES DO LOTE (CANCPED), SO A PARTIR DE "AC"
      *==                OU "AP"; O MOTIVO FICA NO ARQUIVO "PEDCANC".
      *==                CRITPED E PROGRAMA11 PULAM OS NUMEROS "CA".
      *==   XX/XX/2026 - OPERADOR QUE VENCEU A ETAPA (PST-OPERADOR):
      *==                NOS PROGRAMAS DA SESSAO, O OPERADOR DO
      *==                SIGN-ON (ARQUIVO "SESSAO"); NO PROGRAMA11,
      *==                "BATCH" SEM SESSAO; NOS DEMAIS LOTES E NAS
      *==                LINHAS ANTIGAS FICA EM BRANCO. O RELOPER CRUZA
      *==                QUEM DIGITOU COM QUEM APROVOU O MESMO PEDIDO.
      *===========================================
       01  PEDSTAT-REC.
           05  PST-NUMERO          PIC 9(08).
           05  PST-HORA            PIC X(08).
           05  FILLER              PIC X(02).
           05  PST-PROGRAMA        PIC X(10).
           05  FILLER              PIC X(02).
           05  PST-OPERADOR        PIC X(08).
