      *==                TROCA DE SENHA PELO PROPRIO OPERADOR.
      *==   XX/XX/2026 - NOVA OPCAO 11: CONSULTA CLIENTE 360
      *==                (CONSCLI), SOMENTE LEITURA, NIVEL 1.
      *==   XX/XX/2026 - NOVA OPCAO 12: SEGUNDA VIA DE NOTA (SEGVIA),
      *==                POR PEDIDO OU POR CLIENTE E PERIODO, NIVEL 2.
      *==   XX/XX/2026 - NOVA OPCAO 13: CANCELAMENTO DE PEDIDO ANTES DO
      *==                LOTE DA NOITE (CANCPED), NIVEL 2.
      *==   XX/XX/2026 - NOVA OPCAO 14: REVISAO DE LIMITE DE CREDITO
      *==                (APROVLIM), DECISAO DAS PROPOSTAS DO REVCRED,
      *==                NIVEL 3 (ALCADA FINAL NO PARAMETRO LIMNIVEL).
      *==   XX/XX/2026 - NOVA OPCAO 15: REVISAO DE MINIMO E REPOSICAO
      *==                (APROVREP), DECISAO DAS PROPOSTAS DO PREVDEM,
      *==                NIVEL 2 (ALCADA FINAL NO PARAMETRO REPNIVEL).
      *==   XX/XX/2026 - TODO SIGN-ON SAI NO AUDITLOG: O ACEITO COMO
      *==                "SIGN-ON" (E A DATA FICA NO OPR-DATA-ACESSO
      *==                DO OPERADOR) E O RECUSADO COMO "SIGN-ON
      *==                RECUSADO" COM O MOTIVO, INCLUSIVE CODIGO
      *==                INEXISTENTE (CHAVE = CODIGO DIGITADO), PARA O
      *==                RELATORIO DE ATIVIDADE DE OPERADORES (RELOPER).
      *===========================================

       ENVIRONMENT         DIVISION.
       77  WRK-ASSINADO      PIC X(01) VALUE "N".
           88  OPERADOR-ASSINADO       VALUE "S".
       77  WRK-NIVEL-EXIGIDO PIC 9(01) VALUE 1.
       77  WRK-RESULTADO-SIGN-ON PIC X(30) VALUE SPACES.

      *=======CONTROLE DE SENHA (VALIDADE, BLOQUEIO E TROCA)
       77  WRK-SENHA-DIAS    PIC 9(03) VALUE 90.
           READ ARQ-OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR OU SENHA INVÁLIDOS."
                   MOVE "SIGN-ON RECUSADO CODIGO" TO
                        WRK-RESULTADO-SIGN-ON
                   PERFORM 0067-AUDITAR-SIGN-ON
               NOT INVALID KEY
                   PERFORM 0062-AVALIAR-CREDENCIAL
           END-READ.
               WHEN OPR-BLOQUEADO EQUAL "S"
                   DISPLAY "OPERADOR BLOQUEADO POR TENTATIVAS -- "
                           "PROCURE UM OPERADOR NÍVEL 9 (CADOPER)."
                   MOVE "SIGN-ON RECUSADO BLOQUEADO" TO
                        WRK-RESULTADO-SIGN-ON
                   PERFORM 0067-AUDITAR-SIGN-ON
               WHEN OPR-SENHA EQUAL WRK-SENHA
                    AND OPR-ATIVO EQUAL "S"
                   MOVE ZEROS TO OPR-FALHAS
                   PERFORM 0064-CONFERIR-VALIDADE
                   IF OPERADOR-ASSINADO
                       MOVE OPR-NIVEL TO WRK-NIVEL
                       MOVE WRK-DATA-HOJE TO OPR-DATA-ACESSO
                       REWRITE OPERADOR-REC
                       MOVE "SIGN-ON" TO WRK-RESULTADO-SIGN-ON
                       DISPLAY "BEM-VINDO, " OPR-NOME
                   ELSE
                       MOVE "SIGN-ON RECUSADO SENHA VENCIDA" TO
                            WRK-RESULTADO-SIGN-ON
                   END-IF
                   PERFORM 0067-AUDITAR-SIGN-ON
               WHEN OTHER
                   DISPLAY "OPERADOR OU SENHA INVÁLIDOS."
                   IF OPR-ATIVO EQUAL "S"
                       MOVE "SIGN-ON RECUSADO SENHA" TO
                            WRK-RESULTADO-SIGN-ON
                   ELSE
                       MOVE "SIGN-ON RECUSADO INATIVO" TO
                            WRK-RESULTADO-SIGN-ON
                   END-IF
                   PERFORM 0067-AUDITAR-SIGN-ON
                   IF OPR-ATIVO EQUAL "S"
                       ADD 1 TO OPR-FALHAS
                       IF OPR-FALHAS NOT LESS 3
                   PERFORM 0069-AUDITAR-TROCA
           END-EVALUATE.

      *=======CADA TENTATIVA DE SIGN-ON, ACEITA OU NAO, SAI NO
      *=======AUDITLOG PELO CODIGO DIGITADO (QUE PODE NEM EXISTIR).
       0067-AUDITAR-SIGN-ON SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "PROGRAMA00" TO AUDIT-PROGRAMA.
           MOVE WRK-CODIGO   TO AUDIT-CHAVE.
           MOVE WRK-RESULTADO-SIGN-ON TO AUDIT-RESULTADO.
           MOVE WRK-CODIGO   TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           CLOSE ARQ-AUDITLOG.

       0068-AUDITAR-BLOQUEIO SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           DISPLAY "9 - FOLHA DE PAGAMENTO (FOLHA)            *N3".
           DISPLAY "10 - TROCAR MINHA SENHA".
           DISPLAY "11 - CONSULTA CLIENTE 360 (CONSCLI)".
           DISPLAY "12 - SEGUNDA VIA DE NOTA (SEGVIA)".
           DISPLAY "13 - CANCELAMENTO DE PEDIDO (CANCPED)".
           DISPLAY "14 - REVISAO DE LIMITE DE CREDITO (APROVLIM) *N3".
           DISPLAY "15 - REVISAO DE MINIMO E REPOSICAO (APROVREP)".
           DISPLAY "0 - SAIR".
           DISPLAY "OPÇÃO... ".
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO NOT GREATER 15
               SET OPCAO-E-VALIDA TO TRUE
           ELSE
               DISPLAY "OPÇÃO INVÁLIDA. DIGITE NOVAMENTE."
           END-IF.

      *=======NIVEL EXIGIDO POR OPCAO: CADASTROS, FOLHA (7-9) E
      *=======REVISAO DE LIMITE (14) SO COM NIVEL 3; O LOTE DE FRETE,
      *=======A SEGUNDA VIA DE NOTA, O CANCELAMENTO DE PEDIDO E A
      *=======REVISAO DE REPOSICAO (15) SAO OPERACAO (NIVEL 2);
      *=======CONSULTAS E TREINO FICAM NO NIVEL 1.
       0200-CHAMAR-FUNCAO SECTION.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN 9
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN 12
                   MOVE 2 TO WRK-NIVEL-EXIGIDO
               WHEN 13
                   MOVE 2 TO WRK-NIVEL-EXIGIDO
               WHEN 14
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN 15
                   MOVE 2 TO WRK-NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 1 TO WRK-NIVEL-EXIGIDO
           END-EVALUATE.
                       PERFORM 0210-TROCA-PROPRIA
                   WHEN 11
                       CALL "CONSCLI"
                   WHEN 12
                       CALL "SEGVIA"
                   WHEN 13
                       CALL "CANCPED"
                   WHEN 14
                       CALL "APROVLIM"
                   WHEN 15
                       CALL "APROVREP"
                   WHEN 0
                       PERFORM 0300-ENCERRAR-SESSAO
                       DISPLAY "SAINDO..."
