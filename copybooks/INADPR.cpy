      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PARAGRAFOS PADRAO DA CONSULTA DE INADIMPLENCIA
      *    ==          DE MENSALIDADE (VER INADWS.CPY), USADOS PELA
      *    ==          MATRICULA (MATRITUR) E PELOS DOCUMENTOS
      *    ==          ESCOLARES (BOLETDOC, HISTESC). CONTA OS TITULOS
      *    ==          DE MENSALIDADE VENCIDOS DO RESPONSAVEL
      *    ==          FINANCEIRO NO "CONTAREC"; ACIMA DO LIMITE
      *    ==          "LIMINADIM" O DOCUMENTO FICA BLOQUEADO, SALVO
      *    ==          LIBERACAO NA HORA POR SUPERVISOR DE NIVEL
      *    ==          "NIVELINAD" OU MAIOR (CODIGO E SENHA CONFERIDOS
      *    ==          NO "OPERADOR") COM MOTIVO. BLOQUEIO, LIBERACAO
      *    ==          E RECUSA SAEM NO AUDITLOG.
      *    ==          A 9505-CONSULTA-INADIMPLENCIA SO APURA (SEM
      *    ==          TELA), PARA RELATORIO; A
      *    ==          9500-VERIFICA-INADIMPLENCIA APURA E, BLOQUEADO,
      *    ==          OFERECE A LIBERACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: INCLUIR NA PROCEDURE DIVISION, JUNTO COM OS
      *==             DEMAIS COPYS DE PARAGRAFO (FSERROPR). O
      *==             CHAMADOR DECLARA ARQ-CONTAREC (ACESSO
      *==             SEQUENCIAL, COPY CONTAREC), ARQ-OPERADOR (COPY
      *==             OPERADOR), ARQ-AUDITLOG (COPY AUDITLOG),
      *==             ARQ-SESSAO (SES-OPERADOR/SES-NIVEL) E
      *==             ARQ-PARAMETR (COPY PARM); SO O PARAMETR FICA A
      *==             CARGO DO CHAMADOR, ABERTO ANTES DA PRIMEIRA
      *==             CONSULTA. TITULO DE MENSALIDADE = TITULO SEM
      *==             PEDIDO DE ORIGEM (CREC-PEDIDO-ORIGEM ZERADO,
      *==             GERADO PELO MENSALID); CONTA O EM ABERTO E O
      *==             BAIXADO COMO PERDA, QUE CONTINUA SENDO DIVIDA.
      *===========================================
      *=======O ALUNO JA LIBERADO NESTA EXECUCAO (MATRICULA EM VARIAS
      *=======DISCIPLINAS, POR EXEMPLO) NAO PEDE NOVA LIBERACAO.
       9500-VERIFICA-INADIMPLENCIA SECTION.
           PERFORM 9505-CONSULTA-INADIMPLENCIA.
           IF INAD-DOCUMENTO-BLOQUEADO
               IF UTIL-INAD-MATRICULA EQUAL UTIL-INAD-ULT-LIBERADA
                   SET INAD-LIBERADO-SUPERVISOR TO TRUE
               ELSE
                   PERFORM 9540-LIBERACAO-SUPERVISOR
               END-IF
           END-IF.

       9505-CONSULTA-INADIMPLENCIA SECTION.
           IF NOT INAD-TABELA-CARREGADA
               PERFORM 9510-CARREGAR-INADIMPLENCIA
           END-IF.
           SET INAD-DOCUMENTO-LIBERADO TO TRUE.
           MOVE ZEROS TO UTIL-INAD-QTD.
           MOVE ZEROS TO UTIL-INAD-VALOR.
           MOVE UTIL-INAD-RESPONSAVEL TO UTIL-INAD-CHAVE.
           PERFORM 9530-LOCALIZAR-RESPONSAVEL.
           IF INAD-RESP-ACHADO
               MOVE UTIL-INAD-TAB-QTD(UTIL-INAD-IDX)   TO UTIL-INAD-QTD
               MOVE UTIL-INAD-TAB-VALOR(UTIL-INAD-IDX)
                   TO UTIL-INAD-VALOR
           END-IF.
           IF UTIL-INAD-QTD GREATER UTIL-INAD-LIMITE
               SET INAD-DOCUMENTO-BLOQUEADO TO TRUE
           END-IF.

      *=======UMA VARREDURA DO CONTAREC POR EXECUCAO: OS RESPONSAVEIS
      *=======COM MENSALIDADE VENCIDA FICAM NA TABELA. SEM O CONTAREC,
      *=======NINGUEM E BLOQUEADO (COM AVISO).
       9510-CARREGAR-INADIMPLENCIA SECTION.
           SET INAD-TABELA-CARREGADA TO TRUE.
           MOVE ZEROS TO UTIL-INAD-QTD-RESP.
           ACCEPT UTIL-INAD-HOJE FROM DATE YYYYMMDD.
           MOVE "LIMINADIM " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 2 TO UTIL-INAD-LIMITE
               NOT INVALID KEY
                   MOVE PARM-VALOR TO UTIL-INAD-LIMITE
           END-READ.
           MOVE "NIVELINAD " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 3 TO UTIL-INAD-NIVEL
               NOT INVALID KEY
                   MOVE PARM-VALOR TO UTIL-INAD-NIVEL
           END-READ.
           MOVE SPACES TO UTIL-INAD-OPERADOR.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO UTIL-INAD-OPERADOR
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           MOVE "N" TO UTIL-INAD-FIM.
           OPEN INPUT ARQ-CONTAREC.
           IF WRK-FS-CONTAREC EQUAL "00"
               PERFORM 9515-LER-TITULO UNTIL INAD-FIM-CONTAREC
               CLOSE ARQ-CONTAREC
           ELSE
               DISPLAY "CONTAS A RECEBER INDISPONÍVEL (STATUS "
                       WRK-FS-CONTAREC ") -- SEM CONSULTA DE "
                       "INADIMPLÊNCIA."
           END-IF.

       9515-LER-TITULO    SECTION.
           READ ARQ-CONTAREC
               AT END
                   SET INAD-FIM-CONTAREC TO TRUE
               NOT AT END
                   IF CREC-PEDIDO-ORIGEM EQUAL ZEROS
                      AND CREC-VALOR GREATER ZEROS
                      AND (CREC-EM-ABERTO OR CREC-BAIXADO-PERDA)
                      AND CREC-DATA-VENCIMENTO LESS UTIL-INAD-HOJE
                       PERFORM 9520-ACUMULAR-TITULO
                   END-IF
           END-READ.

      *=======RESPONSAVEL QUE NAO COUBE NA TABELA FICA SEM BLOQUEIO
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
       9520-ACUMULAR-TITULO SECTION.
           MOVE CREC-CLIENTE TO UTIL-INAD-CHAVE.
           PERFORM 9530-LOCALIZAR-RESPONSAVEL.
           IF NOT INAD-RESP-ACHADO
               IF UTIL-INAD-QTD-RESP LESS 999
                   ADD 1 TO UTIL-INAD-QTD-RESP
                   MOVE UTIL-INAD-QTD-RESP TO UTIL-INAD-IDX
                   MOVE CREC-CLIENTE
                       TO UTIL-INAD-TAB-RESP(UTIL-INAD-IDX)
                   MOVE ZEROS TO UTIL-INAD-TAB-QTD(UTIL-INAD-IDX)
                   MOVE ZEROS TO UTIL-INAD-TAB-VALOR(UTIL-INAD-IDX)
                   SET INAD-RESP-ACHADO TO TRUE
               ELSE
                   IF NOT INAD-AVISO-DADO
                       DISPLAY "MAIS DE 999 RESPONSÁVEIS COM "
                               "MENSALIDADE VENCIDA -- EXCEDENTES "
                               "SEM BLOQUEIO."
                       SET INAD-AVISO-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF INAD-RESP-ACHADO
               ADD 1 TO UTIL-INAD-TAB-QTD(UTIL-INAD-IDX)
               ADD CREC-VALOR TO UTIL-INAD-TAB-VALOR(UTIL-INAD-IDX)
           END-IF.

       9530-LOCALIZAR-RESPONSAVEL SECTION.
           MOVE "N" TO UTIL-INAD-ACHADO.
           MOVE 1   TO UTIL-INAD-IDX.
           PERFORM 9535-PROCURAR-RESPONSAVEL
               UNTIL UTIL-INAD-IDX GREATER UTIL-INAD-QTD-RESP
                  OR INAD-RESP-ACHADO.

       9535-PROCURAR-RESPONSAVEL SECTION.
           IF UTIL-INAD-TAB-RESP(UTIL-INAD-IDX) EQUAL UTIL-INAD-CHAVE
               SET INAD-RESP-ACHADO TO TRUE
           ELSE
               ADD 1 TO UTIL-INAD-IDX
           END-IF.

      *=======LIBERACAO NA HORA: O SUPERVISOR DIGITA CODIGO E SENHA
      *=======(CONFERIDOS NO "OPERADOR" COMO NO SIGN-ON DO
      *=======PROGRAMA00) E O MOTIVO, OBRIGATORIO. CODIGO EM BRANCO
      *=======MANTEM O BLOQUEIO.
       9540-LIBERACAO-SUPERVISOR SECTION.
           MOVE UTIL-INAD-VALOR TO UTIL-INAD-VALOR-ED.
           DISPLAY "ALUNO " UTIL-INAD-MATRICULA " -- RESPONSÁVEL "
                   UTIL-INAD-RESPONSAVEL " COM " UTIL-INAD-QTD
                   " MENSALIDADE(S) VENCIDA(S) -- R$ "
                   UTIL-INAD-VALOR-ED.
           DISPLAY "BLOQUEADO POR INADIMPLÊNCIA (LIMITE "
                   UTIL-INAD-LIMITE "). LIBERAÇÃO SÓ POR SUPERVISOR "
                   "DE NÍVEL " UTIL-INAD-NIVEL " OU MAIOR.".
           DISPLAY "CÓDIGO DO SUPERVISOR (BRANCO = MANTER "
                   "BLOQUEIO)... ".
           MOVE SPACES TO UTIL-INAD-SUPERVISOR.
           ACCEPT UTIL-INAD-SUPERVISOR.
           IF UTIL-INAD-SUPERVISOR EQUAL SPACES
               MOVE SPACES TO UTIL-INAD-AUD-RESULT
               STRING "BLOQUEADO: " UTIL-INAD-QTD
                      " MENSALIDADES VENCIDAS"
                   DELIMITED BY SIZE INTO UTIL-INAD-AUD-RESULT
               MOVE "BLOQUEIO"         TO UTIL-INAD-AUD-CHAVE
               MOVE UTIL-INAD-OPERADOR TO UTIL-INAD-AUD-OPER
               PERFORM 9560-GRAVAR-AUDITORIA
           ELSE
               PERFORM 9545-CONFERIR-SUPERVISOR
           END-IF.

       9545-CONFERIR-SUPERVISOR SECTION.
           DISPLAY "SENHA... ".
           ACCEPT UTIL-INAD-SENHA.
           MOVE UTIL-INAD-SUPERVISOR TO UTIL-INAD-AUD-OPER.
           MOVE SPACES TO UTIL-INAD-AUD-RESULT.
           OPEN INPUT ARQ-OPERADOR.
           IF WRK-FS-OPERADOR NOT EQUAL "00"
               MOVE "CADASTRO DE OPERADORES FORA"
                   TO UTIL-INAD-AUD-RESULT
           ELSE
               MOVE UTIL-INAD-SUPERVISOR TO OPR-CODIGO
               READ ARQ-OPERADOR
                   INVALID KEY
                       MOVE "SUPERVISOR NAO CADASTRADO"
                           TO UTIL-INAD-AUD-RESULT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OPR-ATIVO NOT EQUAL "S"
                             OR OPR-BLOQUEADO EQUAL "S"
                             OR OPR-SENHA NOT EQUAL UTIL-INAD-SENHA
                               MOVE "SUPERVISOR/SENHA INVALIDOS"
                                   TO UTIL-INAD-AUD-RESULT
                           WHEN OPR-NIVEL LESS UTIL-INAD-NIVEL
                               MOVE "SUPERVISOR SEM ALCADA"
                                   TO UTIL-INAD-AUD-RESULT
                       END-EVALUATE
               END-READ
               CLOSE ARQ-OPERADOR
           END-IF.
           MOVE SPACES TO UTIL-INAD-SENHA.
           IF UTIL-INAD-AUD-RESULT EQUAL SPACES
               DISPLAY "MOTIVO DA LIBERAÇÃO... "
               MOVE SPACES TO UTIL-INAD-MOTIVO
               ACCEPT UTIL-INAD-MOTIVO
               IF UTIL-INAD-MOTIVO EQUAL SPACES
                   MOVE "LIBERACAO SEM MOTIVO"
                       TO UTIL-INAD-AUD-RESULT
               END-IF
           END-IF.
           IF UTIL-INAD-AUD-RESULT EQUAL SPACES
               SET INAD-LIBERADO-SUPERVISOR TO TRUE
               MOVE UTIL-INAD-MATRICULA TO UTIL-INAD-ULT-LIBERADA
               MOVE "LIBERADO"       TO UTIL-INAD-AUD-CHAVE
               MOVE UTIL-INAD-MOTIVO TO UTIL-INAD-AUD-RESULT
               DISPLAY "LIBERADO PELO SUPERVISOR "
                       UTIL-INAD-SUPERVISOR "."
           ELSE
               MOVE "RECUSADO"       TO UTIL-INAD-AUD-CHAVE
               DISPLAY "LIBERAÇÃO RECUSADA: " UTIL-INAD-AUD-RESULT
                       " -- BLOQUEIO MANTIDO."
           END-IF.
           PERFORM 9560-GRAVAR-AUDITORIA.

      *=======UMA LINHA POR DECISAO: CHAVE = BLOQUEIO/LIBERADO/
      *=======RECUSADO + MATRICULA; NA LIBERACAO O RESULTADO E O
      *=======MOTIVO E O OPERADOR E O SUPERVISOR QUE LIBEROU.
       9560-GRAVAR-AUDITORIA SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           IF WRK-FS-AUDITLOG EQUAL "00"
               ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
               ACCEPT AUDIT-HORA FROM TIME
               MOVE UTIL-INAD-PROGRAMA TO AUDIT-PROGRAMA
               MOVE SPACES TO AUDIT-CHAVE
               STRING UTIL-INAD-AUD-CHAVE DELIMITED BY SPACE
                      " MAT " UTIL-INAD-MATRICULA
                   DELIMITED BY SIZE INTO AUDIT-CHAVE
               MOVE UTIL-INAD-AUD-RESULT TO AUDIT-RESULTADO
               MOVE UTIL-INAD-AUD-OPER   TO AUDIT-OPERADOR
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITLOG
           ELSE
               DISPLAY "AUDITLOG INDISPONÍVEL (STATUS "
                       WRK-FS-AUDITLOG ") -- DECISÃO NÃO REGISTRADA."
           END-IF.
