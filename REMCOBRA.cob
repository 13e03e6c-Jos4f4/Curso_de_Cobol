       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMCOBRA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: REMESSA DIARIA DE COBRANCA AO BANCO: PERCORRE O
      *    ==          CONTAS A RECEBER (ARQUIVO "CONTAREC") DEPOIS DO
      *    ==          PARCELAS E GRAVA, NO ARQUIVO "REMCOBRA"
      *    ==          (COPYBOOK REMCOB), UM HEADER, UMA LINHA POR
      *    ==          TITULO A REGISTRAR OU A ALTERAR NO BANCO (NOSSO
      *    ==          NUMERO, VENCIMENTO, VALOR, CPF/CNPJ E ENDERECO
      *    ==          DO SACADO) E UM TRAILER -- NO LUGAR DA DIGITACAO
      *    ==          DE CADA BOLETO NO PORTAL DO BANCO PELO
      *    ==          FINANCEIRO. O RETORNO DO BANCO CONTINUA ENTRANDO
      *    ==          PELO RETCOBRA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A INSTRUCAO SAI DA COMPARACAO DO TITULO COM O QUE
      *==             O BANCO JA TEM (CAMPOS CREC-xxx-REMETIDO): TITULO
      *==             EM ABERTO NUNCA ENVIADO = "01" ENTRADA; TITULO
      *==             REGISTRADO QUE SAIU DE ABERTO (QUITADO NO CAIXA,
      *==             POR CREDITO OU ESTORNADO) = "02" BAIXA; TITULO
      *==             REGISTRADO COM OUTRO VENCIMENTO = "06"; COM
      *==             OUTRO VALOR = "47" (SE MUDARAM OS DOIS, O VALOR
      *==             SEGUE NA REMESSA SEGUINTE). NOTA DE CREDITO
      *==             (VALOR NEGATIVO), TITULO SEM VENCIMENTO E
      *==             TITULO EMITIDO ANTES DA DATA DO PARAMETRO
      *==             "REMCOBINI" (DIGITADOS NO PORTAL ANTES DA
      *==             REMESSA EXISTIR) NAO VAO AO BANCO. ENTRADA DE
      *==             SACADO SEM CPF/CNPJ FICA RETIDA, COM AVISO E
      *==             RETURN-CODE 0004, ATE O PROGRAMA22 COMPLETAR O
      *==             CADASTRO. O CONTAREC E LIDO DUAS VEZES: UMA PARA
      *==             CONTAR (SEM MOVIMENTO NAO GASTA NUMERO DE
      *==             REMESSA) E OUTRA PARA GRAVAR E MARCAR OS
      *==             TITULOS. O NUMERO DA REMESSA (PARAMETRO
      *==             "SEQREMCOB", COMO O SEQTITULO) FICA NO TITULO;
      *==             SE O LOTE CAIR NO MEIO, A REEXECUCAO DO DIA
      *==             REAPROVEITA O NUMERO E REGRAVA OS TITULOS JA
      *==             MARCADOS COM ELE. O CONTROLE DE EXECUCAO
      *==             "RUNCTRL" EVITA UMA SEGUNDA REMESSA NO MESMO DIA.
      *==             CONVENIO NOS PARAMETROS "COBBANCO", "COBAGENCIA",
      *==             "COBCONTA" E "COBCARTEIR".
      *==   XX/XX/2026 - TITULO BAIXADO COMO PERDA ("P") NAO GANHA
      *==                PEDIDO DE BAIXA: CONTINUA REGISTRADO NO BANCO,
      *==                PARA O CLIENTE AINDA PODER PAGAR O BOLETO (O
      *==                RETCOBRA RECUPERA O TITULO NA LIQUIDACAO).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-CONTAREC  ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-REMCOBRA  ASSIGN TO "REMCOBRA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMCOBRA.

           SELECT ARQ-PARAMETR  ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-CLIENTE   ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-CLIENDER  ASSIGN TO "CLIENDER"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIEND-CHAVE
               FILE STATUS IS WRK-FS-CLIENDER.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-REMCOBRA.
           COPY REMCOB.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-CLIENDER.
           COPY CLIENDER.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-REMCOBRA    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENDER    PIC X(02) VALUE "00".
       77  WRK-CLIENDER-ATIVO PIC X(01) VALUE "N".
           88  CADERNO-ENDERECO-ATIVO  VALUE "S".
           COPY FSERRO.
           COPY RUNCTRLWS.
       77  WRK-FIM-CONTAREC   PIC X(01) VALUE "N".
           88  FIM-DO-CONTAREC         VALUE "S".
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

      *=======CONVENIO DE COBRANCA E DATA DE CORTE (TITULO EMITIDO
      *=======ANTES DELA FOI DIGITADO NO PORTAL E NAO VAI AO BANCO)
       77  WRK-PARM-CODIGO    PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR     PIC 9(08) VALUE ZEROS.
       77  WRK-COB-BANCO      PIC 9(03) VALUE ZEROS.
       77  WRK-COB-AGENCIA    PIC 9(04) VALUE ZEROS.
       77  WRK-COB-CONTA      PIC 9(08) VALUE ZEROS.
       77  WRK-COB-CARTEIRA   PIC 9(03) VALUE ZEROS.
       01  WRK-DATA-CORTE     PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CORTE-X REDEFINES WRK-DATA-CORTE
                              PIC X(08).

      *=======NUMERO DA REMESSA: REMESSA-REPETIDA = O LOTE DE HOJE JA
      *=======TINHA NUMERADO UMA REMESSA E CAIU ANTES DE CONCLUIR
       77  WRK-SEQ-REMESSA    PIC 9(06) VALUE ZEROS.
       77  WRK-SEQ-EXISTE     PIC X(01) VALUE "N".
           88  SEQUENCIA-EXISTE        VALUE "S".
       77  WRK-REPETIDA       PIC X(01) VALUE "N".
           88  REMESSA-REPETIDA        VALUE "S".
       01  WRK-REM-DESCRICAO.
           05  FILLER             PIC X(20)
                                  VALUE "REMESSA COBRANCA DE ".
           05  WRK-REM-DESC-DATA  PIC X(08) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.

      *=======INSTRUCAO DO TITULO LIDO (BRANCO = NADA A ENVIAR)
       77  WRK-INSTRUCAO      PIC X(02) VALUE SPACES.
           88  INSTRUCAO-ENTRADA       VALUE "01".
           88  INSTRUCAO-BAIXA         VALUE "02".
           88  INSTRUCAO-VENCIMENTO    VALUE "06".
           88  INSTRUCAO-VALOR         VALUE "47".
           88  SEM-INSTRUCAO           VALUE SPACES.
       77  WRK-REENVIO        PIC X(01) VALUE "N".
           88  TITULO-E-REENVIO        VALUE "S".

      *=======SACADO DO TITULO (CADASTRO DE CLIENTES)
       77  WRK-SEM-DOCUMENTO  PIC X(01) VALUE "N".
           88  SACADO-SEM-DOCUMENTO    VALUE "S".
       77  WRK-SAC-NOME       PIC X(30) VALUE SPACES.
       77  WRK-SAC-ENDERECO   PIC X(40) VALUE SPACES.
       77  WRK-SAC-UF         PIC X(02) VALUE SPACES.
       77  WRK-SAC-CEP        PIC 9(08) VALUE ZEROS.
       77  WRK-SAC-INSCRICAO  PIC X(02) VALUE SPACES.
       01  WRK-SAC-DOC        PIC X(14) VALUE SPACES.
       01  WRK-SAC-DOC-PARTES REDEFINES WRK-SAC-DOC.
           05  WRK-SAC-DOC-CPF    PIC X(11).
           05  WRK-SAC-DOC-RESTO  PIC X(03).
       77  WRK-FIM-CADERNO    PIC X(01) VALUE "N".
           88  FIM-DO-CADERNO          VALUE "S".

      *=======CONTAGENS DA REMESSA E DO SYSOUT
       77  WRK-QTD-A-ENVIAR   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RETIDOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TITULOS    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ENTRADAS   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-BAIXAS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-VENCIMENTO PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-VALOR      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REENVIOS   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REGISTROS  PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-ENTRADAS PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VALOR-ENT-ED   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0060-LER-CONVENIO.
           PERFORM 0080-LER-SEQUENCIA.
           PERFORM 0100-LER-TITULO.
           PERFORM 0150-CONTAR-TITULO UNTIL FIM-DO-CONTAREC.
           IF WRK-QTD-A-ENVIAR EQUAL ZEROS
               DISPLAY "NENHUM TÍTULO A REGISTRAR OU ALTERAR NO "
                       "BANCO -- REMESSA NÃO GERADA."
           ELSE
               PERFORM 0200-NUMERAR-REMESSA
               PERFORM 0250-GRAVAR-HEADER
               PERFORM 0280-REABRIR-CONTAREC
               PERFORM 0100-LER-TITULO
               PERFORM 0300-ENVIAR-TITULO UNTIL FIM-DO-CONTAREC
               PERFORM 0450-GRAVAR-TRAILER
           END-IF.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           MOVE "REMCOBRA" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN I-O    ARQ-CONTAREC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-REMCOBRA.
           IF WRK-FS-REMCOBRA NOT EQUAL "00"
               MOVE WRK-FS-REMCOBRA TO UTIL-FS-CODIGO
               MOVE "REMCOBRA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O    ARQ-PARAMETR.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======SEM CADASTRO DE CLIENTES NAO HA SACADO: O BANCO RECUSA
      *=======A ENTRADA, ENTAO NAO ADIANTA GERAR A REMESSA.
           OPEN INPUT  ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT  ARQ-CLIENDER.
           IF WRK-FS-CLIENDER EQUAL "00"
               SET CADERNO-ENDERECO-ATIVO TO TRUE
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=======CONVENIO DE COBRANCA; PARAMETRO FALTANDO SAI ZERADO NO
      *=======HEADER, COM AVISO (O BANCO DEVOLVE A REMESSA INTEIRA).
       0060-LER-CONVENIO  SECTION.
           MOVE "COBBANCO" TO WRK-PARM-CODIGO.
           PERFORM 0070-LER-PARAMETRO.
           MOVE WRK-PARM-VALOR TO WRK-COB-BANCO.
           MOVE "COBAGENCIA" TO WRK-PARM-CODIGO.
           PERFORM 0070-LER-PARAMETRO.
           MOVE WRK-PARM-VALOR TO WRK-COB-AGENCIA.
           MOVE "COBCONTA" TO WRK-PARM-CODIGO.
           PERFORM 0070-LER-PARAMETRO.
           MOVE WRK-PARM-VALOR TO WRK-COB-CONTA.
           MOVE "COBCARTEIR" TO WRK-PARM-CODIGO.
           PERFORM 0070-LER-PARAMETRO.
           MOVE WRK-PARM-VALOR TO WRK-COB-CARTEIRA.
           MOVE "REMCOBINI" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE ZEROS TO WRK-DATA-CORTE
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-DATA-CORTE
           END-READ.

       0070-LER-PARAMETRO SECTION.
           MOVE WRK-PARM-CODIGO TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE ZEROS TO WRK-PARM-VALOR
                   DISPLAY "PARÂMETRO " WRK-PARM-CODIGO " NÃO "
                           "CADASTRADO -- CONVÊNIO DE COBRANÇA "
                           "INCOMPLETO NO HEADER DA REMESSA."
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-PARM-VALOR
           END-READ.

      *=======ULTIMA REMESSA NUMERADA. SE FOI HOJE, O LOTE ANTERIOR
      *=======CAIU ANTES DE CONCLUIR (O RUNCTRL JA BARROU O CASO DE
      *=======REMESSA CONCLUIDA) E O NUMERO E REAPROVEITADO.
       0080-LER-SEQUENCIA SECTION.
           MOVE "N" TO WRK-SEQ-EXISTE.
           MOVE "N" TO WRK-REPETIDA.
           MOVE "SEQREMCOB" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-SEQ-REMESSA
               NOT INVALID KEY
                   SET SEQUENCIA-EXISTE TO TRUE
                   MOVE PARM-VALOR TO WRK-SEQ-REMESSA
                   MOVE PARM-DESCRICAO TO WRK-REM-DESCRICAO
                   IF WRK-REM-DESC-DATA EQUAL WRK-DATA-HOJE
                       SET REMESSA-REPETIDA TO TRUE
                       DISPLAY "REMESSA " WRK-SEQ-REMESSA " JÁ "
                               "NUMERADA HOJE -- REEXECUÇÃO COM O "
                               "MESMO NÚMERO."
                   ELSE
                       ADD 1 TO WRK-SEQ-REMESSA
                   END-IF
           END-READ.

       0100-LER-TITULO    SECTION.
           READ ARQ-CONTAREC NEXT
               AT END
                   SET FIM-DO-CONTAREC TO TRUE
           END-READ.

      *=======PRIMEIRA PASSADA: SO CONTA O QUE VAI AO BANCO E AVISA
      *=======A ENTRADA RETIDA POR FALTA DE CPF/CNPJ DO SACADO.
       0150-CONTAR-TITULO SECTION.
           PERFORM 0400-CLASSIFICAR-TITULO.
           IF NOT SEM-INSTRUCAO
               PERFORM 0410-BUSCAR-SACADO
               IF INSTRUCAO-ENTRADA
                  AND SACADO-SEM-DOCUMENTO
                   ADD 1 TO WRK-QTD-RETIDOS
                   DISPLAY "TÍTULO " CREC-NUMERO " DO CLIENTE "
                           CREC-CLIENTE " RETIDO -- SACADO SEM "
                           "CPF/CNPJ NO CADASTRO."
               ELSE
                   ADD 1 TO WRK-QTD-A-ENVIAR
               END-IF
           END-IF.
           PERFORM 0100-LER-TITULO.

      *=======PROXIMO NUMERO DE REMESSA NO PARAMETR (MESMA MECANICA DO
      *=======SEQTITULO), COM A DATA DE HOJE NA DESCRICAO PARA A
      *=======REEXECUCAO RECONHECER O NUMERO.
       0200-NUMERAR-REMESSA SECTION.
           IF NOT REMESSA-REPETIDA
               MOVE WRK-DATA-HOJE     TO WRK-REM-DESC-DATA
               MOVE "SEQREMCOB"       TO PARM-CODIGO
               MOVE WRK-SEQ-REMESSA   TO PARM-VALOR
               MOVE WRK-REM-DESCRICAO TO PARM-DESCRICAO
               IF SEQUENCIA-EXISTE
                   REWRITE PARM-REC
               ELSE
                   WRITE PARM-REC
               END-IF
               IF WRK-FS-PARAMETR NOT EQUAL "00"
                   MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
                   MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
           END-IF.

       0250-GRAVAR-HEADER SECTION.
           MOVE SPACES TO REMCOBRA-HEADER.
           MOVE "H"              TO RCB-H-TIPO-REG.
           MOVE "REMCOBRA"       TO RCB-H-ARQUIVO.
           MOVE WRK-SEQ-REMESSA  TO RCB-H-SEQUENCIA.
           MOVE WRK-DATA-HOJE    TO RCB-H-DATA-GERACAO.
           MOVE WRK-COB-BANCO    TO RCB-H-BANCO.
           MOVE WRK-COB-AGENCIA  TO RCB-H-AGENCIA.
           MOVE WRK-COB-CONTA    TO RCB-H-CONTA.
           MOVE WRK-COB-CARTEIRA TO RCB-H-CARTEIRA.
           MOVE "RC01"           TO RCB-H-LEIAUTE.
           WRITE REMCOBRA-HEADER.
           PERFORM 0810-CONFERIR-REMESSA.

       0280-REABRIR-CONTAREC SECTION.
           CLOSE ARQ-CONTAREC.
           MOVE "N" TO WRK-FIM-CONTAREC.
           OPEN I-O ARQ-CONTAREC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======SEGUNDA PASSADA: GRAVA O TITULO NA REMESSA E MARCA NO
      *=======CONTAREC O QUE O BANCO PASSA A TER. O TITULO JA MARCADO
      *=======COM ESTE NUMERO (REEXECUCAO) SO E REGRAVADO.
       0300-ENVIAR-TITULO SECTION.
           PERFORM 0400-CLASSIFICAR-TITULO.
           IF NOT SEM-INSTRUCAO
               PERFORM 0410-BUSCAR-SACADO
               IF INSTRUCAO-ENTRADA
                  AND SACADO-SEM-DOCUMENTO
                   CONTINUE
               ELSE
                   PERFORM 0350-GRAVAR-DETALHE
                   IF TITULO-E-REENVIO
                       ADD 1 TO WRK-QTD-REENVIOS
                   ELSE
                       PERFORM 0360-MARCAR-TITULO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0100-LER-TITULO.

       0350-GRAVAR-DETALHE SECTION.
           ADD 1 TO WRK-QTD-TITULOS.
           MOVE SPACES TO REMCOBRA-DETALHE.
           MOVE "D"                  TO RCB-D-TIPO-REG.
           COMPUTE RCB-D-SEQ-REGISTRO = WRK-QTD-REGISTROS + 1.
           MOVE WRK-INSTRUCAO        TO RCB-D-INSTRUCAO.
           MOVE CREC-NUMERO          TO RCB-D-NOSSO-NUMERO.
           MOVE CREC-PEDIDO-ORIGEM   TO RCB-D-PEDIDO.
           MOVE CREC-PARCELA         TO RCB-D-PARCELA.
           MOVE CREC-DATA-EMISSAO    TO RCB-D-DATA-EMISSAO.
           MOVE CREC-DATA-VENCIMENTO TO RCB-D-DATA-VENCIMENTO.
           MOVE CREC-VALOR           TO RCB-D-VALOR.
           MOVE CREC-CLIENTE         TO RCB-D-CLIENTE.
           MOVE WRK-SAC-INSCRICAO    TO RCB-D-TIPO-INSCRICAO.
           MOVE WRK-SAC-DOC          TO RCB-D-CPF-CNPJ.
           MOVE WRK-SAC-NOME         TO RCB-D-NOME.
           MOVE WRK-SAC-ENDERECO     TO RCB-D-ENDERECO.
           MOVE WRK-SAC-CEP          TO RCB-D-CEP.
           MOVE WRK-SAC-UF           TO RCB-D-UF.
           WRITE REMCOBRA-DETALHE.
           PERFORM 0810-CONFERIR-REMESSA.
           EVALUATE TRUE
               WHEN INSTRUCAO-ENTRADA
                   ADD 1 TO WRK-QTD-ENTRADAS
                   ADD CREC-VALOR TO WRK-VALOR-ENTRADAS
               WHEN INSTRUCAO-BAIXA
                   ADD 1 TO WRK-QTD-BAIXAS
               WHEN INSTRUCAO-VENCIMENTO
                   ADD 1 TO WRK-QTD-VENCIMENTO
               WHEN INSTRUCAO-VALOR
                   ADD 1 TO WRK-QTD-VALOR
           END-EVALUATE.

      *=======O QUE O BANCO PASSA A TER DEPOIS DESTA REMESSA: NA
      *=======ALTERACAO DE VENCIMENTO SO O VENCIMENTO, PARA UMA
      *=======MUDANCA DE VALOR PENDENTE SAIR NA REMESSA SEGUINTE.
       0360-MARCAR-TITULO SECTION.
           EVALUATE TRUE
               WHEN INSTRUCAO-ENTRADA
                   MOVE "R" TO CREC-SITUACAO-BANCO
                   MOVE CREC-DATA-VENCIMENTO TO CREC-VENC-REMETIDO
                   MOVE CREC-VALOR           TO CREC-VALOR-REMETIDO
               WHEN INSTRUCAO-BAIXA
                   MOVE "B" TO CREC-SITUACAO-BANCO
               WHEN INSTRUCAO-VENCIMENTO
                   MOVE CREC-DATA-VENCIMENTO TO CREC-VENC-REMETIDO
               WHEN INSTRUCAO-VALOR
                   MOVE CREC-VALOR           TO CREC-VALOR-REMETIDO
           END-EVALUATE.
           MOVE WRK-SEQ-REMESSA TO CREC-REMESSA.
           MOVE WRK-INSTRUCAO   TO CREC-INSTR-REMETIDA.
           REWRITE CONTAREC-REC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======DECIDE A INSTRUCAO DO TITULO LIDO (VER OBSERVACOES DO
      *=======CABECALHO). A ORDEM DOS WHEN E A PRIORIDADE.
       0400-CLASSIFICAR-TITULO SECTION.
           MOVE SPACES TO WRK-INSTRUCAO.
           MOVE "N"    TO WRK-REENVIO.
           EVALUATE TRUE
               WHEN CREC-VALOR NOT GREATER ZEROS
                   CONTINUE
               WHEN REMESSA-REPETIDA
                AND CREC-REMESSA EQUAL WRK-SEQ-REMESSA
                   MOVE CREC-INSTR-REMETIDA TO WRK-INSTRUCAO
                   SET TITULO-E-REENVIO TO TRUE
               WHEN CREC-BAIXADO-PERDA
                   CONTINUE
               WHEN CREC-REGISTRADO
                AND NOT CREC-EM-ABERTO
                   MOVE "02" TO WRK-INSTRUCAO
               WHEN CREC-REGISTRADO
                AND CREC-DATA-VENCIMENTO NOT EQUAL CREC-VENC-REMETIDO
                   MOVE "06" TO WRK-INSTRUCAO
               WHEN CREC-REGISTRADO
                AND CREC-VALOR NOT EQUAL CREC-VALOR-REMETIDO
                   MOVE "47" TO WRK-INSTRUCAO
               WHEN NOT CREC-NAO-REGISTRADO
                   CONTINUE
               WHEN NOT CREC-EM-ABERTO
                   CONTINUE
               WHEN CREC-DATA-VENCIMENTO EQUAL SPACES
                   CONTINUE
               WHEN CREC-DATA-VENCIMENTO EQUAL ZEROS
                   CONTINUE
               WHEN CREC-DATA-EMISSAO LESS WRK-DATA-CORTE-X
                   CONTINUE
               WHEN OTHER
                   MOVE "01" TO WRK-INSTRUCAO
           END-EVALUATE.

      *=======SACADO = CLIENTE DO TITULO. O CADASTRO NAO TEM CEP; ELE
      *=======SAI DO CADERNO DE ENDERECOS QUANDO O ENDERECO PRINCIPAL
      *=======DO CLIENTE ESTA CADASTRADO LA, SENAO VAI ZERADO.
       0410-BUSCAR-SACADO SECTION.
           MOVE "N"    TO WRK-SEM-DOCUMENTO.
           MOVE SPACES TO WRK-SAC-NOME.
           MOVE SPACES TO WRK-SAC-ENDERECO.
           MOVE SPACES TO WRK-SAC-UF.
           MOVE ZEROS  TO WRK-SAC-CEP.
           MOVE SPACES TO WRK-SAC-INSCRICAO.
           MOVE SPACES TO WRK-SAC-DOC.
           MOVE CREC-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   SET SACADO-SEM-DOCUMENTO TO TRUE
               NOT INVALID KEY
                   MOVE CLI-NOME     TO WRK-SAC-NOME
                   MOVE CLI-ENDERECO TO WRK-SAC-ENDERECO
                   MOVE CLI-UF-PREF  TO WRK-SAC-UF
                   MOVE CLI-CPF-CNPJ TO WRK-SAC-DOC
           END-READ.
           IF NOT SACADO-SEM-DOCUMENTO
               IF WRK-SAC-DOC EQUAL SPACES
                   SET SACADO-SEM-DOCUMENTO TO TRUE
               ELSE
                   IF WRK-SAC-DOC-RESTO EQUAL SPACES
                       MOVE "01" TO WRK-SAC-INSCRICAO
                   ELSE
                       MOVE "02" TO WRK-SAC-INSCRICAO
                   END-IF
                   IF CADERNO-ENDERECO-ATIVO
                       PERFORM 0420-BUSCAR-CEP
                   END-IF
               END-IF
           END-IF.

       0420-BUSCAR-CEP    SECTION.
           MOVE "N"          TO WRK-FIM-CADERNO.
           MOVE CREC-CLIENTE TO CLIEND-CLIENTE.
           MOVE ZEROS        TO CLIEND-CODIGO.
           START ARQ-CLIENDER KEY IS NOT LESS CLIEND-CHAVE
               INVALID KEY
                   SET FIM-DO-CADERNO TO TRUE
           END-START.
           PERFORM 0430-LER-CADERNO UNTIL FIM-DO-CADERNO.

       0430-LER-CADERNO   SECTION.
           READ ARQ-CLIENDER NEXT
               AT END
                   SET FIM-DO-CADERNO TO TRUE
               NOT AT END
                   IF CLIEND-CLIENTE NOT EQUAL CREC-CLIENTE
                       SET FIM-DO-CADERNO TO TRUE
                   ELSE
                       IF CLIEND-ENDERECO EQUAL WRK-SAC-ENDERECO
                          AND CLIEND-CEP IS NUMERIC
                           MOVE CLIEND-CEP TO WRK-SAC-CEP
                           SET FIM-DO-CADERNO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0450-GRAVAR-TRAILER SECTION.
           MOVE SPACES TO REMCOBRA-TRAILER.
           MOVE "T"                TO RCB-T-TIPO-REG.
           MOVE WRK-SEQ-REMESSA    TO RCB-T-SEQUENCIA.
           MOVE WRK-QTD-TITULOS    TO RCB-T-QTD-TITULOS.
           MOVE WRK-QTD-ENTRADAS   TO RCB-T-QTD-ENTRADAS.
           MOVE WRK-VALOR-ENTRADAS TO RCB-T-VALOR-ENTRADAS.
           COMPUTE RCB-T-QTD-REGISTROS = WRK-QTD-REGISTROS + 1.
           WRITE REMCOBRA-TRAILER.
           PERFORM 0810-CONFERIR-REMESSA.

       0810-CONFERIR-REMESSA SECTION.
           IF WRK-FS-REMCOBRA NOT EQUAL "00"
               MOVE WRK-FS-REMCOBRA TO UTIL-FS-CODIGO
               MOVE "REMCOBRA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-REGISTROS.

       0900-ENCERRAR      SECTION.
           MOVE WRK-VALOR-ENTRADAS TO WRK-VALOR-ENT-ED.
           DISPLAY "=====================================".
           DISPLAY "REMESSA DE COBRANÇA AO BANCO".
           IF WRK-QTD-TITULOS GREATER ZEROS
               DISPLAY "NÚMERO DA REMESSA........ " WRK-SEQ-REMESSA
           END-IF.
           DISPLAY "ENTRADAS DE TÍTULO....... " WRK-QTD-ENTRADAS.
           DISPLAY "VALOR DAS ENTRADAS....... " WRK-VALOR-ENT-ED.
           DISPLAY "PEDIDOS DE BAIXA......... " WRK-QTD-BAIXAS.
           DISPLAY "ALTERAÇÕES DE VENCIMENTO. " WRK-QTD-VENCIMENTO.
           DISPLAY "ALTERAÇÕES DE VALOR...... " WRK-QTD-VALOR.
           DISPLAY "REENVIADOS (REEXECUÇÃO).. " WRK-QTD-REENVIOS.
           DISPLAY "RETIDOS SEM CPF/CNPJ..... " WRK-QTD-RETIDOS.
           DISPLAY "=====================================".
           CLOSE ARQ-CONTAREC.
           CLOSE ARQ-REMCOBRA.
           CLOSE ARQ-PARAMETR.
           CLOSE ARQ-CLIENTE.
           IF CADERNO-ENDERECO-ATIVO
               CLOSE ARQ-CLIENDER
           END-IF.
           IF WRK-QTD-RETIDOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9650-CONCLUI-RUNCTRL.

       COPY FSERROPR.
       COPY RUNCTRLPR.
